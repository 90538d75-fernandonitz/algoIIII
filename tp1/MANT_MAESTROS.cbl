IDENTIFICATION DIVISION.
PROGRAM-ID. MANT.

*> mantenimiento por novedades de los maestros profesores.dat,
*> sucursales.dat, tiposClase.dat y contratosHoras.txt: en vez de
*> editar los archivos a mano (que rompe el orden que exigen
*> OBTENER_INFO_PROF y ACTUALIZAR_CLASES_REP en TP), se aplica un
*> archivo de novedades de altas/bajas/modificaciones contra cada
*> verificador de cuit y de cbu, fechas de vigencia reales y sin
*> solapamientos), rechaza con motivo lo que no cumple, controla que
*> las vigencias de cada tipo de clase tocado no queden con huecos, y
*> actualiza los maestros.
*> profesores, sucursales y tiposClase son indexados y se actualizan
*> en el lugar: una novedad de profesor o sucursal se graba, regraba o
*> borra por clave apenas pasa la validacion; las de tiposClase se
*> aplican primero sobre la tabla en memoria (hacen falta todas las
*> vigencias del codigo para controlar solapes y huecos) y, si ningun
*> codigo tocado quedo con huecos, se vuelcan al maestro reemplazando
*> las vigencias de cada codigo tocado. contratosHoras y
*> cronogramaClases siguen siendo de texto y salen en
*> contratosHorasNuevo.txt y cronogramaClasesNuevo.txt para reemplazar
*> a los viejos despues de revisar el listado de rechazos.
*>
*> formato de la novedad: maestro (P/S/T/C/H/F) + accion (A/B/M) + el
*> registro con el mismo formato del maestro correspondiente (para una
*> baja alcanza con la clave). En tiposClase la clave es codigo +
*> fecha desde de la vigencia; en contratos es profesor + sucursal +
*> sucursales y varias vigencias historicas por sucursal). A
*> diferencia de tiposClase, las vigencias de contrato admiten huecos:
*> un mes sin contrato es legitimo (profesor que dejo de dictar).
*> En el cronograma (H) la clave es profesor + sucursal + tipo de clase
*> + dia de la semana (1 lunes a 7 domingo) + fecha desde; como en
*> contratos, las vigencias no se pueden pisar pero admiten huecos. El
*> profesor, la sucursal y el tipo de clase tienen que existir.
*> En el calendario de feriados (F) la clave es la fecha (una fecha de
*> calendario real) y la modificacion solo cambia la descripcion; sale
*> en feriadosNuevo.txt, que TP lee para recargar las horas dictadas
*> en feriados.
*> En tiposClase cada vigencia lleva dos valores por hora: la tarifa
*> (precio de venta a la sucursal) y el costo (lo que se le paga al
*> profesor); un costo en blanco en la novedad toma la tarifa.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT NOVEDADES ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS novedades-estado.
	SELECT PROFESORES ASSIGN TO DISK ORGANIZATION IS INDEXED ACCESS MODE IS RANDOM
		RECORD KEY IS prof_num FILE STATUS IS profesores-estado.
	SELECT SUCURSALES ASSIGN TO DISK ORGANIZATION IS INDEXED ACCESS MODE IS RANDOM
		RECORD KEY IS suc_suc FILE STATUS IS sucursales-estado.
	SELECT TIPOSCLASE ASSIGN TO DISK ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
		RECORD KEY IS tip_clave FILE STATUS IS tipos_clase-estado.
	SELECT CONTRATOS ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS contratos-estado.
	SELECT CRONOGRAMA ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS cronograma-estado.
	SELECT CONNUEVO ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS connuevo-estado.
	SELECT CRONUEVO ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS cronuevo-estado.
	SELECT FERIADOS ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS feriados-estado.
	SELECT FERNUEVO ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS fernuevo-estado.
	SELECT RECHAZOS ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS rechazos-estado.

DATA DIVISION.
	  	05 nov_tip_tarifa 				PIC X(7).
	  	05 nov_tip_desde 				PIC X(8).
	  	05 nov_tip_hasta 				PIC X(8).
	  	05 nov_tip_costo 				PIC X(7).
	  	05 FILLER 						PIC X(66).
*> vista de la novedad como registro de contratosHoras.txt.
	  03 nov_con REDEFINES nov_datos.
	  	05 nov_con_prof 				PIC X(5).
	  	05 nov_con_desde 				PIC X(8).
	  	05 nov_con_hasta 				PIC X(8).
	  	05 FILLER 						PIC X(91).
*> vista de la novedad como registro de cronogramaClases.txt.
	  03 nov_cro REDEFINES nov_datos.
	  	05 nov_cro_prof 				PIC X(5).
	  	05 nov_cro_suc 					PIC X(3).
	  	05 nov_cro_clase 				PIC X(4).
	  	05 nov_cro_dia 					PIC X(1).
	  	05 nov_cro_horas 				PIC X(4).
	  	05 nov_cro_desde 				PIC X(8).
	  	05 nov_cro_hasta 				PIC X(8).
	  	05 FILLER 						PIC X(87).
*> vista de la novedad como registro de feriados.txt.
	  03 nov_fer REDEFINES nov_datos.
	  	05 nov_fer_fecha 				PIC X(8).
	  	05 nov_fer_descripcion 			PIC X(30).
	  	05 FILLER 						PIC X(82).

FD PROFESORES LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/profesores.dat".
*> el resto incluye los datos bancarios al final (cbu y banco); los
*> renglones viejos sin cargar llegan cortos y quedan con blancos.
01 reg_profesores.
	  03 prof_resto 					PIC X(115).

FD SUCURSALES LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/sucursales.dat".
01 reg_sucursal.
	  03 suc_suc 						PIC X(3).
	  03 suc_resto 						PIC X(76).

FD TIPOSCLASE LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/tiposClase.dat".
01 reg_tipclase.
	  03 tip_clave.
	  	05 tip_clase_suc 				PIC X(4).
	  	05 tip_clase_desde 				PIC X(8).
	  03 tip_clase_razon 				PIC X(20).
	  03 tip_clase_dire 				PIC 9(5)V99.
	  03 tip_clase_hasta 				PIC X(8).
	  03 tip_clase_costo 				PIC 9(5)V99.

FD CONTRATOS LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/contratosHoras.txt".
	  03 con_desde 						PIC X(8).
	  03 con_hasta 						PIC X(8).

FD CRONOGRAMA LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/cronogramaClases.txt".
*> cronograma de clases: horas programadas por profesor, sucursal,
*> tipo de clase y dia de la semana (1 lunes a 7 domingo), con
*> vigencia desde/hasta; lo cruza CRONOG contra el MASTER.
01 reg_cronograma.
	  03 cro_prof 						PIC X(5).
	  03 cro_suc 						PIC X(3).
	  03 cro_clase 						PIC X(4).
	  03 cro_dia 						PIC 9(1).
	  03 cro_horas 						PIC 9(2)V99.
	  03 cro_desde 						PIC X(8).
	  03 cro_hasta 						PIC X(8).

FD CONNUEVO LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/contratosHorasNuevo.txt".
01 reg_connuevo 						PIC X(29).

FD CRONUEVO LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/cronogramaClasesNuevo.txt".
01 reg_cronuevo 						PIC X(33).

FD FERIADOS LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/feriados.txt".
*> calendario de feriados: fecha aaaammdd y descripcion; TP recarga
*> las horas dictadas en esas fechas.
01 reg_feriado.
	  03 fer_fecha 						PIC X(8).
	  03 fer_descripcion 				PIC X(30).

FD FERNUEVO LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/feriadosNuevo.txt".
01 reg_fernuevo 						PIC X(38).

FD RECHAZOS LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/rechazosNovedades.txt".
01 reg_rechazo.
	77 	profesores-estado 				PIC XX.
	77 	sucursales-estado 				PIC XX.
	77 	tipos_clase-estado 				PIC XX.
	77 	contratos-estado 				PIC XX.
	77 	connuevo-estado 				PIC XX.
	77 	cronograma-estado 				PIC XX.
	77 	cronuevo-estado 				PIC XX.
	77 	feriados-estado 				PIC XX.
	77 	fernuevo-estado 				PIC XX.
	77 	rechazos-estado 				PIC XX.

	01 fin_novedades 					PIC XX VALUE "NO".
	01 fin_tipos 						PIC XX VALUE "NO".
	01 fin_contratos 					PIC XX VALUE "NO".
	01 fin_cronograma 					PIC XX VALUE "NO".
	01 fin_feriados 					PIC XX VALUE "NO".

*> tiposClase, contratos y cronograma se traen a memoria ordenados por clave (la
*> carga inserta en orden): los controles de solape y de huecos
*> necesitan todas las vigencias de cada codigo a la vista.
	01 cant_tipos 						PIC 9(3) VALUE 0.
	01 v_tipos.
	  03 v_tipo OCCURS 1 TO 200 TIMES DEPENDING ON cant_tipos.
	  	05 vt_tarifa 					PIC 9(5)V99.
	  	05 vt_desde 					PIC X(8).
	  	05 vt_hasta 					PIC X(8).
	  	05 vt_costo 					PIC 9(5)V99.

*> codigos de tipo de clase tocados por alguna novedad: el control
*> final de huecos de vigencia se hace solo sobre estos, para no
	  	05 vcn_desde 					PIC X(8).
	  	05 vcn_hasta 					PIC X(8).

	01 cant_cros 						PIC 9(4) VALUE 0.
	01 v_cros.
	  03 v_cro OCCURS 1 TO 1000 TIMES DEPENDING ON cant_cros.
	  	05 vcr_prof 					PIC X(5).
	  	05 vcr_suc 						PIC X(3).
	  	05 vcr_clase 					PIC X(4).
	  	05 vcr_dia 						PIC 9(1).
	  	05 vcr_horas 					PIC 9(2)V99.
	  	05 vcr_desde 					PIC X(8).
	  	05 vcr_hasta 					PIC X(8).

	01 cant_fers 						PIC 9(3) VALUE 0.
	01 v_fers.
	  03 v_fer OCCURS 1 TO 500 TIMES DEPENDING ON cant_fers.
	  	05 vfe_fecha 					PIC X(8).
	  	05 vfe_descripcion 				PIC X(30).

	01 cant_tocados 						PIC 9(3) VALUE 0.
	01 v_tocados.
	  03 v_tocado OCCURS 1 TO 200 TIMES DEPENDING ON cant_tocados.
	  03 aux_tip_tarifa 				PIC 9(5)V99.
	  03 aux_tip_desde 					PIC X(8).
	  03 aux_tip_hasta 					PIC X(8).
	  03 aux_tip_costo 					PIC 9(5)V99.
	01 viejo_tipo.
	  03 viejo_tip_cod 					PIC X(4).
	  03 viejo_tip_razon 				PIC X(20).
	  03 viejo_tip_tarifa 				PIC 9(5)V99.
	  03 viejo_tip_desde 				PIC X(8).
	  03 viejo_tip_hasta 				PIC X(8).
	  03 viejo_tip_costo 				PIC 9(5)V99.
	01 aux_con.
	  03 aux_con_prof 					PIC X(5).
	  03 aux_con_suc 					PIC X(3).
	  03 viejo_con_horas 				PIC 9(3)V99.
	  03 viejo_con_desde 				PIC X(8).
	  03 viejo_con_hasta 				PIC X(8).
	01 aux_cro.
	  03 aux_cro_prof 					PIC X(5).
	  03 aux_cro_suc 					PIC X(3).
	  03 aux_cro_clase 					PIC X(4).
	  03 aux_cro_dia 					PIC 9(1).
	  03 aux_cro_horas 					PIC 9(2)V99.
	  03 aux_cro_desde 					PIC X(8).
	  03 aux_cro_hasta 					PIC X(8).
	01 viejo_cro 						PIC X(33).
	01 aux_fer.
	  03 aux_fer_fecha 					PIC X(8).
	  03 aux_fer_descripcion 			PIC X(30).
*> claves del cronograma armadas en un solo campo para comparar la de
*> la tabla con la buscada (profesor, sucursal, clase, dia, desde).
	01 clave_cro_buscada.
	  03 ccb_prof 						PIC X(5).
	  03 ccb_suc 						PIC X(3).
	  03 ccb_clase 						PIC X(4).
	  03 ccb_dia 						PIC 9(1).
	  03 ccb_desde 						PIC X(8).
	01 clave_cro_tabla.
	  03 cct_prof 						PIC X(5).
	  03 cct_suc 						PIC X(3).
	  03 cct_clase 						PIC X(4).
	  03 cct_dia 						PIC 9(1).
	  03 cct_desde 						PIC X(8).
	01 fin_busqueda 					PIC XX VALUE "NO".
	01 clase_cro_hallada 				PIC XX VALUE "NO".

	01 posi 								PIC 9(4) VALUE 0.
	01 posi_hallada 						PIC 9(4) VALUE 0.
	01 j 								PIC 9(4) VALUE 0.
	01 jj 								PIC 9(4) VALUE 0.
	01 registro_hallado 				PIC XX VALUE "NO".
	01 hay_solape 						PIC XX VALUE "NO".
	01 codigo_tocado_visto 				PIC XX VALUE "NO".
	01 cant_rech_horas 					PIC 9(5) VALUE 0.
	01 cant_rech_solape 				PIC 9(5) VALUE 0.
	01 cant_rech_tabla 					PIC 9(5) VALUE 0.
	01 cant_rech_dia 					PIC 9(5) VALUE 0.
	01 cant_rech_referencia 			PIC 9(5) VALUE 0.
	01 cant_huecos 						PIC 9(5) VALUE 0.
	01 cant_prof_actualizados 			PIC 9(5) VALUE 0.
	01 cant_suc_actualizadas 			PIC 9(5) VALUE 0.
	01 cant_vig_borradas 				PIC 9(5) VALUE 0.
	01 cant_vig_grabadas 				PIC 9(5) VALUE 0.
	01 hay_error_vigencias 				PIC XX VALUE "NO".

	01 linea.
PROCEDURE DIVISION.

*> CICLO PPAL--------------------------------------------------------------
	PERFORM 1_ABRIR_PROFESORES.
	PERFORM 2_ABRIR_SUCURSALES.
	PERFORM 3_CARGAR_TIPOS_CLASE.
	PERFORM 35_CARGAR_CONTRATOS.
	PERFORM 36_CARGAR_CRONOGRAMA.
	PERFORM 37_CARGAR_FERIADOS.
	PERFORM 4_APLICAR_NOVEDADES.
	PERFORM 5_CONTROLAR_VIGENCIAS.
*> con vigencias rotas (huecos) no se tocan tiposClase, contratos,
*> cronograma ni feriados:
*> un tiposClase con huecos hace que TP deje movimientos sin tarifa.
*> Las novedades de profesores y sucursales ya quedaron aplicadas.
	IF (hay_error_vigencias IS = "NO") THEN
		PERFORM 6_ESCRIBIR_MAESTROS
	ELSE
		DISPLAY "MANT: vigencias con huecos, no se actualizan tiposClase, contratos, cronograma ni feriados"
		MOVE 8 TO RETURN-CODE
	END-IF.
	CLOSE PROFESORES.
	CLOSE SUCURSALES.
	CLOSE TIPOSCLASE.
	PERFORM 7_RESUMEN.
	CLOSE RECHAZOS.
	STOP RUN.

*> CARGA DE MAESTROS----------------------------------------------------

1_ABRIR_PROFESORES.
*> los maestros indexados se abren para actualizar en el lugar. Solo
*> el archivo ausente (35, maestro que arranca vacio y se puebla por
*> altas) se crea vacio; cualquier otro error de apertura corta antes
*> de aplicar ninguna novedad.
	OPEN I-O PROFESORES.
	IF (profesores-estado IS = "35") THEN
		OPEN OUTPUT PROFESORES
		CLOSE PROFESORES
		OPEN I-O PROFESORES
	END-IF.
	IF (profesores-estado IS NOT = "00") THEN
		DISPLAY "MANT: no se pudo abrir profesores.dat, estado " profesores-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.

2_ABRIR_SUCURSALES.
	OPEN I-O SUCURSALES.
	IF (sucursales-estado IS = "35") THEN
		OPEN OUTPUT SUCURSALES
		CLOSE SUCURSALES
		OPEN I-O SUCURSALES
	END-IF.
	IF (sucursales-estado IS NOT = "00") THEN
		DISPLAY "MANT: no se pudo abrir sucursales.dat, estado " sucursales-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.

3_CARGAR_TIPOS_CLASE.
*> queda abierto I-O hasta el final: 6_ESCRIBIR_MAESTROS vuelca ahi
*> las vigencias de los codigos tocados.
	OPEN I-O TIPOSCLASE.
	IF (tipos_clase-estado IS = "35") THEN
		OPEN OUTPUT TIPOSCLASE
		CLOSE TIPOSCLASE
		OPEN I-O TIPOSCLASE
	END-IF.
	IF (tipos_clase-estado IS NOT = "00") THEN
		DISPLAY "MANT: no se pudo abrir tiposClase.dat, estado " tipos_clase-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM 31_CARGAR_TIPO_REG UNTIL fin_tipos IS = "SI".

31_CARGAR_TIPO_REG.
*> un maestro mas grande que la tabla corta el programa: seguir
*> insertando pisaria la memoria vecina y los controles de vigencia
*> quedarian hechos sobre datos corruptos.
	READ TIPOSCLASE NEXT RECORD AT END MOVE "SI" TO fin_tipos.
	IF (fin_tipos IS = "NO") THEN
		IF (cant_tipos IS >= 200) THEN
			DISPLAY "MANT: tiposClase.dat supera los 200 registros de la tabla"
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE tip_clase_dire TO aux_tip_tarifa
		MOVE tip_clase_desde TO aux_tip_desde
		MOVE tip_clase_hasta TO aux_tip_hasta
*> una vigencia grabada antes de separar venta y costo no trae costo:
*> se le paga al profesor lo mismo que se factura.
		IF (tip_clase_costo IS NUMERIC) THEN
			MOVE tip_clase_costo TO aux_tip_costo
		ELSE
			MOVE tip_clase_dire TO aux_tip_costo
		END-IF
		PERFORM INSERTAR_TIPO
	END-IF.

		PERFORM INSERTAR_CON
	END-IF.

36_CARGAR_CRONOGRAMA.
	OPEN INPUT CRONOGRAMA.
	IF (cronograma-estado IS = "35") THEN
		MOVE "SI" TO fin_cronograma
	ELSE IF (cronograma-estado IS NOT = "00") THEN
		DISPLAY "MANT: no se pudo abrir cronogramaClases.txt, estado " cronograma-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM 361_CARGAR_CRO_REG UNTIL fin_cronograma IS = "SI".
	IF (cronograma-estado IS NOT = "35") THEN
		CLOSE CRONOGRAMA
	END-IF.

361_CARGAR_CRO_REG.
	READ CRONOGRAMA AT END MOVE "SI" TO fin_cronograma.
	IF (fin_cronograma IS = "NO") THEN
		IF (cant_cros IS >= 1000) THEN
			DISPLAY "MANT: cronogramaClases.txt supera los 1000 registros de la tabla"
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE reg_cronograma TO aux_cro
		PERFORM INSERTAR_CRO
	END-IF.

37_CARGAR_FERIADOS.
	OPEN INPUT FERIADOS.
	IF (feriados-estado IS = "35") THEN
		MOVE "SI" TO fin_feriados
	ELSE IF (feriados-estado IS NOT = "00") THEN
		DISPLAY "MANT: no se pudo abrir feriados.txt, estado " feriados-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM 371_CARGAR_FER_REG UNTIL fin_feriados IS = "SI".
	IF (feriados-estado IS NOT = "35") THEN
		CLOSE FERIADOS
	END-IF.

371_CARGAR_FER_REG.
	READ FERIADOS AT END MOVE "SI" TO fin_feriados.
	IF (fin_feriados IS = "NO") THEN
		IF (cant_fers IS >= 500) THEN
			DISPLAY "MANT: feriados.txt supera los 500 registros de la tabla"
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE reg_feriado TO aux_fer
		PERFORM INSERTAR_FER
	END-IF.

*> CICLO DE NOVEDADES---------------------------------------------------

4_APLICAR_NOVEDADES.
		PERFORM 44_NOVEDAD_TIPO
	ELSE IF (nov_maestro IS = "C") THEN
		PERFORM 45_NOVEDAD_CON
	ELSE IF (nov_maestro IS = "H") THEN
		PERFORM 46_NOVEDAD_CRO
	ELSE IF (nov_maestro IS = "F") THEN
		PERFORM 47_NOVEDAD_FER
	ELSE
		MOVE "MAESTRO INVALIDO" TO motivo_rechazo
		ADD 1 TO cant_rech_maestro
	ELSE IF (registro_hallado IS = "SI") THEN
		MOVE "CODIGO DUPLICADO" TO motivo_rechazo
		ADD 1 TO cant_rech_duplicado
	ELSE
		MOVE nov_prof(1:120) TO reg_profesores
		WRITE reg_profesores
			INVALID KEY
				MOVE "CODIGO DUPLICADO" TO motivo_rechazo
				ADD 1 TO cant_rech_duplicado
			NOT INVALID KEY
				ADD 1 TO cant_prof_actualizados
		END-WRITE
	END-IF.

422_MODIF_PROF.
	ELSE
		PERFORM 424_VALIDAR_PROF
		IF (motivo_rechazo IS = SPACES) THEN
			MOVE nov_prof(6:115) TO prof_resto
			REWRITE reg_profesores
				INVALID KEY
					MOVE "CODIGO INEXISTENTE" TO motivo_rechazo
					ADD 1 TO cant_rech_inexistente
				NOT INVALID KEY
					ADD 1 TO cant_prof_actualizados
			END-REWRITE
		END-IF
	END-IF.

		MOVE "CODIGO INEXISTENTE" TO motivo_rechazo
		ADD 1 TO cant_rech_inexistente
	ELSE
		DELETE PROFESORES RECORD
			INVALID KEY
				MOVE "CODIGO INEXISTENTE" TO motivo_rechazo
				ADD 1 TO cant_rech_inexistente
			NOT INVALID KEY
				ADD 1 TO cant_prof_actualizados
		END-DELETE
	END-IF.

424_VALIDAR_PROF.
	ELSE IF (registro_hallado IS = "SI") THEN
		MOVE "CODIGO DUPLICADO" TO motivo_rechazo
		ADD 1 TO cant_rech_duplicado
	ELSE
		MOVE nov_suc(1:79) TO reg_sucursal
		WRITE reg_sucursal
			INVALID KEY
				MOVE "CODIGO DUPLICADO" TO motivo_rechazo
				ADD 1 TO cant_rech_duplicado
			NOT INVALID KEY
				ADD 1 TO cant_suc_actualizadas
		END-WRITE
	END-IF.

432_MODIF_SUC.
	ELSE
		PERFORM 434_VALIDAR_SUC
		IF (motivo_rechazo IS = SPACES) THEN
			MOVE nov_suc(4:76) TO suc_resto
			REWRITE reg_sucursal
				INVALID KEY
					MOVE "CODIGO INEXISTENTE" TO motivo_rechazo
					ADD 1 TO cant_rech_inexistente
				NOT INVALID KEY
					ADD 1 TO cant_suc_actualizadas
			END-REWRITE
		END-IF
	END-IF.

		MOVE "CODIGO INEXISTENTE" TO motivo_rechazo
		ADD 1 TO cant_rech_inexistente
	ELSE
		DELETE SUCURSALES RECORD
			INVALID KEY
				MOVE "CODIGO INEXISTENTE" TO motivo_rechazo
				ADD 1 TO cant_rech_inexistente
			NOT INVALID KEY
				ADD 1 TO cant_suc_actualizadas
		END-DELETE
	END-IF.

434_VALIDAR_SUC.
		MOVE "TARIFA NO NUMERICA" TO motivo_rechazo
		ADD 1 TO cant_rech_tarifa
	END-IF.
	IF (motivo_rechazo IS = SPACES) AND (nov_tip_costo IS NOT = SPACES) AND (nov_tip_costo IS NOT NUMERIC) THEN
		MOVE "COSTO NO NUMERICO" TO motivo_rechazo
		ADD 1 TO cant_rech_tarifa
	END-IF.
	IF (motivo_rechazo IS = SPACES) THEN
		MOVE nov_tip_desde TO fecha_a_validar_x
		PERFORM VALIDAR_FECHA
	MOVE nov_tip_tarifa TO aux_tip_tarifa(1:7).
	MOVE nov_tip_desde TO aux_tip_desde.
	MOVE nov_tip_hasta TO aux_tip_hasta.
	IF (nov_tip_costo IS = SPACES) THEN
		MOVE aux_tip_tarifa TO aux_tip_costo
	ELSE
		MOVE nov_tip_costo TO aux_tip_costo(1:7)
	END-IF.

45_NOVEDAD_CON.
	MOVE nov_con_prof TO aux_con_prof.
	MOVE nov_con_desde TO aux_con_desde.
	MOVE nov_con_hasta TO aux_con_hasta.

46_NOVEDAD_CRO.
	MOVE nov_cro_prof TO aux_cro_prof.
	MOVE nov_cro_suc TO aux_cro_suc.
	MOVE nov_cro_clase TO aux_cro_clase.
	MOVE 0 TO aux_cro_dia.
	IF (nov_cro_dia IS NUMERIC) THEN
		MOVE nov_cro_dia TO aux_cro_dia
	END-IF.
	MOVE nov_cro_desde TO aux_cro_desde.
	PERFORM BUSCAR_CRO.
	IF (nov_accion IS = "A") THEN
		PERFORM 461_ALTA_CRO
	ELSE IF (nov_accion IS = "M") THEN
		PERFORM 462_MODIF_CRO
	ELSE IF (nov_accion IS = "B") THEN
		PERFORM 463_BAJA_CRO
	ELSE
		MOVE "ACCION INVALIDA" TO motivo_rechazo
		ADD 1 TO cant_rech_accion
	END-IF.

461_ALTA_CRO.
	PERFORM 464_VALIDAR_CRO.
	IF (motivo_rechazo IS NOT = SPACES) THEN
		CONTINUE
	ELSE IF (registro_hallado IS = "SI") THEN
		MOVE "CODIGO DUPLICADO" TO motivo_rechazo
		ADD 1 TO cant_rech_duplicado
	ELSE IF (cant_cros IS >= 1000) THEN
		MOVE "TABLA LLENA" TO motivo_rechazo
		ADD 1 TO cant_rech_tabla
	ELSE
		PERFORM 465_ARMAR_AUX_CRO
		PERFORM CONTROLAR_SOLAPE_CRO
		IF (hay_solape IS = "SI") THEN
			MOVE "VIGENCIA SOLAPADA" TO motivo_rechazo
			ADD 1 TO cant_rech_solape
		ELSE
			PERFORM INSERTAR_CRO
		END-IF
	END-IF.

462_MODIF_CRO.
*> mismo esquema que 452_MODIF_CON.
	IF (registro_hallado IS = "NO") THEN
		MOVE "CODIGO INEXISTENTE" TO motivo_rechazo
		ADD 1 TO cant_rech_inexistente
	ELSE
		PERFORM 464_VALIDAR_CRO
		IF (motivo_rechazo IS = SPACES) THEN
			MOVE v_cro(posi_hallada) TO viejo_cro
			PERFORM BORRAR_CRO
			PERFORM 465_ARMAR_AUX_CRO
			PERFORM CONTROLAR_SOLAPE_CRO
			IF (hay_solape IS = "SI") THEN
				MOVE viejo_cro TO aux_cro
				PERFORM INSERTAR_CRO
				MOVE "VIGENCIA SOLAPADA" TO motivo_rechazo
				ADD 1 TO cant_rech_solape
			ELSE
				PERFORM INSERTAR_CRO
			END-IF
		END-IF
	END-IF.

463_BAJA_CRO.
	IF (registro_hallado IS = "NO") THEN
		MOVE "CODIGO INEXISTENTE" TO motivo_rechazo
		ADD 1 TO cant_rech_inexistente
	ELSE
		PERFORM BORRAR_CRO
	END-IF.

464_VALIDAR_CRO.
	IF (nov_cro_dia IS NOT NUMERIC) OR (nov_cro_dia IS < "1") OR (nov_cro_dia IS > "7") THEN
		MOVE "DIA INVALIDO" TO motivo_rechazo
		ADD 1 TO cant_rech_dia
	END-IF.
	IF (motivo_rechazo IS = SPACES) AND (nov_cro_horas IS NOT NUMERIC) THEN
		MOVE "HORAS NO NUMERICAS" TO motivo_rechazo
		ADD 1 TO cant_rech_horas
	END-IF.
	IF (motivo_rechazo IS = SPACES) THEN
		MOVE nov_cro_desde TO fecha_a_validar_x
		PERFORM VALIDAR_FECHA
		IF (fecha_valida IS = "NO") THEN
			MOVE "FECHA DESDE INVALIDA" TO motivo_rechazo
			ADD 1 TO cant_rech_fecha
		END-IF
	END-IF.
	IF (motivo_rechazo IS = SPACES) THEN
		MOVE nov_cro_hasta TO fecha_a_validar_x
		PERFORM VALIDAR_FECHA
		IF (fecha_valida IS = "NO") THEN
			MOVE "FECHA HASTA INVALIDA" TO motivo_rechazo
			ADD 1 TO cant_rech_fecha
		END-IF
	END-IF.
	IF (motivo_rechazo IS = SPACES) AND (nov_cro_desde IS > nov_cro_hasta) THEN
		MOVE "VIGENCIA INVERTIDA" TO motivo_rechazo
		ADD 1 TO cant_rech_fecha
	END-IF.
*> el cronograma se cruza contra el MASTER por profesor, sucursal y
*> clase: un codigo que no existe daria siempre clases sin movimiento.
	IF (motivo_rechazo IS = SPACES) THEN
		MOVE nov_cro_prof TO prof_num
		READ PROFESORES
			INVALID KEY
				MOVE "PROFESOR INEXISTENTE" TO motivo_rechazo
				ADD 1 TO cant_rech_referencia
		END-READ
	END-IF.
	IF (motivo_rechazo IS = SPACES) THEN
		MOVE nov_cro_suc TO suc_suc
		READ SUCURSALES
			INVALID KEY
				MOVE "SUCURSAL INEXISTENTE" TO motivo_rechazo
				ADD 1 TO cant_rech_referencia
		END-READ
	END-IF.
	IF (motivo_rechazo IS = SPACES) THEN
		PERFORM BUSCAR_CLASE_CRO
		IF (clase_cro_hallada IS = "NO") THEN
			MOVE "CLASE INEXISTENTE" TO motivo_rechazo
			ADD 1 TO cant_rech_referencia
		END-IF
	END-IF.

465_ARMAR_AUX_CRO.
	MOVE nov_cro_prof TO aux_cro_prof.
	MOVE nov_cro_suc TO aux_cro_suc.
	MOVE nov_cro_clase TO aux_cro_clase.
	MOVE nov_cro_dia TO aux_cro_dia.
	MOVE nov_cro_horas TO aux_cro_horas(1:4).
	MOVE nov_cro_desde TO aux_cro_desde.
	MOVE nov_cro_hasta TO aux_cro_hasta.

47_NOVEDAD_FER.
	MOVE nov_fer_fecha TO aux_fer_fecha.
	MOVE nov_fer_descripcion TO aux_fer_descripcion.
	PERFORM BUSCAR_FER.
	IF (nov_accion IS = "A") THEN
		PERFORM 471_ALTA_FER
	ELSE IF (nov_accion IS = "M") THEN
		PERFORM 472_MODIF_FER
	ELSE IF (nov_accion IS = "B") THEN
		PERFORM 473_BAJA_FER
	ELSE
		MOVE "ACCION INVALIDA" TO motivo_rechazo
		ADD 1 TO cant_rech_accion
	END-IF.

471_ALTA_FER.
*> TP busca la fecha del movimiento tal cual en el calendario: una
*> fecha mal escrita no recargaria nunca.
	MOVE nov_fer_fecha TO fecha_a_validar_x.
	PERFORM VALIDAR_FECHA.
	IF (fecha_valida IS = "NO") THEN
		MOVE "FECHA INVALIDA" TO motivo_rechazo
		ADD 1 TO cant_rech_fecha
	ELSE IF (registro_hallado IS = "SI") THEN
		MOVE "CODIGO DUPLICADO" TO motivo_rechazo
		ADD 1 TO cant_rech_duplicado
	ELSE IF (cant_fers IS >= 500) THEN
		MOVE "TABLA LLENA" TO motivo_rechazo
		ADD 1 TO cant_rech_tabla
	ELSE
		PERFORM INSERTAR_FER
	END-IF.

472_MODIF_FER.
*> la fecha es la clave: solo se cambia la descripcion.
	IF (registro_hallado IS = "NO") THEN
		MOVE "CODIGO INEXISTENTE" TO motivo_rechazo
		ADD 1 TO cant_rech_inexistente
	ELSE
		MOVE aux_fer_descripcion TO vfe_descripcion(posi_hallada)
	END-IF.

473_BAJA_FER.
	IF (registro_hallado IS = "NO") THEN
		MOVE "CODIGO INEXISTENTE" TO motivo_rechazo
		ADD 1 TO cant_rech_inexistente
	ELSE
		PERFORM BORRAR_FER
	END-IF.

REGISTRAR_RECHAZO.
	ADD 1 TO cant_rechazadas.
	MOVE motivo_rechazo TO rec_motivo.
	MOVE reg_novedad TO rec_novedad.
	WRITE reg_rechazo.
	DISPLAY "RECHAZO " motivo_rechazo " " nov_maestro nov_accion " " nov_datos(1:40).

*> BUSQUEDA/INSERCION/BAJA EN MAESTROS Y TABLAS-------------------------

BUSCAR_PROF.
*> lectura por clave: si esta, el registro queda en reg_profesores
*> listo para REWRITE o DELETE.
	MOVE "SI" TO registro_hallado.
	MOVE aux_prof_num TO prof_num.
	READ PROFESORES INVALID KEY MOVE "NO" TO registro_hallado.

BUSCAR_SUC.
	MOVE "SI" TO registro_hallado.
	MOVE aux_suc_num TO suc_suc.
	READ SUCURSALES INVALID KEY MOVE "NO" TO registro_hallado.

BUSCAR_TIPO.
*> clave compuesta: codigo + fecha desde de la vigencia; la tabla esta
*> ordenada por esa clave, la misma del maestro indexado.
	MOVE "NO" TO registro_hallado.
	MOVE 1 TO posi.
	PERFORM BUSCAR_TIPO_IND UNTIL (posi IS > cant_tipos)
		ADD 1 TO j
	END-IF.

BUSCAR_CRO.
*> clave compuesta: profesor + sucursal + clase + dia + fecha desde;
*> la tabla esta ordenada por esa clave. Deja en posi el registro o la
*> posicion donde deberia insertarse.
	MOVE "NO" TO registro_hallado.
	MOVE "NO" TO fin_busqueda.
	MOVE aux_cro_prof TO ccb_prof.
	MOVE aux_cro_suc TO ccb_suc.
	MOVE aux_cro_clase TO ccb_clase.
	MOVE aux_cro_dia TO ccb_dia.
	MOVE aux_cro_desde TO ccb_desde.
	MOVE 1 TO posi.
	PERFORM BUSCAR_CRO_IND UNTIL (posi IS > cant_cros) OR (fin_busqueda IS = "SI").
	IF (fin_busqueda IS = "SI") AND (clave_cro_tabla IS = clave_cro_buscada) THEN
		MOVE "SI" TO registro_hallado
		MOVE posi TO posi_hallada
	END-IF.

BUSCAR_CRO_IND.
	MOVE vcr_prof(posi) TO cct_prof.
	MOVE vcr_suc(posi) TO cct_suc.
	MOVE vcr_clase(posi) TO cct_clase.
	MOVE vcr_dia(posi) TO cct_dia.
	MOVE vcr_desde(posi) TO cct_desde.
	IF (clave_cro_tabla IS >= clave_cro_buscada) THEN
		MOVE "SI" TO fin_busqueda
	ELSE
		ADD 1 TO posi
	END-IF.

INSERTAR_CRO.
	PERFORM BUSCAR_CRO.
	ADD 1 TO cant_cros.
	MOVE cant_cros TO j.
	PERFORM DESPLAZAR_CRO UNTIL j IS NOT > posi.
	MOVE aux_cro TO v_cro(posi).

DESPLAZAR_CRO.
	COMPUTE jj = j - 1.
	MOVE v_cro(jj) TO v_cro(j).
	SUBTRACT 1 FROM j.

BORRAR_CRO.
	MOVE posi_hallada TO j.
	PERFORM CORRER_CRO UNTIL j IS NOT < cant_cros.
	SUBTRACT 1 FROM cant_cros.

CORRER_CRO.
	COMPUTE jj = j + 1.
	MOVE v_cro(jj) TO v_cro(j).
	ADD 1 TO j.

BUSCAR_FER.
*> la tabla esta ordenada por fecha. Deja en posi el registro o la
*> posicion donde deberia insertarse.
	MOVE "NO" TO registro_hallado.
	MOVE "NO" TO fin_busqueda.
	MOVE 1 TO posi.
	PERFORM BUSCAR_FER_IND UNTIL (posi IS > cant_fers) OR (fin_busqueda IS = "SI").
	IF (fin_busqueda IS = "SI") AND (vfe_fecha(posi) IS = aux_fer_fecha) THEN
		MOVE "SI" TO registro_hallado
		MOVE posi TO posi_hallada
	END-IF.

BUSCAR_FER_IND.
	IF (vfe_fecha(posi) IS >= aux_fer_fecha) THEN
		MOVE "SI" TO fin_busqueda
	ELSE
		ADD 1 TO posi
	END-IF.

INSERTAR_FER.
	PERFORM BUSCAR_FER.
	ADD 1 TO cant_fers.
	MOVE cant_fers TO j.
	PERFORM DESPLAZAR_FER UNTIL j IS NOT > posi.
	MOVE aux_fer TO v_fer(posi).

DESPLAZAR_FER.
	COMPUTE jj = j - 1.
	MOVE v_fer(jj) TO v_fer(j).
	SUBTRACT 1 FROM j.

BORRAR_FER.
	MOVE posi_hallada TO j.
	PERFORM CORRER_FER UNTIL j IS NOT < cant_fers.
	SUBTRACT 1 FROM cant_fers.

CORRER_FER.
	COMPUTE jj = j + 1.
	MOVE v_fer(jj) TO v_fer(j).
	ADD 1 TO j.

BUSCAR_CLASE_CRO.
*> alcanza con que el tipo de clase tenga alguna vigencia cargada.
	MOVE "NO" TO clase_cro_hallada.
	MOVE 1 TO j.
	PERFORM BUSCAR_CLASE_CRO_IND UNTIL (j IS > cant_tipos) OR (clase_cro_hallada IS = "SI").

BUSCAR_CLASE_CRO_IND.
	IF (vt_cod(j) IS = nov_cro_clase) THEN
		MOVE "SI" TO clase_cro_hallada
	ELSE
		ADD 1 TO j
	END-IF.

CONTROLAR_SOLAPE_CRO.
*> la vigencia nueva (aux_cro) no debe pisar otra del mismo profesor,
*> sucursal, clase y dia; los huecos se admiten como en contratos.
	MOVE "NO" TO hay_solape.
	MOVE 1 TO j.
	PERFORM CONTROLAR_SOLAPE_CRO_IND UNTIL (j IS > cant_cros) OR (hay_solape IS = "SI").

CONTROLAR_SOLAPE_CRO_IND.
	IF (vcr_prof(j) IS = aux_cro_prof)
	AND (vcr_suc(j) IS = aux_cro_suc)
	AND (vcr_clase(j) IS = aux_cro_clase)
	AND (vcr_dia(j) IS = aux_cro_dia)
	AND (vcr_desde(j) IS NOT > aux_cro_hasta)
	AND (vcr_hasta(j) IS NOT < aux_cro_desde) THEN
		MOVE "SI" TO hay_solape
	ELSE
		ADD 1 TO j
	END-IF.

CONTROLAR_SOLAPE.
*> la vigencia nueva (aux_tipo) no debe pisar ninguna vigencia ya
*> cargada del mismo codigo: hay solape salvo que una termine antes de
*> ESCRITURA DE MAESTROS NUEVOS-----------------------------------------

6_ESCRIBIR_MAESTROS.
*> tiposClase: para cada codigo tocado por alguna novedad se borran del
*> maestro todas sus vigencias y se graban las de la tabla, que ya
*> pasaron los controles de solape y de huecos. Los codigos no tocados
*> no se reescriben. Contratos, cronograma y feriados salen enteros de
*> sus tablas, ordenados por clave.
	PERFORM 61_ACTUALIZAR_CODIGO VARYING kk FROM 1 BY 1 UNTIL kk IS > cant_tocados.
	OPEN OUTPUT CONNUEVO.
	PERFORM 64_ESCRIBIR_CON VARYING posi FROM 1 BY 1 UNTIL posi IS > cant_cons.
	CLOSE CONNUEVO.
	OPEN OUTPUT CRONUEVO.
	PERFORM 65_ESCRIBIR_CRO VARYING posi FROM 1 BY 1 UNTIL posi IS > cant_cros.
	CLOSE CRONUEVO.
	OPEN OUTPUT FERNUEVO.
	PERFORM 66_ESCRIBIR_FER VARYING posi FROM 1 BY 1 UNTIL posi IS > cant_fers.
	CLOSE FERNUEVO.

61_ACTUALIZAR_CODIGO.
	MOVE "NO" TO fin_tipos.
	PERFORM 611_BORRAR_VIGENCIA UNTIL fin_tipos IS = "SI".
	PERFORM 612_GRABAR_VIGENCIA VARYING posi FROM 1 BY 1 UNTIL posi IS > cant_tipos.

611_BORRAR_VIGENCIA.
*> se reposiciona en cada vuelta: la primera vigencia que quede del
*> codigo es siempre la proxima a borrar.
	MOVE vtoc_cod(kk) TO tip_clase_suc.
	MOVE LOW-VALUES TO tip_clase_desde.
	START TIPOSCLASE KEY IS NOT < tip_clave
		INVALID KEY MOVE "SI" TO fin_tipos
	END-START.
	IF (fin_tipos IS = "NO") THEN
		READ TIPOSCLASE NEXT RECORD AT END MOVE "SI" TO fin_tipos END-READ
	END-IF.
	IF (fin_tipos IS = "NO") THEN
		IF (tip_clase_suc IS NOT = vtoc_cod(kk)) THEN
			MOVE "SI" TO fin_tipos
		ELSE
			DELETE TIPOSCLASE RECORD
				INVALID KEY
					DISPLAY "MANT: no se pudo borrar la vigencia " tip_clave ", estado " tipos_clase-estado
					MOVE 8 TO RETURN-CODE
					MOVE "SI" TO fin_tipos
				NOT INVALID KEY
					ADD 1 TO cant_vig_borradas
			END-DELETE
		END-IF
	END-IF.

612_GRABAR_VIGENCIA.
	IF (vt_cod(posi) IS = vtoc_cod(kk)) THEN
		MOVE vt_cod(posi) TO tip_clase_suc
		MOVE vt_desde(posi) TO tip_clase_desde
		MOVE vt_razon(posi) TO tip_clase_razon
		MOVE vt_tarifa(posi) TO tip_clase_dire
		MOVE vt_hasta(posi) TO tip_clase_hasta
		MOVE vt_costo(posi) TO tip_clase_costo
		WRITE reg_tipclase
			INVALID KEY
				DISPLAY "MANT: no se pudo grabar la vigencia " tip_clave ", estado " tipos_clase-estado
				MOVE 8 TO RETURN-CODE
			NOT INVALID KEY
				ADD 1 TO cant_vig_grabadas
		END-WRITE
	END-IF.

64_ESCRIBIR_CON.
	MOVE v_con(posi) TO reg_connuevo.
	WRITE reg_connuevo.

65_ESCRIBIR_CRO.
	MOVE v_cro(posi) TO reg_cronuevo.
	WRITE reg_cronuevo.

66_ESCRIBIR_FER.
	MOVE v_fer(posi) TO reg_fernuevo.
	WRITE reg_fernuevo.

*> RESUMEN--------------------------------------------------------------

7_RESUMEN.
	DISPLAY "  CUIT invalido:                " cant_rech_cuit.
	DISPLAY "  CBU invalido:                 " cant_rech_cbu.
	DISPLAY "  Fecha de vigencia invalida:   " cant_rech_fecha.
	DISPLAY "  Tarifa/costo no numerico:     " cant_rech_tarifa.
	DISPLAY "  Horas no numericas:           " cant_rech_horas.
	DISPLAY "  Vigencia solapada:            " cant_rech_solape.
	DISPLAY "  Tabla llena:                  " cant_rech_tabla.
	DISPLAY "  Dia de semana invalido:       " cant_rech_dia.
	DISPLAY "  Prof/suc/clase inexistente:   " cant_rech_referencia.
	DISPLAY "Huecos de vigencia detectados:  " cant_huecos.
	DISPLAY "Profesores actualizados:        " cant_prof_actualizados.
	DISPLAY "Sucursales actualizadas:        " cant_suc_actualizadas.
	DISPLAY "Vigencias borradas / grabadas:  " cant_vig_borradas " / " cant_vig_grabadas.
	DISPLAY "Vigencias en tiposClase:        " cant_tipos.
	DISPLAY "Contratos en el maestro nuevo:  " cant_cons.
	DISPLAY "Cronograma en el maestro nuevo: " cant_cros.
	DISPLAY "Feriados en el maestro nuevo:   " cant_fers.
