IDENTIFICATION DIVISION.
PROGRAM-ID. CARGA.

*> carga de horas por pantalla: los data-entry cargaban sucmov.txt
*> editando texto en posiciones fijas y recien al otro dia DEPURADOR y
*> las excepciones de TP (BUSCAR_SUCURSAL_Y_CLASE, profesor no
*> encontrado, periodo cerrado) decian que estaba mal. Este programa
*> pide cada movimiento campo por campo (profesor, fecha, sucursal,
*> tipo de clase y horas) y a medida que se tipea muestra el nombre del
*> profesor, la razon social de la sucursal y la tarifa vigente a la
*> fecha del movimiento. No acepta codigos que no esten en los
*> maestros, fechas de periodos CERRADOS en periodos.txt ni mas de 24
*> horas por profesor y dia (sumando lo ya cargado en la sesion y lo
*> que espera en sucmov.txt a ser depurado). Lo cargado en la sesion se
*> puede consultar y corregir (modificar o anular un renglon) antes de
*> grabarlo; al grabar, el lote se ordena por profesor y fecha y se
*> intercala con lo que ya espera en sucmov.txt (TP exige ese orden y
*> DEPURADOR lo respeta), con el layout de reg_sucmov, listo para
*> DEPURADOR. En cualquier campo un
*> asterisco abandona el movimiento que se esta cargando.
*> Los maestros indexados quedan abiertos toda la sesion y cada codigo
*> tipeado se lee por clave.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
	DECIMAL-POINT IS COMMA.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT PROFESORES ASSIGN TO DISK ORGANIZATION IS INDEXED ACCESS MODE IS RANDOM
		RECORD KEY IS prof_num FILE STATUS IS profesores-estado.
	SELECT SUCURSALES ASSIGN TO DISK ORGANIZATION IS INDEXED ACCESS MODE IS RANDOM
		RECORD KEY IS suc_suc FILE STATUS IS sucursales-estado.
	SELECT TIPOSCLASE ASSIGN TO DISK ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
		RECORD KEY IS tip_clave FILE STATUS IS tiposclase-estado.
	SELECT PERIODOS ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS periodos-estado.
*> el mismo SELECT de sucmov se abre primero INPUT (horas que ya esperan
*> depuracion, para el tope diario) y al grabar INPUT de nuevo para
*> intercalarlo con el lote en sucmovTemp.txt, que despues se copia
*> sobre sucmov.txt.
	SELECT SUCMOV ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS sucmov-estado.
	SELECT SUCTEMP ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS suctemp-estado.

DATA DIVISION.
FILE SECTION.

FD PROFESORES LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/profesores.dat".
01 reg_profesores.
	  03 prof_num 						PIC X(5).
	  03 prof_dni 						PIC 9(8).
	  03 prof_nom 						PIC X(25).
	  03 prof_dire 						PIC X(20).
	  03 prof_tel 						PIC X(20).
	  03 prof_cbu 						PIC X(22).
	  03 prof_banco 					PIC X(20).

FD SUCURSALES LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/sucursales.dat".
01 reg_sucursal.
	  03 suc_suc 						PIC X(3).
	  03 suc_razon 						PIC X(25).
	  03 suc_dire 						PIC X(20).
	  03 suc_tel 						PIC X(20).
	  03 suc_cuit 						PIC 9(11).

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

FD PERIODOS LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/periodos.txt".
01 reg_periodo.
	  03 per_ano 						PIC 9(4).
	  03 per_mes 						PIC 9(2).
	  03 per_estado 					PIC X(7).

FD SUCMOV LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/sucmov.txt".
01 reg_sucmov.
	  03 sucmov_num 					PIC X(5).
	  03 sucmov_fecha 					PIC X(8).
	  03 sucmov_suc 					PIC X(3).
	  03 sucmov_clase 					PIC X(4).
	  03 sucmov_horas 					PIC X(4).
	  03 sucmov_horas_r REDEFINES sucmov_horas PIC 9(2)V99.

FD SUCTEMP LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/sucmovTemp.txt".
01 reg_suctemp.
	  03 sut_num 						PIC X(5).
	  03 sut_fecha 						PIC X(8).
	  03 sut_suc 						PIC X(3).
	  03 sut_clase 						PIC X(4).
	  03 sut_horas 						PIC 9(2)V99.

WORKING-STORAGE SECTION.

	77 	profesores-estado 				PIC XX.
	77 	sucursales-estado 				PIC XX.
	77 	tiposclase-estado 				PIC XX.
	77 	periodos-estado 				PIC XX.
	77 	sucmov-estado 					PIC XX.
	77 	suctemp-estado 					PIC XX.

	01 fin_vigencias 					PIC XX VALUE "NO".
	01 fin_periodos 					PIC XX VALUE "NO".
	01 fin_sucmov 						PIC XX VALUE "NO".
	01 fin_suctemp 						PIC XX VALUE "NO".
	01 fin_sesion 						PIC XX VALUE "NO".
	01 grabar_lote 						PIC XX VALUE "NO".

	01 cant_periodos 					PIC 9(3) VALUE 0.
	01 v_periodos.
	  03 v_periodo OCCURS 1 TO 600 TIMES DEPENDING ON cant_periodos.
	  	05 v_per_anomes 				PIC 9(6).
	  	05 v_per_estado 				PIC X(7).

*> horas que ya esperan en sucmov.txt, solo para el tope de 24 horas
*> por profesor y dia.
	01 cant_pendientes 					PIC 9(5) VALUE 0.
	01 v_pendientes.
	  03 v_pendiente OCCURS 1 TO 30000 TIMES DEPENDING ON cant_pendientes.
	  	05 vpe_num 						PIC X(5).
	  	05 vpe_fecha 					PIC X(8).
	  	05 vpe_horas 					PIC 9(2)V99.

*> lote de la sesion: lo que se graba al final en sucmov.txt.
	01 cant_lote 						PIC 9(3) VALUE 0.
	01 v_lote.
	  03 v_mov OCCURS 1 TO 999 TIMES DEPENDING ON cant_lote.
	  	05 vl_num 						PIC X(5).
	  	05 vl_fecha 					PIC X(8).
	  	05 vl_suc 						PIC X(3).
	  	05 vl_clase 					PIC X(4).
	  	05 vl_horas 					PIC 9(2)V99.
	  	05 vl_anulado 					PIC XX.

*> orden del lote para grabarlo: numeros de renglon no anulados,
*> ordenados por profesor y fecha (a igual clave, en el orden en que
*> se tipearon).
	01 cant_orden 						PIC 9(3) VALUE 0.
	01 v_ordenes.
	  03 v_orden OCCURS 1 TO 999 TIMES DEPENDING ON cant_orden PIC 9(3).
	01 clave_lote.
	  03 clo_num 						PIC X(5).
	  03 clo_fecha 						PIC X(8).
	01 clave_tabla.
	  03 cta_num 						PIC X(5).
	  03 cta_fecha 						PIC X(8).
	01 clave_sucmov.
	  03 csm_num 						PIC X(5).
	  03 csm_fecha 						PIC X(8).
	01 posi 							PIC 9(4) VALUE 0.
	01 j 								PIC 9(4) VALUE 0.
	01 jj 								PIC 9(4) VALUE 0.
	01 o 								PIC 9(4) VALUE 0.
	01 fin_busqueda 					PIC XX VALUE "NO".
	01 ruta_suctemp 					PIC X(100) VALUE "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/sucmovTemp.txt".

*> movimiento que se esta cargando.
	01 mov_nuevo.
	  03 mn_num 						PIC X(5).
	  03 mn_fecha 						PIC X(8).
	  03 mn_fecha_r REDEFINES mn_fecha.
	  	05 mn_fecha_ano 				PIC 9(4).
	  	05 mn_fecha_mes 				PIC 9(2).
	  	05 mn_fecha_dia 				PIC 9(2).
	  03 mn_suc 						PIC X(3).
	  03 mn_clase 						PIC X(4).
	  03 mn_horas 						PIC 9(2)V99.
	01 mov_cancelado 					PIC XX VALUE "NO".
	01 campo_ok 						PIC XX VALUE "NO".
*> renglon del lote que se esta corrigiendo (cero si es un alta).
	01 posi_correccion 					PIC 9(3) VALUE 0.

	01 entrada 							PIC X(25).
	01 opcion 							PIC X(1).
	01 nro_renglon 						PIC 9(4).

*> horas tipeadas con coma decimal ("2", "1,5", "10,25"): se arman a
*> mano en horas_armadas para no depender del formato de entrada.
	01 horas_ent 						PIC X(2).
	01 horas_dec 						PIC X(2).
	01 largo_ent 						PIC 9(2).
	01 largo_dec 						PIC 9(2).
	01 horas_armadas.
	  03 ha_ent 						PIC X(2).
	  03 ha_dec 						PIC X(2).
	01 horas_armadas_r REDEFINES horas_armadas PIC 9(2)V99.
	01 horas_dia 						PIC 9(3)V99.

	01 i 								PIC 9(5) VALUE 0.
	01 hallado 							PIC XX VALUE "NO".
	01 periodo_cerrado 					PIC XX VALUE "NO".

*> validacion de fechas de calendario real, igual que en DEPURADOR.
	01 fecha_valida 					PIC XX VALUE "SI".
	01 dias_del_mes 					PIC 9(2) VALUE 0.
	01 resto_bisiesto 					PIC 9(4) VALUE 0.

	01 cant_grabados 					PIC 9(3) VALUE 0.
	01 cant_existentes 					PIC 9(5) VALUE 0.
	01 cant_anulados 					PIC 9(3) VALUE 0.

	01 horas_impr 						PIC Z9,99.
	01 horas_dia_impr 					PIC ZZ9,99.
	01 tarifa_impr 						PIC ZZZZ9,99.

	01 lin_lote.
	  03 ll_nro 						PIC ZZ9.
	  03 nada 							PIC X(2) VALUE SPACES.
	  03 ll_num 						PIC X(5).
	  03 nada 							PIC X(1) VALUE SPACES.
	  03 ll_nom 						PIC X(20).
	  03 nada 							PIC X(1) VALUE SPACES.
	  03 ll_fecha 						PIC X(8).
	  03 nada 							PIC X(2) VALUE SPACES.
	  03 ll_suc 						PIC X(3).
	  03 nada 							PIC X(2) VALUE SPACES.
	  03 ll_clase 						PIC X(4).
	  03 nada 							PIC X(2) VALUE SPACES.
	  03 ll_horas 						PIC Z9,99.
	  03 nada 							PIC X(2) VALUE SPACES.
	  03 ll_estado 						PIC X(7).

	01 linea.
	  03 guiones 						PIC X(80) VALUE ALL "-".

PROCEDURE DIVISION.

*> CICLO PPAL--------------------------------------------------------------
	PERFORM 1_CARGAR_MAESTROS.
	PERFORM 2_MENU UNTIL fin_sesion IS = "SI".
	CLOSE PROFESORES.
	CLOSE SUCURSALES.
	CLOSE TIPOSCLASE.
	IF (grabar_lote IS = "SI") THEN
		PERFORM 3_GRABAR_LOTE
	END-IF.
	PERFORM 4_RESUMEN.
	STOP RUN.

*> --------------------------------------------------------------

1_CARGAR_MAESTROS.
*> sin maestros no se puede validar nada: la sesion no arranca.
	OPEN INPUT PROFESORES.
	IF (profesores-estado IS NOT = "00") THEN
		DISPLAY "CARGA: no se pudo abrir profesores.dat, estado " profesores-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	OPEN INPUT SUCURSALES.
	IF (sucursales-estado IS NOT = "00") THEN
		DISPLAY "CARGA: no se pudo abrir sucursales.dat, estado " sucursales-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	OPEN INPUT TIPOSCLASE.
	IF (tiposclase-estado IS NOT = "00") THEN
		DISPLAY "CARGA: no se pudo abrir tiposClase.dat, estado " tiposclase-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
*> sin periodos.txt (nunca se corrio un cierre) todos estan ABIERTOS,
*> mismo criterio que CARGAR_PERIODOS de TP.
	OPEN INPUT PERIODOS.
	IF (periodos-estado IS = "35") THEN
		MOVE "SI" TO fin_periodos
	ELSE IF (periodos-estado IS NOT = "00") THEN
		DISPLAY "CARGA: no se pudo abrir periodos.txt, estado " periodos-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM 14_CARGAR_PERIODO UNTIL fin_periodos IS = "SI".
	IF (periodos-estado IS NOT = "35") THEN
		CLOSE PERIODOS
	END-IF.
*> sucmov.txt puede no existir todavia (ya se depuro y se vacio).
	OPEN INPUT SUCMOV.
	IF (sucmov-estado IS = "35") THEN
		MOVE "SI" TO fin_sucmov
	ELSE IF (sucmov-estado IS NOT = "00") THEN
		DISPLAY "CARGA: no se pudo abrir sucmov.txt, estado " sucmov-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM 15_CARGAR_PENDIENTE UNTIL fin_sucmov IS = "SI".
	IF (sucmov-estado IS NOT = "35") THEN
		CLOSE SUCMOV
	END-IF.

14_CARGAR_PERIODO.
	READ PERIODOS AT END MOVE "SI" TO fin_periodos.
	IF (fin_periodos IS = "NO") AND (cant_periodos IS < 600) THEN
		ADD 1 TO cant_periodos
		MOVE per_ano TO v_per_anomes(cant_periodos)(1:4)
		MOVE per_mes TO v_per_anomes(cant_periodos)(5:2)
		MOVE per_estado TO v_per_estado(cant_periodos)
	END-IF.

15_CARGAR_PENDIENTE.
*> los renglones con horas no numericas los va a rechazar DEPURADOR:
*> no cuentan para el tope.
	READ SUCMOV AT END MOVE "SI" TO fin_sucmov.
	IF (fin_sucmov IS = "NO") AND (cant_pendientes IS < 30000)
	AND (sucmov_horas IS NUMERIC) THEN
		ADD 1 TO cant_pendientes
		MOVE sucmov_num TO vpe_num(cant_pendientes)
		MOVE sucmov_fecha TO vpe_fecha(cant_pendientes)
		MOVE sucmov_horas_r TO vpe_horas(cant_pendientes)
	END-IF.

*> CICLO DE CARGA--------------------------------------------------------

2_MENU.
	DISPLAY " ".
	DISPLAY linea.
	DISPLAY "Carga de horas por sucursal - renglones en el lote: " cant_lote.
	DISPLAY linea.
	DISPLAY "  1 - Cargar movimiento".
	DISPLAY "  2 - Consultar lo cargado".
	DISPLAY "  3 - Corregir o anular un renglon".
	DISPLAY "  4 - Grabar el lote y terminar".
	DISPLAY "  5 - Terminar sin grabar".
	DISPLAY "Opcion: " WITH NO ADVANCING.
	MOVE SPACES TO opcion.
	ACCEPT opcion.
	IF (opcion IS = "1") THEN
		MOVE 0 TO posi_correccion
		PERFORM 21_CARGAR_MOVIMIENTO
	ELSE IF (opcion IS = "2") THEN
		PERFORM 22_CONSULTAR_LOTE
	ELSE IF (opcion IS = "3") THEN
		PERFORM 23_CORREGIR_RENGLON
	ELSE IF (opcion IS = "4") THEN
		MOVE "SI" TO grabar_lote
		MOVE "SI" TO fin_sesion
	ELSE IF (opcion IS = "5") THEN
		PERFORM 24_CONFIRMAR_SALIDA
	ELSE
		DISPLAY "Opcion invalida"
	END-IF.

21_CARGAR_MOVIMIENTO.
*> alta (posi_correccion en cero) o reemplazo de un renglon del lote.
	MOVE SPACES TO mov_nuevo.
	MOVE "NO" TO mov_cancelado.
	MOVE "NO" TO campo_ok.
	PERFORM 211_PEDIR_PROFESOR UNTIL (campo_ok IS = "SI") OR (mov_cancelado IS = "SI").
	MOVE "NO" TO campo_ok.
	PERFORM 212_PEDIR_FECHA UNTIL (campo_ok IS = "SI") OR (mov_cancelado IS = "SI").
	MOVE "NO" TO campo_ok.
	PERFORM 213_PEDIR_SUCURSAL UNTIL (campo_ok IS = "SI") OR (mov_cancelado IS = "SI").
	MOVE "NO" TO campo_ok.
	PERFORM 214_PEDIR_CLASE UNTIL (campo_ok IS = "SI") OR (mov_cancelado IS = "SI").
	MOVE "NO" TO campo_ok.
	PERFORM 215_PEDIR_HORAS UNTIL (campo_ok IS = "SI") OR (mov_cancelado IS = "SI").
	IF (mov_cancelado IS = "SI") THEN
		DISPLAY "Movimiento abandonado, no se agrego al lote"
	ELSE
		PERFORM 216_GUARDAR_EN_LOTE
	END-IF.

211_PEDIR_PROFESOR.
	DISPLAY "Profesor ........: " WITH NO ADVANCING.
	PERFORM 2191_ACEPTAR_ENTRADA.
	IF (mov_cancelado IS = "NO") THEN
		MOVE entrada TO mn_num
		PERFORM 2192_BUSCAR_PROF
		IF (hallado IS = "SI") THEN
			MOVE "SI" TO campo_ok
			DISPLAY "                   " prof_nom
		ELSE
			DISPLAY "  ** profesor inexistente en el maestro"
		END-IF
	END-IF.

212_PEDIR_FECHA.
	DISPLAY "Fecha (AAAAMMDD) : " WITH NO ADVANCING.
	PERFORM 2191_ACEPTAR_ENTRADA.
	IF (mov_cancelado IS = "NO") THEN
		MOVE entrada TO mn_fecha
		PERFORM 2193_VALIDAR_FECHA
		IF (fecha_valida IS = "NO") THEN
			DISPLAY "  ** fecha invalida"
		ELSE
			PERFORM 2194_BUSCAR_PERIODO
			IF (periodo_cerrado IS = "SI") THEN
				DISPLAY "  ** el periodo " mn_fecha(1:6) " esta CERRADO"
			ELSE
				MOVE "SI" TO campo_ok
			END-IF
		END-IF
	END-IF.

213_PEDIR_SUCURSAL.
	DISPLAY "Sucursal ........: " WITH NO ADVANCING.
	PERFORM 2191_ACEPTAR_ENTRADA.
	IF (mov_cancelado IS = "NO") THEN
		MOVE entrada TO mn_suc
		PERFORM 2195_BUSCAR_SUC
		IF (hallado IS = "SI") THEN
			MOVE "SI" TO campo_ok
			DISPLAY "                   " suc_razon
		ELSE
			DISPLAY "  ** sucursal inexistente en el maestro"
		END-IF
	END-IF.

214_PEDIR_CLASE.
*> la tarifa que se muestra es la vigente a la fecha del movimiento.
	DISPLAY "Tipo de clase ...: " WITH NO ADVANCING.
	PERFORM 2191_ACEPTAR_ENTRADA.
	IF (mov_cancelado IS = "NO") THEN
		MOVE entrada TO mn_clase
		PERFORM 2196_BUSCAR_TARIFA
		IF (hallado IS = "SI") THEN
			MOVE "SI" TO campo_ok
			MOVE tip_clase_dire TO tarifa_impr
			DISPLAY "                   " tip_clase_razon "  tarifa vigente " tarifa_impr
		ELSE
			DISPLAY "  ** tipo de clase inexistente o sin tarifa vigente a esa fecha"
		END-IF
	END-IF.

215_PEDIR_HORAS.
	DISPLAY "Horas (ej. 2,5) .: " WITH NO ADVANCING.
	PERFORM 2191_ACEPTAR_ENTRADA.
	IF (mov_cancelado IS = "NO") THEN
		PERFORM 2197_ARMAR_HORAS
		IF (horas_armadas IS NOT NUMERIC) THEN
			DISPLAY "  ** horas no numericas"
		ELSE IF (horas_armadas_r IS < 0,01) OR (horas_armadas_r IS > 24) THEN
			DISPLAY "  ** horas fuera de rango (0,01 a 24)"
		ELSE
			MOVE horas_armadas_r TO mn_horas
			PERFORM 2198_SUMAR_HORAS_DIA
			ADD mn_horas TO horas_dia
			MOVE horas_dia TO horas_dia_impr
			IF (horas_dia IS > 24) THEN
				DISPLAY "  ** el profesor sumaria " horas_dia_impr " horas ese dia (tope 24)"
			ELSE
				MOVE "SI" TO campo_ok
				DISPLAY "                   total del profesor en el dia " horas_dia_impr
			END-IF
		END-IF.

216_GUARDAR_EN_LOTE.
	IF (posi_correccion IS = 0) THEN
		IF (cant_lote IS >= 999) THEN
			DISPLAY "  ** el lote esta lleno: grabar y abrir otra sesion"
		ELSE
			ADD 1 TO cant_lote
			MOVE cant_lote TO posi_correccion
		END-IF
	END-IF.
	IF (posi_correccion IS > 0) THEN
		MOVE mn_num TO vl_num(posi_correccion)
		MOVE mn_fecha TO vl_fecha(posi_correccion)
		MOVE mn_suc TO vl_suc(posi_correccion)
		MOVE mn_clase TO vl_clase(posi_correccion)
		MOVE mn_horas TO vl_horas(posi_correccion)
		MOVE "NO" TO vl_anulado(posi_correccion)
		DISPLAY "Renglon " posi_correccion " guardado en el lote"
	END-IF.

2191_ACEPTAR_ENTRADA.
	MOVE SPACES TO entrada.
	ACCEPT entrada.
	IF (entrada IS = "*") THEN
		MOVE "SI" TO mov_cancelado
	END-IF.

2192_BUSCAR_PROF.
	MOVE "SI" TO hallado.
	MOVE mn_num TO prof_num.
	READ PROFESORES INVALID KEY MOVE "NO" TO hallado.
	IF (hallado IS = "NO") THEN
		MOVE SPACES TO prof_nom
	END-IF.

2193_VALIDAR_FECHA.
	MOVE "SI" TO fecha_valida.
	IF (mn_fecha IS NOT NUMERIC) THEN
		MOVE "NO" TO fecha_valida
	ELSE
		IF (mn_fecha_mes IS < 1) OR (mn_fecha_mes IS > 12) THEN
			MOVE "NO" TO fecha_valida
		ELSE
			PERFORM 21931_CALCULAR_DIAS_DEL_MES
			IF (mn_fecha_dia IS < 1) OR (mn_fecha_dia IS > dias_del_mes) THEN
				MOVE "NO" TO fecha_valida
			END-IF
		END-IF
	END-IF.

21931_CALCULAR_DIAS_DEL_MES.
	IF (mn_fecha_mes IS = 4) OR (mn_fecha_mes IS = 6) OR (mn_fecha_mes IS = 9) OR (mn_fecha_mes IS = 11) THEN
		MOVE 30 TO dias_del_mes
	ELSE IF (mn_fecha_mes IS = 2) THEN
		MOVE 28 TO dias_del_mes
		DIVIDE mn_fecha_ano BY 4 GIVING resto_bisiesto REMAINDER resto_bisiesto
		IF (resto_bisiesto IS = 0) THEN
			MOVE 29 TO dias_del_mes
			DIVIDE mn_fecha_ano BY 100 GIVING resto_bisiesto REMAINDER resto_bisiesto
			IF (resto_bisiesto IS = 0) THEN
				MOVE 28 TO dias_del_mes
				DIVIDE mn_fecha_ano BY 400 GIVING resto_bisiesto REMAINDER resto_bisiesto
				IF (resto_bisiesto IS = 0) THEN
					MOVE 29 TO dias_del_mes
				END-IF
			END-IF
		END-IF
	ELSE
		MOVE 31 TO dias_del_mes
	END-IF.

2194_BUSCAR_PERIODO.
	MOVE "NO" TO periodo_cerrado.
	MOVE 1 TO i.
	PERFORM 21941_BUSCAR_PERIODO_IND UNTIL (i IS > cant_periodos) OR (periodo_cerrado IS = "SI").

21941_BUSCAR_PERIODO_IND.
	IF (v_per_anomes(i) IS = mn_fecha(1:6))
	AND (v_per_estado(i) IS = "CERRADO") THEN
		MOVE "SI" TO periodo_cerrado
	ELSE
		ADD 1 TO i
	END-IF.

2195_BUSCAR_SUC.
	MOVE "SI" TO hallado.
	MOVE mn_suc TO suc_suc.
	READ SUCURSALES INVALID KEY MOVE "NO" TO hallado.

2196_BUSCAR_TARIFA.
*> tiposClase trae un registro por vigencia de tarifa, con clave codigo
*> + fecha desde: START en la primera vigencia del codigo y READ NEXT
*> hasta la que contiene a la fecha del movimiento, como
*> BUSCAR_TARIFA_VIGENTE de TP.
	MOVE "NO" TO hallado.
	MOVE "NO" TO fin_vigencias.
	MOVE mn_clase TO tip_clase_suc.
	MOVE LOW-VALUES TO tip_clase_desde.
	START TIPOSCLASE KEY IS NOT < tip_clave
		INVALID KEY MOVE "SI" TO fin_vigencias
	END-START.
	PERFORM 21961_BUSCAR_TARIFA_IND UNTIL (fin_vigencias IS = "SI") OR (hallado IS = "SI").

21961_BUSCAR_TARIFA_IND.
	READ TIPOSCLASE NEXT RECORD AT END MOVE "SI" TO fin_vigencias.
	IF (fin_vigencias IS = "NO") THEN
		IF (tip_clase_suc IS NOT = mn_clase)
		OR (tip_clase_desde IS > mn_fecha) THEN
			MOVE "SI" TO fin_vigencias
		ELSE IF (tip_clase_hasta IS NOT < mn_fecha) THEN
			MOVE "SI" TO hallado
		END-IF
	END-IF.

2197_ARMAR_HORAS.
*> parte entera y decimales por separado, completando con ceros: "2"
*> queda 0200, "1,5" queda 0150.
	MOVE SPACES TO horas_ent.
	MOVE SPACES TO horas_dec.
	MOVE 0 TO largo_ent.
	MOVE 0 TO largo_dec.
	UNSTRING entrada DELIMITED BY "," OR " "
		INTO horas_ent COUNT IN largo_ent
		     horas_dec COUNT IN largo_dec
	END-UNSTRING.
	MOVE "XXXX" TO horas_armadas.
	IF (largo_ent IS = 1) THEN
		MOVE "0" TO ha_ent(1:1)
		MOVE horas_ent(1:1) TO ha_ent(2:1)
	ELSE IF (largo_ent IS = 2) THEN
		MOVE horas_ent TO ha_ent
	END-IF.
	IF (largo_dec IS = 0) THEN
		MOVE "00" TO ha_dec
	ELSE IF (largo_dec IS = 1) THEN
		MOVE horas_dec(1:1) TO ha_dec(1:1)
		MOVE "0" TO ha_dec(2:1)
	ELSE IF (largo_dec IS = 2) THEN
		MOVE horas_dec TO ha_dec
	END-IF.

2198_SUMAR_HORAS_DIA.
*> horas del mismo profesor y dia: lo que espera en sucmov.txt mas lo
*> cargado en la sesion, sin el renglon que se esta corrigiendo.
	MOVE 0 TO horas_dia.
	MOVE 1 TO i.
	PERFORM 21981_SUMAR_PENDIENTE UNTIL i IS > cant_pendientes.
	MOVE 1 TO i.
	PERFORM 21982_SUMAR_LOTE UNTIL i IS > cant_lote.

21981_SUMAR_PENDIENTE.
	IF (vpe_num(i) IS = mn_num) AND (vpe_fecha(i) IS = mn_fecha) THEN
		ADD vpe_horas(i) TO horas_dia
	END-IF.
	ADD 1 TO i.

21982_SUMAR_LOTE.
	IF (vl_num(i) IS = mn_num) AND (vl_fecha(i) IS = mn_fecha)
	AND (vl_anulado(i) IS = "NO") AND (i IS NOT = posi_correccion) THEN
		ADD vl_horas(i) TO horas_dia
	END-IF.
	ADD 1 TO i.

22_CONSULTAR_LOTE.
	DISPLAY " ".
	DISPLAY "Nro  Prof  Nombre               Fecha     Suc  Clase  Horas".
	MOVE 1 TO nro_renglon.
	PERFORM 221_MOSTRAR_RENGLON UNTIL nro_renglon IS > cant_lote.
	IF (cant_lote IS = 0) THEN
		DISPLAY "  (el lote esta vacio)"
	END-IF.

221_MOSTRAR_RENGLON.
	PERFORM 2211_ARMAR_LIN_LOTE.
	DISPLAY lin_lote.
	ADD 1 TO nro_renglon.

2211_ARMAR_LIN_LOTE.
	MOVE nro_renglon TO ll_nro.
	MOVE vl_num(nro_renglon) TO ll_num.
	MOVE vl_num(nro_renglon) TO mn_num.
	PERFORM 2192_BUSCAR_PROF.
	MOVE prof_nom TO ll_nom.
	MOVE vl_fecha(nro_renglon) TO ll_fecha.
	MOVE vl_suc(nro_renglon) TO ll_suc.
	MOVE vl_clase(nro_renglon) TO ll_clase.
	MOVE vl_horas(nro_renglon) TO ll_horas.
	IF (vl_anulado(nro_renglon) IS = "SI") THEN
		MOVE "ANULADO" TO ll_estado
	ELSE
		MOVE SPACES TO ll_estado
	END-IF.

23_CORREGIR_RENGLON.
	DISPLAY "Numero de renglon: " WITH NO ADVANCING.
	MOVE SPACES TO entrada.
	ACCEPT entrada.
	MOVE 0 TO nro_renglon.
	IF (entrada(1:3) IS NUMERIC) THEN
		MOVE entrada(1:3) TO nro_renglon
	ELSE IF (entrada(1:2) IS NUMERIC) AND (entrada(3:1) IS = SPACE) THEN
		MOVE entrada(1:2) TO nro_renglon
	ELSE IF (entrada(1:1) IS NUMERIC) AND (entrada(2:1) IS = SPACE) THEN
		MOVE entrada(1:1) TO nro_renglon
	END-IF.
	IF (nro_renglon IS = 0) OR (nro_renglon IS > cant_lote) THEN
		DISPLAY "  ** no hay renglon con ese numero en el lote"
	ELSE
		PERFORM 2211_ARMAR_LIN_LOTE
		DISPLAY lin_lote
		DISPLAY "M - modificar, A - anular, R - recuperar anulado: " WITH NO ADVANCING
		MOVE SPACES TO opcion
		ACCEPT opcion
		IF (opcion IS = "M") OR (opcion IS = "m") THEN
			MOVE nro_renglon TO posi_correccion
			PERFORM 21_CARGAR_MOVIMIENTO
		ELSE IF (opcion IS = "A") OR (opcion IS = "a") THEN
			MOVE "SI" TO vl_anulado(nro_renglon)
			DISPLAY "Renglon " nro_renglon " anulado"
		ELSE IF (opcion IS = "R") OR (opcion IS = "r") THEN
			PERFORM 231_RECUPERAR_RENGLON
		ELSE
			DISPLAY "Sin cambios"
		END-IF
	END-IF.

231_RECUPERAR_RENGLON.
*> volver a contar un renglon anulado puede pasar el tope del dia.
	MOVE vl_num(nro_renglon) TO mn_num.
	MOVE vl_fecha(nro_renglon) TO mn_fecha.
	MOVE nro_renglon TO posi_correccion.
	PERFORM 2198_SUMAR_HORAS_DIA.
	ADD vl_horas(nro_renglon) TO horas_dia.
	IF (horas_dia IS > 24) THEN
		MOVE horas_dia TO horas_dia_impr
		DISPLAY "  ** el profesor sumaria " horas_dia_impr " horas ese dia (tope 24)"
	ELSE
		MOVE "NO" TO vl_anulado(nro_renglon)
		DISPLAY "Renglon " nro_renglon " recuperado"
	END-IF.

24_CONFIRMAR_SALIDA.
	IF (cant_lote IS = 0) THEN
		MOVE "SI" TO fin_sesion
	ELSE
		DISPLAY "Se pierden los " cant_lote " renglones cargados. Confirma (S/N): " WITH NO ADVANCING
		MOVE SPACES TO opcion
		ACCEPT opcion
		IF (opcion IS = "S") OR (opcion IS = "s") THEN
			MOVE "SI" TO fin_sesion
		END-IF
	END-IF.

*> GRABACION------------------------------------------------------------

3_GRABAR_LOTE.
*> TP exige sucmov ordenado por profesor y fecha y corta la corrida si
*> no lo esta: el lote no se agrega al final sino que se ordena y se
*> intercala con lo que ya hay en sucmov.txt (que esta en ese orden)
*> en sucmovTemp.txt, que despues se copia sobre sucmov.txt.
	PERFORM 31_ORDENAR_LOTE.
	PERFORM 32_INTERCALAR_SUCMOV.
	PERFORM 33_REEMPLAZAR_SUCMOV.

31_ORDENAR_LOTE.
	MOVE 1 TO i.
	PERFORM 311_ORDENAR_RENGLON UNTIL i IS > cant_lote.

311_ORDENAR_RENGLON.
	IF (vl_anulado(i) IS = "SI") THEN
		ADD 1 TO cant_anulados
	ELSE
		PERFORM 3111_INSERTAR_ORDEN
	END-IF.
	ADD 1 TO i.

3111_INSERTAR_ORDEN.
*> se inserta delante del primer renglon ya ordenado con clave mayor:
*> los de igual clave quedan en el orden de carga.
	MOVE vl_num(i) TO clo_num.
	MOVE vl_fecha(i) TO clo_fecha.
	MOVE "NO" TO fin_busqueda.
	MOVE 1 TO posi.
	PERFORM 31111_BUSCAR_ORDEN_IND UNTIL (posi IS > cant_orden) OR (fin_busqueda IS = "SI").
	ADD 1 TO cant_orden.
	MOVE cant_orden TO j.
	PERFORM 31112_DESPLAZAR_ORDEN UNTIL j IS NOT > posi.
	MOVE i TO v_orden(posi).

31111_BUSCAR_ORDEN_IND.
	MOVE vl_num(v_orden(posi)) TO cta_num.
	MOVE vl_fecha(v_orden(posi)) TO cta_fecha.
	IF (clave_tabla IS > clave_lote) THEN
		MOVE "SI" TO fin_busqueda
	ELSE
		ADD 1 TO posi
	END-IF.

31112_DESPLAZAR_ORDEN.
	COMPUTE jj = j - 1.
	MOVE v_orden(jj) TO v_orden(j).
	SUBTRACT 1 FROM j.

32_INTERCALAR_SUCMOV.
*> sucmov.txt puede no existir (ya se depuro y se vacio): el lote solo
*> sale ordenado.
	MOVE "NO" TO fin_sucmov.
	OPEN INPUT SUCMOV.
	IF (sucmov-estado IS = "35") THEN
		MOVE "SI" TO fin_sucmov
	ELSE IF (sucmov-estado IS NOT = "00") THEN
		DISPLAY "CARGA: no se pudo abrir sucmov.txt, estado " sucmov-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	OPEN OUTPUT SUCTEMP.
	IF (suctemp-estado IS NOT = "00") THEN
		DISPLAY "CARGA: no se pudo crear sucmovTemp.txt, estado " suctemp-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	IF (fin_sucmov IS = "NO") THEN
		PERFORM 321_LEER_SUCMOV
	END-IF.
	MOVE 1 TO o.
	PERFORM 322_INTERCALAR_REG UNTIL (fin_sucmov IS = "SI") AND (o IS > cant_orden).
	IF (sucmov-estado IS NOT = "35") THEN
		CLOSE SUCMOV
	END-IF.
	CLOSE SUCTEMP.

321_LEER_SUCMOV.
	READ SUCMOV AT END MOVE "SI" TO fin_sucmov.
	IF (fin_sucmov IS = "NO") THEN
		MOVE sucmov_num TO csm_num
		MOVE sucmov_fecha TO csm_fecha
	END-IF.

322_INTERCALAR_REG.
*> a igual clave va primero lo que ya estaba en el archivo.
	IF (o IS NOT > cant_orden) THEN
		MOVE vl_num(v_orden(o)) TO clo_num
		MOVE vl_fecha(v_orden(o)) TO clo_fecha
	END-IF.
	IF (fin_sucmov IS = "SI") THEN
		PERFORM 3222_GRABAR_DEL_LOTE
	ELSE IF (o IS > cant_orden) THEN
		PERFORM 3221_GRABAR_DEL_ARCHIVO
	ELSE IF (clave_sucmov IS NOT > clave_lote) THEN
		PERFORM 3221_GRABAR_DEL_ARCHIVO
	ELSE
		PERFORM 3222_GRABAR_DEL_LOTE
	END-IF.

3221_GRABAR_DEL_ARCHIVO.
	MOVE reg_sucmov TO reg_suctemp.
	WRITE reg_suctemp.
	ADD 1 TO cant_existentes.
	PERFORM 321_LEER_SUCMOV.

3222_GRABAR_DEL_LOTE.
	MOVE v_orden(o) TO i.
	MOVE vl_num(i) TO sut_num.
	MOVE vl_fecha(i) TO sut_fecha.
	MOVE vl_suc(i) TO sut_suc.
	MOVE vl_clase(i) TO sut_clase.
	MOVE vl_horas(i) TO sut_horas.
	WRITE reg_suctemp.
	ADD 1 TO cant_grabados.
	ADD 1 TO o.

33_REEMPLAZAR_SUCMOV.
*> si la copia no se puede hacer, lo intercalado queda entero en
*> sucmovTemp.txt para copiarlo a mano; recien con la copia completa se
*> borra el temporal.
	MOVE "NO" TO fin_suctemp.
	OPEN INPUT SUCTEMP.
	IF (suctemp-estado IS NOT = "00") THEN
		DISPLAY "CARGA: no se pudo releer sucmovTemp.txt, estado " suctemp-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	OPEN OUTPUT SUCMOV.
	IF (sucmov-estado IS NOT = "00") THEN
		DISPLAY "CARGA: no se pudo grabar sucmov.txt, estado " sucmov-estado
		DISPLAY "CARGA: el lote intercalado quedo en sucmovTemp.txt"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM 331_COPIAR_REG UNTIL fin_suctemp IS = "SI".
	CLOSE SUCTEMP.
	CLOSE SUCMOV.
	CALL "CBL_DELETE_FILE" USING ruta_suctemp.
	MOVE 0 TO RETURN-CODE.

331_COPIAR_REG.
	READ SUCTEMP AT END MOVE "SI" TO fin_suctemp.
	IF (fin_suctemp IS = "NO") THEN
		MOVE reg_suctemp TO reg_sucmov
		WRITE reg_sucmov
	END-IF.

*> RESUMEN--------------------------------------------------------------

4_RESUMEN.
	DISPLAY " ".
	DISPLAY linea.
	DISPLAY "Resumen de la sesion de carga".
	DISPLAY linea.
	DISPLAY "Renglones cargados en la sesion:   " cant_lote.
	IF (grabar_lote IS = "SI") THEN
		DISPLAY "Renglones grabados en sucmov.txt:  " cant_grabados
		DISPLAY "Renglones que ya estaban:          " cant_existentes
		DISPLAY "Renglones anulados (no grabados):  " cant_anulados
	ELSE
		DISPLAY "El lote NO se grabo"
	END-IF.
