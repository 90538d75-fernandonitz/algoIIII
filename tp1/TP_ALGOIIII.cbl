*> de movimientos de horas por sucursal. Cada sucursal queda identificada
*> por sucmov_suc dentro del propio registro, asi que dar de alta una
*> sucursal nueva (o la cuarta, quinta, etc.) es un cambio de datos en
*> el maestro de sucursales/sucmov.txt y no un cambio de programa.
	SELECT SUCMOV ASSIGN TO DYNAMIC ruta_sucmov ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS sucmov-estado.
	SELECT TIM ASSIGN TO DYNAMIC ruta_tim ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS times-estado.
*> los maestros son indexados: sucursales se recorre entera en orden de
*> clave (es la dimension de la matriz), profesores se lee por clave
*> para cada profesor de los movimientos y tiposClase se posiciona por
*> codigo de clase con START para buscar la vigencia de la fecha.
	SELECT SUCURSALES ASSIGN TO DYNAMIC ruta_sucursales ORGANIZATION IS INDEXED ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS suc_suc FILE STATUS IS sucursales-estado.
	SELECT PROFESORES ASSIGN TO DYNAMIC ruta_profesores ORGANIZATION IS INDEXED ACCESS MODE IS RANDOM
		RECORD KEY IS prof_num FILE STATUS IS profesores-estado.
	SELECT TIPOSCLASE ASSIGN TO DYNAMIC ruta_tiposclase ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
		RECORD KEY IS tip_clave FILE STATUS IS tipos_clase-estado.
    SELECT MASTER ASSIGN TO DYNAMIC ruta_master ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS mae-estado.
	SELECT LIQUIDACION ASSIGN TO DYNAMIC ruta_liquidacion ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS liquidacion-estado.
*> checkpoint de la corrida: si existe al arrancar, es que una corrida
*> unico archivo con ruta fija (relativa al directorio de trabajo):
*> sin el, la corrida usa las rutas y el comportamiento de siempre.
	SELECT PARAMETROS ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS parametros-estado.
*> calendario de feriados (lo mantiene MANT con novedades "F") y
*> porcentajes de recargo por tipo de dia (sabado, domingo, feriado):
*> las horas dictadas en esos dias se facturan y se pagan con recargo
*> sobre la tarifa vigente (ver DETERMINAR_TIPO_DIA/CALCULAR_RECARGO).
	SELECT FERIADOS ASSIGN TO DYNAMIC ruta_feriados ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS feriados-estado.
	SELECT RECARGOS ASSIGN TO DYNAMIC ruta_recargos ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS recargos-estado.
DATA DIVISION.
FILE SECTION.


FD TIPOSCLASE LABEL RECORD IS STANDARD.
01 reg_tipclase.
*> vigencia de esta tarifa: un mismo codigo de tipo de clase se repite
*> con un registro por cada tarifa historica que tuvo, por eso la clave
*> del maestro es codigo + fecha desde (las vigencias de un codigo
*> quedan juntas y en orden de fecha).
	  03 tip_clave.
	  	05 tip_clase_suc 				PIC X(4).
	  	05 tip_clase_desde.
	  		07 tip_clase_desde_ano 		PIC 9(4).
	  		07 tip_clase_desde_mes 		PIC 9(2).
	  		07 tip_clase_desde_dia 		PIC 9(2).
	  03 tip_clase_razon 				PIC X(20).
	  03 tip_clase_dire 				PIC 9(5)V99.
	  03 tip_clase_hasta.
	  	05 tip_clase_hasta_ano 			PIC 9(4).
	  	05 tip_clase_hasta_mes 			PIC 9(2).
	  	05 tip_clase_hasta_dia 			PIC 9(2).
*> tip_clase_dire es el precio por hora que se le factura a la
*> sucursal; tip_clase_costo es lo que se le paga por hora al profesor
*> en la misma vigencia. Los renglones cargados antes de separar venta
*> y costo no lo traen (llegan con blancos) y se toman con el costo
*> igual a la venta, que es como se liquidaban hasta entonces.
	  03 tip_clase_costo 				PIC 9(5)V99.

FD MASTER LABEL RECORD IS STANDARD.
01 reg_mae.
	  03 mae_origen 					PIC X(1).
*> numero de corrida (bitacora.txt) que genero este renglon.
	  03 mae_corrida 					PIC 9(6).
*> mae_tarifa/mae_importe son el precio de venta (lo que se factura a
*> la sucursal); el costo por hora y el importe que se le paga al
*> profesor por el mismo movimiento van aparte, al final del renglon.
	  03 mae_tarifa_costo 				PIC 9(5)V99.
	  03 mae_importe_costo 				PIC 9(7)V99.
*> tipo de dia del movimiento ("H" habil, "S" sabado, "D" domingo,
*> "F" feriado), porcentaje de recargo aplicado y el recargo en pesos
*> de venta y de costo. mae_importe/mae_importe_costo ya incluyen el
*> recargo; los renglones viejos llegan con estos campos en blanco.
	  03 mae_tipo_dia 					PIC X(1).
	  03 mae_porc_recargo 				PIC 9(3)V99.
	  03 mae_recargo 					PIC 9(7)V99.
	  03 mae_recargo_costo 				PIC 9(7)V99.

FD LIQUIDACION LABEL RECORD IS STANDARD.
*> un renglon por profesor por corrida, para que nomina liquide sin
	  03 liq_prof_nom 					PIC X(25).
	  03 liq_horas 						PIC 9(6).
	  03 liq_tarifa 					PIC 9(10)V99.
*> parte de liq_tarifa que corresponde a recargos por horas dictadas en
*> sabado, domingo o feriado, para que el recibo la muestre aparte.
	  03 liq_recargo 					PIC 9(10)V99.

FD CHECKPOINT LABEL RECORD IS STANDARD.
01 reg_checkpoint.
	  03 par_clave 						PIC X(12).
	  03 par_valor 						PIC X(100).

FD FERIADOS LABEL RECORD IS STANDARD.
01 reg_feriado.
	  03 fer_fecha 						PIC X(8).
	  03 fer_descripcion 				PIC X(30).

FD RECARGOS LABEL RECORD IS STANDARD.
*> un renglon por tipo de dia con recargo: "S" sabado, "D" domingo o
*> "F" feriado, y el porcentaje sobre la tarifa vigente.
01 reg_recargo.
	  03 rcg_tipo_dia 					PIC X(1).
	  03 rcg_porcentaje 				PIC 9(3)V99.

WORKING-STORAGE SECTION.

	77  profesores-estado  				PIC XX VALUE "NO".
	77 	bitacora-estado 				PIC XX.
	77 	parametros-estado 				PIC XX.
	77 	sospechosos-estado 				PIC XX.
	77 	feriados-estado 				PIC XX.
	77 	recargos-estado 				PIC XX.

*> rutas de los archivos de la corrida: por omision las de siempre,
*> pisables una a una desde parametros.txt (0_LEER_PARAMETROS) para
*> poder correr juego de prueba y produccion sin recompilar.
	01 ruta_sucmov						PIC X(100) VALUE "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/sucmov.txt".
	01 ruta_tim							PIC X(100) VALUE "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/times.txt".
	01 ruta_sucursales					PIC X(100) VALUE "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/sucursales.dat".
	01 ruta_profesores					PIC X(100) VALUE "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/profesores.dat".
	01 ruta_tiposclase					PIC X(100) VALUE "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/tiposClase.dat".
*> MASTER y LIQUIDACION se manejan por generaciones: salvo que
*> parametros.txt pise la ruta (corrida de prueba), ARMAR_RUTAS_GENERACION
*> las reescribe a mae.G<corrida>.txt / liquidacion.G<corrida>.txt con
	01 ruta_conciliacion					PIC X(100) VALUE "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/conciliacion.txt".
	01 ruta_bitacora						PIC X(100) VALUE "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/bitacora.txt".
	01 ruta_sospechosos					PIC X(100) VALUE "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/sospechososDup.txt".
	01 ruta_feriados						PIC X(100) VALUE "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/feriados.txt".
	01 ruta_recargos						PIC X(100) VALUE "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/recargosParametros.txt".

*> periodo a procesar (por sucmov_fecha/tim_fecha): por omision se
*> procesa todo, como siempre; un movimiento fuera del rango se ignora
   	01 TARIFA_TOT						PIC 9(11)V99 VALUE 0.
   	01 TARIFA_PROF 						PIC 9(10)V99 VALUE 0.
   	01 TARIFA_FECHA 					PIC 9(9)V99 VALUE 0.
*> los TARIFA_ son lo que se le paga al profesor (costo); lo que se
*> factura a las sucursales por los mismos movimientos se acumula en
*> VENTA_TOT.
   	01 VENTA_TOT 						PIC 9(11)V99 VALUE 0.
*> parte de TARIFA_PROF que es recargo por sabado/domingo/feriado, para
*> el renglon de LIQUIDACION (liq_recargo).
   	01 RECARGO_PROF 					PIC 9(10)V99 VALUE 0.

	01 TOT_GRAL 						PIC 9(13) VALUE 0.
	01 TOT_X_PROF 						PIC 9(6) VALUE 0.
 	01 cont_titulo						PIC 9(2) VALUE 0.
 	01 cont_titulo_mat					PIC 9(2) VALUE 0.
 	01 tarifa 							PIC 9(11)V99 VALUE 0.
 	01 importe_venta 					PIC 9(11)V99 VALUE 0.

 	01 ano 								PIC 9(4).
 	01 I 								PIC 9(4).

	01 tot_tot_mat 						PIC 9(4) VALUE 0.

	01 fecha_mov_buscada					PIC X(8).
	01 fin_vigencias					PIC XX VALUE "NO".
	01 prof_encontrado					PIC XX VALUE "SI".

*> lista de codigos de tipo de clase sin repetir (el maestro tiposClase puede
*> traer el mismo codigo varias veces, una por vigencia); se usa para
*> el informe de facturacion por sucursal y tipo de clase.
	01 cant_clases_rep					PIC 9(3) VALUE 0.
	  03 aux_tip_clase_num 				PIC X(4).
	  03 aux_tip_clase_desc 			PIC X(20).
      03 aux_tip_clase_tarifa			PIC 9(5)V99.
	  03 aux_tip_clase_desde 			PIC X(8).
	  03 aux_tip_clase_hasta 			PIC X(8).
	  03 aux_tip_clase_costo 			PIC 9(5)V99.

*> banderas de validacion: indican si el codigo de sucursal/tipo de
*> clase del movimiento actual existe en las tablas maestras.

*> listado de excepciones: codigos de sucursal/tipo de clase de
*> sucmov.txt/times.txt que no matchean contra
*> los maestros de sucursales/tiposClase.
	01 cant_excepciones					PIC 9(3) VALUE 0.
	01 cant_prof_no_enc					PIC 9(3) VALUE 0.
	01 v_excepciones.
	  03 periodo_buscado_mes				PIC 9(2).
	01 periodo_cerrado					PIC XX VALUE "NO".

*> calendario de feriados (CARGAR_FERIADOS) y porcentajes de recargo
*> por tipo de dia (CARGAR_RECARGOS): sin feriados.txt solo se recargan
*> sabados y domingos; sin recargosParametros.txt no se recarga nada,
*> como hasta ahora.
	01 fin_feriados						PIC XX VALUE "NO".
	01 cant_feriados						PIC 9(3) VALUE 0.
	01 v_feriados.
	  03 v_feriado OCCURS 1 TO 500 TIMES DEPENDING ON cant_feriados
	  	indexed by feri.
	  	05 v_fer_fecha					PIC X(8).
	01 feriado_hallado					PIC XX VALUE "NO".
	01 fin_recargos						PIC XX VALUE "NO".
	01 porc_recargo_sabado				PIC 9(3)V99 VALUE 0.
	01 porc_recargo_domingo				PIC 9(3)V99 VALUE 0.
	01 porc_recargo_feriado				PIC 9(3)V99 VALUE 0.

*> valuacion del movimiento en curso segun el tipo de dia: lo dejan
*> DETERMINAR_TIPO_DIA y CALCULAR_RECARGO para ARMAR_DISPLAY_FECHA y
*> 5223_ESCRIBO_MOV.
	01 tipo_dia_mov						PIC X(1) VALUE "H".
	01 porc_recargo_mov					PIC 9(3)V99 VALUE 0.
	01 recargo_venta						PIC 9(9)V99 VALUE 0.
	01 recargo_costo						PIC 9(9)V99 VALUE 0.
	01 cant_mov_con_recargo				PIC 9(8) VALUE 0.

*> dia de la semana de la fecha del movimiento, por la congruencia de
*> Zeller (igual que en CRONOG): dia_semana 1 lunes hasta 7 domingo.
	01 fecha_dia_sem.
	  03 fds_ano							PIC 9(4).
	  03 fds_mes							PIC 9(2).
	  03 fds_dia							PIC 9(2).
	01 fecha_dia_sem_x REDEFINES fecha_dia_sem PIC X(8).
	01 dia_semana						PIC 9(1) VALUE 0.
	01 zel_ano							PIC 9(4) VALUE 0.
	01 zel_mes							PIC 9(2) VALUE 0.
	01 zel_siglo							PIC 9(2) VALUE 0.
	01 zel_ano_siglo						PIC 9(2) VALUE 0.
	01 zel_t1							PIC 9(3) VALUE 0.
	01 zel_t2							PIC 9(2) VALUE 0.
	01 zel_t3							PIC 9(2) VALUE 0.
	01 zel_suma							PIC 9(4) VALUE 0.
	01 zel_cociente						PIC 9(4) VALUE 0.
	01 zel_h								PIC 9(1) VALUE 0.

*> movimientos rechazados por caer en un periodo ya cerrado: no se
*> suman ni se escriben en MASTER, quedan listados al final para que
*> se revise la recarga de archivos viejos que los trajo.
	01 suma_mae_horas_ent					PIC 9(13) VALUE 0.
	01 suma_mae_horas						PIC 9(11)V99 VALUE 0.
	01 suma_mae_importe					PIC 9(11)V99 VALUE 0.
	01 suma_mae_importe_costo			PIC 9(11)V99 VALUE 0.
	01 suma_mae_recargo					PIC 9(11)V99 VALUE 0.
	01 suma_mae_recargo_costo			PIC 9(11)V99 VALUE 0.
	01 suma_liq_recargo					PIC 9(11)V99 VALUE 0.
	01 suma_liq_tarifa					PIC 9(11)V99 VALUE 0.
*> horas/importe de profesores no encontrados en PROFESORES: van a
*> MASTER pero no a LIQUIDACION (ver 53_ESCRIBO_TOT_PROF), asi que se
	PERFORM 3_CICLO_SUCURSALES UNTIL sucursales-estado_eof.
	PERFORM 4_CICLO_TIPOS_CLASE UNTIL tipos_clase-estado_eof.
	PERFORM CARGAR_PERIODOS.
	PERFORM CARGAR_FERIADOS.
	PERFORM CARGAR_RECARGOS.
	PERFORM 5_CICLO_ARCHIVOS UNTIL fin_sucmov IS = "SI" and fin_times IS = "SI".
	PERFORM 7_CIERRO_ARCHIVOS.
	PERFORM ARMAR_DISPLAY_GRAL.
		MOVE par_valor TO ruta_bitacora
	ELSE IF (par_clave IS = "SOSPECHOSOS") THEN
		MOVE par_valor TO ruta_sospechosos
	ELSE IF (par_clave IS = "FERIADOS") THEN
		MOVE par_valor TO ruta_feriados
	ELSE IF (par_clave IS = "RECARGOS") THEN
		MOVE par_valor TO ruta_recargos
	ELSE IF (par_clave IS = "DESDE") THEN
		MOVE par_valor(1:8) TO fecha_proc_desde
	ELSE IF (par_clave IS = "HASTA") THEN
3_CICLO_SUCURSALES.
*> se trae a memoria el archivo de sucursales en forma secuencial; el
*> tamano del vector (OCCURS ... DEPENDING ON cant_sucursales) admite
*> tantas sucursales como haga falta sin modificar el programa. El
*> maestro indexado se lee en orden de clave, que es el orden que pide
*> el SEARCH ALL de BUSCAR_SUCURSAL_Y_CLASE.
	READ sucursales AT END MOVE "SI" TO sucursales-estado.
	IF (sucursales-estado IS NOT = "SI") AND (cant_sucursales IS < 500) THEN
		ADD 1 TO cant_sucursales
	END-IF.

4_CICLO_TIPOS_CLASE.
*> recorre tiposClase en orden de clave solo para armar la lista de
*> codigos del informe de facturacion; las tarifas no se traen a
*> memoria, BUSCAR_TARIFA_VIGENTE las lee por clave en el maestro.
	READ tiposclase NEXT RECORD AT END MOVE "SI" TO tipos_clase-estado.
	IF (tipos_clase-estado IS NOT = "SI") THEN
		PERFORM ACTUALIZAR_CLASES_REP
	END-IF.

ACTUALIZAR_CLASES_REP.
*> arma la lista de codigos de tipo de clase sin repetir vigencias,
*> para el informe de facturacion por sucursal y tipo de clase. Las
*> vigencias de un mismo codigo llegan juntas porque el codigo encabeza
*> la clave del maestro.
	IF ((cant_clases_rep IS = 0)
	OR (v_clase_rep_cod(cant_clases_rep) IS NOT = tip_clase_suc))
	AND (cant_clases_rep IS < 200) THEN
		MOVE per_estado TO v_per_estado(peri)
	END-IF.

CARGAR_FERIADOS.
*> trae a memoria el calendario de feriados, igual que CARGAR_PERIODOS:
*> sin feriados.txt se sigue con la tabla vacia (solo se recargan los
*> fines de semana).
	OPEN INPUT FERIADOS.
	IF (feriados-estado IS = "35") THEN
		DISPLAY "AVISO: no hay calendario de feriados, solo se recargan sabados y domingos"
		MOVE "SI" TO fin_feriados
	ELSE
		MOVE "FERIADOS" TO archivo_abierto
		MOVE feriados-estado TO estado_apertura
		PERFORM VERIFICAR_APERTURA
	END-IF.
	PERFORM CARGAR_FERIADO_REG UNTIL fin_feriados IS = "SI".
	IF (feriados-estado IS NOT = "35") THEN
		CLOSE FERIADOS
	END-IF.

CARGAR_FERIADO_REG.
*> como en periodos, un calendario mas grande que la tabla corta la
*> corrida: un feriado descartado se liquidaria sin recargo.
	READ FERIADOS AT END MOVE "SI" TO fin_feriados.
	IF (fin_feriados IS = "NO") AND (cant_feriados IS >= 500) THEN
		DISPLAY "El calendario de feriados supera los 500 registros de la tabla, se corta la corrida"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	IF (fin_feriados IS = "NO") THEN
		ADD 1 TO cant_feriados
		SET feri TO cant_feriados
		MOVE fer_fecha TO v_fer_fecha(feri)
	END-IF.

CARGAR_RECARGOS.
*> porcentajes de recargo por tipo de dia; un tipo que no figura queda
*> sin recargo, y sin el archivo no se recarga ningun dia.
	OPEN INPUT RECARGOS.
	IF (recargos-estado IS = "35") THEN
		DISPLAY "AVISO: no hay archivo de recargos, los movimientos se valuan sin recargo"
		MOVE "SI" TO fin_recargos
	ELSE
		MOVE "RECARGOS" TO archivo_abierto
		MOVE recargos-estado TO estado_apertura
		PERFORM VERIFICAR_APERTURA
	END-IF.
	PERFORM CARGAR_RECARGO_REG UNTIL fin_recargos IS = "SI".
	IF (recargos-estado IS NOT = "35") THEN
		CLOSE RECARGOS
	END-IF.

CARGAR_RECARGO_REG.
	READ RECARGOS AT END MOVE "SI" TO fin_recargos.
	IF (fin_recargos IS = "NO") THEN
		PERFORM APLICAR_RECARGO_REG
	END-IF.

APLICAR_RECARGO_REG.
	IF (rcg_porcentaje IS NOT NUMERIC) THEN
		DISPLAY "RECARGO CON PORCENTAJE NO NUMERICO, SE IGNORA: " reg_recargo
	ELSE IF (rcg_tipo_dia IS = "S") THEN
		MOVE rcg_porcentaje TO porc_recargo_sabado
	ELSE IF (rcg_tipo_dia IS = "D") THEN
		MOVE rcg_porcentaje TO porc_recargo_domingo
	ELSE IF (rcg_tipo_dia IS = "F") THEN
		MOVE rcg_porcentaje TO porc_recargo_feriado
	ELSE
		DISPLAY "TIPO DE DIA DE RECARGO DESCONOCIDO, SE IGNORA: " reg_recargo
	END-IF.


5_CICLO_ARCHIVOS.
	PERFORM 51_OBTENER_REG_MIN_PROF.
*> el profesor se lee por clave (prof_ant_min); si no esta en el
*> maestro se registra como profesor no encontrado en vez de arrastrar
*> el nombre del ultimo profesor leido.
	PERFORM OBTENER_INFO_PROF.
	IF (prof_encontrado IS = "NO") THEN
		MOVE "PROFESOR NO ENCONTRADO" TO prof_nom
		MOVE "PROFESOR" TO exc_tipo_tmp
		MOVE prof_ant_min TO exc_codigo_tmp
	END-IF.
	MOVE 0 TO TOT_X_PROF.
	MOVE 0 TO TARIFA_PROF.	
	MOVE 0 TO RECARGO_PROF.
	MOVE 0  TO cont_titulo.
	PERFORM ARMAR_ENCABEZADO.
	MOVE 0 TO cont_titulo.
			MOVE prof_nom TO liq_prof_nom
			MOVE TOT_X_PROF TO liq_horas
			MOVE TARIFA_PROF TO liq_tarifa
			MOVE RECARGO_PROF TO liq_recargo
			WRITE reg_liquidacion
			ADD 1 TO cant_liq
			ADD liq_tarifa TO suma_liq_tarifa
			ADD liq_recargo TO suma_liq_recargo
		ELSE
*> lo que queda en MASTER pero no en LIQUIDACION se acumula aparte,
*> para que la conciliacion pueda cuadrar TARIFA_TOT contra liq_tarifa.
	ADD cant_horas_a_sumar TO TOT_X_FECHA.
	ADD cant_horas_a_sumar TO TOT_X_SUC.

	PERFORM DETERMINAR_TIPO_DIA.
    PERFORM ARMAR_DISPLAY_FECHA.

5222_SUMAR_EN_MATRIZ.

5226_SUMAR_BILLING.
*> totales de facturacion por sucursal y tipo de clase, para el informe
*> nuevo. "importe_venta" ya quedo con el importe facturable de esta
*> linea (no el precio por hora) porque ARMAR_DISPLAY_FECHA, llamado
*> por 5221_SUMAR_TOTALES, lo convirtio con MULTIPLY.
	IF (sucursal_encontrada IS = "SI") AND (clase_encontrada IS = "SI") THEN
		PERFORM BUSCAR_CLASE_REP
		ADD cant_horas_a_sumar TO b_horas(suci,clasei)
		ADD importe_venta TO b_importe(suci,clasei)
	END-IF.

5223_ESCRIBO_MOV.
*> el movimiento individual, ya resuelto por 5221_SUMAR_TOTALES (que
*> corre antes en 522_CICLO_FECHA y deja prof_ant_min/fecha_ant_min/
*> sucursal_impr/clase_buscada/cant_horas_a_sumar/aux_tip_clase_tarifa/
*> aux_tip_clase_costo/importe_venta/tarifa con los valores de esta
*> linea: importe_venta y tarifa ya son importes de venta y de costo,
*> no valores por hora, porque ARMAR_DISPLAY_FECHA los convierte con
*> MULTIPLY).
    IF (archALeer IS = 1 and fin_sucmov IS NOT = "SI")THEN
	    MOVE prof_ant_min TO mae_prof_num
	    MOVE fecha_ant_min TO mae_fecha
	    MOVE clase_buscada TO mae_clase
	    MOVE cant_horas_a_sumar TO mae_horas
	    MOVE aux_tip_clase_tarifa TO mae_tarifa
	    MOVE importe_venta TO mae_importe
	    MOVE aux_tip_clase_costo TO mae_tarifa_costo
	    MOVE tarifa TO mae_importe_costo
	    MOVE tipo_dia_mov TO mae_tipo_dia
	    MOVE porc_recargo_mov TO mae_porc_recargo
	    MOVE recargo_venta TO mae_recargo
	    MOVE recargo_costo TO mae_recargo_costo
	    MOVE "S" TO mae_origen
	    MOVE nro_corrida TO mae_corrida
		WRITE reg_mae
	    MOVE clase_buscada TO mae_clase
	    MOVE cant_horas_a_sumar TO mae_horas
	    MOVE aux_tip_clase_tarifa TO mae_tarifa
	    MOVE importe_venta TO mae_importe
	    MOVE aux_tip_clase_costo TO mae_tarifa_costo
	    MOVE tarifa TO mae_importe_costo
	    MOVE tipo_dia_mov TO mae_tipo_dia
	    MOVE porc_recargo_mov TO mae_porc_recargo
	    MOVE recargo_venta TO mae_recargo
	    MOVE recargo_costo TO mae_recargo_costo
	    MOVE "T" TO mae_origen
	    MOVE nro_corrida TO mae_corrida
		WRITE reg_mae
	ADD mae_horas TO suma_mae_horas_ent.
	ADD mae_horas TO suma_mae_horas.
	ADD mae_importe TO suma_mae_importe.
	ADD mae_importe_costo TO suma_mae_importe_costo.
	ADD mae_recargo TO suma_mae_recargo.
	ADD mae_recargo_costo TO suma_mae_recargo_costo.

5224_LEO_ARCH_MIN.
	IF (archALeer IS = 1)THEN
	END-IF.

ARMAR_DISPLAY_FECHA.
*> el listado por profesor es el de la liquidacion: tarifa e importe
*> salen al costo (lo que se le paga al profesor); el importe de venta
*> de la misma linea queda en importe_venta para MASTER y facturacion.
	IF (cont_titulo IS = 0)THEN
		MOVE cant_horas_a_sumar TO reg1_horas
		MOVE sucursal_impr TO reg1_suc
			MOVE clase_buscada TO aux_tip_clase_num
			MOVE "CLASE NO ENCONTRADA" TO aux_tip_clase_desc
			MOVE 0 TO aux_tip_clase_tarifa
			MOVE 0 TO aux_tip_clase_costo
		END-IF
		MOVE aux_tipo_clase TO reg1_tip_cla
		MOVE aux_tip_clase_costo TO reg1_tarifa
		MOVE aux_tip_clase_costo TO tarifa
		MULTIPLY cant_horas_a_sumar BY tarifa
		MOVE aux_tip_clase_tarifa TO importe_venta
		MULTIPLY cant_horas_a_sumar BY importe_venta
		PERFORM CALCULAR_RECARGO
		ADD importe_venta TO VENTA_TOT
		ADD tarifa TO TARIFA_FECHA
		ADD tarifa TO TARIFA_PROF
		ADD tarifa TO TARIFA_TOT
			MOVE clase_buscada TO aux_tip_clase_num
			MOVE "CLASE NO ENCONTRADA" TO aux_tip_clase_desc
			MOVE 0 TO aux_tip_clase_tarifa
			MOVE 0 TO aux_tip_clase_costo
		END-IF
		MOVE aux_tipo_clase TO reg2_tip_cla
		MOVE aux_tip_clase_costo TO reg2_tarifa
		MOVE aux_tip_clase_costo TO tarifa
		MULTIPLY cant_horas_a_sumar BY tarifa
		MOVE aux_tip_clase_tarifa TO importe_venta
		MULTIPLY cant_horas_a_sumar BY importe_venta
		PERFORM CALCULAR_RECARGO
		ADD importe_venta TO VENTA_TOT
		ADD tarifa TO TARIFA_FECHA
		ADD tarifa TO TARIFA_PROF
		ADD tarifa TO TARIFA_TOT
		END-IF
	END-IF.

DETERMINAR_TIPO_DIA.
*> tipo de dia de la fecha del movimiento (fecha_mov_buscada): el
*> feriado manda sobre el fin de semana (un domingo feriado se recarga
*> como feriado); lunes a viernes no feriado es habil, sin recargo.
	MOVE fecha_mov_buscada TO fecha_dia_sem_x.
	PERFORM CALCULAR_DIA_SEMANA.
	PERFORM BUSCAR_FERIADO.
	IF (feriado_hallado IS = "SI") THEN
		MOVE "F" TO tipo_dia_mov
		MOVE porc_recargo_feriado TO porc_recargo_mov
	ELSE IF (dia_semana IS = 7) THEN
		MOVE "D" TO tipo_dia_mov
		MOVE porc_recargo_domingo TO porc_recargo_mov
	ELSE IF (dia_semana IS = 6) THEN
		MOVE "S" TO tipo_dia_mov
		MOVE porc_recargo_sabado TO porc_recargo_mov
	ELSE
		MOVE "H" TO tipo_dia_mov
		MOVE 0 TO porc_recargo_mov
	END-IF.

BUSCAR_FERIADO.
*> recorrido lineal como BUSCAR_PERIODO: el calendario es chico.
	MOVE "NO" TO feriado_hallado.
	SET feri TO 1.
	PERFORM BUSCAR_FERIADO_IND
		UNTIL (feri IS > cant_feriados) OR (feriado_hallado IS = "SI").

BUSCAR_FERIADO_IND.
	IF (v_fer_fecha(feri) IS = fecha_mov_buscada) THEN
		MOVE "SI" TO feriado_hallado
	ELSE
		SET feri UP BY 1
	END-IF.

CALCULAR_DIA_SEMANA.
*> congruencia de Zeller con enero y febrero como meses 13 y 14 del
*> ano anterior; h da 0 sabado, 1 domingo, 2 lunes ... 6 viernes y se
*> pasa a 1 lunes ... 7 domingo. Cada division va a un campo entero
*> para que trunque.
	MOVE fds_ano TO zel_ano.
	MOVE fds_mes TO zel_mes.
	IF (zel_mes IS < 3) THEN
		ADD 12 TO zel_mes
		SUBTRACT 1 FROM zel_ano
	END-IF.
	DIVIDE zel_ano BY 100 GIVING zel_siglo REMAINDER zel_ano_siglo.
	COMPUTE zel_t1 = (13 * (zel_mes + 1)) / 5.
	COMPUTE zel_t2 = zel_ano_siglo / 4.
	COMPUTE zel_t3 = zel_siglo / 4.
	COMPUTE zel_suma = fds_dia + zel_t1 + zel_ano_siglo + zel_t2 + zel_t3 + (5 * zel_siglo).
	DIVIDE zel_suma BY 7 GIVING zel_cociente REMAINDER zel_h.
	COMPUTE zel_suma = zel_h + 5.
	DIVIDE zel_suma BY 7 GIVING zel_cociente REMAINDER dia_semana.
	ADD 1 TO dia_semana.

CALCULAR_RECARGO.
*> recargo del tipo de dia sobre el importe de venta y el de costo de
*> la linea (ya multiplicados por las horas en ARMAR_DISPLAY_FECHA); se
*> suma a los dos importes, asi MASTER, facturacion y liquidacion
*> quedan valuados con el recargo, y se guarda aparte para MASTER y
*> LIQUIDACION. AJUSTE recalcula el recargo con la misma cuenta.
	MOVE 0 TO recargo_venta.
	MOVE 0 TO recargo_costo.
	IF (porc_recargo_mov IS > 0) THEN
		COMPUTE recargo_venta ROUNDED = importe_venta * porc_recargo_mov / 100
		COMPUTE recargo_costo ROUNDED = tarifa * porc_recargo_mov / 100
		ADD recargo_venta TO importe_venta
		ADD recargo_costo TO tarifa
		ADD recargo_costo TO RECARGO_PROF
		ADD 1 TO cant_mov_con_recargo
	END-IF.

ARMAR_DISPLAY_FECHA_DESP.
	IF (par_list_detalle IS = "S") THEN
		DISPLAY separador_tot
	DISPLAY reg5_tot_gral. 

OBTENER_INFO_PROF.
	MOVE "SI" TO prof_encontrado.
	MOVE prof_ant_min TO prof_num.
	READ profesores INVALID KEY MOVE "NO" TO prof_encontrado.

INSERTAR_ANO.
*> ubica el anio del movimiento dentro de la ventana [ano_min, ano_min +
	PERFORM BUSCAR_TARIFA_VIGENTE.

BUSCAR_TARIFA_VIGENTE.
*> a diferencia de sucursal, el codigo de clase no es clave unica (un
*> mismo codigo puede traer varias vigencias historicas): la clave de
*> tiposClase es codigo + fecha desde, asi que se posiciona con START en
*> la primera vigencia del codigo y se avanza con READ NEXT mientras
*> siga siendo el mismo codigo, hasta dar con la vigencia cuyo
*> [desde,hasta] contiene a fecha_mov_buscada (la fecha del propio
*> movimiento, no la fecha de hoy). La vigencia encontrada queda en
*> aux_tipo_clase para ARMAR_DISPLAY_FECHA.
	MOVE "NO" TO clase_encontrada
	MOVE "NO" TO fin_vigencias
	MOVE clase_buscada TO tip_clase_suc
	MOVE LOW-VALUES TO tip_clase_desde
	START tiposclase KEY IS NOT < tip_clave
		INVALID KEY MOVE "SI" TO fin_vigencias
	END-START
	PERFORM BUSCAR_TARIFA_VIGENTE_IND
		UNTIL (fin_vigencias IS = "SI") OR (clase_encontrada IS = "SI").

	IF (clase_encontrada IS = "NO") THEN
		MOVE "TIPO CLASE" TO exc_tipo_tmp
		MOVE clase_buscada TO exc_codigo_tmp
		PERFORM REGISTRAR_EXCEPCION
	END-IF.

BUSCAR_TARIFA_VIGENTE_IND.
*> las vigencias vienen en orden de fecha desde: pasado otro codigo o
*> una vigencia que arranca despues del movimiento, no hay tarifa.
	READ tiposclase NEXT RECORD AT END MOVE "SI" TO fin_vigencias.
	IF (fin_vigencias IS = "NO") THEN
		IF (tip_clase_suc IS NOT = clase_buscada)
		OR (tip_clase_desde IS > fecha_mov_buscada) THEN
			MOVE "SI" TO fin_vigencias
		ELSE IF (tip_clase_hasta IS NOT < fecha_mov_buscada) THEN
			MOVE "SI" TO clase_encontrada
			MOVE tip_clase_suc TO aux_tip_clase_num
			MOVE tip_clase_razon TO aux_tip_clase_desc
			MOVE tip_clase_dire TO aux_tip_clase_tarifa
			MOVE tip_clase_desde TO aux_tip_clase_desde
			MOVE tip_clase_hasta TO aux_tip_clase_hasta
			IF (tip_clase_costo IS NUMERIC) THEN
				MOVE tip_clase_costo TO aux_tip_clase_costo
			ELSE
				MOVE tip_clase_dire TO aux_tip_clase_costo
			END-IF
		END-IF
	END-IF.

BUSCAR_CLASE_REP.
*> v_clases_rep, para acumular el informe de facturacion por sucursal
*> y tipo de clase. ACTUALIZAR_CLASES_REP arma v_clases_rep confiando
*> en el orden del archivo (no lo ordena de verdad), asi que en vez de
*> SEARCH ALL se recorre linealmente;
*> un codigo que no aparezca en la lista queda registrado como excepcion
*> en vez de sumarse silenciosamente a lo que haya en la posicion 1.
	MOVE "NO" TO clase_rep_encontrada

8_IMPRIMO_EXCEPCIONES.
*> listado de codigos de sucursal/tipo de clase referenciados en los
*> movimientos que no se pudieron resolver contra los maestros de sucursales o
*> tiposClase, para que se corrijan antes de confiar en el informe.
	IF (cant_excepciones IS > cant_prof_no_enc) THEN
		DISPLAY " "
		DISPLAY linea
9_IMPRIMO_PROF_NO_ENCONTRADOS.
*> listado aparte (pedido por separado del de sucursal/tipo de clase)
*> de numeros de profesor referenciados en los movimientos que no
*> aparecen en el maestro de profesores, para que nomina corrija el maestro antes
*> de confiar en el informe.
	IF (cant_prof_no_enc IS > 0) THEN
		DISPLAY " "
	MOVE "Suma de mae_importe" TO conc_imp_texto.
	MOVE suma_mae_importe TO conc_imp_valor.
	PERFORM ESCRIBIR_LINEA_CONC_IMP.
	MOVE "Suma de mae_importe_costo" TO conc_imp_texto.
	MOVE suma_mae_importe_costo TO conc_imp_valor.
	PERFORM ESCRIBIR_LINEA_CONC_IMP.
	MOVE "Movimientos con recargo de sabado/domingo/feriado" TO conc_cant_texto.
	MOVE cant_mov_con_recargo TO conc_cant_valor.
	PERFORM ESCRIBIR_LINEA_CONC_CANT.
	MOVE "Suma de mae_recargo (incluida en mae_importe)" TO conc_imp_texto.
	MOVE suma_mae_recargo TO conc_imp_valor.
	PERFORM ESCRIBIR_LINEA_CONC_IMP.
	MOVE "Suma de mae_recargo_costo" TO conc_imp_texto.
	MOVE suma_mae_recargo_costo TO conc_imp_valor.
	PERFORM ESCRIBIR_LINEA_CONC_IMP.
	MOVE "Suma de liq_recargo" TO conc_imp_texto.
	MOVE suma_liq_recargo TO conc_imp_valor.
	PERFORM ESCRIBIR_LINEA_CONC_IMP.
	MOVE "Suma de liq_tarifa" TO conc_imp_texto.
	MOVE suma_liq_tarifa TO conc_imp_valor.
	PERFORM ESCRIBIR_LINEA_CONC_IMP.
121_CRUZAR_TOTALES.
*> cruces: la suma entera de mae_horas contra TOT_GRAL (ambos con el
*> mismo redondeo por movimiento), la suma de mae_importe contra
*> VENTA_TOT, la de mae_importe_costo contra TARIFA_TOT, y TARIFA_TOT
*> contra liq_tarifa mas lo no liquidado por
*> profesor no encontrado. El cruce de cantidades solo vale en una
*> corrida completa: en un restart lo leido incluye registros que ya
*> escribio la corrida anterior.
		MOVE "SI" TO hay_desbalance
	END-IF.
	PERFORM ESCRIBIR_LINEA_CONC.
	IF (suma_mae_importe IS = VENTA_TOT) THEN
		MOVE "Cruce importe MASTER vs total facturable:   OK" TO linea_conc_txt
	ELSE
		MOVE "Cruce importe MASTER vs total facturable:   DESBALANCE" TO linea_conc_txt
		MOVE "SI" TO hay_desbalance
	END-IF.
	PERFORM ESCRIBIR_LINEA_CONC.
	IF (suma_mae_importe_costo IS = TARIFA_TOT) THEN
		MOVE "Cruce costo MASTER vs total tarifado:       OK" TO linea_conc_txt
	ELSE
		MOVE "Cruce costo MASTER vs total tarifado:       DESBALANCE" TO linea_conc_txt
		MOVE "SI" TO hay_desbalance
	END-IF.
	PERFORM ESCRIBIR_LINEA_CONC.
