IDENTIFICATION DIVISION.
PROGRAM-ID. CRONOG.

*> control de clases dictadas contra el cronograma: CONTRATO compara
*> totales mensuales y no ve que clase concreta falto (un martes sin
*> dar compensado con horas de mas otro dia da bien en el total). Para
*> el mes pedido (cronogramaParametros.txt) este programa arma dia por
*> dia las clases programadas segun cronogramaClases.txt (mantenido
*> por novedades en MANT: profesor, sucursal, tipo de clase, dia de la
*> semana, horas y vigencia) y las cruza con los movimientos del
*> MASTER por profesor, sucursal, tipo de clase y fecha. El reporte
*> (controlCronograma.txt), agrupado por sucursal para que coordinacion
*> reclame antes de la liquidacion, muestra las clases programadas sin
*> movimiento (posible ausencia), los movimientos sin clase programada
*> y las diferencias de horas del dia. Con alguna observacion la
*> corrida termina con codigo de retorno 4.
*> Los dias de feriados.txt (el calendario que mantiene MANT y con el
*> que TP recarga las horas) no se dan clases: la clase programada sin
*> movimiento en un feriado sale como FERIADO, sin reclamo. Un
*> movimiento en un feriado es una clase dictada (recargada) y se cruza
*> como cualquier otro.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
	DECIMAL-POINT IS COMMA.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT CROPARAM ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS croparam-estado.
	SELECT CRONOGRAMA ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS cronograma-estado.
*> por omision se toma la ultima generacion de mae segun bitacora.txt,
*> como en MARGEN.
	SELECT MASTER ASSIGN TO DYNAMIC ruta_master ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS mae-estado.
	SELECT BITACORA ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS bitacora-estado.
	SELECT PROFESORES ASSIGN TO DISK ORGANIZATION IS INDEXED ACCESS MODE IS RANDOM
		RECORD KEY IS prof_num FILE STATUS IS profesores-estado.
	SELECT SUCURSALES ASSIGN TO DISK ORGANIZATION IS INDEXED ACCESS MODE IS RANDOM
		RECORD KEY IS suc_suc FILE STATUS IS sucursales-estado.
	SELECT FERIADOS ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS feriados-estado.
	SELECT CONTROLCRO ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS control-estado.

DATA DIVISION.
FILE SECTION.

FD CROPARAM LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/cronogramaParametros.txt".
*> mes a controlar y, opcionalmente, la generacion de mae (en blanco o
*> cero = la ultima segun bitacora.txt).
01 reg_croparam.
	  03 cpar_ano 						PIC 9(4).
	  03 cpar_mes 						PIC 9(2).
	  03 cpar_generacion 				PIC X(6).

FD CRONOGRAMA LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/cronogramaClases.txt".
*> mismo registro que mantiene MANT; dia 1 lunes a 7 domingo.
01 reg_cronograma.
	  03 cro_prof 						PIC X(5).
	  03 cro_suc 						PIC X(3).
	  03 cro_clase 						PIC X(4).
	  03 cro_dia 						PIC 9(1).
	  03 cro_horas 						PIC 9(2)V99.
	  03 cro_desde 						PIC X(8).
	  03 cro_hasta 						PIC X(8).

FD MASTER LABEL RECORD IS STANDARD.
01 reg_mae.
	  03 mae_prof_num 					PIC X(5).
	  03 mae_fecha.
	  	05 mae_fecha_ano 				PIC 9(4).
	  	05 mae_fecha_mes 				PIC 9(2).
	  	05 mae_fecha_dia 				PIC 9(2).
	  03 mae_sucursal 					PIC X(3).
	  03 mae_clase 						PIC X(4).
	  03 mae_horas 						PIC 9(2)V99.
	  03 mae_tarifa 					PIC 9(5)V99.
	  03 mae_importe 					PIC 9(7)V99.
	  03 mae_origen 					PIC X(1).
	  03 mae_corrida 					PIC 9(6).
*> mae_tarifa/mae_importe son el precio de venta a la sucursal; lo que
*> se le paga al profesor por el mismo movimiento va al final (ver TP).
	  03 mae_tarifa_costo 				PIC 9(5)V99.
	  03 mae_importe_costo 				PIC 9(7)V99.
*> tipo de dia, porcentaje y recargo de venta y de costo (ver TP); los
*> importes ya incluyen el recargo.
	  03 mae_tipo_dia 					PIC X(1).
	  03 mae_porc_recargo 				PIC 9(3)V99.
	  03 mae_recargo 					PIC 9(7)V99.
	  03 mae_recargo_costo 				PIC 9(7)V99.

FD BITACORA LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/bitacora.txt".
*> solo interesa el numero de corrida del ultimo registro, que es la
*> ultima generacion de mae escrita por TP.
01 reg_bitacora.
	  03 bit_corrida 					PIC 9(6).
	  03 FILLER 						PIC X(100).

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

FD FERIADOS LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/feriados.txt".
*> calendario de feriados, mismo registro que TP y MANT.
01 reg_feriado.
	  03 fer_fecha 						PIC X(8).
	  03 fer_descripcion 				PIC X(30).

FD CONTROLCRO LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/controlCronograma.txt".
01 reg_control 							PIC X(80).

WORKING-STORAGE SECTION.

	77 	croparam-estado 				PIC XX.
	77 	cronograma-estado 				PIC XX.
	77 	mae-estado 						PIC XX.
	77 	bitacora-estado 				PIC XX.
	77 	profesores-estado 				PIC XX.
	77 	sucursales-estado 				PIC XX.
	77 	feriados-estado 				PIC XX.
	77 	control-estado 					PIC XX.

	01 fin_cronograma 					PIC XX VALUE "NO".
	01 fin_master 						PIC XX VALUE "NO".
	01 fin_bitacora 					PIC XX VALUE "NO".
	01 fin_feriados 					PIC XX VALUE "NO".

*> calendario de feriados en memoria, como CARGAR_FERIADOS de TP.
	01 cant_feriados 					PIC 9(3) VALUE 0.
	01 v_feriados.
	  03 v_feriado OCCURS 1 TO 500 TIMES DEPENDING ON cant_feriados
	  	indexed by feri.
	  	05 v_fer_fecha 					PIC X(8).
	01 feriado_hallado 					PIC XX VALUE "NO".

*> ruta de la generacion de mae a controlar, resuelta por
*> 15_UBICAR_GENERACION.
	01 ruta_master.
	  03 nada 							PIC X(69) VALUE "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/mae.G".
	  03 rms_generacion 				PIC 9(6).
	  03 nada 							PIC X(4) VALUE ".txt".
	01 generacion_pedida 				PIC X(6) VALUE SPACES.

*> mes controlado y su primer y ultimo dia, para quedarse solo con las
*> vigencias del cronograma que lo tocan.
	01 periodo_control.
	  03 pc_ano 						PIC 9(4).
	  03 pc_mes 						PIC 9(2).
	01 primer_dia.
	  03 pri_anomes 					PIC X(6).
	  03 pri_dia 						PIC X(2) VALUE "01".
	01 ultimo_dia.
	  03 ult_anomes 					PIC X(6).
	  03 ult_dia 						PIC 9(2).

*> cronograma vigente en el mes, en memoria.
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

*> cruce del mes: un renglon por sucursal, fecha, profesor y clase con
*> las horas programadas y las dictadas. Se mantiene ordenado por esa
*> clave (insercion en orden, como las tablas de MANT) para que el
*> reporte salga agrupado por sucursal y por fecha.
	01 cant_cruce 						PIC 9(4) VALUE 0.
	01 v_cruces.
	  03 v_cruce OCCURS 1 TO 3000 TIMES DEPENDING ON cant_cruce.
	  	05 cz_clave.
	  		07 cz_suc 					PIC X(3).
	  		07 cz_fecha 				PIC X(8).
	  		07 cz_prof 					PIC X(5).
	  		07 cz_clase 				PIC X(4).
	  	05 cz_programadas 				PIC 9(3)V99.
	  	05 cz_dictadas 					PIC 9(3)V99.
	  	05 cz_feriado 					PIC XX.

	01 aux_clave.
	  03 aux_suc 						PIC X(3).
	  03 aux_fecha 						PIC X(8).
	  03 aux_prof 						PIC X(5).
	  03 aux_clase 						PIC X(4).

	01 posi 							PIC 9(4) VALUE 0.
	01 j 								PIC 9(4) VALUE 0.
	01 jj 								PIC 9(4) VALUE 0.
	01 k 								PIC 9(4) VALUE 0.
	01 renglon_hallado 					PIC XX VALUE "NO".
	01 fin_busqueda 					PIC XX VALUE "NO".
	01 suc_anterior 					PIC X(3) VALUE SPACES.

*> dia del mes que se esta programando.
	01 fecha_prog.
	  03 fp_ano 						PIC 9(4).
	  03 fp_mes 						PIC 9(2).
	  03 fp_dia 						PIC 9(2).
	01 fecha_prog_x REDEFINES fecha_prog PIC X(8).

*> dia de la semana de una fecha (congruencia de Zeller): deja en
*> dia_semana 1 para lunes hasta 7 para domingo.
	01 fecha_dia_sem.
	  03 fds_ano 						PIC 9(4).
	  03 fds_mes 						PIC 9(2).
	  03 fds_dia 						PIC 9(2).
	01 fecha_dia_sem_x REDEFINES fecha_dia_sem PIC X(8).
	01 dia_semana 						PIC 9(1) VALUE 0.
	01 zel_ano 							PIC 9(4) VALUE 0.
	01 zel_mes 							PIC 9(2) VALUE 0.
	01 zel_siglo 						PIC 9(2) VALUE 0.
	01 zel_ano_siglo 					PIC 9(2) VALUE 0.
	01 zel_t1 							PIC 9(3) VALUE 0.
	01 zel_t2 							PIC 9(2) VALUE 0.
	01 zel_t3 							PIC 9(2) VALUE 0.
	01 zel_suma 						PIC 9(4) VALUE 0.
	01 zel_cociente 					PIC 9(4) VALUE 0.
	01 zel_h 							PIC 9(1) VALUE 0.

	01 resto_bisiesto 					PIC 9(4) VALUE 0.
	01 cociente_bisiesto 				PIC 9(4) VALUE 0.

	01 v_nombres_dia.
	  03 FILLER 						PIC X(3) VALUE "LUN".
	  03 FILLER 						PIC X(3) VALUE "MAR".
	  03 FILLER 						PIC X(3) VALUE "MIE".
	  03 FILLER 						PIC X(3) VALUE "JUE".
	  03 FILLER 						PIC X(3) VALUE "VIE".
	  03 FILLER 						PIC X(3) VALUE "SAB".
	  03 FILLER 						PIC X(3) VALUE "DOM".
	01 v_nombres_dia_r REDEFINES v_nombres_dia.
	  03 nombre_dia OCCURS 7 TIMES 		PIC X(3).

	01 diferencia_horas 				PIC S9(3)V99 VALUE 0.

	01 cant_cro_leidos 					PIC 9(5) VALUE 0.
	01 cant_cro_fuera_mes 				PIC 9(5) VALUE 0.
	01 cant_mae_leidos 					PIC 9(8) VALUE 0.
	01 cant_mae_fuera_mes 				PIC 9(8) VALUE 0.
	01 cant_fuera_tabla 				PIC 9(5) VALUE 0.
	01 cant_clases_prog 				PIC 9(5) VALUE 0.
	01 cant_dias_feriado 				PIC 9(2) VALUE 0.
	01 cant_clases_feriado 				PIC 9(5) VALUE 0.
	01 cant_cumplidas 					PIC 9(5) VALUE 0.
	01 cant_sin_movimiento 				PIC 9(5) VALUE 0.
	01 cant_sin_programar 				PIC 9(5) VALUE 0.
	01 cant_diferencias 				PIC 9(5) VALUE 0.
	01 cant_feriado_sin_mov 			PIC 9(5) VALUE 0.

*> lineas del reporte.
	01 linea.
	  03 guiones 						PIC X(80) VALUE ALL "-".

	01 linea_cro_encab.
	  03 nada 							PIC X(35) VALUE "CONTROL DE CRONOGRAMA DE CLASES  - ".
	  03 cro_enc_periodo 				PIC X(6).
	  03 nada 							PIC X(14) VALUE "  Generacion G".
	  03 cro_enc_gen 					PIC 9(6).

	01 linea_cro_suc.
	  03 nada 							PIC X(9) VALUE "Sucursal ".
	  03 cro_suc_num 					PIC X(3).
	  03 nada 							PIC X(1) VALUE " ".
	  03 cro_suc_razon 					PIC X(25).

	01 linea_cro_col.
	  03 nada 							PIC X(10) VALUE "Fecha".
	  03 nada 							PIC X(1) VALUE ALL " ".
	  03 nada 							PIC X(3) VALUE "Dia".
	  03 nada 							PIC X(1) VALUE ALL " ".
	  03 nada 							PIC X(20) VALUE "Profesor".
	  03 nada 							PIC X(1) VALUE ALL " ".
	  03 nada 							PIC X(5) VALUE "Clase".
	  03 nada 							PIC X(6) VALUE "  Prog".
	  03 nada 							PIC X(1) VALUE ALL " ".
	  03 nada 							PIC X(6) VALUE "  Dict".
	  03 nada 							PIC X(1) VALUE ALL " ".
	  03 nada 							PIC X(7) VALUE "   Dif.".
	  03 nada 							PIC X(1) VALUE ALL " ".
	  03 nada 							PIC X(14) VALUE "Observacion".

	01 linea_cro_det.
	  03 cro_det_dia 					PIC 9(2).
	  03 nada 							PIC X(1) VALUE "/".
	  03 cro_det_mes 					PIC 9(2).
	  03 nada 							PIC X(1) VALUE "/".
	  03 cro_det_ano 					PIC 9(4).
	  03 nada 							PIC X(1) VALUE ALL " ".
	  03 cro_det_nomdia 				PIC X(3).
	  03 nada 							PIC X(1) VALUE ALL " ".
	  03 cro_det_prof 					PIC X(5).
	  03 nada 							PIC X(1) VALUE ALL " ".
	  03 cro_det_nombre 				PIC X(14).
	  03 nada 							PIC X(1) VALUE ALL " ".
	  03 cro_det_clase 					PIC X(4).
	  03 nada 							PIC X(1) VALUE ALL " ".
	  03 cro_det_prog 					PIC ZZ9,99.
	  03 nada 							PIC X(1) VALUE ALL " ".
	  03 cro_det_dict 					PIC ZZ9,99.
	  03 nada 							PIC X(1) VALUE ALL " ".
	  03 cro_det_dif 					PIC -ZZ9,99.
	  03 nada 							PIC X(1) VALUE ALL " ".
	  03 cro_det_obs 					PIC X(14).

PROCEDURE DIVISION.

*> CICLO PPAL--------------------------------------------------------------
	PERFORM 1_LEER_PARAMETROS.
	PERFORM 15_UBICAR_GENERACION.
	PERFORM 2_CARGAR_CRONOGRAMA.
	PERFORM 25_CARGAR_FERIADOS.
	PERFORM 3_PROGRAMAR_MES.
	PERFORM 4_CRUZAR_MASTER.
	PERFORM 5_EMITIR_CONTROL.
	PERFORM 8_RESUMEN.
*> con clases sin movimiento, movimientos sin programar o diferencias
*> el reporte sale igual, pero avisa al encadenamiento con 4: hay algo
*> que reclamar a la sucursal antes de liquidar.
	IF (cant_sin_movimiento IS > 0) OR (cant_sin_programar IS > 0)
	OR (cant_diferencias IS > 0) OR (cant_fuera_tabla IS > 0) THEN
		MOVE 4 TO RETURN-CODE
	END-IF.
	STOP RUN.

*> --------------------------------------------------------------

1_LEER_PARAMETROS.
	OPEN INPUT CROPARAM.
	IF (croparam-estado IS NOT = "00") THEN
		DISPLAY "CRONOG: falta cronogramaParametros.txt con el mes a controlar (AAAAMM)"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	READ CROPARAM
		AT END
			DISPLAY "CRONOG: cronogramaParametros.txt esta vacio"
			MOVE 8 TO RETURN-CODE
			STOP RUN
		NOT AT END
			MOVE cpar_ano TO pc_ano
			MOVE cpar_mes TO pc_mes
			MOVE cpar_generacion TO generacion_pedida
	END-READ.
	CLOSE CROPARAM.
	IF (pc_mes IS < 1) OR (pc_mes IS > 12) THEN
		DISPLAY "CRONOG: mes invalido en cronogramaParametros.txt: " pc_mes
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	MOVE periodo_control TO pri_anomes.
	MOVE periodo_control TO ult_anomes.
	MOVE pc_ano TO fp_ano.
	MOVE pc_mes TO fp_mes.
	PERFORM CALCULAR_DIAS_DEL_MES.

15_UBICAR_GENERACION.
*> la generacion pedida por parametro si vino, si no la ultima corrida
*> de TP segun bitacora.txt.
	IF (generacion_pedida IS NUMERIC) AND (generacion_pedida IS NOT = "000000") THEN
		MOVE generacion_pedida TO rms_generacion
	ELSE
		OPEN INPUT BITACORA
		IF (bitacora-estado IS NOT = "00") THEN
			DISPLAY "CRONOG: no se pudo abrir bitacora.txt (estado " bitacora-estado "), no se puede ubicar la generacion de mae"
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
		PERFORM 151_LEER_BITACORA_REG UNTIL fin_bitacora IS = "SI"
		CLOSE BITACORA
	END-IF.
	DISPLAY "CRONOG: se controla la generacion mae.G" rms_generacion ".txt".

151_LEER_BITACORA_REG.
	READ BITACORA AT END MOVE "SI" TO fin_bitacora.
	IF (fin_bitacora IS = "NO") THEN
		MOVE bit_corrida TO rms_generacion
	END-IF.

2_CARGAR_CRONOGRAMA.
*> sin cronograma no hay contra que controlar: se corta, como CONTRATO
*> sin contratosHoras.txt.
	OPEN INPUT CRONOGRAMA.
	IF (cronograma-estado IS NOT = "00") THEN
		DISPLAY "CRONOG: no se pudo abrir cronogramaClases.txt, estado " cronograma-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM 21_CARGAR_CRO_REG UNTIL fin_cronograma IS = "SI".
	CLOSE CRONOGRAMA.

21_CARGAR_CRO_REG.
*> solo entran las vigencias que tocan el mes controlado.
	READ CRONOGRAMA AT END MOVE "SI" TO fin_cronograma.
	IF (fin_cronograma IS = "NO") THEN
		ADD 1 TO cant_cro_leidos
	END-IF.
	IF (fin_cronograma IS = "SI") THEN
		CONTINUE
	ELSE IF (cro_desde IS > ultimo_dia) OR (cro_hasta IS < primer_dia) THEN
		ADD 1 TO cant_cro_fuera_mes
	ELSE IF (cant_cros IS >= 1000) THEN
		DISPLAY "CRONOG: cronogramaClases.txt supera los 1000 registros vigentes de la tabla"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	ELSE
		ADD 1 TO cant_cros
		MOVE reg_cronograma TO v_cro(cant_cros)
	END-IF.

25_CARGAR_FERIADOS.
*> sin feriados.txt se sigue con la tabla vacia: todo dia con clases
*> programadas se controla.
	OPEN INPUT FERIADOS.
	IF (feriados-estado IS = "35") THEN
		DISPLAY "AVISO: no hay calendario de feriados, se controlan todos los dias del mes"
		MOVE "SI" TO fin_feriados
	ELSE IF (feriados-estado IS NOT = "00") THEN
		DISPLAY "CRONOG: no se pudo abrir feriados.txt, estado " feriados-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM 251_CARGAR_FERIADO_REG UNTIL fin_feriados IS = "SI".
	IF (feriados-estado IS NOT = "35") THEN
		CLOSE FERIADOS
	END-IF.

251_CARGAR_FERIADO_REG.
*> un feriado descartado haria reclamar clases de un dia sin clases.
	READ FERIADOS AT END MOVE "SI" TO fin_feriados.
	IF (fin_feriados IS = "NO") AND (cant_feriados IS >= 500) THEN
		DISPLAY "CRONOG: feriados.txt supera los 500 registros de la tabla"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	IF (fin_feriados IS = "NO") THEN
		ADD 1 TO cant_feriados
		SET feri TO cant_feriados
		MOVE fer_fecha TO v_fer_fecha(feri)
	END-IF.

*> ARMADO DEL MES------------------------------------------------------

3_PROGRAMAR_MES.
*> recorre el mes dia por dia: cada vigencia del cronograma del dia de
*> la semana correspondiente y vigente en esa fecha genera una clase
*> programada.
	PERFORM 31_PROGRAMAR_DIA VARYING fp_dia FROM 1 BY 1 UNTIL fp_dia IS > ult_dia.

31_PROGRAMAR_DIA.
*> las clases de un feriado se programan igual, marcadas, para que un
*> movimiento de ese dia cruce contra su clase.
	MOVE fecha_prog_x TO fecha_dia_sem_x.
	PERFORM CALCULAR_DIA_SEMANA.
	PERFORM BUSCAR_FERIADO.
	IF (feriado_hallado IS = "SI") THEN
		ADD 1 TO cant_dias_feriado
	END-IF.
	PERFORM 311_PROGRAMAR_CLASE VARYING k FROM 1 BY 1 UNTIL k IS > cant_cros.

311_PROGRAMAR_CLASE.
	IF (vcr_dia(k) IS = dia_semana)
	AND (vcr_desde(k) IS NOT > fecha_prog_x)
	AND (vcr_hasta(k) IS NOT < fecha_prog_x) THEN
		MOVE vcr_suc(k) TO aux_suc
		MOVE fecha_prog_x TO aux_fecha
		MOVE vcr_prof(k) TO aux_prof
		MOVE vcr_clase(k) TO aux_clase
		PERFORM UBICAR_CRUCE
		IF (renglon_hallado IS = "SI") THEN
			ADD vcr_horas(k) TO cz_programadas(posi)
			ADD 1 TO cant_clases_prog
			MOVE feriado_hallado TO cz_feriado(posi)
			IF (feriado_hallado IS = "SI") THEN
				ADD 1 TO cant_clases_feriado
			END-IF
		END-IF
	END-IF.

4_CRUZAR_MASTER.
	OPEN INPUT MASTER.
	IF (mae-estado IS NOT = "00") THEN
		DISPLAY "CRONOG: no se pudo abrir mae.G" rms_generacion ".txt, estado " mae-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM 41_CRUZAR_REG UNTIL fin_master IS = "SI".
	CLOSE MASTER.

41_CRUZAR_REG.
	READ MASTER AT END MOVE "SI" TO fin_master.
	IF (fin_master IS = "NO") THEN
		ADD 1 TO cant_mae_leidos
		IF (mae_fecha(1:6) IS NOT = periodo_control) THEN
			ADD 1 TO cant_mae_fuera_mes
		ELSE
			MOVE mae_sucursal TO aux_suc
			MOVE mae_fecha TO aux_fecha
			MOVE mae_prof_num TO aux_prof
			MOVE mae_clase TO aux_clase
			PERFORM UBICAR_CRUCE
			IF (renglon_hallado IS = "SI") THEN
				ADD mae_horas TO cz_dictadas(posi)
			END-IF
		END-IF
	END-IF.

UBICAR_CRUCE.
*> busca el renglon de aux_clave y lo da de alta en su lugar si no
*> estaba; deja posi apuntando al renglon. Con la tabla llena el
*> renglon se pierde y se cuenta para el aviso del resumen.
	MOVE "NO" TO renglon_hallado.
	MOVE "NO" TO fin_busqueda.
	MOVE 1 TO posi.
	PERFORM UBICAR_CRUCE_IND UNTIL (posi IS > cant_cruce) OR (fin_busqueda IS = "SI").
	IF (fin_busqueda IS = "SI") AND (cz_clave(posi) IS = aux_clave) THEN
		MOVE "SI" TO renglon_hallado
	ELSE IF (cant_cruce IS >= 3000) THEN
		ADD 1 TO cant_fuera_tabla
	ELSE
		ADD 1 TO cant_cruce
		MOVE cant_cruce TO j
		PERFORM DESPLAZAR_CRUCE UNTIL j IS NOT > posi
		MOVE aux_clave TO cz_clave(posi)
		MOVE 0 TO cz_programadas(posi)
		MOVE 0 TO cz_dictadas(posi)
		MOVE "NO" TO cz_feriado(posi)
		MOVE "SI" TO renglon_hallado
	END-IF.

UBICAR_CRUCE_IND.
	IF (cz_clave(posi) IS >= aux_clave) THEN
		MOVE "SI" TO fin_busqueda
	ELSE
		ADD 1 TO posi
	END-IF.

DESPLAZAR_CRUCE.
	COMPUTE jj = j - 1.
	MOVE v_cruce(jj) TO v_cruce(j).
	SUBTRACT 1 FROM j.

BUSCAR_FERIADO.
*> recorrido lineal como el BUSCAR_FERIADO de TP: el calendario es chico.
	MOVE "NO" TO feriado_hallado.
	SET feri TO 1.
	PERFORM BUSCAR_FERIADO_IND
		UNTIL (feri IS > cant_feriados) OR (feriado_hallado IS = "SI").

BUSCAR_FERIADO_IND.
	IF (v_fer_fecha(feri) IS = fecha_prog_x) THEN
		MOVE "SI" TO feriado_hallado
	ELSE
		SET feri UP BY 1
	END-IF.

*> REPORTE--------------------------------------------------------------

5_EMITIR_CONTROL.
	OPEN INPUT PROFESORES.
	IF (profesores-estado IS NOT = "00") THEN
		DISPLAY "CRONOG: no se pudo abrir profesores.dat, estado " profesores-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	OPEN INPUT SUCURSALES.
	IF (sucursales-estado IS NOT = "00") THEN
		DISPLAY "CRONOG: no se pudo abrir sucursales.dat, estado " sucursales-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	OPEN OUTPUT CONTROLCRO.
	IF (control-estado IS NOT = "00") THEN
		DISPLAY "CRONOG: no se pudo abrir controlCronograma.txt, estado " control-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	MOVE linea TO reg_control.
	WRITE reg_control.
	MOVE periodo_control TO cro_enc_periodo.
	MOVE rms_generacion TO cro_enc_gen.
	MOVE linea_cro_encab TO reg_control.
	WRITE reg_control.
	PERFORM 51_EMITIR_RENGLON VARYING k FROM 1 BY 1 UNTIL k IS > cant_cruce.
	MOVE linea TO reg_control.
	WRITE reg_control.
	CLOSE CONTROLCRO.
	CLOSE PROFESORES.
	CLOSE SUCURSALES.

51_EMITIR_RENGLON.
*> la clase dictada tal como estaba programada no se lista; la que no
*> se dio por feriado se lista sin reclamo.
	IF (cz_programadas(k) IS > 0) AND (cz_dictadas(k) IS = 0)
	AND (cz_feriado(k) IS = "SI") THEN
		ADD 1 TO cant_feriado_sin_mov
		MOVE "FERIADO" TO cro_det_obs
		PERFORM 511_IMPRIMIR_DETALLE
	ELSE IF (cz_programadas(k) IS > 0) AND (cz_dictadas(k) IS = 0) THEN
		ADD 1 TO cant_sin_movimiento
		MOVE "SIN MOVIMIENTO" TO cro_det_obs
		PERFORM 511_IMPRIMIR_DETALLE
	ELSE IF (cz_programadas(k) IS = 0) THEN
		ADD 1 TO cant_sin_programar
		MOVE "SIN PROGRAMAR" TO cro_det_obs
		PERFORM 511_IMPRIMIR_DETALLE
	ELSE IF (cz_programadas(k) IS NOT = cz_dictadas(k)) THEN
		ADD 1 TO cant_diferencias
		MOVE "DIF. DE HORAS" TO cro_det_obs
		PERFORM 511_IMPRIMIR_DETALLE
	ELSE
		ADD 1 TO cant_cumplidas
	END-IF.

511_IMPRIMIR_DETALLE.
	IF (cz_suc(k) IS NOT = suc_anterior) THEN
		PERFORM 5111_IMPRIMIR_SUCURSAL
	END-IF.
	MOVE cz_fecha(k) TO fecha_dia_sem_x.
	PERFORM CALCULAR_DIA_SEMANA.
	MOVE fds_dia TO cro_det_dia.
	MOVE fds_mes TO cro_det_mes.
	MOVE fds_ano TO cro_det_ano.
	MOVE nombre_dia(dia_semana) TO cro_det_nomdia.
	MOVE cz_prof(k) TO cro_det_prof.
	MOVE cz_prof(k) TO prof_num.
	READ PROFESORES INVALID KEY MOVE "(inexistente)" TO prof_nom.
	MOVE prof_nom TO cro_det_nombre.
	MOVE cz_clase(k) TO cro_det_clase.
	MOVE cz_programadas(k) TO cro_det_prog.
	MOVE cz_dictadas(k) TO cro_det_dict.
	COMPUTE diferencia_horas = cz_dictadas(k) - cz_programadas(k).
	MOVE diferencia_horas TO cro_det_dif.
	MOVE linea_cro_det TO reg_control.
	WRITE reg_control.

5111_IMPRIMIR_SUCURSAL.
	MOVE cz_suc(k) TO suc_anterior.
	MOVE cz_suc(k) TO suc_suc.
	READ SUCURSALES INVALID KEY MOVE "(inexistente)" TO suc_razon.
	MOVE linea TO reg_control.
	WRITE reg_control.
	MOVE cz_suc(k) TO cro_suc_num.
	MOVE suc_razon TO cro_suc_razon.
	MOVE linea_cro_suc TO reg_control.
	WRITE reg_control.
	MOVE linea_cro_col TO reg_control.
	WRITE reg_control.

*> FECHAS---------------------------------------------------------------

CALCULAR_DIAS_DEL_MES.
*> ultimo dia del mes de fecha_prog, bisiestos incluidos.
	IF (fp_mes IS = 4) OR (fp_mes IS = 6) OR (fp_mes IS = 9) OR (fp_mes IS = 11) THEN
		MOVE 30 TO ult_dia
	ELSE IF (fp_mes IS = 2) THEN
		MOVE 28 TO ult_dia
		DIVIDE fp_ano BY 4 GIVING cociente_bisiesto REMAINDER resto_bisiesto
		IF (resto_bisiesto IS = 0) THEN
			MOVE 29 TO ult_dia
			DIVIDE fp_ano BY 100 GIVING cociente_bisiesto REMAINDER resto_bisiesto
			IF (resto_bisiesto IS = 0) THEN
				MOVE 28 TO ult_dia
				DIVIDE fp_ano BY 400 GIVING cociente_bisiesto REMAINDER resto_bisiesto
				IF (resto_bisiesto IS = 0) THEN
					MOVE 29 TO ult_dia
				END-IF
			END-IF
		END-IF
	ELSE
		MOVE 31 TO ult_dia
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

*> RESUMEN--------------------------------------------------------------

8_RESUMEN.
	DISPLAY " ".
	DISPLAY linea.
	DISPLAY "Resumen del control de cronograma del mes " periodo_control.
	DISPLAY linea.
	DISPLAY "Vigencias de cronograma leidas:     " cant_cro_leidos.
	DISPLAY "  Fuera del mes:                    " cant_cro_fuera_mes.
	DISPLAY "Clases programadas en el mes:       " cant_clases_prog.
	DISPLAY "  En feriados (" cant_dias_feriado " dias):            " cant_clases_feriado.
	DISPLAY "Registros leidos de MASTER:         " cant_mae_leidos.
	DISPLAY "  Fuera del mes:                    " cant_mae_fuera_mes.
	DISPLAY "Renglones del cruce:                " cant_cruce.
	DISPLAY "  Dictados segun cronograma:        " cant_cumplidas.
	DISPLAY "  Programados sin movimiento:       " cant_sin_movimiento.
	DISPLAY "  Sin movimiento por feriado:       " cant_feriado_sin_mov.
	DISPLAY "  Movimientos sin programar:        " cant_sin_programar.
	DISPLAY "  Con diferencia de horas:          " cant_diferencias.
	IF (cant_fuera_tabla IS > 0) THEN
		DISPLAY "ATENCION: " cant_fuera_tabla " renglones no entraron en la tabla del cruce"
	END-IF.
