IDENTIFICATION DIVISION.
PROGRAM-ID. SAC.

*> sueldo anual complementario (aguinaldo) semestral: el SAC de junio y
*> de diciembre se calculaba en planilla mirando los recibos del
*> semestre uno por uno. Este programa lo saca del historico de
*> liquidaciones (historicoLiquidaciones.dat, que acumula RECIBO con
*> un registro por profesor y periodo): para cada profesor toma la
*> mejor remuneracion mensual del semestre (el neto liquidado del mes,
*> bruto mas/menos ajustes) y liquida la mitad, proporcional a los
*> meses trabajados si ingreso o dejo de dictar dentro del semestre:
*>     SAC = mejor remuneracion / 2 * meses trabajados / 6
*> Los meses trabajados van del primer al ultimo mes liquidado en el
*> semestre; si el profesor ya tenia liquidaciones en el semestre
*> anterior se cuentan desde el primer mes del semestre (un mes sin
*> horas en el medio, como enero, no lo hace ingresante). Liquidaciones
*> mas viejas no cuentan: quien volvio despues de un tiempo sin dictar
*> cobra proporcional desde su reingreso.
*> Emite un recibo de SAC por profesor (recibosSAC.txt, mismo formato
*> de recibo que RECIBO) y deja los importes en netosSAC.txt con el
*> formato de netosLiquidados.txt, para que RETENC le calcule las
*> retenciones junto con lo liquidado en el mes y ACREDITA los
*> transfiera (los dos con origen S en acreditaParametros.txt). Cada SAC liquidado queda en el
*> historico con concepto S, asi reliquidar el semestre lo reemplaza.
*> Se corre despues del RECIBO del ultimo mes del semestre: si nadie
*> tiene liquidado ese mes se avisa con codigo de retorno 4, porque
*> todos saldrian proporcionales como si hubieran dejado de dictar.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
	DECIMAL-POINT IS COMMA.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT SACPARAM ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS sacparam-estado.
	SELECT HISTLIQ ASSIGN TO DISK ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
		RECORD KEY IS hli_clave FILE STATUS IS histliq-estado.
	SELECT PROFESORES ASSIGN TO DISK ORGANIZATION IS INDEXED ACCESS MODE IS RANDOM
		RECORD KEY IS prof_num FILE STATUS IS profesores-estado.
	SELECT RECIBOSSAC ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS recibossac-estado.
	SELECT NETOSSAC ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS netossac-estado.

DATA DIVISION.
FILE SECTION.

FD SACPARAM LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/sacParametros.txt".
*> un unico registro con el ano y el mes de cierre del semestre (06 o
*> 12).
01 reg_sacparam.
	  03 spa_ano 						PIC 9(4).
	  03 spa_mes 						PIC 9(2).

FD HISTLIQ LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/historicoLiquidaciones.dat".
*> un registro por profesor, periodo y concepto (M liquidacion mensual,
*> que escribe RECIBO; S aguinaldo, que escribe este programa).
01 reg_histliq.
	  03 hli_clave.
	  	05 hli_prof_num 				PIC X(5).
	  	05 hli_ano 						PIC 9(4).
	  	05 hli_mes 						PIC 9(2).
	  	05 hli_concepto 				PIC X(1).
	  03 hli_dni 						PIC 9(8).
	  03 hli_horas 						PIC 9(6).
	  03 hli_bruto 						PIC 9(10)V99.
	  03 hli_ajustes 					PIC S9(9)V99 SIGN LEADING SEPARATE.
	  03 hli_neto 						PIC S9(11)V99 SIGN LEADING SEPARATE.
	  03 hli_generacion 				PIC 9(6).

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

FD RECIBOSSAC LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/recibosSAC.txt".
01 reg_recibo 							PIC X(80).

FD NETOSSAC LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/netosSAC.txt".
*> mismo registro que netosLiquidados.txt; el SAC no lleva horas ni
*> ajustes y sale sin retenciones, con el neto completo a transferir:
*> las retenciones y el importe a transferir los completa RETENC.
01 reg_neto.
	  03 net_prof_num 					PIC X(5).
	  03 net_dni 						PIC 9(8).
	  03 net_ano 						PIC 9(4).
	  03 net_mes 						PIC 9(2).
	  03 net_horas 						PIC 9(6).
	  03 net_bruto 						PIC 9(10)V99.
	  03 net_ajustes 					PIC S9(9)V99 SIGN LEADING SEPARATE.
	  03 net_neto 						PIC S9(11)V99 SIGN LEADING SEPARATE.
	  03 net_ret_ganancias 				PIC 9(9)V99.
	  03 net_ret_iibb 					PIC 9(9)V99.
	  03 net_a_transferir 				PIC S9(11)V99 SIGN LEADING SEPARATE.

WORKING-STORAGE SECTION.

	77 	sacparam-estado 				PIC XX.
	77 	histliq-estado 					PIC XX.
	77 	profesores-estado 				PIC XX.
	77 	recibossac-estado 				PIC XX.
	77 	netossac-estado 				PIC XX.

	01 fin_historico 					PIC XX VALUE "NO".

*> semestre a liquidar, tomado de sacParametros.txt.
	01 semestre_sac.
	  03 sem_ano 						PIC 9(4).
	  03 sem_mes 						PIC 9(2).
	01 sem_numero 						PIC 9(1) VALUE 0.
	01 sem_mes_desde 					PIC 9(2) VALUE 0.
	01 sem_periodo_desde 				PIC 9(6) VALUE 0.
	01 sem_periodo_hasta 				PIC 9(6) VALUE 0.
*> primer mes del semestre anterior: solo una liquidacion desde ahi
*> hace que el profesor venga trabajando de antes.
	01 sem_periodo_anterior 			PIC 9(6) VALUE 0.
	01 periodo_reg 						PIC 9(6) VALUE 0.

*> acumulado del profesor en curso durante la lectura del historico.
	01 prof_actual 						PIC X(5) VALUE SPACES.
	01 act_dni 							PIC 9(8) VALUE 0.
	01 act_con_anterior 				PIC XX VALUE "NO".
	01 act_primer_mes 					PIC 9(2) VALUE 0.
	01 act_ultimo_mes 					PIC 9(2) VALUE 0.
	01 act_mejor 						PIC S9(11)V99 VALUE 0.
	01 act_mes_mejor 					PIC 9(2) VALUE 0.
	01 act_meses_liq 					PIC 9(2) VALUE 0.

*> SAC calculado por profesor; se graba en una segunda pasada, con el
*> historico ya leido, para no mover la lectura secuencial.
	01 cant_sac 						PIC 9(3) VALUE 0.
	01 v_sacs.
	  03 v_sac OCCURS 1 TO 500 TIMES DEPENDING ON cant_sac.
	  	05 vsa_prof_num 				PIC X(5).
	  	05 vsa_dni 						PIC 9(8).
	  	05 vsa_mejor 					PIC S9(11)V99.
	  	05 vsa_mes_mejor 				PIC 9(2).
	  	05 vsa_meses 					PIC 9(1).
	  	05 vsa_importe 					PIC S9(11)V99.

	01 i 								PIC 9(3) VALUE 0.
	01 mes_inicio 						PIC 9(1) VALUE 0.
	01 mes_fin 							PIC 9(1) VALUE 0.
	01 meses_trabajados 				PIC 9(1) VALUE 0.
	01 importe_sac 						PIC S9(11)V99 VALUE 0.
	01 prof_hallado 					PIC XX VALUE "NO".
	01 hist_existente 					PIC XX VALUE "NO".

	01 cant_leidos 						PIC 9(7) VALUE 0.
	01 cant_profs_semestre 				PIC 9(5) VALUE 0.
	01 cant_proporcionales 				PIC 9(5) VALUE 0.
	01 cant_sin_remuneracion 			PIC 9(5) VALUE 0.
	01 cant_con_ultimo_mes 				PIC 9(5) VALUE 0.
	01 cant_prof_sin_maestro 			PIC 9(5) VALUE 0.
	01 cant_hist_nuevos 				PIC 9(5) VALUE 0.
	01 cant_hist_reemplazados 			PIC 9(5) VALUE 0.
	01 tot_sac 							PIC S9(12)V99 VALUE 0.

	01 importe_impr 					PIC -(10)9,99.

	01 linea.
	  03 guiones 						PIC X(80) VALUE ALL "-".

*> lineas del recibo de SAC.
	01 linea_sac_encab.
	  03 nada 							PIC X(32) VALUE "RECIBO DE SAC (AGUINALDO)   Sem ".
	  03 sac_enc_sem 					PIC 9(1).
	  03 nada 							PIC X(1) VALUE "/".
	  03 sac_enc_ano 					PIC 9(4).

	01 linea_rec_prof.
	  03 nada 							PIC X(9) VALUE "Profesor ".
	  03 rec_prof_num 					PIC X(5).
	  03 nada 							PIC X(2) VALUE ALL " ".
	  03 rec_prof_nom 					PIC X(25).

	01 linea_rec_dni.
	  03 nada 							PIC X(4) VALUE "DNI ".
	  03 rec_prof_dni 					PIC 9(8).
	  03 nada 							PIC X(12) VALUE "  Direccion ".
	  03 rec_prof_dire 					PIC X(20).

	01 linea_sac_mejor.
	  03 nada 							PIC X(2) VALUE ALL " ".
	  03 nada 							PIC X(31) VALUE "Mejor remuneracion del semestre".
	  03 nada 							PIC X(2) VALUE " (".
	  03 sac_mejor_mes 					PIC 9(2).
	  03 nada 							PIC X(1) VALUE "/".
	  03 sac_mejor_ano 					PIC 9(4).
	  03 nada 							PIC X(2) VALUE ") ".
	  03 sac_mejor 						PIC -(9)9,99.

	01 linea_sac_meses.
	  03 nada 							PIC X(2) VALUE ALL " ".
	  03 nada 							PIC X(26) VALUE "Meses trabajados".
	  03 sac_meses 						PIC 9(1).
	  03 nada 							PIC X(5) VALUE " de 6".

	01 linea_sac_neto.
	  03 nada 							PIC X(2) VALUE ALL " ".
	  03 nada 							PIC X(20) VALUE "SAC A PAGAR".
	  03 sac_neto 						PIC -(9)9,99.

PROCEDURE DIVISION.

*> CICLO PPAL--------------------------------------------------------------
	PERFORM 1_LEER_PARAMETRO.
	PERFORM 2_CALCULAR_SAC.
	PERFORM 3_ABRIR_PROFESORES.
	PERFORM 4_EMITIR_SAC.
	PERFORM 5_RESUMEN.
	STOP RUN.

*> --------------------------------------------------------------

1_LEER_PARAMETRO.
*> sin parametro no se sabe que semestre liquidar, se corta como hace
*> RECIBO.
	OPEN INPUT SACPARAM.
	IF (sacparam-estado IS NOT = "00") THEN
		DISPLAY "SAC: falta sacParametros.txt con el ano y el mes de cierre del semestre (AAAAMM)"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	READ SACPARAM
		AT END
			DISPLAY "SAC: sacParametros.txt esta vacio"
			MOVE 8 TO RETURN-CODE
			STOP RUN
		NOT AT END
			MOVE spa_ano TO sem_ano
			MOVE spa_mes TO sem_mes
	END-READ.
	CLOSE SACPARAM.
	IF (sem_mes IS = 6) THEN
		MOVE 1 TO sem_numero
		MOVE 1 TO sem_mes_desde
	ELSE IF (sem_mes IS = 12) THEN
		MOVE 2 TO sem_numero
		MOVE 7 TO sem_mes_desde
	ELSE
		DISPLAY "SAC: el mes de sacParametros.txt debe ser 06 o 12, vino " sem_mes
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	COMPUTE sem_periodo_desde = sem_ano * 100 + sem_mes_desde.
	COMPUTE sem_periodo_hasta = sem_ano * 100 + sem_mes.
	IF (sem_numero IS = 1) THEN
		COMPUTE sem_periodo_anterior = (sem_ano - 1) * 100 + 7
	ELSE
		COMPUTE sem_periodo_anterior = sem_ano * 100 + 1
	END-IF.

*> PRIMERA PASADA: CALCULO------------------------------------------------

2_CALCULAR_SAC.
*> sin historico no hay nada liquidado de donde sacar el SAC.
	OPEN INPUT HISTLIQ.
	IF (histliq-estado IS NOT = "00") THEN
		DISPLAY "SAC: no se pudo abrir historicoLiquidaciones.dat, estado " histliq-estado
		DISPLAY "Correr RECIBO de los meses del semestre antes del SAC."
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM 21_LEER_HISTORICO UNTIL fin_historico IS = "SI".
	IF (prof_actual IS NOT = SPACES) THEN
		PERFORM 22_CERRAR_PROFESOR
	END-IF.
	CLOSE HISTLIQ.

21_LEER_HISTORICO.
*> el historico viene en orden de clave: profesor, ano, mes, concepto;
*> corte de control por profesor.
	READ HISTLIQ NEXT RECORD AT END MOVE "SI" TO fin_historico.
	IF (fin_historico IS = "NO") THEN
		ADD 1 TO cant_leidos
		IF (hli_prof_num IS NOT = prof_actual) THEN
			IF (prof_actual IS NOT = SPACES) THEN
				PERFORM 22_CERRAR_PROFESOR
			END-IF
			PERFORM 23_INICIAR_PROFESOR
		END-IF
		IF (hli_concepto IS = "M") THEN
			PERFORM 24_ACUMULAR_MES
		END-IF
	END-IF.

22_CERRAR_PROFESOR.
*> un profesor sin meses en el semestre no cobra SAC; con meses pero
*> sin remuneracion positiva (los ajustes se comieron todo) se cuenta
*> aparte y tampoco se liquida.
	IF (act_meses_liq IS > 0) THEN
		ADD 1 TO cant_profs_semestre
		IF (act_ultimo_mes IS = sem_mes) THEN
			ADD 1 TO cant_con_ultimo_mes
		END-IF
		IF (act_mejor IS NOT > 0) THEN
			ADD 1 TO cant_sin_remuneracion
			MOVE act_mejor TO importe_impr
			DISPLAY "SIN SAC (sin remuneracion positiva)  profesor " prof_actual "  mejor " importe_impr
		ELSE
			PERFORM 221_PRORRATEAR
			PERFORM 222_GUARDAR_SAC
		END-IF
	END-IF.

221_PRORRATEAR.
*> meses del semestre numerados de 1 a 6. Con liquidaciones en el
*> semestre anterior cuenta desde el mes 1; si no, desde su primer mes
*> liquidado en el semestre.
	IF (act_con_anterior IS = "SI") THEN
		MOVE 1 TO mes_inicio
	ELSE
		COMPUTE mes_inicio = act_primer_mes - sem_mes_desde + 1
	END-IF.
	COMPUTE mes_fin = act_ultimo_mes - sem_mes_desde + 1.
	COMPUTE meses_trabajados = mes_fin - mes_inicio + 1.
	COMPUTE importe_sac ROUNDED = act_mejor * meses_trabajados / 12.
	IF (meses_trabajados IS < 6) THEN
		ADD 1 TO cant_proporcionales
	END-IF.

222_GUARDAR_SAC.
*> un profesor que no entra en la tabla se quedaria sin cobrar el SAC:
*> se corta antes de abrir recibos, netos e historico para escribir.
	IF (cant_sac IS >= 500) THEN
		DISPLAY "SAC: los profesores con SAC superan los 500 de la tabla, no se liquida nada"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	ADD 1 TO cant_sac.
	MOVE prof_actual TO vsa_prof_num(cant_sac).
	MOVE act_dni TO vsa_dni(cant_sac).
	MOVE act_mejor TO vsa_mejor(cant_sac).
	MOVE act_mes_mejor TO vsa_mes_mejor(cant_sac).
	MOVE meses_trabajados TO vsa_meses(cant_sac).
	MOVE importe_sac TO vsa_importe(cant_sac).

23_INICIAR_PROFESOR.
	MOVE hli_prof_num TO prof_actual.
	MOVE hli_dni TO act_dni.
	MOVE "NO" TO act_con_anterior.
	MOVE 0 TO act_primer_mes.
	MOVE 0 TO act_ultimo_mes.
	MOVE 0 TO act_mejor.
	MOVE 0 TO act_mes_mejor.
	MOVE 0 TO act_meses_liq.

24_ACUMULAR_MES.
	COMPUTE periodo_reg = hli_ano * 100 + hli_mes.
	IF (periodo_reg IS < sem_periodo_anterior) THEN
		CONTINUE
	ELSE IF (periodo_reg IS < sem_periodo_desde) THEN
		MOVE "SI" TO act_con_anterior
	ELSE IF (periodo_reg IS NOT > sem_periodo_hasta) THEN
		IF (act_meses_liq IS = 0) THEN
			MOVE hli_mes TO act_primer_mes
			MOVE hli_neto TO act_mejor
			MOVE hli_mes TO act_mes_mejor
		END-IF
		IF (hli_neto IS > act_mejor) THEN
			MOVE hli_neto TO act_mejor
			MOVE hli_mes TO act_mes_mejor
		END-IF
		MOVE hli_mes TO act_ultimo_mes
		MOVE hli_dni TO act_dni
		ADD 1 TO act_meses_liq
	END-IF.

3_ABRIR_PROFESORES.
*> queda abierto durante la emision: cada SAC busca a su profesor por
*> clave para nombre y direccion del recibo.
	OPEN INPUT PROFESORES.
	IF (profesores-estado IS NOT = "00") THEN
		DISPLAY "SAC: no se pudo abrir profesores.dat, estado " profesores-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.

*> SEGUNDA PASADA: EMISION------------------------------------------------

4_EMITIR_SAC.
	OPEN I-O HISTLIQ.
	IF (histliq-estado IS NOT = "00") THEN
		DISPLAY "SAC: no se pudo abrir historicoLiquidaciones.dat para actualizar, estado " histliq-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	OPEN OUTPUT RECIBOSSAC.
	IF (recibossac-estado IS NOT = "00") THEN
		DISPLAY "SAC: no se pudo abrir recibosSAC.txt, estado " recibossac-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	OPEN OUTPUT NETOSSAC.
	IF (netossac-estado IS NOT = "00") THEN
		DISPLAY "SAC: no se pudo abrir netosSAC.txt, estado " netossac-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM 41_EMITIR_PROFESOR VARYING i FROM 1 BY 1 UNTIL i IS > cant_sac.
	CLOSE RECIBOSSAC.
	CLOSE NETOSSAC.
	CLOSE HISTLIQ.
	CLOSE PROFESORES.

41_EMITIR_PROFESOR.
	PERFORM 411_BUSCAR_PROF.
	PERFORM 412_ESCRIBIR_RECIBO.
	PERFORM 413_ESCRIBIR_NETO.
	PERFORM 414_ACUMULAR_HISTORICO.
	ADD vsa_importe(i) TO tot_sac.

411_BUSCAR_PROF.
	MOVE "SI" TO prof_hallado.
	MOVE vsa_prof_num(i) TO prof_num.
	READ PROFESORES INVALID KEY MOVE "NO" TO prof_hallado.

412_ESCRIBIR_RECIBO.
	MOVE linea TO reg_recibo.
	WRITE reg_recibo.
	MOVE sem_numero TO sac_enc_sem.
	MOVE sem_ano TO sac_enc_ano.
	MOVE linea_sac_encab TO reg_recibo.
	WRITE reg_recibo.
	MOVE vsa_prof_num(i) TO rec_prof_num.
*> un profesor que ya no esta en el maestro cobra igual el SAC de lo
*> que trabajo; sale con el dni del historico y se cuenta para el
*> aviso final.
	IF (prof_hallado IS = "SI") THEN
		MOVE prof_nom TO rec_prof_nom
		MOVE prof_dni TO rec_prof_dni
		MOVE prof_dire TO rec_prof_dire
	ELSE
		MOVE SPACES TO rec_prof_nom
		MOVE vsa_dni(i) TO rec_prof_dni
		MOVE "SIN DATOS EN MAESTRO" TO rec_prof_dire
		ADD 1 TO cant_prof_sin_maestro
	END-IF.
	MOVE linea_rec_prof TO reg_recibo.
	WRITE reg_recibo.
	MOVE linea_rec_dni TO reg_recibo.
	WRITE reg_recibo.
	MOVE vsa_mes_mejor(i) TO sac_mejor_mes.
	MOVE sem_ano TO sac_mejor_ano.
	MOVE vsa_mejor(i) TO sac_mejor.
	MOVE linea_sac_mejor TO reg_recibo.
	WRITE reg_recibo.
	MOVE vsa_meses(i) TO sac_meses.
	MOVE linea_sac_meses TO reg_recibo.
	WRITE reg_recibo.
	MOVE vsa_importe(i) TO sac_neto.
	MOVE linea_sac_neto TO reg_recibo.
	WRITE reg_recibo.

413_ESCRIBIR_NETO.
	MOVE vsa_prof_num(i) TO net_prof_num.
	IF (prof_hallado IS = "SI") THEN
		MOVE prof_dni TO net_dni
	ELSE
		MOVE vsa_dni(i) TO net_dni
	END-IF.
	MOVE sem_ano TO net_ano.
	MOVE sem_mes TO net_mes.
	MOVE 0 TO net_horas.
	MOVE vsa_importe(i) TO net_bruto.
	MOVE 0 TO net_ajustes.
	MOVE vsa_importe(i) TO net_neto.
	MOVE 0 TO net_ret_ganancias.
	MOVE 0 TO net_ret_iibb.
	MOVE vsa_importe(i) TO net_a_transferir.
	WRITE reg_neto.

414_ACUMULAR_HISTORICO.
*> el SAC queda en el historico con concepto S en el mes de cierre del
*> semestre; reliquidar el semestre reemplaza el registro.
	MOVE vsa_prof_num(i) TO hli_prof_num.
	MOVE sem_ano TO hli_ano.
	MOVE sem_mes TO hli_mes.
	MOVE "S" TO hli_concepto.
	MOVE net_dni TO hli_dni.
	MOVE 0 TO hli_horas.
	MOVE vsa_importe(i) TO hli_bruto.
	MOVE 0 TO hli_ajustes.
	MOVE vsa_importe(i) TO hli_neto.
	MOVE 0 TO hli_generacion.
	MOVE "NO" TO hist_existente.
	WRITE reg_histliq
		INVALID KEY
			MOVE "SI" TO hist_existente
		NOT INVALID KEY
			ADD 1 TO cant_hist_nuevos
	END-WRITE.
	IF (hist_existente IS = "SI") THEN
		REWRITE reg_histliq
			INVALID KEY
				DISPLAY "SAC: no se pudo actualizar el historico del profesor " vsa_prof_num(i) ", estado " histliq-estado
				MOVE 8 TO RETURN-CODE
			NOT INVALID KEY
				ADD 1 TO cant_hist_reemplazados
		END-REWRITE
	END-IF.

*> RESUMEN--------------------------------------------------------------

5_RESUMEN.
	DISPLAY " ".
	DISPLAY linea.
	DISPLAY "Resumen del SAC del semestre " sem_numero "/" sem_ano.
	DISPLAY linea.
	DISPLAY "Registros de historico leidos:     " cant_leidos.
	DISPLAY "Profesores con meses liquidados:   " cant_profs_semestre.
	DISPLAY "Recibos de SAC emitidos:           " cant_sac.
	DISPLAY "SAC proporcionales:                " cant_proporcionales.
	DISPLAY "Sin SAC (remuneracion no positiva):" cant_sin_remuneracion.
	DISPLAY "Profesores sin datos en maestro:   " cant_prof_sin_maestro.
	DISPLAY "Historico: SAC nuevos:             " cant_hist_nuevos.
	DISPLAY "Historico: SAC reemplazados:       " cant_hist_reemplazados.
	MOVE tot_sac TO importe_impr.
	DISPLAY "Total de SAC a pagar:              " importe_impr.
	IF (cant_profs_semestre IS > 0) AND (cant_con_ultimo_mes IS = 0) THEN
		DISPLAY "ATENCION: nadie tiene liquidado el mes " sem_mes " en el historico; si falta"
		DISPLAY "correr RECIBO de ese mes, todos los SAC salieron proporcionales"
		IF (RETURN-CODE IS < 4) THEN
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF.
