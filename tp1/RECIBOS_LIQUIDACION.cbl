*> liquidacion de la corrida (liquidacion.txt, lo que escribe TP en
*> 53_ESCRIBO_TOT_PROF) y los ajustes retroactivos totalizados por
*> profesor (ajustesPorProfesor.txt, lo que escribe AJUSTE), mas el
*> maestro de profesores (leido por clave) para nombre, dni y direccion. Nettea importe
*> bruto liquidado mas/menos ajustes y emite un recibo imprimible por
*> profesor por periodo (recibos.txt) con el detalle de horas, importe
*> bruto, cada ajuste aplicado con su corrida de origen (tomado de
*> Un ajuste negativo ya no puede quedar sin descontar: si el profesor
*> del ajuste no aparece en la liquidacion del periodo, sale listado y
*> la corrida avisa con codigo de retorno 4.
*> Las retenciones de Ganancias e Ingresos Brutos las calcula RETENC,
*> que corre despues de este programa: agrega el detalle a cada recibo
*> y completa la retencion y el neto a transferir en netosLiquidados.txt
*> (aca salen en cero y con el neto completo).
*> Cada recibo emitido queda ademas acumulado en el historico de
*> liquidaciones (historicoLiquidaciones.dat, indexado por profesor,
*> periodo y concepto) con horas, bruto, ajustes y neto: es la base
*> del SAC semestral. Reemitir un periodo reemplaza lo que ese periodo
*> tenia en el historico, no lo duplica.
*> El recargo por horas dictadas en sabado, domingo o feriado ya viene
*> dentro del bruto de liquidacion.txt; el recibo lo muestra en su
*> propio renglon, separado del importe de las horas a tarifa normal.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
	SELECT BITACORA ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS bitacora-estado.
	SELECT AJUSTESPROF ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS ajustesprof-estado.
	SELECT AJUSTES ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS ajustes-estado.
	SELECT PROFESORES ASSIGN TO DISK ORGANIZATION IS INDEXED ACCESS MODE IS RANDOM
		RECORD KEY IS prof_num FILE STATUS IS profesores-estado.
	SELECT RECIBOS ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS recibos-estado.
	SELECT NETOS ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS netos-estado.
	SELECT HISTLIQ ASSIGN TO DISK ORGANIZATION IS INDEXED ACCESS MODE IS RANDOM
		RECORD KEY IS hli_clave FILE STATUS IS histliq-estado.

DATA DIVISION.
FILE SECTION.
	  03 liq_prof_nom 					PIC X(25).
	  03 liq_horas 						PIC 9(6).
	  03 liq_tarifa 					PIC 9(10)V99.
*> parte de liq_tarifa que es recargo de sabado/domingo/feriado; en
*> blanco en las liquidaciones anteriores al recargo.
	  03 liq_recargo 					PIC 9(10)V99.

FD AJUSTESPROF LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/ajustesPorProfesor.txt".
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/ajustes.txt".
*> el detalle movimiento por movimiento del ajuste, con la corrida que
*> genero cada renglon (aju_corrida): de aca sale la referencia a la
*> corrida que se imprime en el recibo. Al profesor le corresponde la
*> diferencia de costo (aju_diferencia_costo); los renglones escritos
*> antes de separar venta y costo no la traen y valen por aju_diferencia.
01 reg_ajuste.
	  03 aju_prof_num 					PIC X(5).
	  03 aju_fecha 						PIC X(8).
	  03 aju_tarifa_nueva 				PIC 9(5)V99.
	  03 aju_diferencia 				PIC S9(7)V99 SIGN LEADING SEPARATE.
	  03 aju_corrida 					PIC 9(6).
	  03 aju_costo_viejo 				PIC 9(5)V99.
	  03 aju_costo_nuevo 				PIC 9(5)V99.
	  03 aju_diferencia_costo 			PIC S9(7)V99 SIGN LEADING SEPARATE.

FD PROFESORES LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/profesores.dat".
01 reg_profesores.
	  03 prof_num 						PIC X(5).
	  03 prof_dni 						PIC 9(8).
	  03 net_bruto 						PIC 9(10)V99.
	  03 net_ajustes 					PIC S9(9)V99 SIGN LEADING SEPARATE.
	  03 net_neto 						PIC S9(11)V99 SIGN LEADING SEPARATE.
*> retenciones y neto a transferir: los completa RETENC.
	  03 net_ret_ganancias 				PIC 9(9)V99.
	  03 net_ret_iibb 					PIC 9(9)V99.
	  03 net_a_transferir 				PIC S9(11)V99 SIGN LEADING SEPARATE.

FD HISTLIQ LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/historicoLiquidaciones.dat".
*> un registro por profesor, periodo y concepto (M liquidacion mensual,
*> que escribe este programa; S aguinaldo, que escribe SAC).
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

FD BITACORA LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/bitacora.txt".
	77 	profesores-estado 				PIC XX.
	77 	recibos-estado 					PIC XX.
	77 	netos-estado 					PIC XX.
	77 	histliq-estado 					PIC XX.

	01 fin_liquidacion 					PIC XX VALUE "NO".
	01 fin_ajustesprof 					PIC XX VALUE "NO".
	01 fin_ajustes 						PIC XX VALUE "NO".
	01 fin_bitacora 					PIC XX VALUE "NO".

*> ruta de la generacion de liquidacion a emitir, resuelta por
	  03 rec_ano 						PIC 9(4).
	  03 rec_mes 						PIC 9(2).

*> ajustes totalizados por profesor, con marca de aplicado para poder
*> listar al final los ajustes cuyo profesor no aparecio en la
*> liquidacion (un ajuste negativo sin descontar es justo lo que este
	01 i 								PIC 9(3) VALUE 0.
	01 prof_hallado 					PIC XX VALUE "NO".
	01 ajp_hallado 						PIC XX VALUE "NO".
	01 posi_ajp 						PIC 9(3) VALUE 0.

	01 ajuste_del_recibo 				PIC S9(9)V99 VALUE 0.
	01 cant_con_ajuste 					PIC 9(5) VALUE 0.
	01 cant_prof_sin_maestro 			PIC 9(5) VALUE 0.
	01 cant_ajp_sin_liq 				PIC 9(5) VALUE 0.
	01 cant_hist_nuevos 				PIC 9(5) VALUE 0.
	01 cant_hist_reemplazados 			PIC 9(5) VALUE 0.
	01 hist_existente 					PIC XX VALUE "NO".
	01 tot_bruto 						PIC 9(11)V99 VALUE 0.
	01 tot_ajustes 						PIC S9(11)V99 VALUE 0.
	01 tot_neto 						PIC S9(12)V99 VALUE 0.
	  03 nada 							PIC X(26) VALUE "Horas liquidadas".
	  03 rec_horas 						PIC Z(5)9.

	01 linea_rec_horas_imp.
	  03 nada 							PIC X(2) VALUE ALL " ".
	  03 nada 							PIC X(20) VALUE "Importe horas".
	  03 rec_horas_imp 					PIC Z(9)9,99.

	01 linea_rec_recargo.
	  03 nada 							PIC X(2) VALUE ALL " ".
	  03 nada 							PIC X(20) VALUE "Recargo sab/dom/fer".
	  03 rec_recargo 					PIC Z(9)9,99.

	01 linea_rec_bruto.
	  03 nada 							PIC X(2) VALUE ALL " ".
	  03 nada 							PIC X(20) VALUE "Importe bruto".
*> CICLO PPAL--------------------------------------------------------------
	PERFORM 1_LEER_PARAMETRO.
	PERFORM 11_UBICAR_GENERACION.
	PERFORM 2_ABRIR_PROFESORES.
	PERFORM 25_ABRIR_HISTORICO.
	PERFORM 3_CARGAR_AJUSTES_PROF.
	PERFORM 4_CARGAR_DETALLE_AJUSTES.
	PERFORM 5_EMITIR_RECIBOS.
		MOVE bit_corrida TO rli_generacion
	END-IF.

2_ABRIR_PROFESORES.
*> maestro obligatorio: sin profesores.dat no hay dni ni direccion que
*> poner en el recibo, se corta antes de tocar las salidas. Queda
*> abierto hasta terminar los recibos, cada profesor se lee por clave.
	OPEN INPUT PROFESORES.
	IF (profesores-estado IS NOT = "00") THEN
		DISPLAY "RECIBO: no se pudo abrir profesores.dat, estado " profesores-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.

25_ABRIR_HISTORICO.
*> el historico arranca vacio la primera vez (35): se crea y se sigue.
	OPEN I-O HISTLIQ.
	IF (histliq-estado IS = "35") THEN
		OPEN OUTPUT HISTLIQ
		CLOSE HISTLIQ
		OPEN I-O HISTLIQ
	END-IF.
	IF (histliq-estado IS NOT = "00") THEN
		DISPLAY "RECIBO: no se pudo abrir historicoLiquidaciones.dat, estado " histliq-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.

3_CARGAR_AJUSTES_PROF.
41_CARGAR_AJU_REG.
	READ AJUSTES AT END MOVE "SI" TO fin_ajustes.
	IF (fin_ajustes IS = "NO") THEN
		IF (aju_diferencia_costo IS NOT NUMERIC) THEN
			MOVE aju_diferencia TO aju_diferencia_costo
		END-IF
*> un ajuste que solo movio el precio de venta no va en el recibo.
		IF (aju_diferencia_costo IS = 0) THEN
			CONTINUE
		ELSE IF (cant_aju_det IS < 500) THEN
			ADD 1 TO cant_aju_det
			MOVE aju_prof_num TO vad_prof_num(cant_aju_det)
			MOVE aju_fecha TO vad_fecha(cant_aju_det)
			MOVE aju_clase TO vad_clase(cant_aju_det)
			MOVE aju_diferencia_costo TO vad_diferencia(cant_aju_det)
			MOVE aju_corrida TO vad_corrida(cant_aju_det)
		ELSE
			ADD 1 TO cant_det_fuera_tabla
	CLOSE LIQUIDACION.
	CLOSE RECIBOS.
	CLOSE NETOS.
	CLOSE PROFESORES.
	CLOSE HISTLIQ.

51_EMITIR_RECIBO.
	READ LIQUIDACION AT END MOVE "SI" TO fin_liquidacion.
		PERFORM 513_NETEAR
		PERFORM 514_ESCRIBIR_RECIBO
		PERFORM 515_ESCRIBIR_NETO
		PERFORM 516_ACUMULAR_HISTORICO
		ADD 1 TO cant_recibos
		ADD liq_tarifa TO tot_bruto
		ADD ajuste_del_recibo TO tot_ajustes
	END-IF.

511_BUSCAR_PROF.
	MOVE "SI" TO prof_hallado.
	MOVE liq_prof_num TO prof_num.
	READ PROFESORES INVALID KEY MOVE "NO" TO prof_hallado.

512_BUSCAR_AJP.
	MOVE "NO" TO ajp_hallado.
*> emite igual con el nombre que trae liquidacion.txt y sin dni ni
*> direccion, y se cuenta para el aviso final.
	IF (prof_hallado IS = "SI") THEN
		MOVE prof_nom TO rec_prof_nom
		MOVE prof_dni TO rec_prof_dni
		MOVE prof_dire TO rec_prof_dire
	ELSE
		MOVE liq_prof_nom TO rec_prof_nom
		MOVE 0 TO rec_prof_dni
	MOVE liq_horas TO rec_horas.
	MOVE linea_rec_horas TO reg_recibo.
	WRITE reg_recibo.
	IF (liq_recargo IS NUMERIC) AND (liq_recargo IS > 0) THEN
		COMPUTE rec_horas_imp = liq_tarifa - liq_recargo
		MOVE linea_rec_horas_imp TO reg_recibo
		WRITE reg_recibo
		MOVE liq_recargo TO rec_recargo
		MOVE linea_rec_recargo TO reg_recibo
		WRITE reg_recibo
	END-IF.
	MOVE liq_tarifa TO rec_bruto.
	MOVE linea_rec_bruto TO reg_recibo.
	WRITE reg_recibo.
515_ESCRIBIR_NETO.
	MOVE liq_prof_num TO net_prof_num.
	IF (prof_hallado IS = "SI") THEN
		MOVE prof_dni TO net_dni
	ELSE
		MOVE 0 TO net_dni
	END-IF.
	MOVE liq_tarifa TO net_bruto.
	MOVE ajuste_del_recibo TO net_ajustes.
	MOVE neto_del_recibo TO net_neto.
	MOVE 0 TO net_ret_ganancias.
	MOVE 0 TO net_ret_iibb.
	MOVE neto_del_recibo TO net_a_transferir.
	WRITE reg_neto.

516_ACUMULAR_HISTORICO.
*> alta del periodo en el historico; si el periodo ya estaba (se
*> reemite el recibo) se reemplaza con lo de esta emision.
	MOVE liq_prof_num TO hli_prof_num.
	MOVE rec_ano TO hli_ano.
	MOVE rec_mes TO hli_mes.
	MOVE "M" TO hli_concepto.
	MOVE net_dni TO hli_dni.
	MOVE liq_horas TO hli_horas.
	MOVE liq_tarifa TO hli_bruto.
	MOVE ajuste_del_recibo TO hli_ajustes.
	MOVE neto_del_recibo TO hli_neto.
	MOVE rli_generacion TO hli_generacion.
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
				DISPLAY "RECIBO: no se pudo actualizar el historico del profesor " liq_prof_num ", estado " histliq-estado
				MOVE 8 TO RETURN-CODE
			NOT INVALID KEY
				ADD 1 TO cant_hist_reemplazados
		END-REWRITE
	END-IF.

*> CICLO DE CONTROL------------------------------------------------------

6_CONTROL_AJUSTES_SIN_LIQ.
	DISPLAY "Recibos con ajuste aplicado:       " cant_con_ajuste.
	DISPLAY "Profesores sin datos en maestro:   " cant_prof_sin_maestro.
	DISPLAY "Ajustes sin liquidacion (pendien): " cant_ajp_sin_liq.
	DISPLAY "Historico: periodos nuevos:        " cant_hist_nuevos.
	DISPLAY "Historico: periodos reemplazados:  " cant_hist_reemplazados.
	MOVE tot_bruto TO diferencia_impr.
	DISPLAY "Total bruto liquidado:             " diferencia_impr.
	MOVE tot_ajustes TO diferencia_impr.
