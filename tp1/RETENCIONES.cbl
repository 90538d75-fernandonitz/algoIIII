IDENTIFICATION DIVISION.
PROGRAM-ID. RETENC.

*> retenciones de Ganancias e Ingresos Brutos sobre los pagos a
*> profesores: hasta ahora ACREDITA transferia el neto completo y
*> administracion calculaba las retenciones a mano despues de pagar.
*> Corre entre RECIBO y ACREDITA: toma lo liquidado del mes
*> (netosLiquidados.txt, que deja RECIBO), lo acumula por dni de
*> profesor (un mismo dni puede cobrar por mas de un legajo) y sobre
*> ese total aplica, para cada impuesto, el minimo no sujeto y la
*> escala de retencion de retencionesParametros.txt (mantenible por
*> administracion, nada fijo en el programa). Por cada profesor
*> retenido emite un certificado numerado (certificadosRetencion.txt,
*> numeracion correlativa persistente en numeroCertificado.txt) y deja
*> el archivo de retenciones del periodo para la declaracion jurada
*> (retenciones.AAAAMM.txt). Reescribe netosLiquidados.txt con la
*> retencion de cada renglon y el neto a transferir, que es lo que paga
*> ACREDITA, y agrega al recibo de cada profesor retenido (recibos.txt)
*> el detalle de la retencion aplicada.
*> Se puede volver a correr sobre el mismo periodo: los certificados ya
*> numerados en retenciones.AAAAMM.txt conservan su numero, y las lineas
*> de retencion que hubiera en recibos.txt se reemplazan.
*> Con el mismo parametro que ACREDITA (acreditaParametros.txt, origen
*> S) se retiene el aguinaldo: toma netosSAC.txt y recibosSAC.txt, que
*> deja SAC. El SAC se paga en el mes de cierre del semestre, asi que
*> el minimo no sujeto y la escala se aplican sobre lo pagado al dni en
*> ese mes (los netos de concepto M de historicoLiquidaciones.dat) mas
*> el SAC, y al SAC se le retiene la diferencia contra lo que ya se
*> retuvo en la liquidacion del mes (retenciones.AAAAMM.txt, que por eso
*> tiene que existir: correr antes RETENC sobre la liquidacion). El
*> renglon del dni en retenciones.AAAAMM.txt y su certificado pasan a
*> mostrar el total del mes con el SAC incluido, y guardan aparte la
*> parte del SAC para poder reprocesarlo.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
	DECIMAL-POINT IS COMMA.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> el mismo SELECT de netos se usa primero INPUT (cargar la tabla) y
*> despues OUTPUT (reescribirlo con la retencion), como periodos.txt en
*> CIERRE; lo mismo recibos.txt.
	SELECT ACRPARAM ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS acrparam-estado.
	SELECT NETOS ASSIGN TO DYNAMIC ruta_netos ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS netos-estado.
	SELECT RECIBOS ASSIGN TO DYNAMIC ruta_recibos ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS recibos-estado.
	SELECT RETPARAM ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS retparam-estado.
	SELECT PROFESORES ASSIGN TO DISK ORGANIZATION IS INDEXED ACCESS MODE IS RANDOM
		RECORD KEY IS prof_num FILE STATUS IS profesores-estado.
	SELECT HISTLIQ ASSIGN TO DISK ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
		RECORD KEY IS hli_clave FILE STATUS IS histliq-estado.
	SELECT NUMCERT ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS numcert-estado.
	SELECT CERTIFICADOS ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS certificados-estado.
*> archivo de retenciones del periodo, uno por mes como el historico.
	SELECT RETPERIODO ASSIGN TO DYNAMIC ruta_retperiodo ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS retperiodo-estado.

DATA DIVISION.
FILE SECTION.

FD ACRPARAM LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/acreditaParametros.txt".
*> origen de los netos, el mismo que usa ACREDITA: L liquidacion, S SAC.
01 reg_acrparam.
	  03 apa_origen 					PIC X(1).

FD NETOS LABEL RECORD IS STANDARD.
*> el renglon de RECIBO con la retencion al final: la de Ganancias, la
*> de Ingresos Brutos y el neto a transferir (neto menos retenciones).
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

FD RECIBOS LABEL RECORD IS STANDARD.
01 reg_recibo 							PIC X(80).

FD RETPARAM LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/retencionesParametros.txt".
*> un renglon por dato: impuesto G (Ganancias) o I (Ingresos Brutos) y
*> tipo M (minimo no sujeto: en desde) o E (tramo de escala: sobre el
*> excedente del minimo, desde-hasta, importe fijo mas alicuota en
*> porcentaje sobre lo que pase de desde; hasta en cero = sin tope).
01 reg_retparam.
	  03 rpar_impuesto 					PIC X(1).
	  03 rpar_tipo 						PIC X(1).
	  03 rpar_desde 					PIC 9(9)V99.
	  03 rpar_hasta 					PIC 9(9)V99.
	  03 rpar_fijo 						PIC 9(9)V99.
	  03 rpar_alicuota 					PIC 9(3)V99.

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

FD HISTLIQ LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/historicoLiquidaciones.dat".
*> solo para el SAC: lo liquidado en el mes (concepto M) por dni.
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

FD NUMCERT LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/numeroCertificado.txt".
01 reg_numcert.
	  03 numc_ultimo 					PIC 9(8).

FD CERTIFICADOS LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/certificadosRetencion.txt".
01 reg_certificado 						PIC X(80).

FD RETPERIODO LABEL RECORD IS STANDARD.
*> un renglon por dni retenido, para la declaracion jurada.
01 reg_retperiodo.
	  03 rtp_ano 						PIC 9(4).
	  03 rtp_mes 						PIC 9(2).
	  03 rtp_certificado 				PIC 9(8).
	  03 rtp_dni 						PIC 9(8).
	  03 rtp_nombre 					PIC X(25).
	  03 rtp_pagado 					PIC 9(11)V99.
	  03 rtp_base_ganancias 			PIC 9(11)V99.
	  03 rtp_ret_ganancias 				PIC 9(9)V99.
	  03 rtp_base_iibb 					PIC 9(11)V99.
	  03 rtp_ret_iibb 					PIC 9(9)V99.
*> parte del SAC incluida en lo pagado y en lo retenido del renglon;
*> en blanco en los renglones grabados antes de retener el SAC.
	  03 rtp_pagado_sac 				PIC 9(11)V99.
	  03 rtp_ret_ganancias_sac 			PIC 9(9)V99.
	  03 rtp_ret_iibb_sac 				PIC 9(9)V99.

WORKING-STORAGE SECTION.

	77 	acrparam-estado 				PIC XX.
	77 	netos-estado 					PIC XX.
	77 	recibos-estado 					PIC XX.
	77 	retparam-estado 				PIC XX.
	77 	profesores-estado 				PIC XX.
	77 	histliq-estado 					PIC XX.
	77 	numcert-estado 					PIC XX.
	77 	certificados-estado 			PIC XX.
	77 	retperiodo-estado 				PIC XX.

	01 fin_netos 						PIC XX VALUE "NO".
	01 fin_recibos 						PIC XX VALUE "NO".
	01 fin_retparam 					PIC XX VALUE "NO".
	01 fin_retperiodo 					PIC XX VALUE "NO".
	01 fin_histliq 						PIC XX VALUE "NO".

*> netos y recibos a retener, resueltos por 0_LEER_PARAMETRO; la linea
*> del recibo debajo de la cual va la retencion cambia con el origen.
	01 origen_netos 					PIC X(1) VALUE "L".
	01 ruta_netos.
	  03 nada 							PIC X(64) VALUE "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/".
	  03 rne_nombre 					PIC X(20) VALUE "netosLiquidados.txt".
	01 ruta_recibos.
	  03 nada 							PIC X(64) VALUE "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/".
	  03 rre_nombre 					PIC X(20) VALUE "recibos.txt".
	01 texto_neto_recibo 				PIC X(14) VALUE "  NETO A PAGAR".

*> ruta del archivo de retenciones del periodo: la parte fija mas el
*> AAAAMM, que se pisa antes del OPEN.
	01 ruta_retperiodo.
	  03 nada 							PIC X(76) VALUE "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/retenciones.".
	  03 rrp_periodo 					PIC X(6).
	  03 nada 							PIC X(4) VALUE ".txt".

*> periodo liquidado, tomado del primer renglon de netos (todos traen
*> el mismo, lo estampa RECIBO).
	01 periodo_ret.
	  03 pr_ano 						PIC 9(4).
	  03 pr_mes 						PIC 9(2).

*> escalas de retencion: minimo no sujeto por impuesto y tramos.
	01 minimo_ganancias 				PIC 9(9)V99 VALUE 0.
	01 minimo_iibb 						PIC 9(9)V99 VALUE 0.
	01 cant_tramos 						PIC 9(3) VALUE 0.
	01 v_tramos.
	  03 v_tramo OCCURS 1 TO 100 TIMES DEPENDING ON cant_tramos.
	  	05 vtr_impuesto 				PIC X(1).
	  	05 vtr_desde 					PIC 9(9)V99.
	  	05 vtr_hasta 					PIC 9(9)V99.
	  	05 vtr_fijo 					PIC 9(9)V99.
	  	05 vtr_alicuota 				PIC 9(3)V99.

*> netos del periodo, tal como los dejo RECIBO.
	01 cant_netos 						PIC 9(3) VALUE 0.
	01 v_netos.
	  03 v_neto OCCURS 1 TO 500 TIMES DEPENDING ON cant_netos.
	  	05 vn_prof_num 					PIC X(5).
	  	05 vn_dni 						PIC 9(8).
	  	05 vn_ano 						PIC 9(4).
	  	05 vn_mes 						PIC 9(2).
	  	05 vn_horas 					PIC 9(6).
	  	05 vn_bruto 					PIC 9(10)V99.
	  	05 vn_ajustes 					PIC S9(9)V99.
	  	05 vn_neto 						PIC S9(11)V99.
	  	05 vn_ret_ganancias 			PIC 9(9)V99.
	  	05 vn_ret_iibb 					PIC 9(9)V99.
	  	05 vn_posi_dni 					PIC 9(3).

*> lo pagado en el mes acumulado por dni, con la retencion resultante.
	01 cant_dnis 						PIC 9(3) VALUE 0.
	01 v_dnis.
	  03 v_dni OCCURS 1 TO 500 TIMES DEPENDING ON cant_dnis.
	  	05 vd_dni 						PIC 9(8).
	  	05 vd_nombre 					PIC X(25).
	  	05 vd_pagado 					PIC S9(11)V99.
	  	05 vd_base_ganancias 			PIC 9(11)V99.
	  	05 vd_ret_ganancias 			PIC 9(9)V99.
	  	05 vd_base_iibb 				PIC 9(11)V99.
	  	05 vd_ret_iibb 					PIC 9(9)V99.
	  	05 vd_certificado 				PIC 9(8).
	  	05 vd_ultimo_renglon 			PIC 9(3).
	  	05 vd_repartido_gan 			PIC 9(9)V99.
	  	05 vd_repartido_iibb 			PIC 9(9)V99.
*> con el SAC: lo liquidado y lo ya retenido en el mes, y los totales
*> del periodo (mes mas SAC) que van al certificado. En la liquidacion
*> mensual los del periodo son los mismos de la corrida.
	  	05 vd_pagado_mes 				PIC S9(11)V99.
	  	05 vd_ret_gan_mes 				PIC 9(9)V99.
	  	05 vd_ret_iibb_mes 				PIC 9(9)V99.
	  	05 vd_pagado_periodo 			PIC S9(11)V99.
	  	05 vd_ret_gan_periodo 			PIC 9(9)V99.
	  	05 vd_ret_iibb_periodo 			PIC 9(9)V99.
	  	05 vd_posi_previo 				PIC 9(3).

*> certificados ya numerados en una corrida anterior del mismo
*> periodo, para no gastar numeros nuevos al reprocesar. Con el SAC se
*> guarda el renglon completo: lo retenido en el mes sale de aca, y los
*> dni sin SAC se vuelven a grabar como estaban.
	01 cant_cert_previos 				PIC 9(3) VALUE 0.
	01 v_cert_previos.
	  03 v_cert_previo OCCURS 1 TO 500 TIMES DEPENDING ON cant_cert_previos.
	  	05 vcp_dni 						PIC 9(8).
	  	05 vcp_certificado 				PIC 9(8).
	  	05 vcp_nombre 					PIC X(25).
	  	05 vcp_pagado 					PIC 9(11)V99.
	  	05 vcp_base_ganancias 			PIC 9(11)V99.
	  	05 vcp_ret_ganancias 			PIC 9(9)V99.
	  	05 vcp_base_iibb 				PIC 9(11)V99.
	  	05 vcp_ret_iibb 				PIC 9(9)V99.
	  	05 vcp_pagado_sac 				PIC 9(11)V99.
	  	05 vcp_ret_ganancias_sac 		PIC 9(9)V99.
	  	05 vcp_ret_iibb_sac 			PIC 9(9)V99.
	  	05 vcp_tocado 					PIC XX.
	01 cant_previos_con_sac 			PIC 9(3) VALUE 0.

*> recibos.txt en memoria, para reescribirlo con la retencion.
	01 cant_lineas 						PIC 9(5) VALUE 0.
	01 v_lineas.
	  03 v_linea OCCURS 1 TO 20000 TIMES DEPENDING ON cant_lineas 	PIC X(80).

	01 i 								PIC 9(3) VALUE 0.
	01 j 								PIC 9(3) VALUE 0.
	01 li 								PIC 9(5) VALUE 0.
	01 dni_hallado 						PIC XX VALUE "NO".
	01 prof_hallado 					PIC XX VALUE "NO".
	01 tramo_hallado 					PIC XX VALUE "NO".
	01 neto_hallado 					PIC XX VALUE "NO".
	01 posi_dni 						PIC 9(3) VALUE 0.
	01 posi_neto 						PIC 9(3) VALUE 0.
	01 prof_del_recibo 					PIC X(5) VALUE SPACES.

*> calculo de la retencion de un impuesto sobre lo pagado.
	01 impuesto_calc 					PIC X(1).
	01 minimo_calc 						PIC 9(9)V99 VALUE 0.
	01 pagado_calc 						PIC S9(11)V99 VALUE 0.
	01 diferencia_calc 					PIC S9(9)V99 VALUE 0.
	01 base_calc 						PIC 9(11)V99 VALUE 0.
	01 ret_calc 						PIC 9(9)V99 VALUE 0.

	01 ultimo_certificado 				PIC 9(8) VALUE 0.

	01 cant_netos_leidos 				PIC 9(5) VALUE 0.
	01 cant_retenidos 					PIC 9(5) VALUE 0.
	01 cant_cert_nuevos 				PIC 9(5) VALUE 0.
	01 cant_sin_maestro 				PIC 9(5) VALUE 0.
	01 tot_pagado 						PIC S9(13)V99 VALUE 0.
	01 tot_ret_ganancias 				PIC 9(11)V99 VALUE 0.
	01 tot_ret_iibb 					PIC 9(11)V99 VALUE 0.

	01 importe_impr 					PIC -(10)9,99.

	01 linea.
	  03 guiones 						PIC X(80) VALUE ALL "-".

*> lineas del certificado.
	01 linea_cer_encab.
	  03 nada 							PIC X(29) VALUE "CERTIFICADO DE RETENCION Nro ".
	  03 cer_enc_nro 					PIC 9(8).
	  03 nada 							PIC X(11) VALUE "   Periodo ".
	  03 cer_enc_ano 					PIC 9(4).
	  03 nada 							PIC X(1) VALUE "/".
	  03 cer_enc_mes 					PIC 9(2).

	01 linea_cer_prof.
	  03 nada 							PIC X(13) VALUE "Retenido DNI ".
	  03 cer_prof_dni 					PIC 9(8).
	  03 nada 							PIC X(2) VALUE ALL " ".
	  03 cer_prof_nom 					PIC X(25).

	01 linea_cer_det.
	  03 nada 							PIC X(2) VALUE ALL " ".
	  03 cer_det_tit 					PIC X(30).
	  03 cer_det_impor 					PIC -(10)9,99.

*> lineas que se agregan al recibo; el texto fijo del comienzo es el
*> que permite reconocerlas y reemplazarlas al reprocesar.
	01 linea_rec_ret.
	  03 nada 							PIC X(2) VALUE ALL " ".
	  03 rec_ret_tit 					PIC X(20).
	  03 rec_ret_impor 					PIC -(9)9,99.
	01 linea_rec_cert.
	  03 nada 							PIC X(2) VALUE ALL " ".
	  03 nada 							PIC X(20) VALUE "Retencion certif.".
	  03 rec_cert_nro 					PIC 9(8).

PROCEDURE DIVISION.

*> CICLO PPAL--------------------------------------------------------------
	PERFORM 0_LEER_PARAMETRO.
	PERFORM 1_CARGAR_NETOS.
	PERFORM 2_CARGAR_PARAMETROS.
	PERFORM 3_ABRIR_PROFESORES.
	PERFORM 4_CARGAR_CERT_PREVIOS.
	PERFORM 5_CALCULAR_RETENCIONES.
	PERFORM 6_EMITIR_CERTIFICADOS.
	PERFORM 7_REESCRIBIR_NETOS.
	PERFORM 8_AGREGAR_A_RECIBOS.
	PERFORM 9_RESUMEN.
	STOP RUN.

*> --------------------------------------------------------------

0_LEER_PARAMETRO.
*> mismo parametro y mismo criterio que 0_LEER_PARAMETRO de ACREDITA:
*> sin archivo (35) o vacio se retiene la liquidacion mensual.
	OPEN INPUT ACRPARAM.
	IF (acrparam-estado IS = "00") THEN
		READ ACRPARAM
			NOT AT END
				IF (apa_origen IS NOT = SPACES) THEN
					MOVE apa_origen TO origen_netos
				END-IF
		END-READ
		CLOSE ACRPARAM
	ELSE IF (acrparam-estado IS NOT = "35") THEN
		DISPLAY "RETENC: no se pudo abrir acreditaParametros.txt, estado " acrparam-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	IF (origen_netos IS = "S") THEN
		MOVE "netosSAC.txt" TO rne_nombre
		MOVE "recibosSAC.txt" TO rre_nombre
		MOVE "  SAC A PAGAR " TO texto_neto_recibo
	ELSE IF (origen_netos IS NOT = "L") THEN
		DISPLAY "RETENC: origen invalido en acreditaParametros.txt (L o S): " origen_netos
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	DISPLAY "RETENC: se retienen los netos de " rne_nombre.

1_CARGAR_NETOS.
*> sin netos no hay nada que retener: correr RECIBO (o SAC) primero.
	OPEN INPUT NETOS.
	IF (netos-estado IS NOT = "00") THEN
		DISPLAY "RETENC: no se pudo abrir " rne_nombre ", estado " netos-estado
		DISPLAY "Correr RECIBO (o SAC) antes de calcular las retenciones."
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM 11_CARGAR_NETO_REG UNTIL fin_netos IS = "SI".
	CLOSE NETOS.
	IF (cant_netos IS = 0) THEN
		DISPLAY "RETENC: " rne_nombre " esta vacio, no hay pagos que retener"
		MOVE 4 TO RETURN-CODE
		STOP RUN
	END-IF.
	MOVE vn_ano(1) TO pr_ano.
	MOVE vn_mes(1) TO pr_mes.

11_CARGAR_NETO_REG.
*> netos es uno por profesor de la liquidacion: uno que no entra en la
*> tabla quedaria sin retener y afuera del archivo reescrito, se corta.
	READ NETOS AT END MOVE "SI" TO fin_netos.
	IF (fin_netos IS = "NO") AND (cant_netos IS >= 500) THEN
		DISPLAY "RETENC: " rne_nombre " supera los 500 registros de la tabla"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	IF (fin_netos IS = "NO") THEN
		ADD 1 TO cant_netos_leidos
		ADD 1 TO cant_netos
		MOVE net_prof_num TO vn_prof_num(cant_netos)
		MOVE net_dni TO vn_dni(cant_netos)
		MOVE net_ano TO vn_ano(cant_netos)
		MOVE net_mes TO vn_mes(cant_netos)
		MOVE net_horas TO vn_horas(cant_netos)
		MOVE net_bruto TO vn_bruto(cant_netos)
		MOVE net_ajustes TO vn_ajustes(cant_netos)
		MOVE net_neto TO vn_neto(cant_netos)
		MOVE 0 TO vn_ret_ganancias(cant_netos)
		MOVE 0 TO vn_ret_iibb(cant_netos)
	END-IF.

2_CARGAR_PARAMETROS.
*> sin escalas no se puede retener: se corta antes de tocar netos, que
*> ACREDITA pagaria completos como antes.
	OPEN INPUT RETPARAM.
	IF (retparam-estado IS NOT = "00") THEN
		DISPLAY "RETENC: no se pudo abrir retencionesParametros.txt, estado " retparam-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM 21_CARGAR_PARAM_REG UNTIL fin_retparam IS = "SI".
	CLOSE RETPARAM.

21_CARGAR_PARAM_REG.
	READ RETPARAM AT END MOVE "SI" TO fin_retparam.
	IF (fin_retparam IS = "NO") THEN
		IF (rpar_tipo IS = "M") THEN
			IF (rpar_impuesto IS = "G") THEN
				MOVE rpar_desde TO minimo_ganancias
			ELSE IF (rpar_impuesto IS = "I") THEN
				MOVE rpar_desde TO minimo_iibb
			ELSE
				DISPLAY "RETENC AVISO: impuesto desconocido en retencionesParametros.txt: " rpar_impuesto
			END-IF
		ELSE IF (rpar_tipo IS = "E") AND (cant_tramos IS < 100) THEN
			ADD 1 TO cant_tramos
			MOVE rpar_impuesto TO vtr_impuesto(cant_tramos)
			MOVE rpar_desde TO vtr_desde(cant_tramos)
			MOVE rpar_hasta TO vtr_hasta(cant_tramos)
			MOVE rpar_fijo TO vtr_fijo(cant_tramos)
			MOVE rpar_alicuota TO vtr_alicuota(cant_tramos)
		ELSE
			DISPLAY "RETENC AVISO: renglon ignorado en retencionesParametros.txt: " reg_retparam
		END-IF
	END-IF.

3_ABRIR_PROFESORES.
*> el nombre del certificado se lee por clave al acumular cada dni
*> (51_ACUMULAR_DNI); se cierra al terminar esa pasada.
	OPEN INPUT PROFESORES.
	IF (profesores-estado IS NOT = "00") THEN
		DISPLAY "RETENC: no se pudo abrir profesores.dat, estado " profesores-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.

4_CARGAR_CERT_PREVIOS.
*> primera corrida del periodo: el archivo no existe (35) y todos los
*> certificados salen con numero nuevo. Cualquier otro error corta:
*> seguir renumeraria certificados ya emitidos.
*> El SAC en cambio necesita lo retenido en la liquidacion del mes.
	MOVE periodo_ret TO rrp_periodo.
	OPEN INPUT RETPERIODO.
	IF (retperiodo-estado IS = "00") THEN
		PERFORM 41_CARGAR_CERT_REG UNTIL fin_retperiodo IS = "SI"
		CLOSE RETPERIODO
	ELSE IF (retperiodo-estado IS NOT = "35") THEN
		DISPLAY "RETENC: no se pudo abrir retenciones." periodo_ret ".txt, estado " retperiodo-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	ELSE IF (origen_netos IS = "S") THEN
		DISPLAY "RETENC: no existe retenciones." periodo_ret ".txt"
		DISPLAY "Correr RETENC sobre la liquidacion del mes antes que sobre el SAC."
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
*> reprocesar el mes despues de retener el SAC deja el archivo del
*> periodo sin la parte del SAC: hay que volver a correr el SAC.
	IF (origen_netos IS = "L") AND (cant_previos_con_sac IS > 0) THEN
		DISPLAY "RETENC AVISO: el periodo ya tenia retenido el SAC de " cant_previos_con_sac " profesores;"
		DISPLAY "volver a correr RETENC con origen S despues de esta corrida"
	END-IF.
*> sin numeroCertificado.txt (35) es la primera vez que se retiene y
*> la numeracion arranca de 1; con otro error se corta, para no
*> repetir numeros ya entregados.
	OPEN INPUT NUMCERT.
	IF (numcert-estado IS = "00") THEN
		READ NUMCERT
			AT END
				CONTINUE
			NOT AT END
				MOVE numc_ultimo TO ultimo_certificado
		END-READ
		CLOSE NUMCERT
	ELSE IF (numcert-estado IS NOT = "35") THEN
		DISPLAY "RETENC: no se pudo abrir numeroCertificado.txt, estado " numcert-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.

41_CARGAR_CERT_REG.
*> con el SAC el archivo se regraba desde esta tabla: un renglon que no
*> entra se perderia, se corta.
	READ RETPERIODO AT END MOVE "SI" TO fin_retperiodo.
	IF (fin_retperiodo IS = "NO") AND (cant_cert_previos IS >= 500) THEN
		DISPLAY "RETENC: retenciones." periodo_ret ".txt supera los 500 registros de la tabla"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	IF (fin_retperiodo IS = "NO") THEN
		ADD 1 TO cant_cert_previos
		MOVE rtp_dni TO vcp_dni(cant_cert_previos)
		MOVE rtp_certificado TO vcp_certificado(cant_cert_previos)
		MOVE rtp_nombre TO vcp_nombre(cant_cert_previos)
		MOVE rtp_pagado TO vcp_pagado(cant_cert_previos)
		MOVE rtp_base_ganancias TO vcp_base_ganancias(cant_cert_previos)
		MOVE rtp_ret_ganancias TO vcp_ret_ganancias(cant_cert_previos)
		MOVE rtp_base_iibb TO vcp_base_iibb(cant_cert_previos)
		MOVE rtp_ret_iibb TO vcp_ret_iibb(cant_cert_previos)
		MOVE 0 TO vcp_pagado_sac(cant_cert_previos)
		MOVE 0 TO vcp_ret_ganancias_sac(cant_cert_previos)
		MOVE 0 TO vcp_ret_iibb_sac(cant_cert_previos)
		IF (rtp_pagado_sac IS NUMERIC) AND (rtp_ret_ganancias_sac IS NUMERIC)
		AND (rtp_ret_iibb_sac IS NUMERIC) THEN
			MOVE rtp_pagado_sac TO vcp_pagado_sac(cant_cert_previos)
			MOVE rtp_ret_ganancias_sac TO vcp_ret_ganancias_sac(cant_cert_previos)
			MOVE rtp_ret_iibb_sac TO vcp_ret_iibb_sac(cant_cert_previos)
		END-IF
		IF (vcp_pagado_sac(cant_cert_previos) IS > 0) THEN
			ADD 1 TO cant_previos_con_sac
		END-IF
		MOVE "NO" TO vcp_tocado(cant_cert_previos)
	END-IF.

*> CICLO DE CALCULO------------------------------------------------------

5_CALCULAR_RETENCIONES.
	PERFORM 51_ACUMULAR_DNI VARYING i FROM 1 BY 1 UNTIL i IS > cant_netos.
	CLOSE PROFESORES.
	IF (origen_netos IS = "S") THEN
		PERFORM 54_SUMAR_PAGADO_MES
		PERFORM 55_SUMAR_RETENIDO_MES VARYING posi_dni FROM 1 BY 1 UNTIL posi_dni IS > cant_dnis
	END-IF.
	PERFORM 52_RETENER_DNI VARYING posi_dni FROM 1 BY 1 UNTIL posi_dni IS > cant_dnis.
	PERFORM 53_REPARTIR_RENGLON VARYING i FROM 1 BY 1 UNTIL i IS > cant_netos.

51_ACUMULAR_DNI.
*> un neto negativo (los ajustes comieron la liquidacion) resta de lo
*> pagado al mismo dni por otro legajo.
	MOVE "NO" TO dni_hallado.
	MOVE 1 TO posi_dni.
	PERFORM 511_BUSCAR_DNI_IND UNTIL (posi_dni IS > cant_dnis) OR (dni_hallado IS = "SI").
	IF (dni_hallado IS = "NO") THEN
		ADD 1 TO cant_dnis
		MOVE cant_dnis TO posi_dni
		MOVE vn_dni(i) TO vd_dni(posi_dni)
		MOVE SPACES TO vd_nombre(posi_dni)
		MOVE 0 TO vd_pagado(posi_dni)
		MOVE 0 TO vd_base_ganancias(posi_dni)
		MOVE 0 TO vd_ret_ganancias(posi_dni)
		MOVE 0 TO vd_base_iibb(posi_dni)
		MOVE 0 TO vd_ret_iibb(posi_dni)
		MOVE 0 TO vd_certificado(posi_dni)
		MOVE 0 TO vd_repartido_gan(posi_dni)
		MOVE 0 TO vd_repartido_iibb(posi_dni)
		MOVE 0 TO vd_pagado_mes(posi_dni)
		MOVE 0 TO vd_ret_gan_mes(posi_dni)
		MOVE 0 TO vd_ret_iibb_mes(posi_dni)
		MOVE 0 TO vd_pagado_periodo(posi_dni)
		MOVE 0 TO vd_ret_gan_periodo(posi_dni)
		MOVE 0 TO vd_ret_iibb_periodo(posi_dni)
		MOVE 0 TO vd_posi_previo(posi_dni)
		PERFORM 512_BUSCAR_NOMBRE
	END-IF.
	ADD vn_neto(i) TO vd_pagado(posi_dni).
	MOVE posi_dni TO vn_posi_dni(i).
	IF (vn_neto(i) IS > 0) THEN
		MOVE i TO vd_ultimo_renglon(posi_dni)
	END-IF.

511_BUSCAR_DNI_IND.
	IF (vd_dni(posi_dni) IS = vn_dni(i)) THEN
		MOVE "SI" TO dni_hallado
	ELSE
		ADD 1 TO posi_dni
	END-IF.

512_BUSCAR_NOMBRE.
	MOVE "SI" TO prof_hallado.
	MOVE vn_prof_num(i) TO prof_num.
	READ PROFESORES INVALID KEY MOVE "NO" TO prof_hallado.
	IF (prof_hallado IS = "SI") THEN
		MOVE prof_nom TO vd_nombre(posi_dni)
	ELSE
		MOVE "SIN DATOS EN MAESTRO" TO vd_nombre(posi_dni)
		ADD 1 TO cant_sin_maestro
	END-IF.

52_RETENER_DNI.
*> la escala se aplica sobre lo pagado en el periodo: en la liquidacion
*> es lo de la corrida; con el SAC se le suma lo liquidado en el mes.
	ADD vd_pagado(posi_dni) TO tot_pagado.
	IF (origen_netos IS = "S") THEN
		COMPUTE pagado_calc = vd_pagado_mes(posi_dni) + vd_pagado(posi_dni)
	ELSE
		MOVE vd_pagado(posi_dni) TO pagado_calc
	END-IF.
	MOVE pagado_calc TO vd_pagado_periodo(posi_dni).
	IF (pagado_calc IS > 0) THEN
		MOVE "G" TO impuesto_calc
		MOVE minimo_ganancias TO minimo_calc
		PERFORM 521_CALCULAR_IMPUESTO
		MOVE base_calc TO vd_base_ganancias(posi_dni)
		MOVE ret_calc TO vd_ret_gan_periodo(posi_dni)
		MOVE "I" TO impuesto_calc
		MOVE minimo_iibb TO minimo_calc
		PERFORM 521_CALCULAR_IMPUESTO
		MOVE base_calc TO vd_base_iibb(posi_dni)
		MOVE ret_calc TO vd_ret_iibb_periodo(posi_dni)
*> la retencion nunca puede superar lo pagado.
		IF (vd_ret_gan_periodo(posi_dni) IS > pagado_calc) THEN
			MOVE pagado_calc TO vd_ret_gan_periodo(posi_dni)
		END-IF
		IF (vd_ret_gan_periodo(posi_dni) + vd_ret_iibb_periodo(posi_dni) IS > pagado_calc) THEN
			COMPUTE vd_ret_iibb_periodo(posi_dni) = pagado_calc - vd_ret_gan_periodo(posi_dni)
		END-IF
	END-IF.
	IF (origen_netos IS = "S") THEN
		PERFORM 523_SEPARAR_RETENCION_SAC
	ELSE
		MOVE vd_ret_gan_periodo(posi_dni) TO vd_ret_ganancias(posi_dni)
		MOVE vd_ret_iibb_periodo(posi_dni) TO vd_ret_iibb(posi_dni)
	END-IF.
*> un dni que ya tenia certificado en el mes lo conserva aunque el SAC
*> no le agregue retencion: su renglon del periodo se vuelve a grabar.
	IF (vd_ret_gan_periodo(posi_dni) IS > 0) OR (vd_ret_iibb_periodo(posi_dni) IS > 0)
	OR (vd_posi_previo(posi_dni) IS > 0) THEN
		ADD 1 TO cant_retenidos
		ADD vd_ret_ganancias(posi_dni) TO tot_ret_ganancias
		ADD vd_ret_iibb(posi_dni) TO tot_ret_iibb
		PERFORM 522_NUMERAR_CERTIFICADO
	END-IF.

521_CALCULAR_IMPUESTO.
*> base = lo pagado menos el minimo no sujeto; se busca el tramo de la
*> escala del impuesto que contiene la base y se aplica el fijo mas la
*> alicuota sobre el excedente del desde del tramo.
	MOVE 0 TO base_calc.
	MOVE 0 TO ret_calc.
	IF (pagado_calc IS > minimo_calc) THEN
		COMPUTE base_calc = pagado_calc - minimo_calc
		MOVE "NO" TO tramo_hallado
		MOVE 1 TO j
		PERFORM 5211_BUSCAR_TRAMO_IND UNTIL (j IS > cant_tramos) OR (tramo_hallado IS = "SI")
		IF (tramo_hallado IS = "SI") THEN
			COMPUTE ret_calc ROUNDED = vtr_fijo(j) + (base_calc - vtr_desde(j)) * vtr_alicuota(j) / 100
		END-IF
	END-IF.

5211_BUSCAR_TRAMO_IND.
	IF (vtr_impuesto(j) IS = impuesto_calc) AND (base_calc IS >= vtr_desde(j))
	AND ((vtr_hasta(j) IS = 0) OR (base_calc IS <= vtr_hasta(j))) THEN
		MOVE "SI" TO tramo_hallado
	ELSE
		ADD 1 TO j
	END-IF.

522_NUMERAR_CERTIFICADO.
	MOVE "NO" TO dni_hallado.
	MOVE 1 TO j.
	PERFORM 5221_BUSCAR_CERT_IND UNTIL (j IS > cant_cert_previos) OR (dni_hallado IS = "SI").
	IF (vd_certificado(posi_dni) IS = 0) THEN
		ADD 1 TO ultimo_certificado
		ADD 1 TO cant_cert_nuevos
		MOVE ultimo_certificado TO vd_certificado(posi_dni)
	END-IF.

5221_BUSCAR_CERT_IND.
	IF (vcp_dni(j) IS = vd_dni(posi_dni)) THEN
		MOVE "SI" TO dni_hallado
		MOVE vcp_certificado(j) TO vd_certificado(posi_dni)
	ELSE
		ADD 1 TO j
	END-IF.

523_SEPARAR_RETENCION_SAC.
*> al SAC le corresponde lo que la escala da sobre el mes mas el SAC,
*> menos lo ya retenido en la liquidacion del mes; nunca negativo ni
*> mayor que el SAC.
	COMPUTE diferencia_calc = vd_ret_gan_periodo(posi_dni) - vd_ret_gan_mes(posi_dni).
	IF (diferencia_calc IS < 0) THEN
		MOVE 0 TO diferencia_calc
	END-IF.
	MOVE diferencia_calc TO vd_ret_ganancias(posi_dni).
	COMPUTE diferencia_calc = vd_ret_iibb_periodo(posi_dni) - vd_ret_iibb_mes(posi_dni).
	IF (diferencia_calc IS < 0) THEN
		MOVE 0 TO diferencia_calc
	END-IF.
	MOVE diferencia_calc TO vd_ret_iibb(posi_dni).
	IF (vd_pagado(posi_dni) IS NOT > 0) THEN
		MOVE 0 TO vd_ret_ganancias(posi_dni)
		MOVE 0 TO vd_ret_iibb(posi_dni)
	END-IF.
	IF (vd_ret_ganancias(posi_dni) IS > vd_pagado(posi_dni)) THEN
		MOVE vd_pagado(posi_dni) TO vd_ret_ganancias(posi_dni)
	END-IF.
	IF (vd_ret_ganancias(posi_dni) + vd_ret_iibb(posi_dni) IS > vd_pagado(posi_dni)) THEN
		COMPUTE vd_ret_iibb(posi_dni) = vd_pagado(posi_dni) - vd_ret_ganancias(posi_dni)
	END-IF.
*> lo que queda en el periodo es lo efectivamente retenido: el mes mas
*> la parte del SAC.
	COMPUTE vd_ret_gan_periodo(posi_dni) = vd_ret_gan_mes(posi_dni) + vd_ret_ganancias(posi_dni).
	COMPUTE vd_ret_iibb_periodo(posi_dni) = vd_ret_iibb_mes(posi_dni) + vd_ret_iibb(posi_dni).

53_REPARTIR_RENGLON.
*> la retencion del dni se reparte entre sus renglones en proporcion al
*> neto de cada uno; el ultimo renglon con neto positivo se lleva el
*> resto, para que la suma cierre al centavo.
	MOVE vn_posi_dni(i) TO posi_dni.
	IF (vn_neto(i) IS > 0) AND (vd_pagado(posi_dni) IS > 0) THEN
		IF (i IS = vd_ultimo_renglon(posi_dni)) THEN
			COMPUTE vn_ret_ganancias(i) = vd_ret_ganancias(posi_dni) - vd_repartido_gan(posi_dni)
			COMPUTE vn_ret_iibb(i) = vd_ret_iibb(posi_dni) - vd_repartido_iibb(posi_dni)
		ELSE
			COMPUTE vn_ret_ganancias(i) ROUNDED = vd_ret_ganancias(posi_dni) * vn_neto(i) / vd_pagado(posi_dni)
			COMPUTE vn_ret_iibb(i) ROUNDED = vd_ret_iibb(posi_dni) * vn_neto(i) / vd_pagado(posi_dni)
			ADD vn_ret_ganancias(i) TO vd_repartido_gan(posi_dni)
			ADD vn_ret_iibb(i) TO vd_repartido_iibb(posi_dni)
		END-IF
	END-IF.

54_SUMAR_PAGADO_MES.
*> lo liquidado en el mes del SAC a cada dni que cobra SAC, por todos
*> sus legajos; sin historico no se sabe el total del mes y se corta.
	OPEN INPUT HISTLIQ.
	IF (histliq-estado IS NOT = "00") THEN
		DISPLAY "RETENC: no se pudo abrir historicoLiquidaciones.dat, estado " histliq-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM 541_LEER_HISTORICO UNTIL fin_histliq IS = "SI".
	CLOSE HISTLIQ.

541_LEER_HISTORICO.
	READ HISTLIQ NEXT RECORD AT END MOVE "SI" TO fin_histliq.
	IF (fin_histliq IS = "NO") AND (hli_ano IS = pr_ano) AND (hli_mes IS = pr_mes)
	AND (hli_concepto IS = "M") THEN
		MOVE "NO" TO dni_hallado
		MOVE 1 TO posi_dni
		PERFORM 5411_BUSCAR_DNI_HIST_IND UNTIL (posi_dni IS > cant_dnis) OR (dni_hallado IS = "SI")
		IF (dni_hallado IS = "SI") THEN
			ADD hli_neto TO vd_pagado_mes(posi_dni)
		END-IF
	END-IF.

5411_BUSCAR_DNI_HIST_IND.
	IF (vd_dni(posi_dni) IS = hli_dni) THEN
		MOVE "SI" TO dni_hallado
	ELSE
		ADD 1 TO posi_dni
	END-IF.

55_SUMAR_RETENIDO_MES.
*> lo retenido en la liquidacion del mes es lo del renglon del periodo
*> sin la parte de un SAC anterior (reproceso del SAC).
	MOVE "NO" TO dni_hallado.
	MOVE 1 TO j.
	PERFORM 551_BUSCAR_PREVIO_IND UNTIL (j IS > cant_cert_previos) OR (dni_hallado IS = "SI").
	IF (dni_hallado IS = "SI") THEN
		MOVE j TO vd_posi_previo(posi_dni)
		COMPUTE vd_ret_gan_mes(posi_dni) = vcp_ret_ganancias(j) - vcp_ret_ganancias_sac(j)
		COMPUTE vd_ret_iibb_mes(posi_dni) = vcp_ret_iibb(j) - vcp_ret_iibb_sac(j)
	END-IF.

551_BUSCAR_PREVIO_IND.
	IF (vcp_dni(j) IS = vd_dni(posi_dni)) THEN
		MOVE "SI" TO dni_hallado
	ELSE
		ADD 1 TO j
	END-IF.

*> CICLO DE EMISION------------------------------------------------------

6_EMITIR_CERTIFICADOS.
	OPEN OUTPUT CERTIFICADOS.
	MOVE periodo_ret TO rrp_periodo.
	OPEN OUTPUT RETPERIODO.
	PERFORM 61_EMITIR_CERTIFICADO VARYING posi_dni FROM 1 BY 1 UNTIL posi_dni IS > cant_dnis.
*> con el SAC el archivo del periodo tiene que seguir teniendo a los
*> retenidos en el mes que no cobran SAC.
	IF (origen_netos IS = "S") THEN
		PERFORM 62_REGRABAR_PREVIO VARYING j FROM 1 BY 1 UNTIL j IS > cant_cert_previos
	END-IF.
	CLOSE CERTIFICADOS.
	CLOSE RETPERIODO.
	OPEN OUTPUT NUMCERT.
	MOVE ultimo_certificado TO numc_ultimo.
	WRITE reg_numcert.
	CLOSE NUMCERT.

61_EMITIR_CERTIFICADO.
	IF (vd_posi_previo(posi_dni) IS > 0) THEN
		MOVE "SI" TO vcp_tocado(vd_posi_previo(posi_dni))
	END-IF.
	IF (vd_certificado(posi_dni) IS > 0) THEN
		PERFORM 611_ESCRIBIR_CERTIFICADO
		PERFORM 612_ESCRIBIR_RETPERIODO
	END-IF.

611_ESCRIBIR_CERTIFICADO.
	MOVE linea TO reg_certificado.
	WRITE reg_certificado.
	MOVE vd_certificado(posi_dni) TO cer_enc_nro.
	MOVE pr_ano TO cer_enc_ano.
	MOVE pr_mes TO cer_enc_mes.
	MOVE linea_cer_encab TO reg_certificado.
	WRITE reg_certificado.
	MOVE vd_dni(posi_dni) TO cer_prof_dni.
	MOVE vd_nombre(posi_dni) TO cer_prof_nom.
	MOVE linea_cer_prof TO reg_certificado.
	WRITE reg_certificado.
	MOVE "Importe pagado en el periodo" TO cer_det_tit.
	MOVE vd_pagado_periodo(posi_dni) TO cer_det_impor.
	MOVE linea_cer_det TO reg_certificado.
	WRITE reg_certificado.
	IF (origen_netos IS = "S") THEN
		MOVE "  incluye SAC" TO cer_det_tit
		MOVE vd_pagado(posi_dni) TO cer_det_impor
		MOVE linea_cer_det TO reg_certificado
		WRITE reg_certificado
	END-IF.
	IF (vd_ret_gan_periodo(posi_dni) IS > 0) THEN
		MOVE "Ganancias - base sujeta" TO cer_det_tit
		MOVE vd_base_ganancias(posi_dni) TO cer_det_impor
		MOVE linea_cer_det TO reg_certificado
		WRITE reg_certificado
		MOVE "Ganancias - importe retenido" TO cer_det_tit
		MOVE vd_ret_gan_periodo(posi_dni) TO cer_det_impor
		MOVE linea_cer_det TO reg_certificado
		WRITE reg_certificado
	END-IF.
	IF (origen_netos IS = "S") AND (vd_ret_ganancias(posi_dni) IS > 0) THEN
		MOVE "  retenido sobre el SAC" TO cer_det_tit
		MOVE vd_ret_ganancias(posi_dni) TO cer_det_impor
		MOVE linea_cer_det TO reg_certificado
		WRITE reg_certificado
	END-IF.
	IF (vd_ret_iibb_periodo(posi_dni) IS > 0) THEN
		MOVE "Ing. Brutos - base sujeta" TO cer_det_tit
		MOVE vd_base_iibb(posi_dni) TO cer_det_impor
		MOVE linea_cer_det TO reg_certificado
		WRITE reg_certificado
		MOVE "Ing. Brutos - importe retenido" TO cer_det_tit
		MOVE vd_ret_iibb_periodo(posi_dni) TO cer_det_impor
		MOVE linea_cer_det TO reg_certificado
		WRITE reg_certificado
	END-IF.
	IF (origen_netos IS = "S") AND (vd_ret_iibb(posi_dni) IS > 0) THEN
		MOVE "  retenido sobre el SAC" TO cer_det_tit
		MOVE vd_ret_iibb(posi_dni) TO cer_det_impor
		MOVE linea_cer_det TO reg_certificado
		WRITE reg_certificado
	END-IF.

612_ESCRIBIR_RETPERIODO.
	MOVE pr_ano TO rtp_ano.
	MOVE pr_mes TO rtp_mes.
	MOVE vd_certificado(posi_dni) TO rtp_certificado.
	MOVE vd_dni(posi_dni) TO rtp_dni.
	MOVE vd_nombre(posi_dni) TO rtp_nombre.
	MOVE vd_pagado_periodo(posi_dni) TO rtp_pagado.
	MOVE vd_base_ganancias(posi_dni) TO rtp_base_ganancias.
	MOVE vd_ret_gan_periodo(posi_dni) TO rtp_ret_ganancias.
	MOVE vd_base_iibb(posi_dni) TO rtp_base_iibb.
	MOVE vd_ret_iibb_periodo(posi_dni) TO rtp_ret_iibb.
	IF (origen_netos IS = "S") THEN
		MOVE vd_pagado(posi_dni) TO rtp_pagado_sac
		MOVE vd_ret_ganancias(posi_dni) TO rtp_ret_ganancias_sac
		MOVE vd_ret_iibb(posi_dni) TO rtp_ret_iibb_sac
	ELSE
		MOVE 0 TO rtp_pagado_sac
		MOVE 0 TO rtp_ret_ganancias_sac
		MOVE 0 TO rtp_ret_iibb_sac
	END-IF.
	WRITE reg_retperiodo.

62_REGRABAR_PREVIO.
	IF (vcp_tocado(j) IS = "NO") THEN
		MOVE pr_ano TO rtp_ano
		MOVE pr_mes TO rtp_mes
		MOVE vcp_certificado(j) TO rtp_certificado
		MOVE vcp_dni(j) TO rtp_dni
		MOVE vcp_nombre(j) TO rtp_nombre
		MOVE vcp_pagado(j) TO rtp_pagado
		MOVE vcp_base_ganancias(j) TO rtp_base_ganancias
		MOVE vcp_ret_ganancias(j) TO rtp_ret_ganancias
		MOVE vcp_base_iibb(j) TO rtp_base_iibb
		MOVE vcp_ret_iibb(j) TO rtp_ret_iibb
		MOVE vcp_pagado_sac(j) TO rtp_pagado_sac
		MOVE vcp_ret_ganancias_sac(j) TO rtp_ret_ganancias_sac
		MOVE vcp_ret_iibb_sac(j) TO rtp_ret_iibb_sac
		WRITE reg_retperiodo
	END-IF.

7_REESCRIBIR_NETOS.
	OPEN OUTPUT NETOS.
	PERFORM 71_ESCRIBIR_NETO VARYING i FROM 1 BY 1 UNTIL i IS > cant_netos.
	CLOSE NETOS.

71_ESCRIBIR_NETO.
	MOVE vn_prof_num(i) TO net_prof_num.
	MOVE vn_dni(i) TO net_dni.
	MOVE vn_ano(i) TO net_ano.
	MOVE vn_mes(i) TO net_mes.
	MOVE vn_horas(i) TO net_horas.
	MOVE vn_bruto(i) TO net_bruto.
	MOVE vn_ajustes(i) TO net_ajustes.
	MOVE vn_neto(i) TO net_neto.
	MOVE vn_ret_ganancias(i) TO net_ret_ganancias.
	MOVE vn_ret_iibb(i) TO net_ret_iibb.
	COMPUTE net_a_transferir = vn_neto(i) - vn_ret_ganancias(i) - vn_ret_iibb(i).
	WRITE reg_neto.

8_AGREGAR_A_RECIBOS.
*> se carga recibos.txt sacando las lineas de retencion de una corrida
*> anterior, y se reescribe agregando debajo del NETO A PAGAR de cada
*> profesor retenido su retencion y el neto a transferir. Sin recibos
*> (se emitieron en otra corrida) el calculo vale igual: se avisa.
	OPEN INPUT RECIBOS.
	IF (recibos-estado IS NOT = "00") THEN
		DISPLAY "RETENC AVISO: no se pudo abrir " rre_nombre " (estado " recibos-estado "), los recibos no muestran la retencion"
		MOVE 4 TO RETURN-CODE
	ELSE
		PERFORM 81_CARGAR_LINEA UNTIL fin_recibos IS = "SI"
		CLOSE RECIBOS
		OPEN OUTPUT RECIBOS
		PERFORM 82_ESCRIBIR_LINEA VARYING li FROM 1 BY 1 UNTIL li IS > cant_lineas
		CLOSE RECIBOS
	END-IF.

81_CARGAR_LINEA.
	READ RECIBOS AT END MOVE "SI" TO fin_recibos.
	IF (fin_recibos IS = "NO") AND (cant_lineas IS >= 20000) THEN
		DISPLAY "RETENC: " rre_nombre " supera las 20000 lineas de la tabla"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	IF (fin_recibos IS = "NO") THEN
		IF (reg_recibo(1:12) IS = "  Retencion ") OR (reg_recibo(1:20) IS = "  NETO A TRANSFERIR") THEN
			CONTINUE
		ELSE
			ADD 1 TO cant_lineas
			MOVE reg_recibo TO v_linea(cant_lineas)
		END-IF
	END-IF.

82_ESCRIBIR_LINEA.
	MOVE v_linea(li) TO reg_recibo.
	WRITE reg_recibo.
	IF (v_linea(li)(1:9) IS = "Profesor ") THEN
		MOVE v_linea(li)(10:5) TO prof_del_recibo
	END-IF.
	IF (v_linea(li)(1:14) IS = texto_neto_recibo) THEN
		PERFORM 821_BUSCAR_NETO
		IF (neto_hallado IS = "SI") THEN
			IF (vn_ret_ganancias(posi_neto) IS > 0) OR (vn_ret_iibb(posi_neto) IS > 0) THEN
				PERFORM 822_ESCRIBIR_RETENCION
			END-IF
		END-IF
	END-IF.

821_BUSCAR_NETO.
	MOVE "NO" TO neto_hallado.
	MOVE 1 TO posi_neto.
	PERFORM 8211_BUSCAR_NETO_IND UNTIL (posi_neto IS > cant_netos) OR (neto_hallado IS = "SI").

8211_BUSCAR_NETO_IND.
	IF (vn_prof_num(posi_neto) IS = prof_del_recibo) THEN
		MOVE "SI" TO neto_hallado
	ELSE
		ADD 1 TO posi_neto
	END-IF.

822_ESCRIBIR_RETENCION.
	MOVE vn_posi_dni(posi_neto) TO posi_dni.
	MOVE vd_certificado(posi_dni) TO rec_cert_nro.
	MOVE linea_rec_cert TO reg_recibo.
	WRITE reg_recibo.
	IF (vn_ret_ganancias(posi_neto) IS > 0) THEN
		MOVE "Retencion Ganancias" TO rec_ret_tit
		COMPUTE rec_ret_impor = vn_ret_ganancias(posi_neto) * -1
		MOVE linea_rec_ret TO reg_recibo
		WRITE reg_recibo
	END-IF.
	IF (vn_ret_iibb(posi_neto) IS > 0) THEN
		MOVE "Retencion IIBB" TO rec_ret_tit
		COMPUTE rec_ret_impor = vn_ret_iibb(posi_neto) * -1
		MOVE linea_rec_ret TO reg_recibo
		WRITE reg_recibo
	END-IF.
	MOVE "NETO A TRANSFERIR" TO rec_ret_tit.
	COMPUTE rec_ret_impor = vn_neto(posi_neto) - vn_ret_ganancias(posi_neto) - vn_ret_iibb(posi_neto).
	MOVE linea_rec_ret TO reg_recibo.
	WRITE reg_recibo.

*> RESUMEN--------------------------------------------------------------

9_RESUMEN.
	DISPLAY " ".
	DISPLAY linea.
	DISPLAY "Resumen de retenciones del periodo " periodo_ret " (netos de " rne_nombre ")".
	DISPLAY linea.
	DISPLAY "Netos leidos:                      " cant_netos_leidos.
	DISPLAY "Profesores (por dni):              " cant_dnis.
	DISPLAY "Profesores retenidos:              " cant_retenidos.
	DISPLAY "Certificados numerados nuevos:     " cant_cert_nuevos.
	DISPLAY "Ultimo numero de certificado:      " ultimo_certificado.
	DISPLAY "Profesores sin datos en maestro:   " cant_sin_maestro.
	MOVE tot_pagado TO importe_impr.
	DISPLAY "Total pagado en el periodo:        " importe_impr.
	MOVE tot_ret_ganancias TO importe_impr.
	DISPLAY "Total retenido Ganancias:          " importe_impr.
	MOVE tot_ret_iibb TO importe_impr.
	DISPLAY "Total retenido Ingresos Brutos:    " importe_impr.
	IF (cant_sin_maestro IS > 0) THEN
		MOVE 4 TO RETURN-CODE
	END-IF.
	IF (origen_netos IS = "L") AND (cant_previos_con_sac IS > 0) THEN
		DISPLAY "ATENCION: volver a correr RETENC sobre el SAC del periodo"
		MOVE 4 TO RETURN-CODE
	END-IF.
