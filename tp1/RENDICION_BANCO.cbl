IDENTIFICATION DIVISION.
PROGRAM-ID. RENDIC.

*> rendicion del banco sobre el lote de acreditaciones: hasta ahora un
*> rechazo (cbu cerrado, cbu inexistente, dni que no coincide) se
*> sabia cuando el profesor llamaba reclamando. Este programa lee el
*> archivo de rendicion que devuelve el banco (rendicionBanco.txt) y
*> lo concilia contra el lote enviado (acreditaciones.txt, el que dejo
*> ACREDITA) por cbu, dni e importe. Controla cantidad y suma de lo
*> rendido contra la cola del lote (acc_cantidad / acc_suma) y deja el
*> estado de cada transferencia del lote en estadoAcreditaciones.txt:
*> ACREDITADA, RECHAZADA con el motivo del banco, o SIN RENDICION si el
*> banco no la informo. Los rechazos pasan a pendientesPago.txt, que
*> ACREDITA vuelve a incluir en el proximo lote una vez corregido el
*> cbu por MANT; lo acreditado se da de baja de pendientes. Lo del lote
*> sin rendicion tambien queda en pendientes, como enviado (E) con la
*> fecha del lote, para que no se pierda cuando el proximo ACREDITA
*> pise acreditaciones.txt. Al final lista en impagos.txt todo lo
*> liquidado que sigue sin pagarse (rechazos y enviados sin rendicion).
*> Se corre antes del proximo ACREDITA, que pisa acreditaciones.txt.
*> Una rendicion que no es del lote (fecha de lote distinta) corta con
*> 8; diferencias de control, rechazos o renglones que no concilian
*> avisan con codigo de retorno 4.
*> estadoAcreditaciones.txt y pendientesPago.txt se regraban enteros
*> desde las tablas: si alguna transferencia del lote o algun pendiente
*> (leido o rechazo nuevo) no entro, la corrida corta con 8 antes de
*> abrir ningun archivo de salida, para no perder importes adeudados.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
	DECIMAL-POINT IS COMMA.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT ACRED ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS acred-estado.
	SELECT RENDICION ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS rendicion-estado.
	SELECT PENDIENTES ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS pendientes-estado.
	SELECT PROFESORES ASSIGN TO DISK ORGANIZATION IS INDEXED ACCESS MODE IS RANDOM
		RECORD KEY IS prof_num FILE STATUS IS profesores-estado.
	SELECT ESTADOACR ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS estadoacr-estado.
	SELECT IMPAGOS ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS impagos-estado.

DATA DIVISION.
FILE SECTION.

FD ACRED LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/acreditaciones.txt".
*> el lote tal como lo escribio ACREDITA: 1 cabecera, 2 transferencia,
*> 3 cola con cantidad y suma de control.
01 reg_acred_cab.
	  03 aca_tipo 						PIC X(1).
	  03 aca_fecha 						PIC X(8).
	  03 aca_periodo 					PIC X(6).
	  03 FILLER 						PIC X(45).
01 reg_acred_det.
	  03 acd_tipo 						PIC X(1).
	  03 acd_cbu 						PIC X(22).
	  03 acd_dni 						PIC 9(8).
	  03 acd_importe 					PIC 9(11)V99.
	  03 acd_prof 						PIC X(5).
	  03 acd_periodo 					PIC X(6).
	  03 acd_origen 					PIC X(1).
	  03 FILLER 						PIC X(4).
01 reg_acred_cola.
	  03 acc_tipo 						PIC X(1).
	  03 acc_cantidad 					PIC 9(6).
	  03 acc_suma 						PIC 9(13)V99.
	  03 FILLER 						PIC X(38).

FD RENDICION LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/rendicionBanco.txt".
*> registro fijo de 80 posiciones que devuelve el banco: 1 cabecera con
*> la fecha de proceso y la del lote rendido, 2 una por transferencia
*> con el resultado (A acreditada, R rechazada) y el motivo del
*> rechazo, 3 cola con la cantidad y la suma rendidas.
01 reg_ren_cab.
	  03 rca_tipo 						PIC X(1).
	  03 rca_fecha_proceso 				PIC X(8).
	  03 rca_fecha_lote 				PIC X(8).
	  03 FILLER 						PIC X(63).
01 reg_ren_det.
	  03 rde_tipo 						PIC X(1).
	  03 rde_cbu 						PIC X(22).
	  03 rde_dni 						PIC 9(8).
	  03 rde_importe 					PIC 9(11)V99.
	  03 rde_resultado 					PIC X(1).
	  03 rde_motivo 					PIC X(30).
	  03 FILLER 						PIC X(5).
01 reg_ren_cola.
	  03 rco_tipo 						PIC X(1).
	  03 rco_cantidad 					PIC 9(6).
	  03 rco_suma 						PIC 9(13)V99.
	  03 FILLER 						PIC X(58).

FD PENDIENTES LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/pendientesPago.txt".
*> mismo registro que lee y graba ACREDITA.
01 reg_pendiente.
	  03 pen_prof 						PIC X(5).
	  03 pen_dni 						PIC 9(8).
	  03 pen_cbu 						PIC X(22).
	  03 pen_periodo 					PIC X(6).
	  03 pen_origen 					PIC X(1).
	  03 pen_importe 					PIC 9(11)V99.
	  03 pen_estado 					PIC X(1).
	  03 pen_motivo 					PIC X(30).
	  03 pen_fecha 						PIC X(8).

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

FD ESTADOACR LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/estadoAcreditaciones.txt".
*> un renglon por transferencia del lote con el estado conciliado.
01 reg_estado.
	  03 est_prof 						PIC X(5).
	  03 est_cbu 						PIC X(22).
	  03 est_dni 						PIC 9(8).
	  03 est_periodo 					PIC X(6).
	  03 est_origen 					PIC X(1).
	  03 est_importe 					PIC 9(11)V99.
	  03 est_estado 					PIC X(13).
	  03 est_motivo 					PIC X(30).
	  03 est_fecha_lote 				PIC X(8).

FD IMPAGOS LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/impagos.txt".
01 reg_impagos 							PIC X(80).

WORKING-STORAGE SECTION.

	77 	acred-estado 					PIC XX.
	77 	rendicion-estado 				PIC XX.
	77 	pendientes-estado 				PIC XX.
	77 	profesores-estado 				PIC XX.
	77 	estadoacr-estado 				PIC XX.
	77 	impagos-estado 					PIC XX.

	01 fin_acred 						PIC XX VALUE "NO".
	01 fin_rendicion 					PIC XX VALUE "NO".
	01 fin_pendientes 					PIC XX VALUE "NO".

	01 fecha_hoy 						PIC X(8).

*> lote enviado, con el estado que le va dando la rendicion.
	01 lote_fecha 						PIC X(8) VALUE SPACES.
	01 lote_periodo 					PIC X(6) VALUE SPACES.
	01 lote_cola_cantidad 				PIC 9(6) VALUE 0.
	01 lote_cola_suma 					PIC 9(13)V99 VALUE 0.
	01 lote_con_cola 					PIC XX VALUE "NO".
	01 cant_lote 						PIC 9(4) VALUE 0.
	01 v_lote.
	  03 v_transf OCCURS 1 TO 3000 TIMES DEPENDING ON cant_lote.
	  	05 vlo_prof 					PIC X(5).
	  	05 vlo_cbu 						PIC X(22).
	  	05 vlo_dni 						PIC 9(8).
	  	05 vlo_importe 					PIC 9(11)V99.
	  	05 vlo_periodo 					PIC X(6).
	  	05 vlo_origen 					PIC X(1).
	  	05 vlo_estado 					PIC X(13).
	  	05 vlo_motivo 					PIC X(30).
	01 cant_lote_fuera_tabla 			PIC 9(5) VALUE 0.
	01 suma_lote_det 					PIC 9(13)V99 VALUE 0.

*> pendientes de pago, cargados al principio y regrabados al final.
	01 cant_pend 						PIC 9(4) VALUE 0.
	01 v_pendientes.
	  03 v_pendiente OCCURS 1 TO 5000 TIMES DEPENDING ON cant_pend.
	  	05 vpe_prof 					PIC X(5).
	  	05 vpe_dni 						PIC 9(8).
	  	05 vpe_cbu 						PIC X(22).
	  	05 vpe_periodo 					PIC X(6).
	  	05 vpe_origen 					PIC X(1).
	  	05 vpe_importe 					PIC 9(11)V99.
	  	05 vpe_estado 					PIC X(1).
	  	05 vpe_motivo 					PIC X(30).
	  	05 vpe_fecha 					PIC X(8).
	  	05 vpe_baja 					PIC XX.
	01 cant_pend_fuera_tabla 			PIC 9(5) VALUE 0.

	01 i 								PIC 9(4) VALUE 0.
	01 posi_lote 						PIC 9(4) VALUE 0.
	01 lote_hallado 					PIC XX VALUE "NO".
	01 p 								PIC 9(4) VALUE 0.
	01 posi_pend 						PIC 9(4) VALUE 0.
	01 pend_hallado 					PIC XX VALUE "NO".
	01 prof_hallado 					PIC XX VALUE "NO".

	01 cant_rendidos 					PIC 9(6) VALUE 0.
	01 suma_rendidos 					PIC 9(13)V99 VALUE 0.
	01 cant_acreditadas 				PIC 9(6) VALUE 0.
	01 suma_acreditadas 				PIC 9(13)V99 VALUE 0.
	01 cant_rechazadas 					PIC 9(6) VALUE 0.
	01 suma_rechazadas 					PIC 9(13)V99 VALUE 0.
	01 cant_no_concilian 				PIC 9(6) VALUE 0.
	01 cant_sin_rendicion 				PIC 9(6) VALUE 0.
	01 cant_resultado_invalido 			PIC 9(6) VALUE 0.
	01 cant_impagos 					PIC 9(5) VALUE 0.
	01 suma_impagos 					PIC 9(13)V99 VALUE 0.
	01 hay_diferencias 					PIC XX VALUE "NO".
	01 ren_con_cola 					PIC XX VALUE "NO".

	01 importe_impr 					PIC -(10)9,99.

	01 linea.
	  03 guiones 						PIC X(80) VALUE ALL "-".

*> lineas del listado de impagos.
	01 linea_imp_titulo.
	  03 nada 							PIC X(36) VALUE "LIQUIDADO SIN PAGAR   al lote del ".
	  03 imp_tit_fecha 					PIC X(8).

	01 linea_imp_columnas.
	  03 nada 							PIC X(40) VALUE "Prof  Nombre                    Periodo ".
	  03 nada 							PIC X(40) VALUE "O Importe        Situacion".

	01 linea_imp_det.
	  03 imp_prof 						PIC X(5).
	  03 nada 							PIC X(1) VALUE ALL " ".
	  03 imp_nom 						PIC X(25).
	  03 nada 							PIC X(1) VALUE ALL " ".
	  03 imp_periodo 					PIC X(6).
	  03 nada 							PIC X(2) VALUE ALL " ".
	  03 imp_origen 					PIC X(1).
	  03 imp_importe 					PIC Z(9)9,99.
	  03 nada 							PIC X(1) VALUE ALL " ".
	  03 imp_situacion 					PIC X(25).

	01 linea_imp_total.
	  03 nada 							PIC X(20) VALUE "Total sin pagar".
	  03 imp_tot_cant 					PIC Z(4)9.
	  03 nada 							PIC X(16) VALUE " importes por   ".
	  03 imp_tot_suma 					PIC Z(12)9,99.

PROCEDURE DIVISION.

*> CICLO PPAL--------------------------------------------------------------
	ACCEPT fecha_hoy FROM DATE YYYYMMDD.
	PERFORM 1_CARGAR_LOTE.
	PERFORM 2_CARGAR_PENDIENTES.
	PERFORM 3_CONCILIAR_RENDICION.
	PERFORM 34_PENDIENTES_SIN_RENDICION VARYING i FROM 1 BY 1 UNTIL i IS > cant_lote.
	PERFORM 35_CONTROLAR_TABLAS.
	PERFORM 4_ESCRIBIR_ESTADOS.
	PERFORM 5_GRABAR_PENDIENTES.
	PERFORM 6_LISTAR_IMPAGOS.
	PERFORM 7_RESUMEN.
	STOP RUN.

*> --------------------------------------------------------------

1_CARGAR_LOTE.
*> sin lote no hay contra que conciliar.
	OPEN INPUT ACRED.
	IF (acred-estado IS NOT = "00") THEN
		DISPLAY "RENDIC: no se pudo abrir acreditaciones.txt, estado " acred-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM 11_CARGAR_LOTE_REG UNTIL fin_acred IS = "SI".
	CLOSE ACRED.
	IF (lote_con_cola IS = "NO") THEN
		DISPLAY "RENDIC: acreditaciones.txt no tiene registro cola, el lote esta incompleto"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
*> el lote tiene que cerrar contra su propia cola antes de mirar lo que
*> rindio el banco.
	IF (lote_cola_cantidad IS NOT = cant_lote) OR (lote_cola_suma IS NOT = suma_lote_det) THEN
		DISPLAY "RENDIC: la cola de acreditaciones.txt no coincide con sus transferencias"
		MOVE "SI" TO hay_diferencias
	END-IF.

11_CARGAR_LOTE_REG.
	READ ACRED AT END MOVE "SI" TO fin_acred.
	IF (fin_acred IS = "SI") THEN
		CONTINUE
	ELSE IF (aca_tipo IS = "1") THEN
		MOVE aca_fecha TO lote_fecha
		MOVE aca_periodo TO lote_periodo
	ELSE IF (aca_tipo IS = "3") THEN
		MOVE "SI" TO lote_con_cola
		MOVE acc_cantidad TO lote_cola_cantidad
		MOVE acc_suma TO lote_cola_suma
	ELSE IF (cant_lote IS < 3000) THEN
		ADD 1 TO cant_lote
		MOVE acd_prof TO vlo_prof(cant_lote)
		MOVE acd_cbu TO vlo_cbu(cant_lote)
		MOVE acd_dni TO vlo_dni(cant_lote)
		MOVE acd_importe TO vlo_importe(cant_lote)
		MOVE acd_periodo TO vlo_periodo(cant_lote)
		MOVE acd_origen TO vlo_origen(cant_lote)
		MOVE "SIN RENDICION" TO vlo_estado(cant_lote)
		MOVE SPACES TO vlo_motivo(cant_lote)
		ADD acd_importe TO suma_lote_det
	ELSE
		ADD 1 TO cant_lote_fuera_tabla
		DISPLAY "RENDIC: no entra en la tabla la transferencia del profesor " acd_prof
	END-IF.

2_CARGAR_PENDIENTES.
*> sin pendientesPago.txt (35) no hay nada pendiente, se sigue.
	OPEN INPUT PENDIENTES.
	IF (pendientes-estado IS = "00") THEN
		PERFORM 21_CARGAR_PEND_REG UNTIL fin_pendientes IS = "SI"
		CLOSE PENDIENTES
	ELSE IF (pendientes-estado IS NOT = "35") THEN
		DISPLAY "RENDIC: no se pudo abrir pendientesPago.txt, estado " pendientes-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.

21_CARGAR_PEND_REG.
	READ PENDIENTES AT END MOVE "SI" TO fin_pendientes.
	IF (fin_pendientes IS = "NO") THEN
		IF (cant_pend IS < 5000) THEN
			ADD 1 TO cant_pend
			MOVE pen_prof TO vpe_prof(cant_pend)
			MOVE pen_dni TO vpe_dni(cant_pend)
			MOVE pen_cbu TO vpe_cbu(cant_pend)
			MOVE pen_periodo TO vpe_periodo(cant_pend)
			MOVE pen_origen TO vpe_origen(cant_pend)
			MOVE pen_importe TO vpe_importe(cant_pend)
			MOVE pen_estado TO vpe_estado(cant_pend)
			MOVE pen_motivo TO vpe_motivo(cant_pend)
			MOVE pen_fecha TO vpe_fecha(cant_pend)
			MOVE "NO" TO vpe_baja(cant_pend)
		ELSE
			ADD 1 TO cant_pend_fuera_tabla
			DISPLAY "RENDIC: no entra en la tabla el pendiente del profesor " pen_prof " periodo " pen_periodo
		END-IF
	END-IF.

*> CONCILIACION----------------------------------------------------------

3_CONCILIAR_RENDICION.
	OPEN INPUT RENDICION.
	IF (rendicion-estado IS NOT = "00") THEN
		DISPLAY "RENDIC: no se pudo abrir rendicionBanco.txt, estado " rendicion-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM 31_PROCESAR_RENGLON UNTIL fin_rendicion IS = "SI".
	CLOSE RENDICION.
*> lo rendido tiene que cerrar contra la cola del lote enviado.
	IF (cant_rendidos IS NOT = lote_cola_cantidad) OR (suma_rendidos IS NOT = lote_cola_suma) THEN
		DISPLAY "RENDIC: lo rendido no coincide con la cola del lote"
		DISPLAY "  lote:     cantidad " lote_cola_cantidad
		MOVE lote_cola_suma TO importe_impr
		DISPLAY "            suma     " importe_impr
		DISPLAY "  rendido:  cantidad " cant_rendidos
		MOVE suma_rendidos TO importe_impr
		DISPLAY "            suma     " importe_impr
		MOVE "SI" TO hay_diferencias
	END-IF.
	IF (ren_con_cola IS = "NO") THEN
		DISPLAY "RENDIC AVISO: rendicionBanco.txt no trae registro cola"
		MOVE "SI" TO hay_diferencias
	END-IF.

31_PROCESAR_RENGLON.
	READ RENDICION AT END MOVE "SI" TO fin_rendicion.
	IF (fin_rendicion IS = "SI") THEN
		CONTINUE
	ELSE IF (rca_tipo IS = "1") THEN
		PERFORM 311_CONTROLAR_CABECERA
	ELSE IF (rca_tipo IS = "3") THEN
		PERFORM 312_CONTROLAR_COLA
	ELSE
		PERFORM 313_CONCILIAR_TRANSFERENCIA
	END-IF.

311_CONTROLAR_CABECERA.
*> una rendicion de otro lote no se puede conciliar contra este.
	IF (rca_fecha_lote IS NOT = lote_fecha) THEN
		DISPLAY "RENDIC: la rendicion es del lote del " rca_fecha_lote " y acreditaciones.txt es del " lote_fecha
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.

312_CONTROLAR_COLA.
*> la cola del banco tiene que cerrar con sus propios renglones.
	MOVE "SI" TO ren_con_cola.
	IF (rco_cantidad IS NOT = cant_rendidos) OR (rco_suma IS NOT = suma_rendidos) THEN
		DISPLAY "RENDIC: la cola de rendicionBanco.txt no coincide con sus renglones"
		MOVE "SI" TO hay_diferencias
	END-IF.

313_CONCILIAR_TRANSFERENCIA.
	ADD 1 TO cant_rendidos.
	ADD rde_importe TO suma_rendidos.
	PERFORM 3131_BUSCAR_EN_LOTE.
	IF (lote_hallado IS = "NO") THEN
		ADD 1 TO cant_no_concilian
		MOVE rde_importe TO importe_impr
		DISPLAY "NO CONCILIA (no esta en el lote) cbu " rde_cbu " dni " rde_dni " importe " importe_impr
	ELSE IF (rde_resultado IS = "A") THEN
		MOVE "ACREDITADA" TO vlo_estado(posi_lote)
		ADD 1 TO cant_acreditadas
		ADD rde_importe TO suma_acreditadas
		PERFORM 3132_BUSCAR_PENDIENTE
		IF (pend_hallado IS = "SI") THEN
			MOVE "SI" TO vpe_baja(posi_pend)
		END-IF
	ELSE IF (rde_resultado IS = "R") THEN
		MOVE "RECHAZADA" TO vlo_estado(posi_lote)
		MOVE rde_motivo TO vlo_motivo(posi_lote)
		ADD 1 TO cant_rechazadas
		ADD rde_importe TO suma_rechazadas
		PERFORM 3133_PASAR_A_PENDIENTES
	ELSE
*> un resultado que no es A ni R se deja como sin rendicion: sigue
*> debiendose hasta que el banco lo aclare.
		ADD 1 TO cant_resultado_invalido
		DISPLAY "RESULTADO INVALIDO (" rde_resultado ") profesor " vlo_prof(posi_lote) " cbu " rde_cbu
		MOVE "SIN RENDICION" TO vlo_estado(posi_lote)
		MOVE "RESULTADO DEL BANCO INVALIDO" TO vlo_motivo(posi_lote)
	END-IF.

3131_BUSCAR_EN_LOTE.
*> la primera transferencia del lote todavia no conciliada con el mismo
*> cbu, dni e importe.
	MOVE "NO" TO lote_hallado.
	MOVE 1 TO i.
	PERFORM 31311_BUSCAR_LOTE_IND UNTIL (i IS > cant_lote) OR (lote_hallado IS = "SI").
	MOVE i TO posi_lote.

31311_BUSCAR_LOTE_IND.
	IF (vlo_cbu(i) IS = rde_cbu) AND (vlo_dni(i) IS = rde_dni)
			AND (vlo_importe(i) IS = rde_importe) AND (vlo_estado(i) IS = "SIN RENDICION")
			AND (vlo_motivo(i) IS = SPACES) THEN
		MOVE "SI" TO lote_hallado
	ELSE
		ADD 1 TO i
	END-IF.

3132_BUSCAR_PENDIENTE.
	MOVE "NO" TO pend_hallado.
	MOVE 1 TO p.
	PERFORM 31321_BUSCAR_PEND_IND UNTIL (p IS > cant_pend) OR (pend_hallado IS = "SI").
	MOVE p TO posi_pend.

31321_BUSCAR_PEND_IND.
	IF (vpe_prof(p) IS = vlo_prof(posi_lote)) AND (vpe_periodo(p) IS = vlo_periodo(posi_lote))
			AND (vpe_origen(p) IS = vlo_origen(posi_lote)) AND (vpe_baja(p) IS = "NO") THEN
		MOVE "SI" TO pend_hallado
	ELSE
		ADD 1 TO p
	END-IF.

3133_PASAR_A_PENDIENTES.
*> el rechazo queda pendiente con el cbu y dni rechazados, que es lo
*> que ACREDITA compara contra el maestro para saber si ya se corrigio.
	PERFORM 3132_BUSCAR_PENDIENTE.
	IF (pend_hallado IS = "NO") THEN
		IF (cant_pend IS < 5000) THEN
			ADD 1 TO cant_pend
			MOVE cant_pend TO posi_pend
			MOVE "SI" TO pend_hallado
		ELSE
			ADD 1 TO cant_pend_fuera_tabla
			DISPLAY "RENDIC: no entra en la tabla el rechazo del profesor " vlo_prof(posi_lote)
		END-IF
	END-IF.
	IF (pend_hallado IS = "SI") THEN
		MOVE vlo_prof(posi_lote) TO vpe_prof(posi_pend)
		MOVE rde_dni TO vpe_dni(posi_pend)
		MOVE rde_cbu TO vpe_cbu(posi_pend)
		MOVE vlo_periodo(posi_lote) TO vpe_periodo(posi_pend)
		MOVE vlo_origen(posi_lote) TO vpe_origen(posi_pend)
		MOVE rde_importe TO vpe_importe(posi_pend)
		MOVE "P" TO vpe_estado(posi_pend)
		MOVE rde_motivo TO vpe_motivo(posi_pend)
		MOVE fecha_hoy TO vpe_fecha(posi_pend)
		MOVE "NO" TO vpe_baja(posi_pend)
	END-IF.

34_PENDIENTES_SIN_RENDICION.
*> lo del lote que el banco no rindio sigue adeudado: si no estaba ya
*> como pendiente (un reenvio) se agrega como enviado con la fecha del
*> lote. ACREDITA no reenvia un E de otra fecha, asi que queda listado
*> como enviado sin confirmar hasta que el banco lo aclare.
	IF (vlo_estado(i) IS = "SIN RENDICION") THEN
		MOVE i TO posi_lote
		PERFORM 3132_BUSCAR_PENDIENTE
		IF (pend_hallado IS = "SI") THEN
			CONTINUE
		ELSE IF (cant_pend IS >= 5000) THEN
			ADD 1 TO cant_pend_fuera_tabla
			DISPLAY "RENDIC: no entra en la tabla el sin rendicion del profesor " vlo_prof(i)
		ELSE
			ADD 1 TO cant_pend
			MOVE vlo_prof(i) TO vpe_prof(cant_pend)
			MOVE vlo_dni(i) TO vpe_dni(cant_pend)
			MOVE vlo_cbu(i) TO vpe_cbu(cant_pend)
			MOVE vlo_periodo(i) TO vpe_periodo(cant_pend)
			MOVE vlo_origen(i) TO vpe_origen(cant_pend)
			MOVE vlo_importe(i) TO vpe_importe(cant_pend)
			MOVE "E" TO vpe_estado(cant_pend)
			IF (vlo_motivo(i) IS = SPACES) THEN
				MOVE "SIN RENDICION DEL BANCO" TO vpe_motivo(cant_pend)
			ELSE
				MOVE vlo_motivo(i) TO vpe_motivo(cant_pend)
			END-IF
			MOVE lote_fecha TO vpe_fecha(cant_pend)
			MOVE "NO" TO vpe_baja(cant_pend)
		END-IF
	END-IF.

35_CONTROLAR_TABLAS.
*> hasta aca todo se hizo en memoria. Una transferencia o un pendiente
*> que no entro en su tabla faltaria en estadoAcreditaciones.txt o se
*> borraria de pendientesPago.txt al regrabarlos: se corta sin tocar
*> ninguna salida.
	IF (cant_lote_fuera_tabla IS > 0) OR (cant_pend_fuera_tabla IS > 0) THEN
		DISPLAY "RENDIC: " cant_lote_fuera_tabla " transferencias y " cant_pend_fuera_tabla " pendientes no entraron en las tablas"
		DISPLAY "  (lote hasta 3000, pendientes hasta 5000); no se graba ninguna salida"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.

*> SALIDAS---------------------------------------------------------------

4_ESCRIBIR_ESTADOS.
	OPEN OUTPUT ESTADOACR.
	IF (estadoacr-estado IS NOT = "00") THEN
		DISPLAY "RENDIC: no se pudo abrir estadoAcreditaciones.txt, estado " estadoacr-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM 41_ESCRIBIR_ESTADO VARYING i FROM 1 BY 1 UNTIL i IS > cant_lote.
	CLOSE ESTADOACR.

41_ESCRIBIR_ESTADO.
	IF (vlo_estado(i) IS = "SIN RENDICION") THEN
		ADD 1 TO cant_sin_rendicion
	END-IF.
	MOVE vlo_prof(i) TO est_prof.
	MOVE vlo_cbu(i) TO est_cbu.
	MOVE vlo_dni(i) TO est_dni.
	MOVE vlo_periodo(i) TO est_periodo.
	MOVE vlo_origen(i) TO est_origen.
	MOVE vlo_importe(i) TO est_importe.
	MOVE vlo_estado(i) TO est_estado.
	MOVE vlo_motivo(i) TO est_motivo.
	MOVE lote_fecha TO est_fecha_lote.
	WRITE reg_estado.

5_GRABAR_PENDIENTES.
	OPEN OUTPUT PENDIENTES.
	IF (pendientes-estado IS NOT = "00") THEN
		DISPLAY "RENDIC: no se pudo abrir pendientesPago.txt para regrabarlo, estado " pendientes-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM 51_GRABAR_PEND_REG VARYING p FROM 1 BY 1 UNTIL p IS > cant_pend.
	CLOSE PENDIENTES.

51_GRABAR_PEND_REG.
	IF (vpe_baja(p) IS = "NO") THEN
		MOVE vpe_prof(p) TO pen_prof
		MOVE vpe_dni(p) TO pen_dni
		MOVE vpe_cbu(p) TO pen_cbu
		MOVE vpe_periodo(p) TO pen_periodo
		MOVE vpe_origen(p) TO pen_origen
		MOVE vpe_importe(p) TO pen_importe
		MOVE vpe_estado(p) TO pen_estado
		MOVE vpe_motivo(p) TO pen_motivo
		MOVE vpe_fecha(p) TO pen_fecha
		WRITE reg_pendiente
	END-IF.

6_LISTAR_IMPAGOS.
*> lo que sigue sin pagarse: cada pendiente, rechazado (P) o enviado
*> sin confirmar (E), que incluye lo de este lote que el banco no
*> rindio (34_PENDIENTES_SIN_RENDICION).
	OPEN INPUT PROFESORES.
	IF (profesores-estado IS NOT = "00") THEN
		DISPLAY "RENDIC: no se pudo abrir profesores.dat, estado " profesores-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	OPEN OUTPUT IMPAGOS.
	IF (impagos-estado IS NOT = "00") THEN
		DISPLAY "RENDIC: no se pudo abrir impagos.txt, estado " impagos-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	MOVE linea TO reg_impagos.
	WRITE reg_impagos.
	MOVE lote_fecha TO imp_tit_fecha.
	MOVE linea_imp_titulo TO reg_impagos.
	WRITE reg_impagos.
	MOVE linea TO reg_impagos.
	WRITE reg_impagos.
	MOVE linea_imp_columnas TO reg_impagos.
	WRITE reg_impagos.
	PERFORM 61_LISTAR_PENDIENTE VARYING p FROM 1 BY 1 UNTIL p IS > cant_pend.
	MOVE linea TO reg_impagos.
	WRITE reg_impagos.
	MOVE cant_impagos TO imp_tot_cant.
	MOVE suma_impagos TO imp_tot_suma.
	MOVE linea_imp_total TO reg_impagos.
	WRITE reg_impagos.
	CLOSE IMPAGOS.
	CLOSE PROFESORES.

61_LISTAR_PENDIENTE.
	IF (vpe_baja(p) IS = "NO") THEN
		MOVE vpe_prof(p) TO imp_prof
		PERFORM 63_BUSCAR_NOMBRE
		MOVE vpe_periodo(p) TO imp_periodo
		MOVE vpe_origen(p) TO imp_origen
		MOVE vpe_importe(p) TO imp_importe
		IF (vpe_estado(p) IS = "E") THEN
			MOVE "ENVIADO, SIN CONFIRMAR" TO imp_situacion
		ELSE
			MOVE vpe_motivo(p) TO imp_situacion
		END-IF
		MOVE linea_imp_det TO reg_impagos
		WRITE reg_impagos
		ADD 1 TO cant_impagos
		ADD vpe_importe(p) TO suma_impagos
	END-IF.

63_BUSCAR_NOMBRE.
	MOVE "SI" TO prof_hallado.
	MOVE imp_prof TO prof_num.
	READ PROFESORES INVALID KEY MOVE "NO" TO prof_hallado.
	IF (prof_hallado IS = "SI") THEN
		MOVE prof_nom TO imp_nom
	ELSE
		MOVE "SIN DATOS EN MAESTRO" TO imp_nom
	END-IF.

*> RESUMEN--------------------------------------------------------------

7_RESUMEN.
	DISPLAY " ".
	DISPLAY linea.
	DISPLAY "Resumen de la rendicion del lote del " lote_fecha " (periodo " lote_periodo ")".
	DISPLAY linea.
	DISPLAY "Transferencias del lote:           " cant_lote.
	DISPLAY "Renglones rendidos por el banco:   " cant_rendidos.
	DISPLAY "Acreditadas:                       " cant_acreditadas.
	MOVE suma_acreditadas TO importe_impr.
	DISPLAY "  importe acreditado:              " importe_impr.
	DISPLAY "Rechazadas (pasan a pendientes):   " cant_rechazadas.
	MOVE suma_rechazadas TO importe_impr.
	DISPLAY "  importe rechazado:               " importe_impr.
	DISPLAY "Sin rendicion del banco:           " cant_sin_rendicion.
	DISPLAY "Renglones que no concilian:        " cant_no_concilian.
	DISPLAY "Resultados invalidos:              " cant_resultado_invalido.
	DISPLAY "Importes sin pagar (impagos.txt):  " cant_impagos.
	MOVE suma_impagos TO importe_impr.
	DISPLAY "  total sin pagar:                 " importe_impr.
	IF (hay_diferencias IS = "SI") OR (cant_rechazadas IS > 0) OR (cant_sin_rendicion IS > 0)
			OR (cant_no_concilian IS > 0) OR (cant_resultado_invalido IS > 0) THEN
		MOVE 4 TO RETURN-CODE
	END-IF.
