*> se hacia cargando las transferencias una por una en la banca
*> electronica, copiando los importes a mano. Este programa toma los
*> netos efectivamente liquidados del periodo (netosLiquidados.txt,
*> que deja RECIBO ya netteados de ajustes) y el maestro indexado de
*> profesores, leido por clave (que ahora guarda cbu y banco, mantenidos por novedades
*> en MANT con digito verificador), y genera acreditaciones.txt en el
*> formato de registro fijo que pide el banco: registro cabecera,
*> un registro por transferencia y registro cola con cantidad y suma
*> de control. Los profesores que quedan afuera (sin cbu cargado, o
*> con neto en cero o negativo, que no es transferible) salen
*> listados y la corrida avisa con codigo de retorno 4.
*> Lo que se transfiere es el neto menos las retenciones de Ganancias
*> e Ingresos Brutos que deja RETENC en netosLiquidados.txt
*> (net_a_transferir); si RETENC no corrio sobre el archivo se
*> transfiere el neto completo, como antes.
*> El parametro opcional acreditaParametros.txt indica que netos se
*> acreditan: L (o sin parametro) los de la liquidacion mensual,
*> netosLiquidados.txt; S los del aguinaldo, netosSAC.txt, que deja SAC
*> con el mismo formato de registro.
*> Lo liquidado que no se pudo pagar queda en pendientesPago.txt: los
*> rechazos que informa el banco (los agrega RENDIC al procesar la
*> rendicion) y los profesores que este programa deja afuera por falta
*> de cbu o de maestro. En cada lote se vuelven a incluir los
*> pendientes cuyo profesor ya tiene el dato corregido por MANT (cbu o
*> dni distinto del rechazado); quedan marcados como enviados hasta que
*> RENDIC confirme la acreditacion. Si el lote se regenera en el mismo
*> dia, los enviados ese dia vuelven a entrar.
*> pendientesPago.txt se regraba entero desde la tabla: si los
*> pendientes leidos mas los que puede agregar esta corrida (uno por
*> neto) no entran, la corrida se corta con codigo 8 antes de abrir
*> ningun archivo de salida, para no perder importes adeudados.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT ACRPARAM ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS acrparam-estado.
	SELECT NETOS ASSIGN TO DYNAMIC ruta_netos ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS netos-estado.
	SELECT PROFESORES ASSIGN TO DISK ORGANIZATION IS INDEXED ACCESS MODE IS RANDOM
		RECORD KEY IS prof_num FILE STATUS IS profesores-estado.
	SELECT ACRED ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS acred-estado.
	SELECT PENDIENTES ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS pendientes-estado.

DATA DIVISION.
FILE SECTION.

FD ACRPARAM LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/acreditaParametros.txt".
*> un unico registro con el origen de los netos: L liquidacion, S SAC.
01 reg_acrparam.
	  03 apa_origen 					PIC X(1).

FD NETOS LABEL RECORD IS STANDARD.
01 reg_neto.
	  03 net_prof_num 					PIC X(5).
	  03 net_dni 						PIC 9(8).
	  03 net_bruto 						PIC 9(10)V99.
	  03 net_ajustes 					PIC S9(9)V99 SIGN LEADING SEPARATE.
	  03 net_neto 						PIC S9(11)V99 SIGN LEADING SEPARATE.
*> retenciones del periodo y neto a transferir, los completa RETENC.
	  03 net_ret_ganancias 				PIC 9(9)V99.
	  03 net_ret_iibb 					PIC 9(9)V99.
	  03 net_a_transferir 				PIC S9(11)V99 SIGN LEADING SEPARATE.

FD PROFESORES LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/profesores.dat".
01 reg_profesores.
	  03 prof_num 						PIC X(5).
	  03 prof_dni 						PIC 9(8).
	  03 acd_dni 						PIC 9(8).
	  03 acd_importe 					PIC 9(11)V99.
	  03 acd_prof 						PIC X(5).
*> referencia interna, la devuelve el banco sin tocar: periodo y origen
*> (L liquidacion, S SAC) de lo que se paga.
	  03 acd_periodo 					PIC X(6).
	  03 acd_origen 					PIC X(1).
	  03 FILLER 						PIC X(4).
01 reg_acred_cola.
	  03 acc_tipo 						PIC X(1).
	  03 acc_cantidad 					PIC 9(6).
	  03 acc_suma 						PIC 9(13)V99.
	  03 FILLER 						PIC X(38).

FD PENDIENTES LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/pendientesPago.txt".
*> un renglon por importe liquidado sin pagar (profesor, periodo y
*> origen); estado P pendiente o E enviado en un lote sin rendicion
*> todavia. cbu y dni son los rechazados (o los enviados, si E).
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

WORKING-STORAGE SECTION.

	77 	acrparam-estado 				PIC XX.
	77 	netos-estado 					PIC XX.
	77 	profesores-estado 				PIC XX.
	77 	acred-estado 					PIC XX.
	77 	pendientes-estado 				PIC XX.

	01 fin_netos 						PIC XX VALUE "NO".

*> archivo de netos a acreditar, resuelto por 0_LEER_PARAMETRO.
	01 origen_netos 					PIC X(1) VALUE "L".
	01 nombre_netos 					PIC X(20) VALUE "netosLiquidados.txt".
	01 ruta_netos.
	  03 nada 							PIC X(64) VALUE "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/".
	  03 rne_nombre 					PIC X(20) VALUE "netosLiquidados.txt".

	01 prof_hallado 					PIC XX VALUE "NO".

	01 fecha_hoy 						PIC X(8).

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
	01 fin_pendientes 					PIC XX VALUE "NO".
	01 p 								PIC 9(4) VALUE 0.
	01 posi_pend 						PIC 9(4) VALUE 0.
	01 pend_hallado 					PIC XX VALUE "NO".
	01 periodo_neto 					PIC X(6).
	01 motivo_afuera 					PIC X(30).

	01 cant_netos_leidos 				PIC 9(5) VALUE 0.
	01 cant_transferencias 				PIC 9(6) VALUE 0.
	01 cant_sin_cbu 					PIC 9(5) VALUE 0.
	01 cant_sin_maestro 				PIC 9(5) VALUE 0.
	01 cant_neto_no_positivo 			PIC 9(5) VALUE 0.
	01 cant_sin_retencion 				PIC 9(5) VALUE 0.
	01 importe_transferir 				PIC S9(11)V99 VALUE 0.
	01 suma_control 					PIC 9(13)V99 VALUE 0.
	01 cant_pend_leidos 				PIC 9(5) VALUE 0.
	01 cant_pend_agregados 				PIC 9(5) VALUE 0.
	01 cant_pend_reincluidos 			PIC 9(5) VALUE 0.
	01 cant_pend_sin_corregir 			PIC 9(5) VALUE 0.
	01 cant_pend_cancelados 			PIC 9(5) VALUE 0.
	01 cant_pend_fuera_tabla 			PIC 9(5) VALUE 0.
	01 cant_netos_a_procesar 			PIC 9(5) VALUE 0.
	01 cant_pend_posibles 				PIC 9(6) VALUE 0.
	01 suma_reincluidos 				PIC 9(13)V99 VALUE 0.

	01 importe_impr 					PIC -(10)9,99.


*> CICLO PPAL--------------------------------------------------------------
	ACCEPT fecha_hoy FROM DATE YYYYMMDD.
	PERFORM 0_LEER_PARAMETRO.
	PERFORM 1_ABRIR_PROFESORES.
	PERFORM 15_CARGAR_PENDIENTES.
	PERFORM 2_GENERAR_ACREDITACIONES.
	PERFORM 25_GRABAR_PENDIENTES.
	PERFORM 3_RESUMEN.
	STOP RUN.

*> --------------------------------------------------------------

0_LEER_PARAMETRO.
*> el parametro es opcional: sin archivo (35) o vacio se acreditan los
*> netos de la liquidacion mensual, como siempre.
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
		DISPLAY "ACREDITA: no se pudo abrir acreditaParametros.txt, estado " acrparam-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	IF (origen_netos IS = "S") THEN
		MOVE "netosSAC.txt" TO nombre_netos
	ELSE IF (origen_netos IS NOT = "L") THEN
		DISPLAY "ACREDITA: origen invalido en acreditaParametros.txt (L o S): " origen_netos
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	MOVE nombre_netos TO rne_nombre.
	DISPLAY "ACREDITA: se acreditan los netos de " nombre_netos.

1_ABRIR_PROFESORES.
*> queda abierto durante la generacion: cada neto busca a su profesor
*> por clave.
	OPEN INPUT PROFESORES.
	IF (profesores-estado IS NOT = "00") THEN
		DISPLAY "ACREDITA: no se pudo abrir profesores.dat, estado " profesores-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.

15_CARGAR_PENDIENTES.
*> sin pendientesPago.txt (35) no hay nada pendiente, se sigue.
	OPEN INPUT PENDIENTES.
	IF (pendientes-estado IS = "00") THEN
		PERFORM 151_CARGAR_PEND_REG UNTIL fin_pendientes IS = "SI"
		CLOSE PENDIENTES
	ELSE IF (pendientes-estado IS NOT = "35") THEN
		DISPLAY "ACREDITA: no se pudo abrir pendientesPago.txt, estado " pendientes-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.

151_CARGAR_PEND_REG.
	READ PENDIENTES AT END MOVE "SI" TO fin_pendientes.
	IF (fin_pendientes IS = "NO") THEN
		ADD 1 TO cant_pend_leidos
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
			DISPLAY "ACREDITA: no entra en la tabla el pendiente del profesor " pen_prof " periodo " pen_periodo
		END-IF
	END-IF.

*> CICLO DE GENERACION---------------------------------------------------

2_GENERAR_ACREDITACIONES.
*> sin archivo de netos no hay nada que acreditar: correr RECIBO
*> primero, que es el que nettea la liquidacion con los ajustes (o SAC,
*> si se acredita el aguinaldo).
	OPEN INPUT NETOS.
	IF (netos-estado IS NOT = "00") THEN
		DISPLAY "ACREDITA: no se pudo abrir " nombre_netos ", estado " netos-estado
		DISPLAY "Correr RECIBO (o SAC) antes de generar las acreditaciones."
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM 20_CONTROLAR_TABLA_PEND.
	OPEN OUTPUT ACRED.
	PERFORM 21_ESCRIBIR_CABECERA.
	PERFORM 22_PROCESAR_NETO UNTIL fin_netos IS = "SI".
	PERFORM 24_INCLUIR_PENDIENTES VARYING p FROM 1 BY 1 UNTIL p IS > cant_pend.
	PERFORM 23_ESCRIBIR_COLA.
	CLOSE NETOS.
	CLOSE ACRED.
	CLOSE PROFESORES.

20_CONTROLAR_TABLA_PEND.
*> cada neto puede dejar a lo sumo un pendiente nuevo: se cuentan los
*> netos en una pasada previa y se vuelve a abrir el archivo. Un
*> pendiente que no entra en la tabla no se regrabaria y la deuda se
*> perderia, asi que se corta antes de abrir acreditaciones.txt y
*> pendientesPago.txt para salida.
	PERFORM 201_CONTAR_NETO UNTIL fin_netos IS = "SI".
	CLOSE NETOS.
	COMPUTE cant_pend_posibles = cant_pend + cant_netos_a_procesar.
	IF (cant_pend_fuera_tabla IS > 0) OR (cant_pend_posibles IS > 5000) THEN
		DISPLAY "ACREDITA: los pendientes de pago no entran en la tabla de 5000 renglones"
		DISPLAY "  pendientes leidos " cant_pend_leidos ", netos a procesar " cant_netos_a_procesar
		DISPLAY "  no se genera el lote ni se toca pendientesPago.txt"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	MOVE "NO" TO fin_netos.
	OPEN INPUT NETOS.
	IF (netos-estado IS NOT = "00") THEN
		DISPLAY "ACREDITA: no se pudo reabrir " nombre_netos ", estado " netos-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.

201_CONTAR_NETO.
	READ NETOS AT END MOVE "SI" TO fin_netos.
	IF (fin_netos IS = "NO") THEN
		ADD 1 TO cant_netos_a_procesar
	END-IF.

21_ESCRIBIR_CABECERA.
*> la cabecera lleva el periodo liquidado; se toma del primer renglon

221_ACREDITAR_RENGLON.
	ADD 1 TO cant_netos_leidos.
	MOVE net_ano TO periodo_neto(1:4).
	MOVE net_mes TO periodo_neto(5:2).
	IF (net_a_transferir IS NUMERIC) THEN
		MOVE net_a_transferir TO importe_transferir
	ELSE
		ADD 1 TO cant_sin_retencion
		MOVE net_neto TO importe_transferir
	END-IF.
	PERFORM 222_BUSCAR_PROF.
	IF (prof_hallado IS = "NO") THEN
		ADD 1 TO cant_sin_maestro
		DISPLAY "AFUERA (sin datos en maestro)  profesor " net_prof_num
		MOVE "SIN DATOS EN MAESTRO" TO motivo_afuera
		PERFORM 2211_DEJAR_PENDIENTE
	ELSE IF (prof_cbu IS = SPACES) THEN
		ADD 1 TO cant_sin_cbu
		DISPLAY "AFUERA (sin CBU cargado)       profesor " net_prof_num "  " prof_nom
		MOVE "SIN CBU CARGADO" TO motivo_afuera
		PERFORM 2211_DEJAR_PENDIENTE
	ELSE IF (importe_transferir IS NOT > 0) THEN
*> un neto en cero o negativo (los ajustes comieron toda la
*> liquidacion) no se transfiere; queda listado para que nomina lo
*> resuelva por otra via.
		ADD 1 TO cant_neto_no_positivo
		MOVE importe_transferir TO importe_impr
		DISPLAY "AFUERA (neto no transferible)  profesor " net_prof_num "  neto " importe_impr
	ELSE
		MOVE SPACES TO reg_acred_det
		MOVE "2" TO acd_tipo
		MOVE prof_cbu TO acd_cbu
		MOVE prof_dni TO acd_dni
		MOVE importe_transferir TO acd_importe
		MOVE net_prof_num TO acd_prof
		MOVE periodo_neto TO acd_periodo
		MOVE origen_netos TO acd_origen
		WRITE reg_acred_det
		ADD 1 TO cant_transferencias
		ADD importe_transferir TO suma_control
		PERFORM 2212_CANCELAR_PENDIENTE
	END-IF.

2211_DEJAR_PENDIENTE.
*> lo que queda afuera sigue debiendose: pasa a pendientes (o actualiza
*> el pendiente del mismo profesor, periodo y origen si ya estaba).
	PERFORM 2213_BUSCAR_PENDIENTE.
	IF (pend_hallado IS = "NO") THEN
		IF (cant_pend IS < 5000) THEN
			ADD 1 TO cant_pend
			MOVE cant_pend TO posi_pend
			MOVE "SI" TO pend_hallado
			ADD 1 TO cant_pend_agregados
		ELSE
			ADD 1 TO cant_pend_fuera_tabla
			DISPLAY "ACREDITA: no entra en la tabla el pendiente del profesor " net_prof_num " periodo " periodo_neto
		END-IF
	END-IF.
	IF (pend_hallado IS = "SI") THEN
		MOVE net_prof_num TO vpe_prof(posi_pend)
		MOVE net_dni TO vpe_dni(posi_pend)
		MOVE SPACES TO vpe_cbu(posi_pend)
		MOVE periodo_neto TO vpe_periodo(posi_pend)
		MOVE origen_netos TO vpe_origen(posi_pend)
		MOVE importe_transferir TO vpe_importe(posi_pend)
		MOVE "P" TO vpe_estado(posi_pend)
		MOVE motivo_afuera TO vpe_motivo(posi_pend)
		MOVE fecha_hoy TO vpe_fecha(posi_pend)
		MOVE "NO" TO vpe_baja(posi_pend)
	END-IF.

2212_CANCELAR_PENDIENTE.
*> si lo que se acaba de transferir estaba pendiente (lote anterior
*> rechazado, o afuera en otra corrida del mismo netos) se da de baja,
*> para no pagarlo dos veces en el mismo lote.
	PERFORM 2213_BUSCAR_PENDIENTE.
	IF (pend_hallado IS = "SI") THEN
		MOVE "SI" TO vpe_baja(posi_pend)
		ADD 1 TO cant_pend_cancelados
	END-IF.

2213_BUSCAR_PENDIENTE.
	MOVE "NO" TO pend_hallado.
	MOVE 1 TO p.
	PERFORM 22131_BUSCAR_PEND_IND UNTIL (p IS > cant_pend) OR (pend_hallado IS = "SI").
	MOVE p TO posi_pend.

22131_BUSCAR_PEND_IND.
	IF (vpe_prof(p) IS = net_prof_num) AND (vpe_periodo(p) IS = periodo_neto)
			AND (vpe_origen(p) IS = origen_netos) AND (vpe_baja(p) IS = "NO") THEN
		MOVE "SI" TO pend_hallado
	ELSE
		ADD 1 TO p
	END-IF.

222_BUSCAR_PROF.
	MOVE "SI" TO prof_hallado.
	MOVE net_prof_num TO prof_num.
	READ PROFESORES INVALID KEY MOVE "NO" TO prof_hallado.

24_INCLUIR_PENDIENTES.
*> entra al lote el pendiente (o el enviado hoy, si se regenera el
*> lote) cuyo profesor ya tiene corregido en el maestro el dato que
*> hizo rebotar la transferencia; el resto sigue pendiente y se lista.
	IF (vpe_baja(p) IS = "NO") AND ((vpe_estado(p) IS = "P") OR (vpe_fecha(p) IS = fecha_hoy)) THEN
		MOVE "SI" TO prof_hallado
		MOVE vpe_prof(p) TO prof_num
		READ PROFESORES INVALID KEY MOVE "NO" TO prof_hallado
		END-READ
		IF (prof_hallado IS = "NO") THEN
			ADD 1 TO cant_pend_sin_corregir
			DISPLAY "PENDIENTE (sin datos en maestro) profesor " vpe_prof(p) " periodo " vpe_periodo(p)
		ELSE IF (prof_cbu IS = SPACES) OR
				((prof_cbu IS = vpe_cbu(p)) AND (prof_dni IS = vpe_dni(p)) AND (vpe_estado(p) IS = "P")) THEN
			ADD 1 TO cant_pend_sin_corregir
			DISPLAY "PENDIENTE (sin corregir en MANT) profesor " vpe_prof(p) " periodo " vpe_periodo(p) "  " vpe_motivo(p)
		ELSE
			MOVE SPACES TO reg_acred_det
			MOVE "2" TO acd_tipo
			MOVE prof_cbu TO acd_cbu
			MOVE prof_dni TO acd_dni
			MOVE vpe_importe(p) TO acd_importe
			MOVE vpe_prof(p) TO acd_prof
			MOVE vpe_periodo(p) TO acd_periodo
			MOVE vpe_origen(p) TO acd_origen
			WRITE reg_acred_det
			ADD 1 TO cant_transferencias
			ADD vpe_importe(p) TO suma_control
			ADD 1 TO cant_pend_reincluidos
			ADD vpe_importe(p) TO suma_reincluidos
			MOVE prof_cbu TO vpe_cbu(p)
			MOVE prof_dni TO vpe_dni(p)
			MOVE "E" TO vpe_estado(p)
			MOVE fecha_hoy TO vpe_fecha(p)
		END-IF
	END-IF.

23_ESCRIBIR_COLA.
	MOVE suma_control TO acc_suma.
	WRITE reg_acred_cola.

25_GRABAR_PENDIENTES.
*> 20_CONTROLAR_TABLA_PEND ya garantiza que todo entra; si igual quedo
*> algo afuera, no se pisa el archivo con una tabla incompleta.
	IF (cant_pend_fuera_tabla IS > 0) THEN
		DISPLAY "ACREDITA: " cant_pend_fuera_tabla " pendientes no entraron en la tabla, no se regraba pendientesPago.txt"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	OPEN OUTPUT PENDIENTES.
	PERFORM 251_GRABAR_PEND_REG VARYING p FROM 1 BY 1 UNTIL p IS > cant_pend.
	CLOSE PENDIENTES.

251_GRABAR_PEND_REG.
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

*> RESUMEN--------------------------------------------------------------

3_RESUMEN.
	DISPLAY "Afuera por falta de CBU:           " cant_sin_cbu.
	DISPLAY "Afuera por falta de maestro:       " cant_sin_maestro.
	DISPLAY "Afuera por neto no transferible:   " cant_neto_no_positivo.
	DISPLAY "Netos sin paso de retenciones:     " cant_sin_retencion.
	DISPLAY "Pendientes leidos:                 " cant_pend_leidos.
	DISPLAY "Pendientes reincluidos en el lote: " cant_pend_reincluidos.
	MOVE suma_reincluidos TO importe_impr.
	DISPLAY "Importe de pendientes reincluidos: " importe_impr.
	DISPLAY "Pendientes sin corregir en MANT:   " cant_pend_sin_corregir.
	DISPLAY "Pendientes nuevos (afuera):        " cant_pend_agregados.
	DISPLAY "Pendientes pagados en este lote:   " cant_pend_cancelados.
	MOVE suma_control TO importe_impr.
	DISPLAY "Suma de control del archivo:       " importe_impr.
	IF (cant_sin_cbu IS > 0) OR (cant_sin_maestro IS > 0) OR (cant_neto_no_positivo IS > 0)
			OR (cant_pend_sin_corregir IS > 0) THEN
		MOVE 4 TO RETURN-CODE
	END-IF.
