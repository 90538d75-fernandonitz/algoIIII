*> de comprobante de facturas.txt, y cada nota queda registrada en
*> resumenComprobantes.txt identificada como NC/ND para que la cuenta
*> corriente de la sucursal quede cuadrada (las facturas llevan FA).
*> Sucursal y tipo de clase de cada ajuste se buscan por clave en los
*> maestros indexados; solo se guardan en memoria los renglones de las
*> notas (sucursal y tipo de clase con ajustes).

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT AJUSTES ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS ajustes-estado.
	SELECT SUCURSALES ASSIGN TO DISK ORGANIZATION IS INDEXED ACCESS MODE IS RANDOM
		RECORD KEY IS suc_suc FILE STATUS IS sucursales-estado.
	SELECT TIPOSCLASE ASSIGN TO DISK ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
		RECORD KEY IS tip_clave FILE STATUS IS tipos_clase-estado.
	SELECT NOTAS ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS notas-estado.
	SELECT RESUMEN ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS resumen-estado.
	SELECT NUMCOMP ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS numcomp-estado.
	  03 aju_tarifa_nueva 				PIC 9(5)V99.
	  03 aju_diferencia 				PIC S9(7)V99 SIGN LEADING SEPARATE.
	  03 aju_corrida 					PIC 9(6).
	  03 aju_costo_viejo 				PIC 9(5)V99.
	  03 aju_costo_nuevo 				PIC 9(5)V99.
	  03 aju_diferencia_costo 			PIC S9(7)V99 SIGN LEADING SEPARATE.

FD SUCURSALES LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/sucursales.dat".
01 reg_sucursal.
	  03 suc_suc 						PIC X(3).
	  03 suc_razon 						PIC 9(25).
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

FD NOTAS LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/notas.txt".
	  03 res_iva 						PIC 9(9)V99.
	  03 res_total 						PIC 9(10)V99.
	  03 res_tipo 						PIC X(2).
*> fecha de emision del comprobante (AAAAMMDD), para el libro de IVA
*> ventas; los renglones viejos vienen sin fecha.
	  03 res_fecha_emision 				PIC X(8).

FD NUMCOMP LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/numeroComprobante.txt".
	77 	numcomp-estado 					PIC XX.

	01 fin_ajustes 						PIC XX VALUE "NO".
	01 fin_vigencias 					PIC XX VALUE "NO".

*> alicuota de IVA general vigente, la misma que aplica FACTURA.
	01 alicuota_iva 					PIC 9(1)V99 VALUE 0,21.

*> renglones de las notas: uno por sucursal y tipo de clase con
*> ajustes, con la diferencia acumulada (con signo) y el rango de
*> periodos ajustados. Ordenados por sucursal y clase como los
*> renglones de FACTURA, para emitir una nota por sucursal.
	01 cant_renglones 					PIC 9(4) VALUE 0.
	01 v_renglones.
	  03 v_renglon OCCURS 1 TO 3000 TIMES DEPENDING ON cant_renglones.
	  	05 rg_clave.
	  		07 rg_suc 					PIC X(3).
	  		07 rg_clase 				PIC X(4).
	  	05 rg_desc 						PIC X(20).
	  	05 rg_diferencia 				PIC S9(9)V99.
	  	05 rg_per_min 					PIC X(6).
	  	05 rg_per_max 					PIC X(6).

	01 aux_clave.
	  03 aux_suc 						PIC X(3).
	  03 aux_clase 						PIC X(4).

	01 posi 							PIC 9(4) VALUE 0.
	01 j 								PIC 9(4) VALUE 0.
	01 jj 								PIC 9(4) VALUE 0.
	01 k 								PIC 9(4) VALUE 0.
	01 primer_renglon 					PIC 9(4) VALUE 0.
	01 fin_busqueda 					PIC XX VALUE "NO".
	01 sucursal_hallada 				PIC XX VALUE "NO".
	01 clase_hallada 					PIC XX VALUE "NO".

*> sucursal de la nota en curso y su rango de periodos ajustados.
	01 suc_nota 						PIC X(3).
	01 per_min_nota 					PIC X(6).
	01 per_max_nota 					PIC X(6).

	01 cant_aju_leidos 					PIC 9(8) VALUE 0.
	01 cant_aju_aplicados 				PIC 9(8) VALUE 0.
	01 cant_aju_sin_maestro 			PIC 9(8) VALUE 0.
	01 cant_notas_debito 				PIC 9(5) VALUE 0.

	01 ultimo_comprobante 				PIC 9(8) VALUE 0.
	01 fecha_hoy 						PIC X(8).
	01 neto_nota 						PIC S9(9)V99 VALUE 0.
	01 neto_nota_abs 					PIC 9(9)V99 VALUE 0.
	01 iva_nota 						PIC 9(9)V99 VALUE 0.
PROCEDURE DIVISION.

*> CICLO PPAL--------------------------------------------------------------
	ACCEPT fecha_hoy FROM DATE YYYYMMDD.
	PERFORM 1_ABRIR_SUCURSALES.
	PERFORM 2_ABRIR_TIPOS_CLASE.
	PERFORM 3_LEER_NUMERACION.
	PERFORM 4_ACUMULAR_AJUSTES.
	PERFORM 5_EMITIR_NOTAS.
	CLOSE SUCURSALES.
	CLOSE TIPOSCLASE.
	PERFORM 6_GRABAR_NUMERACION.
	PERFORM 7_RESUMEN.
	STOP RUN.

*> --------------------------------------------------------------

1_ABRIR_SUCURSALES.
*> queda abierto hasta la emision: se lee por clave.
	OPEN INPUT SUCURSALES.
	IF (sucursales-estado IS NOT = "00") THEN
		DISPLAY "NOTAS: no se pudo abrir sucursales.dat, estado " sucursales-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.

2_ABRIR_TIPOS_CLASE.
	OPEN INPUT TIPOSCLASE.
	IF (tipos_clase-estado IS NOT = "00") THEN
		DISPLAY "NOTAS: no se pudo abrir tiposClase.dat, estado " tipos_clase-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.

3_LEER_NUMERACION.
*> la numeracion es la misma serie correlativa que usa FACTURA; sin el
	IF (fin_ajustes IS = "NO") THEN
		ADD 1 TO cant_aju_leidos
		PERFORM BUSCAR_SUCURSAL
		PERFORM BUSCAR_CLASE
		IF (sucursal_hallada IS = "SI") AND (clase_hallada IS = "SI") THEN
*> a la sucursal se le ajusta la diferencia de venta; la de costo
*> (aju_diferencia_costo) es del profesor y la toma RECIBO.
			PERFORM UBICAR_RENGLON
			ADD aju_diferencia TO rg_diferencia(posi)
			IF (aju_fecha(1:6) IS < rg_per_min(posi)) THEN
				MOVE aju_fecha(1:6) TO rg_per_min(posi)
			END-IF
			IF (aju_fecha(1:6) IS > rg_per_max(posi)) THEN
				MOVE aju_fecha(1:6) TO rg_per_max(posi)
			END-IF
			ADD 1 TO cant_aju_aplicados
		ELSE
	END-IF.

BUSCAR_SUCURSAL.
	MOVE "SI" TO sucursal_hallada.
	MOVE aju_sucursal TO suc_suc.
	READ SUCURSALES INVALID KEY MOVE "NO" TO sucursal_hallada.

BUSCAR_CLASE.
*> la vigencia de tiposClase que contiene la fecha del ajuste, como
*> BUSCAR_CLASE de FACTURA: START en la primera vigencia del codigo y
*> READ NEXT.
	MOVE "NO" TO clase_hallada.
	MOVE "NO" TO fin_vigencias.
	MOVE aju_clase TO tip_clase_suc.
	MOVE LOW-VALUES TO tip_clase_desde.
	START TIPOSCLASE KEY IS NOT < tip_clave
		INVALID KEY MOVE "SI" TO fin_vigencias
	END-START.
	PERFORM BUSCAR_CLASE_IND UNTIL (fin_vigencias IS = "SI") OR (clase_hallada IS = "SI").

BUSCAR_CLASE_IND.
	READ TIPOSCLASE NEXT RECORD AT END MOVE "SI" TO fin_vigencias.
	IF (fin_vigencias IS = "NO") THEN
		IF (tip_clase_suc IS NOT = aju_clase)
		OR (tip_clase_desde IS > aju_fecha) THEN
			MOVE "SI" TO fin_vigencias
		ELSE IF (tip_clase_hasta IS NOT < aju_fecha) THEN
			MOVE "SI" TO clase_hallada
		END-IF
	END-IF.

UBICAR_RENGLON.
*> busca el renglon de la sucursal y clase del ajuste y lo da de alta
*> en su lugar si no estaba; deja posi apuntando al renglon. Un renglon
*> que no entra dejaria un ajuste sin nota: se corta antes de abrir
*> notas.txt.
	MOVE aju_sucursal TO aux_suc.
	MOVE aju_clase TO aux_clase.
	MOVE "NO" TO fin_busqueda.
	MOVE 1 TO posi.
	PERFORM UBICAR_RENGLON_IND UNTIL (posi IS > cant_renglones) OR (fin_busqueda IS = "SI").
	IF (fin_busqueda IS = "SI") AND (rg_clave(posi) IS = aux_clave) THEN
		CONTINUE
	ELSE IF (cant_renglones IS >= 3000) THEN
		DISPLAY "NOTAS: los renglones de notas superan los 3000 de la tabla, no se emite nada"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	ELSE
		ADD 1 TO cant_renglones
		MOVE cant_renglones TO j
		PERFORM DESPLAZAR_RENGLON UNTIL j IS NOT > posi
		MOVE aux_clave TO rg_clave(posi)
		MOVE tip_clase_razon TO rg_desc(posi)
		MOVE 0 TO rg_diferencia(posi)
		MOVE "999999" TO rg_per_min(posi)
		MOVE "000000" TO rg_per_max(posi)
	END-IF.

UBICAR_RENGLON_IND.
	IF (rg_clave(posi) IS >= aux_clave) THEN
		MOVE "SI" TO fin_busqueda
	ELSE
		ADD 1 TO posi
	END-IF.

DESPLAZAR_RENGLON.
	COMPUTE jj = j - 1.
	MOVE v_renglon(jj) TO v_renglon(j).
	SUBTRACT 1 FROM j.

*> CICLO DE EMISION------------------------------------------------------

5_EMITIR_NOTAS.
	IF (resumen-estado IS = "35") THEN
		OPEN OUTPUT RESUMEN
	END-IF.
	MOVE 1 TO k.
	PERFORM 51_EMITIR_NOTA_SUC UNTIL k IS > cant_renglones.
	CLOSE NOTAS.
	CLOSE RESUMEN.

51_EMITIR_NOTA_SUC.
*> una nota por sucursal con diferencia neta distinta de cero: debito
*> si la tarifa nueva da mas a cobrar, credito si da menos. El IVA se
*> ajusta con la misma alicuota con que se facturo. Los renglones de
*> la sucursal estan seguidos, de primer_renglon a k - 1.
	MOVE rg_suc(k) TO suc_nota.
	MOVE k TO primer_renglon.
	MOVE 0 TO neto_nota.
	MOVE "999999" TO per_min_nota.
	MOVE "000000" TO per_max_nota.
	MOVE "NO" TO hay_detalle.
	PERFORM 511_SUMAR_NETO_CLASE UNTIL (k IS > cant_renglones) OR (rg_suc(k) IS NOT = suc_nota).
	IF (hay_detalle IS = "SI") AND (neto_nota IS NOT = 0) THEN
		MOVE suc_nota TO suc_suc
		READ SUCURSALES INVALID KEY MOVE SPACES TO reg_sucursal
		ADD 1 TO ultimo_comprobante
		IF (neto_nota IS > 0) THEN
			MOVE "ND" TO tipo_nota
	END-IF.

511_SUMAR_NETO_CLASE.
	IF (rg_diferencia(k) IS NOT = 0) THEN
		MOVE "SI" TO hay_detalle
		ADD rg_diferencia(k) TO neto_nota
		IF (rg_per_min(k) IS < per_min_nota) THEN
			MOVE rg_per_min(k) TO per_min_nota
		END-IF
		IF (rg_per_max(k) IS > per_max_nota) THEN
			MOVE rg_per_max(k) TO per_max_nota
		END-IF
	END-IF.
	ADD 1 TO k.

512_ESCRIBIR_NOTA.
	MOVE linea TO reg_nota.
	WRITE reg_nota.
	MOVE ultimo_comprobante TO nota_enc_nro.
	MOVE per_min_nota TO nota_enc_desde.
	MOVE per_max_nota TO nota_enc_hasta.
	MOVE linea_nota_encab TO reg_nota.
	WRITE reg_nota.
	MOVE suc_nota TO nota_suc_num.
	MOVE suc_razon TO nota_suc_razon.
	MOVE linea_nota_suc TO reg_nota.
	WRITE reg_nota.
	MOVE suc_dire TO nota_suc_dire.
	MOVE suc_cuit TO nota_suc_cuit.
	MOVE linea_nota_dire TO reg_nota.
	WRITE reg_nota.
	MOVE linea_nota_col TO reg_nota.
	WRITE reg_nota.
	PERFORM 5121_ESCRIBIR_DETALLE VARYING j FROM primer_renglon BY 1 UNTIL j IS = k.
	MOVE "Importe neto" TO nota_tot_tit.
	MOVE neto_nota_abs TO nota_tot_impor.
	MOVE linea_nota_tot TO reg_nota.
	WRITE reg_nota.

5121_ESCRIBIR_DETALLE.
	IF (rg_diferencia(j) IS NOT = 0) THEN
		MOVE rg_desc(j) TO nota_det_clase
		MOVE rg_diferencia(j) TO nota_det_impor
		MOVE linea_nota_det TO reg_nota
		WRITE reg_nota
	END-IF.

513_ESCRIBIR_RESUMEN.
	MOVE ultimo_comprobante TO res_comprobante.
	MOVE suc_nota TO res_sucursal.
	MOVE suc_cuit TO res_cuit.
	MOVE per_min_nota(1:4) TO res_ano_desde.
	MOVE per_min_nota(5:2) TO res_mes_desde.
	MOVE per_max_nota(1:4) TO res_ano_hasta.
	MOVE per_max_nota(5:2) TO res_mes_hasta.
	MOVE neto_nota_abs TO res_neto.
	MOVE iva_nota TO res_iva.
	MOVE total_nota TO res_total.
	MOVE tipo_nota TO res_tipo.
	MOVE fecha_hoy TO res_fecha_emision.
	WRITE reg_resumen.

6_GRABAR_NUMERACION.
