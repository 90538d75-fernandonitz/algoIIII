*> parametro un periodo (ano/mes desde-hasta, facturaParametros.txt) y
*> emite una factura por sucursal con numero de comprobante correlativo
*> persistente entre corridas (numeroComprobante.txt), razon social,
*> direccion y cuit tomados del maestro de sucursales, detalle por tipo de
*> clase con horas e importe neto, IVA calculado y total; ademas deja
*> un archivo resumen de comprobantes emitidos para cuentas corrientes.
*> Reemplaza el retipeo a mano de los totales del listado de
*> 10_IMPRIMO_BILLING de TP, que solo cubre la corrida actual y solo
*> sale por pantalla.
*> El recargo por horas dictadas en sabado, domingo o feriado (que TP
*> ya incluye en mae_importe) sale en un renglon propio de la factura:
*> el detalle por tipo de clase va a tarifa normal y el recargo de la
*> sucursal se suma aparte al neto.
*> Sucursal y tipo de clase de cada movimiento se buscan por clave en
*> los maestros indexados; solo se guardan en memoria los renglones de
*> factura (sucursal y tipo de clase con movimientos en el periodo).

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
*> el parametro opcional de generacion permite refacturar una anterior.
	SELECT MASTER ASSIGN TO DYNAMIC ruta_master ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS mae-estado.
	SELECT BITACORA ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS bitacora-estado.
	SELECT SUCURSALES ASSIGN TO DISK ORGANIZATION IS INDEXED ACCESS MODE IS RANDOM
		RECORD KEY IS suc_suc FILE STATUS IS sucursales-estado.
	SELECT TIPOSCLASE ASSIGN TO DISK ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
		RECORD KEY IS tip_clave FILE STATUS IS tipos_clase-estado.
	SELECT FACTURAS ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS facturas-estado.
	SELECT RESUMEN ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS resumen-estado.
*> ultimo numero de comprobante usado: se lee al arrancar y se
	  03 mae_importe 					PIC 9(7)V99.
	  03 mae_origen 					PIC X(1).
	  03 mae_corrida 					PIC 9(6).
*> mae_tarifa/mae_importe son el precio de venta a la sucursal; lo que
*> se le paga al profesor por el mismo movimiento va al final (ver TP).
	  03 mae_tarifa_costo 				PIC 9(5)V99.
	  03 mae_importe_costo 				PIC 9(7)V99.
*> tipo de dia y recargo por sabado/domingo/feriado (ver TP); los
*> renglones viejos los traen en blanco.
	  03 mae_tipo_dia 					PIC X(1).
	  03 mae_porc_recargo 				PIC 9(3)V99.
	  03 mae_recargo 					PIC 9(7)V99.
	  03 mae_recargo_costo 				PIC 9(7)V99.

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

FD FACTURAS LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/facturas.txt".
	  03 res_iva 						PIC 9(9)V99.
	  03 res_total 						PIC 9(10)V99.
	  03 res_tipo 						PIC X(2).
*> fecha de emision del comprobante (AAAAMMDD), para el libro de IVA
*> ventas; los renglones viejos vienen sin fecha.
	  03 res_fecha_emision 				PIC X(8).

FD NUMCOMP LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/numeroComprobante.txt".
	77 	numcomp-estado 					PIC XX.

	01 fin_master 						PIC XX VALUE "NO".
	01 fin_vigencias 					PIC XX VALUE "NO".
	01 fin_bitacora 					PIC XX VALUE "NO".

*> ruta de la generacion de mae a facturar, resuelta por
	  03 pm_ano 						PIC 9(4).
	  03 pm_mes 						PIC 9(2).

*> renglones de la factura: uno por sucursal y tipo de clase con
*> movimientos en el periodo, con la descripcion de la clase, el
*> importe a tarifa normal y el recargo. Se mantiene ordenado por
*> sucursal y clase (insercion en orden, como el cruce de CRONOG) para
*> emitir una factura por sucursal con el detalle en orden de clase.
	01 cant_renglones 					PIC 9(4) VALUE 0.
	01 v_renglones.
	  03 v_renglon OCCURS 1 TO 3000 TIMES DEPENDING ON cant_renglones.
	  	05 rg_clave.
	  		07 rg_suc 					PIC X(3).
	  		07 rg_clase 				PIC X(4).
	  	05 rg_desc 						PIC X(20).
	  	05 rg_horas 					PIC 9(6)V99.
	  	05 rg_importe 					PIC 9(9)V99.
	  	05 rg_horas_recargo 			PIC 9(6)V99.
	  	05 rg_recargo 					PIC 9(9)V99.

	01 aux_clave.
	  03 aux_suc 						PIC X(3).
	  03 aux_clase 						PIC X(4).
	01 recargo_mov 						PIC 9(7)V99 VALUE 0.

	01 posi 							PIC 9(4) VALUE 0.
	01 j 								PIC 9(4) VALUE 0.
	01 jj 								PIC 9(4) VALUE 0.
	01 k 								PIC 9(4) VALUE 0.
	01 primer_renglon 					PIC 9(4) VALUE 0.
	01 fin_busqueda 					PIC XX VALUE "NO".
	01 sucursal_hallada 				PIC XX VALUE "NO".
	01 clase_hallada 					PIC XX VALUE "NO".

*> sucursal que se esta facturando y sus totales de recargo.
	01 suc_factura 						PIC X(3).
	01 horas_recargo_suc 				PIC 9(6)V99 VALUE 0.
	01 recargo_suc 						PIC 9(9)V99 VALUE 0.

	01 cant_mae_leidos 					PIC 9(8) VALUE 0.
	01 cant_mae_facturados 				PIC 9(8) VALUE 0.
	01 cant_fuera_periodo 				PIC 9(8) VALUE 0.
	01 cant_facturas 					PIC 9(5) VALUE 0.

	01 ultimo_comprobante 				PIC 9(8) VALUE 0.
	01 fecha_hoy 						PIC X(8).
	01 neto_factura 					PIC 9(9)V99 VALUE 0.
	01 iva_factura 						PIC 9(9)V99 VALUE 0.
	01 total_factura 					PIC 9(10)V99 VALUE 0.
PROCEDURE DIVISION.

*> CICLO PPAL--------------------------------------------------------------
	ACCEPT fecha_hoy FROM DATE YYYYMMDD.
	PERFORM 1_LEER_PARAMETROS.
	PERFORM 15_UBICAR_GENERACION.
	PERFORM 2_ABRIR_SUCURSALES.
	PERFORM 3_ABRIR_TIPOS_CLASE.
	PERFORM 4_LEER_NUMERACION.
	PERFORM 5_ACUMULAR_MASTER.
	PERFORM 6_EMITIR_FACTURAS.
	CLOSE SUCURSALES.
	CLOSE TIPOSCLASE.
	PERFORM 7_GRABAR_NUMERACION.
	PERFORM 8_RESUMEN.
	STOP RUN.
		MOVE bit_corrida TO rms_generacion
	END-IF.

2_ABRIR_SUCURSALES.
*> sucursales es maestro obligatorio de la facturacion (sin el no
*> hay a quien facturar): cualquier error de apertura, incluido el
*> archivo ausente, corta antes de tocar facturas.txt y la numeracion.
*> Queda abierto hasta la emision: se lee por clave.
	OPEN INPUT SUCURSALES.
	IF (sucursales-estado IS NOT = "00") THEN
		DISPLAY "FACTURA: no se pudo abrir sucursales.dat, estado " sucursales-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.

3_ABRIR_TIPOS_CLASE.
	OPEN INPUT TIPOSCLASE.
	IF (tipos_clase-estado IS NOT = "00") THEN
		DISPLAY "FACTURA: no se pudo abrir tiposClase.dat, estado " tipos_clase-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.

4_LEER_NUMERACION.
*> sin archivo de numeracion (primera facturacion) se arranca del
			ADD 1 TO cant_fuera_periodo
		ELSE
			PERFORM BUSCAR_SUCURSAL
			PERFORM BUSCAR_CLASE
			IF (sucursal_hallada IS = "SI") AND (clase_hallada IS = "SI") THEN
*> a la sucursal se le factura el precio de venta (mae_importe); lo
*> que se le paga al profesor (mae_importe_costo) no entra en la
*> factura.
				PERFORM UBICAR_RENGLON
				PERFORM 511_SEPARAR_RECARGO
				ADD mae_horas TO rg_horas(posi)
				COMPUTE rg_importe(posi) = rg_importe(posi) + mae_importe - recargo_mov
				ADD 1 TO cant_mae_facturados
			ELSE
				ADD 1 TO cant_suc_no_encontrada
		END-IF
	END-IF.

511_SEPARAR_RECARGO.
*> el recargo del movimiento se factura en su propio renglon; lo que
*> queda en el detalle por tipo de clase es el importe a tarifa normal.
	MOVE 0 TO recargo_mov.
	IF (mae_recargo IS NUMERIC) THEN
		MOVE mae_recargo TO recargo_mov
	END-IF.
	IF (recargo_mov IS > 0) THEN
		ADD mae_horas TO rg_horas_recargo(posi)
		ADD recargo_mov TO rg_recargo(posi)
	END-IF.

BUSCAR_SUCURSAL.
	MOVE "SI" TO sucursal_hallada.
	MOVE mae_sucursal TO suc_suc.
	READ SUCURSALES INVALID KEY MOVE "NO" TO sucursal_hallada.

BUSCAR_CLASE.
*> tiposClase trae un registro por vigencia, con clave codigo + fecha
*> desde: START en la primera vigencia del codigo y READ NEXT hasta la
*> que contiene a la fecha del movimiento, como BUSCAR_TARIFA_VIGENTE
*> de TP. La descripcion del detalle sale de esa vigencia.
	MOVE "NO" TO clase_hallada.
	MOVE "NO" TO fin_vigencias.
	MOVE mae_clase TO tip_clase_suc.
	MOVE LOW-VALUES TO tip_clase_desde.
	START TIPOSCLASE KEY IS NOT < tip_clave
		INVALID KEY MOVE "SI" TO fin_vigencias
	END-START.
	PERFORM BUSCAR_CLASE_IND UNTIL (fin_vigencias IS = "SI") OR (clase_hallada IS = "SI").

BUSCAR_CLASE_IND.
	READ TIPOSCLASE NEXT RECORD AT END MOVE "SI" TO fin_vigencias.
	IF (fin_vigencias IS = "NO") THEN
		IF (tip_clase_suc IS NOT = mae_clase)
		OR (tip_clase_desde IS > mae_fecha) THEN
			MOVE "SI" TO fin_vigencias
		ELSE IF (tip_clase_hasta IS NOT < mae_fecha) THEN
			MOVE "SI" TO clase_hallada
		END-IF
	END-IF.

UBICAR_RENGLON.
*> busca el renglon de la sucursal y clase del movimiento y lo da de
*> alta en su lugar si no estaba; deja posi apuntando al renglon. Un
*> renglon que no entra dejaria un movimiento sin facturar: se corta
*> antes de abrir facturas.txt.
	MOVE mae_sucursal TO aux_suc.
	MOVE mae_clase TO aux_clase.
	MOVE "NO" TO fin_busqueda.
	MOVE 1 TO posi.
	PERFORM UBICAR_RENGLON_IND UNTIL (posi IS > cant_renglones) OR (fin_busqueda IS = "SI").
	IF (fin_busqueda IS = "SI") AND (rg_clave(posi) IS = aux_clave) THEN
		CONTINUE
	ELSE IF (cant_renglones IS >= 3000) THEN
		DISPLAY "FACTURA: los renglones de factura superan los 3000 de la tabla, no se emite nada"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	ELSE
		ADD 1 TO cant_renglones
		MOVE cant_renglones TO j
		PERFORM DESPLAZAR_RENGLON UNTIL j IS NOT > posi
		MOVE aux_clave TO rg_clave(posi)
		MOVE tip_clase_razon TO rg_desc(posi)
		MOVE 0 TO rg_horas(posi)
		MOVE 0 TO rg_importe(posi)
		MOVE 0 TO rg_horas_recargo(posi)
		MOVE 0 TO rg_recargo(posi)
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

6_EMITIR_FACTURAS.
	IF (resumen-estado IS = "35") THEN
		OPEN OUTPUT RESUMEN
	END-IF.
	MOVE 1 TO k.
	PERFORM 61_EMITIR_FACTURA_SUC UNTIL k IS > cant_renglones.
	CLOSE FACTURAS.
	CLOSE RESUMEN.

61_EMITIR_FACTURA_SUC.
*> una factura por sucursal con movimientos en el periodo: los
*> renglones de la sucursal estan seguidos, de primer_renglon a k - 1.
	MOVE rg_suc(k) TO suc_factura.
	MOVE k TO primer_renglon.
	MOVE 0 TO neto_factura.
	MOVE 0 TO horas_recargo_suc.
	MOVE 0 TO recargo_suc.
	MOVE "NO" TO hay_detalle.
	PERFORM 611_SUMAR_NETO_CLASE UNTIL (k IS > cant_renglones) OR (rg_suc(k) IS NOT = suc_factura).
	ADD recargo_suc TO neto_factura.
	IF (hay_detalle IS = "SI") THEN
		MOVE suc_factura TO suc_suc
		READ SUCURSALES INVALID KEY MOVE SPACES TO reg_sucursal
		ADD 1 TO ultimo_comprobante
		ADD 1 TO cant_facturas
		COMPUTE iva_factura ROUNDED = neto_factura * alicuota_iva
	END-IF.

611_SUMAR_NETO_CLASE.
	IF (rg_importe(k) IS > 0) OR (rg_horas(k) IS > 0) THEN
		MOVE "SI" TO hay_detalle
		ADD rg_importe(k) TO neto_factura
	END-IF.
	ADD rg_horas_recargo(k) TO horas_recargo_suc.
	ADD rg_recargo(k) TO recargo_suc.
	ADD 1 TO k.

612_ESCRIBIR_FACTURA.
	MOVE linea TO reg_factura.
	MOVE periodo_hasta TO fac_enc_hasta.
	MOVE linea_fac_encab TO reg_factura.
	WRITE reg_factura.
	MOVE suc_factura TO fac_suc_num.
	MOVE suc_razon TO fac_suc_razon.
	MOVE linea_fac_suc TO reg_factura.
	WRITE reg_factura.
	MOVE suc_dire TO fac_suc_dire.
	MOVE suc_cuit TO fac_suc_cuit.
	MOVE linea_fac_dire TO reg_factura.
	WRITE reg_factura.
	MOVE linea_fac_col TO reg_factura.
	WRITE reg_factura.
	PERFORM 6121_ESCRIBIR_DETALLE VARYING j FROM primer_renglon BY 1 UNTIL j IS = k.
	IF (recargo_suc IS > 0) THEN
		MOVE "Recargo sab/dom/fer" TO fac_det_clase
		MOVE horas_recargo_suc TO fac_det_horas
		MOVE recargo_suc TO fac_det_impor
		MOVE linea_fac_det TO reg_factura
		WRITE reg_factura
	END-IF.
	MOVE "Importe neto" TO fac_tot_tit.
	MOVE neto_factura TO fac_tot_impor.
	MOVE linea_fac_tot TO reg_factura.
	WRITE reg_factura.

6121_ESCRIBIR_DETALLE.
	IF (rg_importe(j) IS > 0) OR (rg_horas(j) IS > 0) THEN
		MOVE rg_desc(j) TO fac_det_clase
		MOVE rg_horas(j) TO fac_det_horas
		MOVE rg_importe(j) TO fac_det_impor
		MOVE linea_fac_det TO reg_factura
		WRITE reg_factura
	END-IF.

613_ESCRIBIR_RESUMEN.
	MOVE ultimo_comprobante TO res_comprobante.
	MOVE suc_factura TO res_sucursal.
	MOVE suc_cuit TO res_cuit.
	MOVE pd_ano TO res_ano_desde.
	MOVE pd_mes TO res_mes_desde.
	MOVE ph_ano TO res_ano_hasta.
	MOVE iva_factura TO res_iva.
	MOVE total_factura TO res_total.
	MOVE "FA" TO res_tipo.
	MOVE fecha_hoy TO res_fecha_emision.
	WRITE reg_resumen.

7_GRABAR_NUMERACION.
