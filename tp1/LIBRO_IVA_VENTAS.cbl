IDENTIFICATION DIVISION.
PROGRAM-ID. LIBROIVA.

*> libro de IVA ventas del mes: hasta ahora el contador lo armaba en
*> planilla a partir de resumenComprobantes.txt. Para el mes pedido
*> (libroIvaParametros.txt) toma los comprobantes emitidos por FACTURA
*> y NOTAS (FA/NC/ND), los ordena por numero de comprobante y emite el
*> libro (libroIvaVentas.txt) con cuit y razon social de la sucursal,
*> las NC restando, y los totales de neto gravado, IVA y total. Al pie
*> controla la correlatividad de la numeracion de numeroComprobante.txt
*> (numeros faltantes o repetidos). Deja ademas el archivo de registro
*> fijo para el regimen informativo de ventas
*> (regimenInformativoVentas.txt). Un comprobante con cuit invalido o
*> de una sucursal que no esta en el maestro de sucursales no entra al libro: sale
*> en el listado de observados (libroIvaObservados.txt) para que se
*> corrija antes de presentar.
*> El mes de un comprobante es el de su fecha de emision; los renglones
*> viejos del resumen no traen fecha y se toman por el ultimo mes del
*> periodo facturado, igual que en cuentas corrientes.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
	DECIMAL-POINT IS COMMA.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT LIVPARAM ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS livparam-estado.
	SELECT RESUMEN ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS resumen-estado.
	SELECT SUCURSALES ASSIGN TO DISK ORGANIZATION IS INDEXED ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS suc_suc FILE STATUS IS sucursales-estado.
	SELECT NUMCOMP ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS numcomp-estado.
	SELECT LIBRO ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS libro-estado.
	SELECT REGIMEN ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS regimen-estado.
	SELECT OBSERVADOS ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS observados-estado.

DATA DIVISION.
FILE SECTION.

FD LIVPARAM LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/libroIvaParametros.txt".
*> el mes del libro y el punto de venta con que se presenta el regimen
*> informativo (en blanco = 00001).
01 reg_livparam.
	  03 lpar_ano 						PIC 9(4).
	  03 lpar_mes 						PIC 9(2).
	  03 lpar_punto_venta 				PIC X(5).

FD RESUMEN LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/resumenComprobantes.txt".
*> mismo registro que escriben FACTURA y NOTAS.
01 reg_resumen.
	  03 res_comprobante 				PIC 9(8).
	  03 res_sucursal 					PIC X(3).
	  03 res_cuit 						PIC 9(11).
	  03 res_ano_desde 					PIC 9(4).
	  03 res_mes_desde 					PIC 9(2).
	  03 res_ano_hasta 					PIC 9(4).
	  03 res_mes_hasta 					PIC 9(2).
	  03 res_neto 						PIC 9(9)V99.
	  03 res_iva 						PIC 9(9)V99.
	  03 res_total 						PIC 9(10)V99.
*> FA/NC/ND; los renglones anteriores a las notas vienen sin tipo y se
*> toman como FA.
	  03 res_tipo 						PIC X(2).
	  03 res_fecha_emision 				PIC X(8).

FD SUCURSALES LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/sucursales.dat".
01 reg_sucursal.
	  03 suc_suc 						PIC X(3).
	  03 suc_razon 						PIC 9(25).
	  03 suc_dire 						PIC X(20).
	  03 suc_tel 						PIC X(20).
	  03 suc_cuit 						PIC 9(11).

FD NUMCOMP LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/numeroComprobante.txt".
01 reg_numcomp.
	  03 num_ultimo 					PIC 9(8).

FD LIBRO LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/libroIvaVentas.txt".
01 reg_libro 							PIC X(80).

FD REGIMEN LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/regimenInformativoVentas.txt".
*> un registro fijo por comprobante del libro, sin separadores:
*> tipo de comprobante 001 factura, 002 nota de debito, 003 nota de
*> credito; documento del receptor 80 (CUIT); alicuota 0005 (21%).
*> Los importes van sin signo, la NC se distingue por el tipo.
01 reg_regimen.
	  03 rin_fecha 						PIC 9(8).
	  03 rin_tipo_cbte 					PIC 9(3).
	  03 rin_punto_venta 				PIC 9(5).
	  03 rin_numero_desde 				PIC 9(20).
	  03 rin_numero_hasta 				PIC 9(20).
	  03 rin_tipo_doc 					PIC 9(2).
	  03 rin_cuit 						PIC 9(20).
	  03 rin_razon 						PIC X(30).
	  03 rin_total 						PIC 9(13)V99.
	  03 rin_no_gravado 				PIC 9(13)V99.
	  03 rin_neto 						PIC 9(13)V99.
	  03 rin_alicuota 					PIC 9(4).
	  03 rin_iva 						PIC 9(13)V99.
	  03 rin_moneda 					PIC X(3).
	  03 rin_cambio 					PIC 9(4)V9(6).

FD OBSERVADOS LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/libroIvaObservados.txt".
01 reg_observado 						PIC X(80).

WORKING-STORAGE SECTION.

	77 	livparam-estado 				PIC XX.
	77 	resumen-estado 					PIC XX.
	77 	sucursales-estado 				PIC XX.
	77 	numcomp-estado 					PIC XX.
	77 	libro-estado 					PIC XX.
	77 	regimen-estado 					PIC XX.
	77 	observados-estado 				PIC XX.

	01 fin_resumen 						PIC XX VALUE "NO".
	01 fin_sucursales 					PIC XX VALUE "NO".

*> mes del libro, tomado del parametro.
	01 periodo_libro.
	  03 pl_ano 						PIC 9(4).
	  03 pl_mes 						PIC 9(2).
	01 periodo_comp.
	  03 pc_ano 						PIC 9(4).
	  03 pc_mes 						PIC 9(2).
	01 punto_venta 						PIC 9(5) VALUE 1.

*> vector de sucursales, mismo dimensionado que en TP.
	01 cant_sucursales 					PIC 9(3) VALUE 0.
	01 v_sucursales.
	  03 v_sucursal OCCURS 1 TO 500 TIMES DEPENDING ON cant_sucursales.
	  	05 v_suc_num 					PIC X(3).
	  	05 v_suc_razon 					PIC 9(25).
	  	05 v_suc_dire 					PIC X(20).
	  	05 v_suc_tel 					PIC X(20).
	  	05 v_suc_cuit 					PIC 9(11).

*> todos los comprobantes del resumen, ordenados por numero: los de
*> otros meses no salen en el libro pero hacen falta para controlar la
*> correlatividad alrededor del mes.
	01 cant_comps 						PIC 9(4) VALUE 0.
	01 v_comps.
	  03 v_comp OCCURS 1 TO 9999 TIMES DEPENDING ON cant_comps.
	  	05 vc_nro 						PIC 9(8).
	  	05 vc_tipo 						PIC X(2).
	  	05 vc_suc 						PIC X(3).
	  	05 vc_cuit 						PIC 9(11).
	  	05 vc_neto 						PIC 9(9)V99.
	  	05 vc_iva 						PIC 9(9)V99.
	  	05 vc_total 					PIC 9(10)V99.
	  	05 vc_fecha 					PIC X(8).
	  	05 vc_del_mes 					PIC XX.
	01 aux_comp.
	  03 aux_nro 						PIC 9(8).
	  03 aux_tipo 						PIC X(2).
	  03 aux_suc 						PIC X(3).
	  03 aux_cuit 						PIC 9(11).
	  03 aux_neto 						PIC 9(9)V99.
	  03 aux_iva 						PIC 9(9)V99.
	  03 aux_total 						PIC 9(10)V99.
	  03 aux_fecha 						PIC X(8).
	  03 aux_del_mes 					PIC XX.

	01 posi 							PIC 9(4) VALUE 0.
	01 j 								PIC 9(4) VALUE 0.
	01 jj 								PIC 9(4) VALUE 0.
	01 suci 							PIC 9(3) VALUE 0.
	01 sucursal_hallada 				PIC XX VALUE "NO".
	01 motivo_observado 				PIC X(25) VALUE SPACES.

*> digito verificador de cuit: pesos 5-4-3-2-7-6-5-4-3-2 sobre los
*> primeros diez digitos, modulo 11 (igual que en MANT).
	01 cuit_a_validar 					PIC X(11).
	01 cuit_digitos REDEFINES cuit_a_validar.
	  03 cuit_dig OCCURS 11 TIMES 		PIC 9(1).
	01 v_pesos_cuit.
	  03 FILLER 						PIC 9(1) VALUE 5.
	  03 FILLER 						PIC 9(1) VALUE 4.
	  03 FILLER 						PIC 9(1) VALUE 3.
	  03 FILLER 						PIC 9(1) VALUE 2.
	  03 FILLER 						PIC 9(1) VALUE 7.
	  03 FILLER 						PIC 9(1) VALUE 6.
	  03 FILLER 						PIC 9(1) VALUE 5.
	  03 FILLER 						PIC 9(1) VALUE 4.
	  03 FILLER 						PIC 9(1) VALUE 3.
	  03 FILLER 						PIC 9(1) VALUE 2.
	01 v_pesos_cuit_r REDEFINES v_pesos_cuit.
	  03 peso_cuit OCCURS 10 TIMES 		PIC 9(1).
	01 suma_cuit 						PIC 9(4) VALUE 0.
	01 resto_cuit 						PIC 9(2) VALUE 0.
	01 dv_cuit 							PIC 9(2) VALUE 0.
	01 cuit_valido 						PIC XX VALUE "SI".
	01 k 								PIC 9(2) VALUE 0.

*> ultimo dia del mes, para fechar en el regimen los comprobantes
*> viejos que no traen fecha de emision.
	01 dias_del_mes 					PIC 9(2) VALUE 0.
	01 resto_bisiesto 					PIC 9(4) VALUE 0.
	01 fecha_regimen.
	  03 fr_anomes 						PIC 9(6).
	  03 fr_dia 						PIC 9(2).

*> importes del renglon con el signo del comprobante (NC resta).
	01 neto_signo 						PIC S9(9)V99 VALUE 0.
	01 iva_signo 						PIC S9(9)V99 VALUE 0.
	01 total_signo 						PIC S9(10)V99 VALUE 0.
	01 tot_neto 						PIC S9(11)V99 VALUE 0.
	01 tot_iva 							PIC S9(11)V99 VALUE 0.
	01 tot_total 						PIC S9(12)V99 VALUE 0.

	01 ultimo_comprobante 				PIC 9(8) VALUE 0.
	01 primero_mes 						PIC 9(8) VALUE 0.
	01 ultimo_mes 						PIC 9(8) VALUE 0.
	01 falta_desde 						PIC 9(8) VALUE 0.
	01 falta_hasta 						PIC 9(8) VALUE 0.

	01 cant_resumen_leidos 				PIC 9(6) VALUE 0.
	01 cant_del_mes 					PIC 9(5) VALUE 0.
	01 cant_en_libro 					PIC 9(5) VALUE 0.
	01 cant_fa 							PIC 9(5) VALUE 0.
	01 cant_nc 							PIC 9(5) VALUE 0.
	01 cant_nd 							PIC 9(5) VALUE 0.
	01 cant_observados 					PIC 9(5) VALUE 0.
	01 cant_faltantes 					PIC 9(8) VALUE 0.
	01 cant_repetidos 					PIC 9(5) VALUE 0.

*> lineas del libro.
	01 linea.
	  03 guiones 						PIC X(80) VALUE ALL "-".

	01 linea_liv_encab.
	  03 nada 							PIC X(26) VALUE "LIBRO IVA VENTAS  Periodo ".
	  03 liv_enc_periodo 				PIC X(6).
	  03 nada 							PIC X(17) VALUE "  Punto de venta ".
	  03 liv_enc_pto 					PIC 9(5).

	01 linea_liv_col.
	  03 nada 							PIC X(3) VALUE "Tip".
	  03 nada 							PIC X(9) VALUE "  Numero ".
	  03 nada 							PIC X(12) VALUE "CUIT        ".
	  03 nada 							PIC X(16) VALUE "Razon social    ".
	  03 nada 							PIC X(13) VALUE "         Neto".
	  03 nada 							PIC X(1) VALUE " ".
	  03 nada 							PIC X(12) VALUE "         IVA".
	  03 nada 							PIC X(1) VALUE " ".
	  03 nada 							PIC X(13) VALUE "        Total".

	01 linea_liv_det.
	  03 liv_det_tipo 					PIC X(2).
	  03 nada 							PIC X(1) VALUE " ".
	  03 liv_det_nro 					PIC 9(8).
	  03 nada 							PIC X(1) VALUE " ".
	  03 liv_det_cuit 					PIC 9(11).
	  03 nada 							PIC X(1) VALUE " ".
	  03 liv_det_razon 					PIC X(15).
	  03 nada 							PIC X(1) VALUE " ".
	  03 liv_det_neto 					PIC -(9)9,99.
	  03 nada 							PIC X(1) VALUE " ".
	  03 liv_det_iva 					PIC -(8)9,99.
	  03 nada 							PIC X(1) VALUE " ".
	  03 liv_det_total 					PIC -(9)9,99.

	01 linea_liv_tot.
	  03 liv_tot_tit 					PIC X(30).
	  03 nada 							PIC X(8) VALUE ALL " ".
	  03 liv_tot_impor 					PIC -(11)9,99.

	01 linea_liv_falta.
	  03 nada 							PIC X(29) VALUE "FALTAN comprobantes del nro. ".
	  03 liv_fal_desde 					PIC 9(8).
	  03 nada 							PIC X(4) VALUE " al ".
	  03 liv_fal_hasta 					PIC 9(8).

	01 linea_liv_repe.
	  03 nada 							PIC X(34) VALUE "REPETIDO en el resumen el nro.    ".
	  03 liv_rep_nro 					PIC 9(8).

	01 linea_obs.
	  03 obs_tipo 						PIC X(2).
	  03 nada 							PIC X(1) VALUE " ".
	  03 obs_nro 						PIC 9(8).
	  03 nada 							PIC X(5) VALUE " suc ".
	  03 obs_suc 						PIC X(3).
	  03 nada 							PIC X(6) VALUE " cuit ".
	  03 obs_cuit 						PIC 9(11).
	  03 nada 							PIC X(1) VALUE " ".
	  03 obs_total 						PIC -(9)9,99.
	  03 nada 							PIC X(1) VALUE " ".
	  03 obs_motivo 					PIC X(25).

PROCEDURE DIVISION.

*> CICLO PPAL--------------------------------------------------------------
	PERFORM 1_LEER_PARAMETROS.
	PERFORM 2_CARGAR_SUCURSALES.
	PERFORM 3_LEER_NUMERACION.
	PERFORM 4_CARGAR_RESUMEN.
	PERFORM 5_EMITIR_LIBRO.
	PERFORM 8_RESUMEN.
*> con observados o huecos en la numeracion el libro sale igual, pero
*> avisa al encadenamiento con 4: no esta listo para presentar.
	IF (cant_observados IS > 0) OR (cant_faltantes IS > 0) OR (cant_repetidos IS > 0) THEN
		MOVE 4 TO RETURN-CODE
	END-IF.
	STOP RUN.

*> --------------------------------------------------------------

1_LEER_PARAMETROS.
	OPEN INPUT LIVPARAM.
	IF (livparam-estado IS NOT = "00") THEN
		DISPLAY "LIBROIVA: falta libroIvaParametros.txt con el mes del libro (AAAAMM)"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	READ LIVPARAM
		AT END
			DISPLAY "LIBROIVA: libroIvaParametros.txt esta vacio"
			MOVE 8 TO RETURN-CODE
			STOP RUN
		NOT AT END
			MOVE lpar_ano TO pl_ano
			MOVE lpar_mes TO pl_mes
			IF (lpar_punto_venta IS NUMERIC) THEN
				MOVE lpar_punto_venta TO punto_venta
			END-IF
	END-READ.
	CLOSE LIVPARAM.
	IF (pl_mes IS < 1) OR (pl_mes IS > 12) THEN
		DISPLAY "LIBROIVA: mes invalido en libroIvaParametros.txt: " pl_mes
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM CALCULAR_DIAS_DEL_MES.

2_CARGAR_SUCURSALES.
	OPEN INPUT SUCURSALES.
	IF (sucursales-estado IS NOT = "00") THEN
		DISPLAY "LIBROIVA: no se pudo abrir sucursales.dat, estado " sucursales-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM 21_CARGAR_SUC_REG UNTIL fin_sucursales IS = "SI".
	CLOSE SUCURSALES.

21_CARGAR_SUC_REG.
	READ SUCURSALES AT END MOVE "SI" TO fin_sucursales.
	IF (fin_sucursales IS = "NO") AND (cant_sucursales IS < 500) THEN
		ADD 1 TO cant_sucursales
		MOVE reg_sucursal TO v_sucursal(cant_sucursales)
	END-IF.

3_LEER_NUMERACION.
*> sin archivo de numeracion no se emitio nunca un comprobante; el
*> control de correlatividad queda solo contra el resumen.
	OPEN INPUT NUMCOMP.
	IF (numcomp-estado IS = "00") THEN
		READ NUMCOMP
			AT END
				CONTINUE
			NOT AT END
				MOVE num_ultimo TO ultimo_comprobante
		END-READ
		CLOSE NUMCOMP
	END-IF.

4_CARGAR_RESUMEN.
	OPEN INPUT RESUMEN.
	IF (resumen-estado IS NOT = "00") THEN
		DISPLAY "LIBROIVA: no se pudo abrir resumenComprobantes.txt, estado " resumen-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM 41_CARGAR_RESUMEN_REG UNTIL fin_resumen IS = "SI".
	CLOSE RESUMEN.

41_CARGAR_RESUMEN_REG.
*> un resumen mas grande que la tabla corta: un libro al que le faltan
*> comprobantes no sirve para presentar.
	READ RESUMEN AT END MOVE "SI" TO fin_resumen.
	IF (fin_resumen IS = "NO") AND (cant_comps IS >= 9999) THEN
		DISPLAY "LIBROIVA: resumenComprobantes.txt supera los 9999 registros de la tabla"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	IF (fin_resumen IS = "NO") THEN
		ADD 1 TO cant_resumen_leidos
		MOVE res_comprobante TO aux_nro
		IF (res_tipo IS = SPACES) THEN
			MOVE "FA" TO aux_tipo
		ELSE
			MOVE res_tipo TO aux_tipo
		END-IF
		MOVE res_sucursal TO aux_suc
		MOVE res_cuit TO aux_cuit
		MOVE res_neto TO aux_neto
		MOVE res_iva TO aux_iva
		MOVE res_total TO aux_total
		MOVE res_fecha_emision TO aux_fecha
		IF (res_fecha_emision IS NUMERIC) THEN
			MOVE res_fecha_emision(1:6) TO periodo_comp
		ELSE
			MOVE res_ano_hasta TO pc_ano
			MOVE res_mes_hasta TO pc_mes
		END-IF
		IF (periodo_comp IS = periodo_libro) THEN
			MOVE "SI" TO aux_del_mes
			ADD 1 TO cant_del_mes
		ELSE
			MOVE "NO" TO aux_del_mes
		END-IF
		PERFORM INSERTAR_COMP
	END-IF.

BUSCAR_COMP.
*> deja en posi el lugar que le toca a aux_nro en la tabla ordenada;
*> un numero repetido queda despues de los ya cargados.
	MOVE 1 TO posi.
	PERFORM BUSCAR_COMP_IND UNTIL (posi IS > cant_comps) OR (vc_nro(posi) IS > aux_nro).

BUSCAR_COMP_IND.
	ADD 1 TO posi.

INSERTAR_COMP.
	PERFORM BUSCAR_COMP.
	ADD 1 TO cant_comps.
	MOVE cant_comps TO j.
	PERFORM DESPLAZAR_COMP UNTIL j IS NOT > posi.
	MOVE aux_comp TO v_comp(posi).

DESPLAZAR_COMP.
	COMPUTE jj = j - 1.
	MOVE v_comp(jj) TO v_comp(j).
	SUBTRACT 1 FROM j.

*> REPORTES--------------------------------------------------------------

5_EMITIR_LIBRO.
	OPEN OUTPUT LIBRO.
	OPEN OUTPUT REGIMEN.
	OPEN OUTPUT OBSERVADOS.
	MOVE linea TO reg_libro.
	WRITE reg_libro.
	MOVE periodo_libro TO liv_enc_periodo.
	MOVE punto_venta TO liv_enc_pto.
	MOVE linea_liv_encab TO reg_libro.
	WRITE reg_libro.
	MOVE linea TO reg_libro.
	WRITE reg_libro.
	MOVE linea_liv_col TO reg_libro.
	WRITE reg_libro.
	PERFORM 51_PROCESAR_COMP VARYING posi FROM 1 BY 1 UNTIL posi IS > cant_comps.
	PERFORM 52_ESCRIBIR_TOTALES.
	PERFORM 53_CONTROLAR_CORRELATIVIDAD.
	CLOSE LIBRO.
	CLOSE REGIMEN.
	CLOSE OBSERVADOS.

51_PROCESAR_COMP.
	IF (vc_del_mes(posi) IS = "SI") THEN
		MOVE SPACES TO motivo_observado
		PERFORM BUSCAR_SUCURSAL
		IF (sucursal_hallada IS = "NO") THEN
			MOVE "SUCURSAL INEXISTENTE" TO motivo_observado
		ELSE
			MOVE vc_cuit(posi) TO cuit_a_validar
			PERFORM VALIDAR_CUIT
			IF (cuit_valido IS = "NO") THEN
				MOVE "CUIT INVALIDO" TO motivo_observado
			END-IF
		END-IF
		IF (motivo_observado IS = SPACES) THEN
			PERFORM 511_ESCRIBIR_RENGLON
			PERFORM 512_ESCRIBIR_REGIMEN
		ELSE
			PERFORM 513_ESCRIBIR_OBSERVADO
		END-IF
	END-IF.

511_ESCRIBIR_RENGLON.
	ADD 1 TO cant_en_libro.
	IF (vc_tipo(posi) IS = "NC") THEN
		ADD 1 TO cant_nc
		COMPUTE neto_signo = vc_neto(posi) * -1
		COMPUTE iva_signo = vc_iva(posi) * -1
		COMPUTE total_signo = vc_total(posi) * -1
	ELSE
		IF (vc_tipo(posi) IS = "ND") THEN
			ADD 1 TO cant_nd
		ELSE
			ADD 1 TO cant_fa
		END-IF
		MOVE vc_neto(posi) TO neto_signo
		MOVE vc_iva(posi) TO iva_signo
		MOVE vc_total(posi) TO total_signo
	END-IF.
	ADD neto_signo TO tot_neto.
	ADD iva_signo TO tot_iva.
	ADD total_signo TO tot_total.
	MOVE vc_tipo(posi) TO liv_det_tipo.
	MOVE vc_nro(posi) TO liv_det_nro.
	MOVE vc_cuit(posi) TO liv_det_cuit.
	MOVE v_suc_razon(suci) TO liv_det_razon.
	MOVE neto_signo TO liv_det_neto.
	MOVE iva_signo TO liv_det_iva.
	MOVE total_signo TO liv_det_total.
	MOVE linea_liv_det TO reg_libro.
	WRITE reg_libro.

512_ESCRIBIR_REGIMEN.
	IF (vc_fecha(posi) IS NUMERIC) THEN
		MOVE vc_fecha(posi) TO rin_fecha
	ELSE
		MOVE periodo_libro TO fr_anomes
		MOVE dias_del_mes TO fr_dia
		MOVE fecha_regimen TO rin_fecha
	END-IF.
	IF (vc_tipo(posi) IS = "NC") THEN
		MOVE 3 TO rin_tipo_cbte
	ELSE IF (vc_tipo(posi) IS = "ND") THEN
		MOVE 2 TO rin_tipo_cbte
	ELSE
		MOVE 1 TO rin_tipo_cbte
	END-IF.
	MOVE punto_venta TO rin_punto_venta.
	MOVE vc_nro(posi) TO rin_numero_desde.
	MOVE vc_nro(posi) TO rin_numero_hasta.
	MOVE 80 TO rin_tipo_doc.
	MOVE vc_cuit(posi) TO rin_cuit.
	MOVE v_suc_razon(suci) TO rin_razon.
	MOVE vc_total(posi) TO rin_total.
	MOVE 0 TO rin_no_gravado.
	MOVE vc_neto(posi) TO rin_neto.
	MOVE 5 TO rin_alicuota.
	MOVE vc_iva(posi) TO rin_iva.
	MOVE "PES" TO rin_moneda.
	MOVE 1 TO rin_cambio.
	WRITE reg_regimen.

513_ESCRIBIR_OBSERVADO.
	ADD 1 TO cant_observados.
	MOVE vc_tipo(posi) TO obs_tipo.
	MOVE vc_nro(posi) TO obs_nro.
	MOVE vc_suc(posi) TO obs_suc.
	MOVE vc_cuit(posi) TO obs_cuit.
	MOVE vc_total(posi) TO obs_total.
	MOVE motivo_observado TO obs_motivo.
	MOVE linea_obs TO reg_observado.
	WRITE reg_observado.
	DISPLAY "LIBROIVA OBSERVADO: " vc_tipo(posi) " " vc_nro(posi) " sucursal " vc_suc(posi) " " motivo_observado.

52_ESCRIBIR_TOTALES.
	MOVE linea TO reg_libro.
	WRITE reg_libro.
	MOVE "Total neto gravado" TO liv_tot_tit.
	MOVE tot_neto TO liv_tot_impor.
	MOVE linea_liv_tot TO reg_libro.
	WRITE reg_libro.
	MOVE "Total IVA 21 por ciento" TO liv_tot_tit.
	MOVE tot_iva TO liv_tot_impor.
	MOVE linea_liv_tot TO reg_libro.
	WRITE reg_libro.
	MOVE "Total comprobantes" TO liv_tot_tit.
	MOVE tot_total TO liv_tot_impor.
	MOVE linea_liv_tot TO reg_libro.
	WRITE reg_libro.

53_CONTROLAR_CORRELATIVIDAD.
*> la numeracion es una sola para FA, NC y ND (numeroComprobante.txt):
*> se informa todo hueco o repeticion pegado a un comprobante del mes,
*> y si el mes llega al ultimo numero del resumen, los numeros que la
*> numeracion da por usados y no estan en el resumen.
	MOVE linea TO reg_libro.
	WRITE reg_libro.
	MOVE "Control de correlatividad de la numeracion" TO reg_libro.
	WRITE reg_libro.
	PERFORM 531_CONTROLAR_PAR VARYING posi FROM 2 BY 1 UNTIL posi IS > cant_comps.
	IF (cant_comps IS > 0) THEN
		IF (vc_del_mes(cant_comps) IS = "SI") AND (ultimo_comprobante IS > vc_nro(cant_comps)) THEN
			COMPUTE falta_desde = vc_nro(cant_comps) + 1
			MOVE ultimo_comprobante TO falta_hasta
			PERFORM 532_INFORMAR_FALTANTE
		END-IF
	END-IF.
	IF (cant_faltantes IS = 0) AND (cant_repetidos IS = 0) THEN
		MOVE "Numeracion correlativa, sin faltantes ni repetidos" TO reg_libro
		WRITE reg_libro
	END-IF.

531_CONTROLAR_PAR.
	COMPUTE j = posi - 1.
	IF (vc_del_mes(posi) IS = "SI") OR (vc_del_mes(j) IS = "SI") THEN
		IF (vc_nro(posi) IS = vc_nro(j)) THEN
			ADD 1 TO cant_repetidos
			MOVE vc_nro(posi) TO liv_rep_nro
			MOVE linea_liv_repe TO reg_libro
			WRITE reg_libro
		ELSE IF (vc_nro(posi) IS > vc_nro(j) + 1) THEN
			COMPUTE falta_desde = vc_nro(j) + 1
			COMPUTE falta_hasta = vc_nro(posi) - 1
			PERFORM 532_INFORMAR_FALTANTE
		END-IF
	END-IF.

532_INFORMAR_FALTANTE.
	COMPUTE cant_faltantes = cant_faltantes + falta_hasta - falta_desde + 1.
	MOVE falta_desde TO liv_fal_desde.
	MOVE falta_hasta TO liv_fal_hasta.
	MOVE linea_liv_falta TO reg_libro.
	WRITE reg_libro.

BUSCAR_SUCURSAL.
	MOVE "NO" TO sucursal_hallada.
	MOVE 1 TO suci.
	PERFORM BUSCAR_SUCURSAL_IND UNTIL (suci IS > cant_sucursales) OR (sucursal_hallada IS = "SI").

BUSCAR_SUCURSAL_IND.
	IF (v_suc_num(suci) IS = vc_suc(posi)) THEN
		MOVE "SI" TO sucursal_hallada
	ELSE
		ADD 1 TO suci
	END-IF.

VALIDAR_CUIT.
*> digito verificador modulo 11 con pesos 5-4-3-2-7-6-5-4-3-2; un
*> resto que exige verificador 10 no corresponde a ningun cuit valido.
	MOVE "SI" TO cuit_valido.
	IF (cuit_a_validar IS NOT NUMERIC) THEN
		MOVE "NO" TO cuit_valido
	ELSE
		MOVE 0 TO suma_cuit
		MOVE 1 TO k
		PERFORM SUMAR_PESO_CUIT UNTIL k IS > 10
		DIVIDE suma_cuit BY 11 GIVING resto_cuit REMAINDER resto_cuit
		COMPUTE dv_cuit = 11 - resto_cuit
		IF (dv_cuit IS = 11) THEN
			MOVE 0 TO dv_cuit
		END-IF
		IF (dv_cuit IS = 10) THEN
			MOVE "NO" TO cuit_valido
		ELSE
			IF (cuit_dig(11) IS NOT = dv_cuit) THEN
				MOVE "NO" TO cuit_valido
			END-IF
		END-IF
	END-IF.

SUMAR_PESO_CUIT.
	COMPUTE suma_cuit = suma_cuit + cuit_dig(k) * peso_cuit(k).
	ADD 1 TO k.

CALCULAR_DIAS_DEL_MES.
	IF (pl_mes IS = 4) OR (pl_mes IS = 6) OR (pl_mes IS = 9) OR (pl_mes IS = 11) THEN
		MOVE 30 TO dias_del_mes
	ELSE IF (pl_mes IS = 2) THEN
		MOVE 28 TO dias_del_mes
		DIVIDE pl_ano BY 4 GIVING resto_bisiesto REMAINDER resto_bisiesto
		IF (resto_bisiesto IS = 0) THEN
			MOVE 29 TO dias_del_mes
			DIVIDE pl_ano BY 100 GIVING resto_bisiesto REMAINDER resto_bisiesto
			IF (resto_bisiesto IS = 0) THEN
				MOVE 28 TO dias_del_mes
				DIVIDE pl_ano BY 400 GIVING resto_bisiesto REMAINDER resto_bisiesto
				IF (resto_bisiesto IS = 0) THEN
					MOVE 29 TO dias_del_mes
				END-IF
			END-IF
		END-IF
	ELSE
		MOVE 31 TO dias_del_mes
	END-IF.

*> RESUMEN--------------------------------------------------------------

8_RESUMEN.
	DISPLAY " ".
	DISPLAY linea.
	DISPLAY "Resumen del libro IVA ventas del periodo " periodo_libro.
	DISPLAY linea.
	DISPLAY "Comprobantes leidos del resumen:    " cant_resumen_leidos.
	DISPLAY "Comprobantes del mes:               " cant_del_mes.
	DISPLAY "Comprobantes en el libro:           " cant_en_libro.
	DISPLAY "  Facturas:                         " cant_fa.
	DISPLAY "  Notas de credito:                 " cant_nc.
	DISPLAY "  Notas de debito:                  " cant_nd.
	DISPLAY "Comprobantes observados:            " cant_observados.
	DISPLAY "Numeros faltantes:                  " cant_faltantes.
	DISPLAY "Numeros repetidos:                  " cant_repetidos.
