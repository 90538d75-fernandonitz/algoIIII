IDENTIFICATION DIVISION.
PROGRAM-ID. MARGEN.

*> informe de margen por sucursal y tipo de clase sobre el MASTER:
*> para el periodo pedido (ano/mes desde-hasta, margenParametros.txt,
*> mismo formato que facturaParametros.txt) lista por cada sucursal y
*> tipo de clase las horas, lo facturado a la sucursal (mae_importe,
*> precio de venta), lo pagado a los profesores (mae_importe_costo) y
*> la diferencia, con subtotal por sucursal y total general
*> (margenes.txt). Un mae anterior a la separacion de venta y costo no
*> trae el costo y se toma la venta, o sea margen cero.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
	DECIMAL-POINT IS COMMA.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT MARPARAM ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS marparam-estado.
*> por omision se toma la ultima generacion de mae segun bitacora.txt,
*> como en FACTURA.
	SELECT MASTER ASSIGN TO DYNAMIC ruta_master ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS mae-estado.
	SELECT BITACORA ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS bitacora-estado.
	SELECT SUCURSALES ASSIGN TO DISK ORGANIZATION IS INDEXED ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS suc_suc FILE STATUS IS sucursales-estado.
	SELECT TIPOSCLASE ASSIGN TO DISK ORGANIZATION IS INDEXED ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS tip_clave FILE STATUS IS tipos_clase-estado.
	SELECT MARGENES ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS margenes-estado.

DATA DIVISION.
FILE SECTION.

FD MARPARAM LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/margenParametros.txt".
*> periodo y, opcionalmente, la generacion de mae (en blanco o cero =
*> la ultima segun bitacora.txt).
01 reg_marparam.
	  03 mpar_ano_desde 				PIC 9(4).
	  03 mpar_mes_desde 				PIC 9(2).
	  03 mpar_ano_hasta 				PIC 9(4).
	  03 mpar_mes_hasta 				PIC 9(2).
	  03 mpar_generacion 				PIC X(6).

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

FD SUCURSALES LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/sucursales.dat".
01 reg_sucursal.
	  03 suc_suc 						PIC X(3).
	  03 suc_razon 						PIC 9(25).
	  03 suc_dire 						PIC X(20).
	  03 suc_tel 						PIC X(20).
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

FD MARGENES LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/margenes.txt".
01 reg_margen 							PIC X(80).

FD BITACORA LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/bitacora.txt".
*> solo interesa el numero de corrida del ultimo registro, que es la
*> ultima generacion de mae escrita por TP.
01 reg_bitacora.
	  03 bit_corrida 					PIC 9(6).
	  03 FILLER 						PIC X(100).

WORKING-STORAGE SECTION.

	77 	marparam-estado 				PIC XX.
	77 	bitacora-estado 				PIC XX.
	77 	mae-estado 						PIC XX.
	77 	sucursales-estado 				PIC XX.
	77 	tipos_clase-estado 				PIC XX.
	77 	margenes-estado 				PIC XX.

	01 fin_master 						PIC XX VALUE "NO".
	01 fin_sucursales 					PIC XX VALUE "NO".
	01 fin_tipos 						PIC XX VALUE "NO".
	01 fin_bitacora 					PIC XX VALUE "NO".

*> ruta de la generacion de mae a informar, resuelta por
*> 15_UBICAR_GENERACION.
	01 ruta_master.
	  03 nada 							PIC X(69) VALUE "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/mae.G".
	  03 rms_generacion 				PIC 9(6).
	  03 nada 							PIC X(4) VALUE ".txt".
	01 generacion_pedida 				PIC X(6) VALUE SPACES.

*> periodo a informar (ano/mes desde-hasta) tomado del parametro.
	01 periodo_desde.
	  03 pd_ano 						PIC 9(4).
	  03 pd_mes 						PIC 9(2).
	01 periodo_hasta.
	  03 ph_ano 						PIC 9(4).
	  03 ph_mes 						PIC 9(2).
	01 periodo_mov.
	  03 pm_ano 						PIC 9(4).
	  03 pm_mes 						PIC 9(2).

*> vector de sucursales, mismo dimensionado que en TP.
	01 cant_sucursales 					PIC 9(3) VALUE 0.
	01 v_sucursales.
	  03 v_sucursal OCCURS 1 TO 500 TIMES DEPENDING ON cant_sucursales.
	  	05 v_suc_num 					PIC X(3).
	  	05 v_suc_razon 					PIC 9(25).
	  	05 v_suc_dire 					PIC X(20).
	  	05 v_suc_tel 					PIC X(20).
	  	05 v_suc_cuit 					PIC 9(11).

*> lista de tipos de clase sin repetir vigencias (solo codigo y
*> descripcion), como v_clases_rep en TP.
	01 cant_clases_rep 					PIC 9(3) VALUE 0.
	01 v_clases_rep.
	  03 v_clase_rep OCCURS 1 TO 200 TIMES DEPENDING ON cant_clases_rep.
	  	05 v_clase_rep_cod 				PIC X(4).
	  	05 v_clase_rep_desc 			PIC X(20).

*> horas, venta y costo por sucursal y tipo de clase del periodo.
	01 v_margenes.
	  03 m_suc OCCURS 1 TO 500 TIMES DEPENDING ON cant_sucursales.
	  	05 m_clase OCCURS 1 TO 200 TIMES DEPENDING ON cant_clases_rep.
	  		07 m_horas 					PIC 9(6)V99 VALUE 0.
	  		07 m_venta 					PIC 9(9)V99 VALUE 0.
	  		07 m_costo 					PIC 9(9)V99 VALUE 0.

	01 clase_buscada 					PIC X(4).
	01 suci 							PIC 9(3) VALUE 0.
	01 clasei 							PIC 9(3) VALUE 0.
	01 sucursal_hallada 				PIC XX VALUE "NO".
	01 clase_hallada 					PIC XX VALUE "NO".
	01 hay_detalle 						PIC XX VALUE "NO".

	01 importe_costo_mov 				PIC 9(7)V99 VALUE 0.
	01 margen_calc 						PIC S9(10)V99 VALUE 0.

	01 cant_mae_leidos 					PIC 9(8) VALUE 0.
	01 cant_mae_informados 				PIC 9(8) VALUE 0.
	01 cant_fuera_periodo 				PIC 9(8) VALUE 0.
	01 cant_suc_no_encontrada 			PIC 9(8) VALUE 0.
	01 cant_sin_costo 					PIC 9(8) VALUE 0.

	01 horas_suc 						PIC 9(7)V99 VALUE 0.
	01 venta_suc 						PIC 9(10)V99 VALUE 0.
	01 costo_suc 						PIC 9(10)V99 VALUE 0.
	01 horas_tot 						PIC 9(8)V99 VALUE 0.
	01 venta_tot 						PIC 9(11)V99 VALUE 0.
	01 costo_tot 						PIC 9(11)V99 VALUE 0.

*> lineas del informe.
	01 linea.
	  03 guiones 						PIC X(80) VALUE ALL "-".

	01 linea_mar_encab.
	  03 nada 							PIC X(27) VALUE "INFORME DE MARGEN  Periodo ".
	  03 mar_enc_desde 					PIC X(6).
	  03 nada 							PIC X(3) VALUE " a ".
	  03 mar_enc_hasta 					PIC X(6).
	  03 nada 							PIC X(14) VALUE "  Generacion G".
	  03 mar_enc_gen 					PIC 9(6).

	01 linea_mar_suc.
	  03 nada 							PIC X(9) VALUE "Sucursal ".
	  03 mar_suc_num 					PIC X(3).
	  03 nada 							PIC X(1) VALUE " ".
	  03 mar_suc_razon 					PIC X(25).

	01 linea_mar_col.
	  03 nada 							PIC X(2) VALUE ALL " ".
	  03 nada 							PIC X(20) VALUE "Tipo de Clase".
	  03 nada 							PIC X(1) VALUE ALL " ".
	  03 nada 							PIC X(9) VALUE "    Horas".
	  03 nada 							PIC X(1) VALUE ALL " ".
	  03 nada 							PIC X(13) VALUE "    Facturado".
	  03 nada 							PIC X(1) VALUE ALL " ".
	  03 nada 							PIC X(13) VALUE "       Pagado".
	  03 nada 							PIC X(1) VALUE ALL " ".
	  03 nada 							PIC X(14) VALUE "       Margen".

	01 linea_mar_det.
	  03 nada 							PIC X(2) VALUE ALL " ".
	  03 mar_det_clase 					PIC X(20).
	  03 nada 							PIC X(1) VALUE ALL " ".
	  03 mar_det_horas 					PIC Z(5)9,99.
	  03 nada 							PIC X(1) VALUE ALL " ".
	  03 mar_det_venta 					PIC Z(9)9,99.
	  03 nada 							PIC X(1) VALUE ALL " ".
	  03 mar_det_costo 					PIC Z(9)9,99.
	  03 nada 							PIC X(1) VALUE ALL " ".
	  03 mar_det_margen 				PIC -(10)9,99.

PROCEDURE DIVISION.

*> CICLO PPAL--------------------------------------------------------------
	PERFORM 1_LEER_PARAMETROS.
	PERFORM 15_UBICAR_GENERACION.
	PERFORM 2_CARGAR_SUCURSALES.
	PERFORM 3_CARGAR_TIPOS_CLASE.
	PERFORM 5_ACUMULAR_MASTER.
	PERFORM 6_IMPRIMIR_MARGENES.
	PERFORM 8_RESUMEN.
	STOP RUN.

*> --------------------------------------------------------------

1_LEER_PARAMETROS.
	OPEN INPUT MARPARAM.
	IF (marparam-estado IS NOT = "00") THEN
		DISPLAY "MARGEN: falta margenParametros.txt con el periodo (AAAAMMAAAAMM)"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	READ MARPARAM
		AT END
			DISPLAY "MARGEN: margenParametros.txt esta vacio"
			MOVE 8 TO RETURN-CODE
			STOP RUN
		NOT AT END
			MOVE mpar_ano_desde TO pd_ano
			MOVE mpar_mes_desde TO pd_mes
			MOVE mpar_ano_hasta TO ph_ano
			MOVE mpar_mes_hasta TO ph_mes
			MOVE mpar_generacion TO generacion_pedida
	END-READ.
	CLOSE MARPARAM.
	IF (periodo_desde IS > periodo_hasta) THEN
		DISPLAY "MARGEN: periodo invalido, desde " periodo_desde " mayor que hasta " periodo_hasta
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.

15_UBICAR_GENERACION.
*> la generacion pedida por parametro si vino, si no la ultima corrida
*> de TP segun bitacora.txt.
	IF (generacion_pedida IS NUMERIC) AND (generacion_pedida IS NOT = "000000") THEN
		MOVE generacion_pedida TO rms_generacion
	ELSE
		OPEN INPUT BITACORA
		IF (bitacora-estado IS NOT = "00") THEN
			DISPLAY "MARGEN: no se pudo abrir bitacora.txt (estado " bitacora-estado "), no se puede ubicar la generacion de mae"
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
		PERFORM 151_LEER_BITACORA_REG UNTIL fin_bitacora IS = "SI"
		CLOSE BITACORA
	END-IF.
	DISPLAY "MARGEN: se informa la generacion mae.G" rms_generacion ".txt".

151_LEER_BITACORA_REG.
	READ BITACORA AT END MOVE "SI" TO fin_bitacora.
	IF (fin_bitacora IS = "NO") THEN
		MOVE bit_corrida TO rms_generacion
	END-IF.

2_CARGAR_SUCURSALES.
	OPEN INPUT SUCURSALES.
	IF (sucursales-estado IS NOT = "00") THEN
		DISPLAY "MARGEN: no se pudo abrir sucursales.dat, estado " sucursales-estado
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

3_CARGAR_TIPOS_CLASE.
	OPEN INPUT TIPOSCLASE.
	IF (tipos_clase-estado IS NOT = "00") THEN
		DISPLAY "MARGEN: no se pudo abrir tiposClase.dat, estado " tipos_clase-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM 31_CARGAR_TIPO_REG UNTIL fin_tipos IS = "SI".
	CLOSE TIPOSCLASE.

31_CARGAR_TIPO_REG.
	READ TIPOSCLASE AT END MOVE "SI" TO fin_tipos.
	IF (fin_tipos IS = "NO") THEN
		MOVE tip_clase_suc TO clase_buscada
		PERFORM BUSCAR_CLASE
		IF (clase_hallada IS = "NO") AND (cant_clases_rep IS < 200) THEN
			ADD 1 TO cant_clases_rep
			MOVE tip_clase_suc TO v_clase_rep_cod(cant_clases_rep)
			MOVE tip_clase_razon TO v_clase_rep_desc(cant_clases_rep)
		END-IF
	END-IF.

5_ACUMULAR_MASTER.
	OPEN INPUT MASTER.
	IF (mae-estado IS NOT = "00") THEN
		DISPLAY "MARGEN: no se pudo abrir mae.G" rms_generacion ".txt, estado " mae-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM 51_ACUMULAR_REG UNTIL fin_master IS = "SI".
	CLOSE MASTER.

51_ACUMULAR_REG.
	READ MASTER AT END MOVE "SI" TO fin_master.
	IF (fin_master IS = "NO") THEN
		ADD 1 TO cant_mae_leidos
		MOVE mae_fecha_ano TO pm_ano
		MOVE mae_fecha_mes TO pm_mes
		IF (periodo_mov IS < periodo_desde) OR (periodo_mov IS > periodo_hasta) THEN
			ADD 1 TO cant_fuera_periodo
		ELSE
			PERFORM BUSCAR_SUCURSAL
			MOVE mae_clase TO clase_buscada
			PERFORM BUSCAR_CLASE
			IF (sucursal_hallada IS = "SI") AND (clase_hallada IS = "SI") THEN
				IF (mae_importe_costo IS NUMERIC) THEN
					MOVE mae_importe_costo TO importe_costo_mov
				ELSE
					MOVE mae_importe TO importe_costo_mov
					ADD 1 TO cant_sin_costo
				END-IF
				ADD mae_horas TO m_horas(suci, clasei)
				ADD mae_importe TO m_venta(suci, clasei)
				ADD importe_costo_mov TO m_costo(suci, clasei)
				ADD 1 TO cant_mae_informados
			ELSE
				ADD 1 TO cant_suc_no_encontrada
			END-IF
		END-IF
	END-IF.

BUSCAR_SUCURSAL.
	MOVE "NO" TO sucursal_hallada.
	MOVE 1 TO suci.
	PERFORM BUSCAR_SUCURSAL_IND UNTIL (suci IS > cant_sucursales) OR (sucursal_hallada IS = "SI").

BUSCAR_SUCURSAL_IND.
	IF (v_suc_num(suci) IS = mae_sucursal) THEN
		MOVE "SI" TO sucursal_hallada
	ELSE
		ADD 1 TO suci
	END-IF.

BUSCAR_CLASE.
	MOVE "NO" TO clase_hallada.
	MOVE 1 TO clasei.
	PERFORM BUSCAR_CLASE_IND UNTIL (clasei IS > cant_clases_rep) OR (clase_hallada IS = "SI").

BUSCAR_CLASE_IND.
	IF (v_clase_rep_cod(clasei) IS = clase_buscada) THEN
		MOVE "SI" TO clase_hallada
	ELSE
		ADD 1 TO clasei
	END-IF.

*> REPORTES--------------------------------------------------------------

6_IMPRIMIR_MARGENES.
	OPEN OUTPUT MARGENES.
	IF (margenes-estado IS NOT = "00") THEN
		DISPLAY "MARGEN: no se pudo abrir margenes.txt, estado " margenes-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	MOVE linea TO reg_margen.
	WRITE reg_margen.
	MOVE periodo_desde TO mar_enc_desde.
	MOVE periodo_hasta TO mar_enc_hasta.
	MOVE rms_generacion TO mar_enc_gen.
	MOVE linea_mar_encab TO reg_margen.
	WRITE reg_margen.
	PERFORM 61_IMPRIMIR_SUCURSAL VARYING suci FROM 1 BY 1 UNTIL suci IS > cant_sucursales.
	MOVE linea TO reg_margen.
	WRITE reg_margen.
	MOVE "TOTAL GENERAL" TO mar_det_clase.
	MOVE horas_tot TO mar_det_horas.
	MOVE venta_tot TO mar_det_venta.
	MOVE costo_tot TO mar_det_costo.
	COMPUTE margen_calc = venta_tot - costo_tot.
	MOVE margen_calc TO mar_det_margen.
	MOVE linea_mar_det TO reg_margen.
	WRITE reg_margen.
	CLOSE MARGENES.

61_IMPRIMIR_SUCURSAL.
*> una sucursal sin movimientos en el periodo no sale en el informe.
	MOVE "NO" TO hay_detalle.
	MOVE 0 TO horas_suc.
	MOVE 0 TO venta_suc.
	MOVE 0 TO costo_suc.
	PERFORM 611_SUMAR_SUCURSAL VARYING clasei FROM 1 BY 1 UNTIL clasei IS > cant_clases_rep.
	IF (hay_detalle IS = "SI") THEN
		MOVE linea TO reg_margen
		WRITE reg_margen
		MOVE v_suc_num(suci) TO mar_suc_num
		MOVE v_suc_razon(suci) TO mar_suc_razon
		MOVE linea_mar_suc TO reg_margen
		WRITE reg_margen
		MOVE linea_mar_col TO reg_margen
		WRITE reg_margen
		PERFORM 612_IMPRIMIR_DETALLE VARYING clasei FROM 1 BY 1 UNTIL clasei IS > cant_clases_rep
		MOVE "Total sucursal" TO mar_det_clase
		MOVE horas_suc TO mar_det_horas
		MOVE venta_suc TO mar_det_venta
		MOVE costo_suc TO mar_det_costo
		COMPUTE margen_calc = venta_suc - costo_suc
		MOVE margen_calc TO mar_det_margen
		MOVE linea_mar_det TO reg_margen
		WRITE reg_margen
		ADD horas_suc TO horas_tot
		ADD venta_suc TO venta_tot
		ADD costo_suc TO costo_tot
	END-IF.

611_SUMAR_SUCURSAL.
	IF (m_horas(suci, clasei) IS > 0) OR (m_venta(suci, clasei) IS > 0) OR (m_costo(suci, clasei) IS > 0) THEN
		MOVE "SI" TO hay_detalle
		ADD m_horas(suci, clasei) TO horas_suc
		ADD m_venta(suci, clasei) TO venta_suc
		ADD m_costo(suci, clasei) TO costo_suc
	END-IF.

612_IMPRIMIR_DETALLE.
	IF (m_horas(suci, clasei) IS > 0) OR (m_venta(suci, clasei) IS > 0) OR (m_costo(suci, clasei) IS > 0) THEN
		MOVE v_clase_rep_desc(clasei) TO mar_det_clase
		MOVE m_horas(suci, clasei) TO mar_det_horas
		MOVE m_venta(suci, clasei) TO mar_det_venta
		MOVE m_costo(suci, clasei) TO mar_det_costo
		COMPUTE margen_calc = m_venta(suci, clasei) - m_costo(suci, clasei)
		MOVE margen_calc TO mar_det_margen
		MOVE linea_mar_det TO reg_margen
		WRITE reg_margen
	END-IF.

*> RESUMEN--------------------------------------------------------------

8_RESUMEN.
	DISPLAY " ".
	DISPLAY linea.
	DISPLAY "Resumen del informe de margen del periodo " periodo_desde " a " periodo_hasta.
	DISPLAY linea.
	DISPLAY "Registros leidos de MASTER:         " cant_mae_leidos.
	DISPLAY "Registros informados:               " cant_mae_informados.
	DISPLAY "Registros fuera del periodo:        " cant_fuera_periodo.
	DISPLAY "Registros sin sucursal/clase:       " cant_suc_no_encontrada.
	DISPLAY "Registros sin costo (toma venta):   " cant_sin_costo.
	DISPLAY "Total facturado:                    " venta_tot.
	DISPLAY "Total pagado:                       " costo_tot.
	IF (cant_suc_no_encontrada IS > 0) THEN
		MOVE 4 TO RETURN-CODE
	END-IF.
