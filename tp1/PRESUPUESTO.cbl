IDENTIFICATION DIVISION.
PROGRAM-ID. PRESUP.

*> presupuesto contra real por sucursal y tipo de clase: la direccion
*> arma a principio de ano un presupuesto de horas e importes y lo
*> comparaba contra lo real copiando numeros de matrizHoras.csv a mano.
*> El presupuesto vive en presupuesto.txt (ano, sucursal, tipo de
*> clase, mes, horas e importe, un renglon por mes) y este programa
*> emite el reporte del mes pedido en presupuestoParametros.txt
*> (presupuestoReal.txt). Lo real sale de las particiones
*> maeHistorico.AAAAMM.txt de los meses del ano ya cerrados (segun
*> periodos.txt) y, para los meses todavia abiertos, del mae de la
*> ultima generacion (o la pedida por parametro, como en MARGEN).
*> Por cada sucursal y tipo de clase muestra, en horas y en importe:
*>  - el mes: presupuesto, real, desvio en valor y en porcentaje,
*>  - el acumulado del ano hasta el mes,
*>  - el cierre anual: presupuesto del ano contra la proyeccion lineal
*>    de lo real (acumulado / meses transcurridos * 12),
*> con subtotal por sucursal, totales por tipo de clase y total
*> general. Los renglones cuyo desvio supera el umbral del parametro
*> (en porcentaje, por omision 10) quedan marcados con <<<, igual que
*> lo real sin presupuesto. Con marcas, renglones de presupuesto
*> rechazados o meses cerrados sin particion avisa con retorno 4.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
	DECIMAL-POINT IS COMMA.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT PREPARAM ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS preparam-estado.
	SELECT PRESUPUESTO ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS presupuesto-estado.
	SELECT PERIODOS ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS periodos-estado.
*> el historico esta particionado por periodo (maeHistorico.AAAAMM.txt,
*> ver REORGHIST): se abre solo la particion de cada mes cerrado.
	SELECT MAEHIST ASSIGN TO DYNAMIC ruta_maehist ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS maehist-estado.
*> por omision se toma la ultima generacion de mae segun bitacora.txt,
*> como en MARGEN.
	SELECT MASTER ASSIGN TO DYNAMIC ruta_master ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS mae-estado.
	SELECT BITACORA ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS bitacora-estado.
	SELECT SUCURSALES ASSIGN TO DISK ORGANIZATION IS INDEXED ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS suc_suc FILE STATUS IS sucursales-estado.
	SELECT TIPOSCLASE ASSIGN TO DISK ORGANIZATION IS INDEXED ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS tip_clave FILE STATUS IS tipos_clase-estado.
	SELECT INFORME ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS informe-estado.

DATA DIVISION.
FILE SECTION.

FD PREPARAM LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/presupuestoParametros.txt".
*> ano y mes del reporte, umbral de desvio en porcentaje (999V99, en
*> blanco o cero = 10) y, opcionalmente, la generacion de mae (en
*> blanco o cero = la ultima segun bitacora.txt).
01 reg_preparam.
	  03 ppa_ano 						PIC 9(4).
	  03 ppa_mes 						PIC 9(2).
	  03 ppa_umbral 					PIC 9(3)V99.
	  03 ppa_generacion 				PIC X(6).

FD PRESUPUESTO LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/presupuesto.txt".
*> un renglon por ano, sucursal, tipo de clase y mes.
01 reg_presupuesto.
	  03 pre_ano 						PIC 9(4).
	  03 pre_suc 						PIC X(3).
	  03 pre_clase 						PIC X(4).
	  03 pre_mes 						PIC 9(2).
	  03 pre_horas 						PIC 9(6)V99.
	  03 pre_importe 					PIC 9(9)V99.

FD PERIODOS LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/periodos.txt".
01 reg_periodo.
	  03 per_ano 						PIC 9(4).
	  03 per_mes 						PIC 9(2).
	  03 per_estado 					PIC X(7).

FD MAEHIST LABEL RECORD IS STANDARD.
01 reg_hist.
	  03 his_prof_num 					PIC X(5).
	  03 his_fecha.
	  	05 his_fecha_ano 				PIC 9(4).
	  	05 his_fecha_mes 				PIC 9(2).
	  	05 his_fecha_dia 				PIC 9(2).
	  03 his_sucursal 					PIC X(3).
	  03 his_clase 						PIC X(4).
	  03 his_horas 						PIC 9(2)V99.
	  03 his_tarifa 					PIC 9(5)V99.
	  03 his_importe 					PIC 9(7)V99.
	  03 his_origen 					PIC X(1).
	  03 his_corrida 					PIC 9(6).
	  03 his_tarifa_costo 				PIC 9(5)V99.
	  03 his_importe_costo 				PIC 9(7)V99.
*> tipo de dia, porcentaje y recargo de venta y de costo (ver TP); los
*> importes ya incluyen el recargo.
	  03 his_tipo_dia 					PIC X(1).
	  03 his_porc_recargo 				PIC 9(3)V99.
	  03 his_recargo 					PIC 9(7)V99.
	  03 his_recargo_costo 				PIC 9(7)V99.

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

FD SUCURSALES LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/sucursales.dat".
01 reg_sucursal.
	  03 suc_suc 						PIC X(3).
	  03 suc_razon 						PIC X(25).
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

FD INFORME LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/presupuestoReal.txt".
01 reg_informe 							PIC X(80).

WORKING-STORAGE SECTION.

	77 	preparam-estado 				PIC XX.
	77 	presupuesto-estado 				PIC XX.
	77 	periodos-estado 				PIC XX.
	77 	maehist-estado 					PIC XX.
	77 	mae-estado 						PIC XX.
	77 	bitacora-estado 				PIC XX.
	77 	sucursales-estado 				PIC XX.
	77 	tipos_clase-estado 				PIC XX.
	77 	informe-estado 					PIC XX.

	01 fin_presupuesto 					PIC XX VALUE "NO".
	01 fin_periodos 					PIC XX VALUE "NO".
	01 fin_maehist 						PIC XX VALUE "NO".
	01 fin_master 						PIC XX VALUE "NO".
	01 fin_bitacora 					PIC XX VALUE "NO".
	01 fin_sucursales 					PIC XX VALUE "NO".
	01 fin_tipos 						PIC XX VALUE "NO".

*> ano y mes del reporte y umbral de desvio, tomados del parametro.
	01 periodo_informe.
	  03 pin_ano 						PIC 9(4).
	  03 pin_mes 						PIC 9(2).
	01 umbral 							PIC 9(3)V99 VALUE 10.

*> meses del ano ya cerrados segun periodos.txt: lo real de esos meses
*> sale de su particion y no del mae.
	01 v_meses_cerrados.
	  03 mes_cerrado OCCURS 12 TIMES 	PIC XX.
	01 m 								PIC 9(2) VALUE 0.

*> ruta de la particion del mes: la parte fija mas el AAAAMM que se
*> pisa antes de cada OPEN.
	01 ruta_maehist.
	  03 nada 							PIC X(77) VALUE "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/maeHistorico.".
	  03 rmh_periodo.
	  	05 rmh_ano 						PIC 9(4).
	  	05 rmh_mes 						PIC 9(2).
	  03 nada 							PIC X(4) VALUE ".txt".

*> ruta de la generacion de mae, resuelta por 15_UBICAR_GENERACION.
	01 ruta_master.
	  03 nada 							PIC X(69) VALUE "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/mae.G".
	  03 rms_generacion 				PIC 9(6).
	  03 nada 							PIC X(4) VALUE ".txt".
	01 generacion_pedida 				PIC X(6) VALUE SPACES.

*> vector de sucursales, mismo dimensionado que en TP.
	01 cant_sucursales 					PIC 9(3) VALUE 0.
	01 v_sucursales.
	  03 v_sucursal OCCURS 1 TO 500 TIMES DEPENDING ON cant_sucursales.
	  	05 v_suc_num 					PIC X(3).
	  	05 v_suc_razon 					PIC X(25).
	  	05 v_suc_dire 					PIC X(20).
	  	05 v_suc_tel 					PIC X(20).
	  	05 v_suc_cuit 					PIC 9(11).

*> lista de tipos de clase sin repetir vigencias, como en MARGEN; cada
*> uno acumula ademas el total del tipo de clase para el cierre del
*> reporte.
	01 cant_clases_rep 					PIC 9(3) VALUE 0.
	01 v_clases_rep.
	  03 v_clase_rep OCCURS 1 TO 200 TIMES DEPENDING ON cant_clases_rep.
	  	05 v_clase_rep_cod 				PIC X(4).
	  	05 v_clase_rep_desc 			PIC X(20).
	  	05 v_clase_cifras.
	  		07 vcc_mes_pres_h 			PIC 9(8)V99.
	  		07 vcc_mes_real_h 			PIC 9(8)V99.
	  		07 vcc_mes_pres_i 			PIC 9(11)V99.
	  		07 vcc_mes_real_i 			PIC 9(11)V99.
	  		07 vcc_acu_pres_h 			PIC 9(8)V99.
	  		07 vcc_acu_real_h 			PIC 9(8)V99.
	  		07 vcc_acu_pres_i 			PIC 9(11)V99.
	  		07 vcc_acu_real_i 			PIC 9(11)V99.
	  		07 vcc_anu_pres_h 			PIC 9(8)V99.
	  		07 vcc_anu_pres_i 			PIC 9(11)V99.

*> presupuesto y real por sucursal y tipo de clase, mes a mes, en
*> orden de clave (alta en su lugar, como el cruce de CRONOG).
	01 aux_clave.
	  03 aux_suc 						PIC X(3).
	  03 aux_clase 						PIC X(4).
	01 cant_pres 						PIC 9(4) VALUE 0.
	01 v_presupuestos.
	  03 v_pres OCCURS 1 TO 2000 TIMES DEPENDING ON cant_pres.
	  	05 vp_clave.
	  		07 vp_suc 					PIC X(3).
	  		07 vp_clase 				PIC X(4).
	  	05 vp_mes OCCURS 12 TIMES.
	  		07 vp_pres_horas 			PIC 9(6)V99.
	  		07 vp_pres_importe 			PIC 9(9)V99.
	  		07 vp_real_horas 			PIC 9(6)V99.
	  		07 vp_real_importe 			PIC 9(9)V99.
	01 cant_fuera_tabla 				PIC 9(5) VALUE 0.

	01 posi 							PIC 9(4) VALUE 0.
	01 j 								PIC 9(4) VALUE 0.
	01 jj 								PIC 9(4) VALUE 0.
	01 k 								PIC 9(4) VALUE 0.
	01 renglon_hallado 					PIC XX VALUE "NO".
	01 fin_busqueda 					PIC XX VALUE "NO".
	01 clase_buscada 					PIC X(4).
	01 suc_buscada 						PIC X(3).
	01 suci 							PIC 9(3) VALUE 0.
	01 clasei 							PIC 9(3) VALUE 0.
	01 sucursal_hallada 				PIC XX VALUE "NO".
	01 clase_hallada 					PIC XX VALUE "NO".

*> movimiento real a acumular (sale del historico o del mae).
	01 mov_suc 							PIC X(3).
	01 mov_clase 						PIC X(4).
	01 mov_mes 							PIC 9(2).
	01 mov_horas 						PIC 9(2)V99.
	01 mov_importe 						PIC 9(7)V99.

*> cifras del renglon que se imprime y acumulados de sucursal y total;
*> la proyeccion se calcula siempre a partir del acumulado real.
	01 cifras.
	  03 cf_mes_pres_h 					PIC 9(8)V99.
	  03 cf_mes_real_h 					PIC 9(8)V99.
	  03 cf_mes_pres_i 					PIC 9(11)V99.
	  03 cf_mes_real_i 					PIC 9(11)V99.
	  03 cf_acu_pres_h 					PIC 9(8)V99.
	  03 cf_acu_real_h 					PIC 9(8)V99.
	  03 cf_acu_pres_i 					PIC 9(11)V99.
	  03 cf_acu_real_i 					PIC 9(11)V99.
	  03 cf_anu_pres_h 					PIC 9(8)V99.
	  03 cf_anu_pres_i 					PIC 9(11)V99.
	01 cifras_suc.
	  03 cs_mes_pres_h 					PIC 9(8)V99.
	  03 cs_mes_real_h 					PIC 9(8)V99.
	  03 cs_mes_pres_i 					PIC 9(11)V99.
	  03 cs_mes_real_i 					PIC 9(11)V99.
	  03 cs_acu_pres_h 					PIC 9(8)V99.
	  03 cs_acu_real_h 					PIC 9(8)V99.
	  03 cs_acu_pres_i 					PIC 9(11)V99.
	  03 cs_acu_real_i 					PIC 9(11)V99.
	  03 cs_anu_pres_h 					PIC 9(8)V99.
	  03 cs_anu_pres_i 					PIC 9(11)V99.
	01 cifras_tot.
	  03 ct_mes_pres_h 					PIC 9(8)V99.
	  03 ct_mes_real_h 					PIC 9(8)V99.
	  03 ct_mes_pres_i 					PIC 9(11)V99.
	  03 ct_mes_real_i 					PIC 9(11)V99.
	  03 ct_acu_pres_h 					PIC 9(8)V99.
	  03 ct_acu_real_h 					PIC 9(8)V99.
	  03 ct_acu_pres_i 					PIC 9(11)V99.
	  03 ct_acu_real_i 					PIC 9(11)V99.
	  03 ct_anu_pres_h 					PIC 9(8)V99.
	  03 ct_anu_pres_i 					PIC 9(11)V99.
	01 proy_horas 						PIC 9(8)V99 VALUE 0.
	01 proy_importe 					PIC 9(11)V99 VALUE 0.

*> una linea de comparacion: presupuesto contra real.
	01 cmp_presup 						PIC 9(11)V99 VALUE 0.
	01 cmp_real 						PIC 9(11)V99 VALUE 0.
	01 cmp_desvio 						PIC S9(11)V99 VALUE 0.
	01 cmp_pct 							PIC S9(5)V99 VALUE 0.
	01 cmp_concepto 					PIC X(14).
	01 bloque_marcado 					PIC XX VALUE "NO".
	01 suc_actual 						PIC X(3) VALUE SPACES.

	01 cant_pre_leidos 					PIC 9(6) VALUE 0.
	01 cant_pre_otro_ano 				PIC 9(6) VALUE 0.
	01 cant_pre_rechazados 				PIC 9(6) VALUE 0.
	01 cant_hist_leidos 				PIC 9(8) VALUE 0.
	01 cant_mae_leidos 					PIC 9(8) VALUE 0.
	01 cant_mov_sin_maestro 			PIC 9(8) VALUE 0.
	01 cant_meses_cerrados 				PIC 9(2) VALUE 0.
	01 cant_part_sin_archivo 			PIC 9(2) VALUE 0.
	01 cant_bloques 					PIC 9(5) VALUE 0.
	01 cant_marcados 					PIC 9(5) VALUE 0.

*> lineas del informe.
	01 linea.
	  03 guiones 						PIC X(80) VALUE ALL "-".

	01 linea_pre_encab.
	  03 nada 							PIC X(29) VALUE "PRESUPUESTO CONTRA REAL  Mes ".
	  03 pre_enc_ano 					PIC 9(4).
	  03 nada 							PIC X(1) VALUE "/".
	  03 pre_enc_mes 					PIC 9(2).
	  03 nada 							PIC X(10) VALUE "  Umbral ".
	  03 pre_enc_umbral 				PIC ZZ9,99.
	  03 nada 							PIC X(15) VALUE "%  Generacion G".
	  03 pre_enc_gen 					PIC 9(6).

	01 linea_pre_fuente.
	  03 nada 							PIC X(31) VALUE "Meses cerrados (historico):   ".
	  03 pre_fue_cerrados 				PIC Z9.
	  03 nada 							PIC X(34) VALUE "   los demas salen del mae.".

	01 linea_pre_suc.
	  03 nada 							PIC X(9) VALUE "Sucursal ".
	  03 pre_suc_num 					PIC X(3).
	  03 nada 							PIC X(1) VALUE " ".
	  03 pre_suc_razon 					PIC X(25).

	01 linea_pre_titulo.
	  03 nada 							PIC X(2) VALUE ALL " ".
	  03 pre_tit_texto 					PIC X(40).

	01 linea_pre_clase.
	  03 nada 							PIC X(2) VALUE ALL " ".
	  03 pre_cla_cod 					PIC X(4).
	  03 nada 							PIC X(1) VALUE " ".
	  03 pre_cla_desc 					PIC X(20).

	01 linea_pre_col.
	  03 nada 							PIC X(16) VALUE ALL " ".
	  03 nada 							PIC X(13) VALUE "  Presupuesto".
	  03 nada 							PIC X(1) VALUE ALL " ".
	  03 nada 							PIC X(13) VALUE "         Real".
	  03 nada 							PIC X(1) VALUE ALL " ".
	  03 nada 							PIC X(13) VALUE "       Desvio".
	  03 nada 							PIC X(1) VALUE ALL " ".
	  03 nada 							PIC X(8) VALUE " Desvio%".

	01 linea_pre_det.
	  03 nada 							PIC X(2) VALUE ALL " ".
	  03 pre_det_concepto 				PIC X(14).
	  03 pre_det_presup 				PIC Z(9)9,99.
	  03 nada 							PIC X(1) VALUE ALL " ".
	  03 pre_det_real 					PIC Z(9)9,99.
	  03 nada 							PIC X(1) VALUE ALL " ".
	  03 pre_det_desvio 				PIC -(10)9,99.
	  03 nada 							PIC X(1) VALUE ALL " ".
	  03 pre_det_pct 					PIC -(4)9,99.
	  03 nada 							PIC X(1) VALUE ALL " ".
	  03 pre_det_marca 					PIC X(3).

	01 importe_impr 					PIC -(10)9,99.

PROCEDURE DIVISION.

*> CICLO PPAL--------------------------------------------------------------
	PERFORM 1_LEER_PARAMETROS.
	PERFORM 15_UBICAR_GENERACION.
	PERFORM 2_CARGAR_SUCURSALES.
	PERFORM 3_CARGAR_TIPOS_CLASE.
	PERFORM 4_CARGAR_PRESUPUESTO.
	PERFORM 5_CARGAR_PERIODOS.
	PERFORM 6_ACUMULAR_HISTORICO.
	PERFORM 7_ACUMULAR_MASTER.
	PERFORM 8_IMPRIMIR_INFORME.
	PERFORM 9_RESUMEN.
	STOP RUN.

*> --------------------------------------------------------------

1_LEER_PARAMETROS.
	OPEN INPUT PREPARAM.
	IF (preparam-estado IS NOT = "00") THEN
		DISPLAY "PRESUP: falta presupuestoParametros.txt con el mes del reporte (AAAAMM)"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	READ PREPARAM
		AT END
			DISPLAY "PRESUP: presupuestoParametros.txt esta vacio"
			MOVE 8 TO RETURN-CODE
			STOP RUN
		NOT AT END
			MOVE ppa_ano TO pin_ano
			MOVE ppa_mes TO pin_mes
			IF (ppa_umbral IS NUMERIC) AND (ppa_umbral IS > 0) THEN
				MOVE ppa_umbral TO umbral
			END-IF
			MOVE ppa_generacion TO generacion_pedida
	END-READ.
	CLOSE PREPARAM.
	IF (pin_mes IS < 1) OR (pin_mes IS > 12) THEN
		DISPLAY "PRESUP: mes invalido en presupuestoParametros.txt: " pin_mes
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
			DISPLAY "PRESUP: no se pudo abrir bitacora.txt (estado " bitacora-estado "), no se puede ubicar la generacion de mae"
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
		PERFORM 151_LEER_BITACORA_REG UNTIL fin_bitacora IS = "SI"
		CLOSE BITACORA
	END-IF.
	DISPLAY "PRESUP: el mes en curso se toma de mae.G" rms_generacion ".txt".

151_LEER_BITACORA_REG.
	READ BITACORA AT END MOVE "SI" TO fin_bitacora.
	IF (fin_bitacora IS = "NO") THEN
		MOVE bit_corrida TO rms_generacion
	END-IF.

2_CARGAR_SUCURSALES.
	OPEN INPUT SUCURSALES.
	IF (sucursales-estado IS NOT = "00") THEN
		DISPLAY "PRESUP: no se pudo abrir sucursales.dat, estado " sucursales-estado
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
		DISPLAY "PRESUP: no se pudo abrir tiposClase.dat, estado " tipos_clase-estado
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
			MOVE ZEROS TO v_clase_cifras(cant_clases_rep)
		END-IF
	END-IF.

4_CARGAR_PRESUPUESTO.
*> sin presupuesto no hay contra que comparar.
	OPEN INPUT PRESUPUESTO.
	IF (presupuesto-estado IS NOT = "00") THEN
		DISPLAY "PRESUP: no se pudo abrir presupuesto.txt, estado " presupuesto-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM 41_CARGAR_PRE_REG UNTIL fin_presupuesto IS = "SI".
	CLOSE PRESUPUESTO.

41_CARGAR_PRE_REG.
*> un renglon de otro ano se ignora; uno con mes, horas o importe
*> invalidos, o con sucursal o tipo de clase inexistente, se rechaza.
	READ PRESUPUESTO AT END MOVE "SI" TO fin_presupuesto.
	IF (fin_presupuesto IS = "NO") THEN
		ADD 1 TO cant_pre_leidos
		MOVE pre_suc TO suc_buscada
		PERFORM BUSCAR_SUCURSAL
		MOVE pre_clase TO clase_buscada
		PERFORM BUSCAR_CLASE
		IF (pre_ano IS NOT = pin_ano) THEN
			ADD 1 TO cant_pre_otro_ano
		ELSE IF (pre_mes IS NOT NUMERIC) OR (pre_mes IS < 1) OR (pre_mes IS > 12) THEN
			ADD 1 TO cant_pre_rechazados
			DISPLAY "PRESUPUESTO RECHAZADO (mes invalido)        " reg_presupuesto
		ELSE IF (pre_horas IS NOT NUMERIC) OR (pre_importe IS NOT NUMERIC) THEN
			ADD 1 TO cant_pre_rechazados
			DISPLAY "PRESUPUESTO RECHAZADO (horas o importe)     " reg_presupuesto
		ELSE IF (sucursal_hallada IS = "NO") THEN
			ADD 1 TO cant_pre_rechazados
			DISPLAY "PRESUPUESTO RECHAZADO (sucursal inexistente) " reg_presupuesto
		ELSE IF (clase_hallada IS = "NO") THEN
			ADD 1 TO cant_pre_rechazados
			DISPLAY "PRESUPUESTO RECHAZADO (clase inexistente)    " reg_presupuesto
		ELSE
			MOVE pre_suc TO aux_suc
			MOVE pre_clase TO aux_clase
			PERFORM UBICAR_PRES
			IF (renglon_hallado IS = "SI") THEN
				ADD pre_horas TO vp_pres_horas(posi, pre_mes)
				ADD pre_importe TO vp_pres_importe(posi, pre_mes)
			END-IF
		END-IF
	END-IF.

5_CARGAR_PERIODOS.
*> sin periodos.txt no hay meses cerrados: todo sale del mae.
	MOVE 1 TO m.
	PERFORM 51_LIMPIAR_MES UNTIL m IS > 12.
	OPEN INPUT PERIODOS.
	IF (periodos-estado IS = "35") THEN
		MOVE "SI" TO fin_periodos
	ELSE IF (periodos-estado IS NOT = "00") THEN
		DISPLAY "PRESUP: no se pudo abrir periodos.txt, estado " periodos-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	ELSE
		PERFORM 52_CARGAR_PERIODO_REG UNTIL fin_periodos IS = "SI"
		CLOSE PERIODOS
	END-IF.

51_LIMPIAR_MES.
	MOVE "NO" TO mes_cerrado(m).
	ADD 1 TO m.

52_CARGAR_PERIODO_REG.
	READ PERIODOS AT END MOVE "SI" TO fin_periodos.
	IF (fin_periodos IS = "NO") THEN
		IF (per_ano IS = pin_ano) AND (per_mes IS NOT > pin_mes) AND (per_mes IS > 0)
				AND (per_estado IS = "CERRADO") THEN
			MOVE "SI" TO mes_cerrado(per_mes)
		END-IF
	END-IF.

*> REAL------------------------------------------------------------------

6_ACUMULAR_HISTORICO.
	MOVE 1 TO m.
	PERFORM 61_LEER_PARTICION UNTIL m IS > pin_mes.

61_LEER_PARTICION.
*> un mes cerrado sin particion se cuenta y se avisa: lo real de ese
*> mes sale en cero.
	IF (mes_cerrado(m) IS = "SI") THEN
		PERFORM 611_ABRIR_PARTICION
	END-IF.
	ADD 1 TO m.

611_ABRIR_PARTICION.
	ADD 1 TO cant_meses_cerrados.
	MOVE pin_ano TO rmh_ano.
	MOVE m TO rmh_mes.
	MOVE "NO" TO fin_maehist.
	OPEN INPUT MAEHIST.
	IF (maehist-estado IS = "35") THEN
		ADD 1 TO cant_part_sin_archivo
		DISPLAY "PRESUP AVISO: el mes " rmh_periodo " esta cerrado pero no tiene particion"
	ELSE IF (maehist-estado IS NOT = "00") THEN
		DISPLAY "PRESUP: no se pudo abrir la particion del periodo " rmh_periodo ", estado " maehist-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	ELSE
		PERFORM 6111_LEER_HIST_REG UNTIL fin_maehist IS = "SI"
		CLOSE MAEHIST
	END-IF.

6111_LEER_HIST_REG.
	READ MAEHIST AT END MOVE "SI" TO fin_maehist.
	IF (fin_maehist IS = "NO") THEN
		ADD 1 TO cant_hist_leidos
		IF (his_fecha_ano IS = pin_ano) AND (his_fecha_mes IS = m) THEN
			MOVE his_sucursal TO mov_suc
			MOVE his_clase TO mov_clase
			MOVE his_fecha_mes TO mov_mes
			MOVE his_horas TO mov_horas
			MOVE his_importe TO mov_importe
			PERFORM ACUMULAR_REAL
		END-IF
	END-IF.

7_ACUMULAR_MASTER.
*> del mae solo interesan los meses del ano hasta el del reporte que
*> todavia no estan cerrados (los cerrados ya salieron del historico).
	OPEN INPUT MASTER.
	IF (mae-estado IS NOT = "00") THEN
		DISPLAY "PRESUP: no se pudo abrir mae.G" rms_generacion ".txt, estado " mae-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM 71_LEER_MAE_REG UNTIL fin_master IS = "SI".
	CLOSE MASTER.

71_LEER_MAE_REG.
	READ MASTER AT END MOVE "SI" TO fin_master.
	IF (fin_master IS = "NO") THEN
		ADD 1 TO cant_mae_leidos
		IF (mae_fecha_ano IS = pin_ano) AND (mae_fecha_mes IS > 0) AND (mae_fecha_mes IS NOT > pin_mes) THEN
			IF (mes_cerrado(mae_fecha_mes) IS = "NO") THEN
				MOVE mae_sucursal TO mov_suc
				MOVE mae_clase TO mov_clase
				MOVE mae_fecha_mes TO mov_mes
				MOVE mae_horas TO mov_horas
				MOVE mae_importe TO mov_importe
				PERFORM ACUMULAR_REAL
			END-IF
		END-IF
	END-IF.

ACUMULAR_REAL.
*> lo real sin presupuesto tambien entra: sale con presupuesto cero y
*> marcado. Un movimiento de sucursal o clase que ya no esta en los
*> maestros se cuenta y no se informa.
	MOVE mov_suc TO suc_buscada.
	PERFORM BUSCAR_SUCURSAL.
	MOVE mov_clase TO clase_buscada.
	PERFORM BUSCAR_CLASE.
	IF (sucursal_hallada IS = "SI") AND (clase_hallada IS = "SI") THEN
		MOVE mov_suc TO aux_suc
		MOVE mov_clase TO aux_clase
		PERFORM UBICAR_PRES
		IF (renglon_hallado IS = "SI") THEN
			ADD mov_horas TO vp_real_horas(posi, mov_mes)
			ADD mov_importe TO vp_real_importe(posi, mov_mes)
		END-IF
	ELSE
		ADD 1 TO cant_mov_sin_maestro
	END-IF.

UBICAR_PRES.
*> busca el renglon de aux_clave y lo da de alta en su lugar si no
*> estaba; deja posi apuntando al renglon. Con la tabla llena el
*> renglon se pierde y se cuenta para el aviso del resumen.
	MOVE "NO" TO renglon_hallado.
	MOVE "NO" TO fin_busqueda.
	MOVE 1 TO posi.
	PERFORM UBICAR_PRES_IND UNTIL (posi IS > cant_pres) OR (fin_busqueda IS = "SI").
	IF (fin_busqueda IS = "SI") AND (vp_clave(posi) IS = aux_clave) THEN
		MOVE "SI" TO renglon_hallado
	ELSE IF (cant_pres IS >= 2000) THEN
		ADD 1 TO cant_fuera_tabla
	ELSE
		ADD 1 TO cant_pres
		MOVE cant_pres TO j
		PERFORM DESPLAZAR_PRES UNTIL j IS NOT > posi
		MOVE aux_clave TO vp_clave(posi)
		MOVE 1 TO k
		PERFORM LIMPIAR_MES_PRES UNTIL k IS > 12
		MOVE "SI" TO renglon_hallado
	END-IF.

UBICAR_PRES_IND.
	IF (vp_clave(posi) IS >= aux_clave) THEN
		MOVE "SI" TO fin_busqueda
	ELSE
		ADD 1 TO posi
	END-IF.

DESPLAZAR_PRES.
	COMPUTE jj = j - 1.
	MOVE v_pres(jj) TO v_pres(j).
	SUBTRACT 1 FROM j.

LIMPIAR_MES_PRES.
	MOVE 0 TO vp_pres_horas(posi, k).
	MOVE 0 TO vp_pres_importe(posi, k).
	MOVE 0 TO vp_real_horas(posi, k).
	MOVE 0 TO vp_real_importe(posi, k).
	ADD 1 TO k.

BUSCAR_SUCURSAL.
	MOVE "NO" TO sucursal_hallada.
	MOVE 1 TO suci.
	PERFORM BUSCAR_SUCURSAL_IND UNTIL (suci IS > cant_sucursales) OR (sucursal_hallada IS = "SI").

BUSCAR_SUCURSAL_IND.
	IF (v_suc_num(suci) IS = suc_buscada) THEN
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

*> REPORTE--------------------------------------------------------------

8_IMPRIMIR_INFORME.
	OPEN OUTPUT INFORME.
	IF (informe-estado IS NOT = "00") THEN
		DISPLAY "PRESUP: no se pudo abrir presupuestoReal.txt, estado " informe-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	MOVE linea TO reg_informe.
	WRITE reg_informe.
	MOVE pin_ano TO pre_enc_ano.
	MOVE pin_mes TO pre_enc_mes.
	MOVE umbral TO pre_enc_umbral.
	MOVE rms_generacion TO pre_enc_gen.
	MOVE linea_pre_encab TO reg_informe.
	WRITE reg_informe.
	MOVE cant_meses_cerrados TO pre_fue_cerrados.
	MOVE linea_pre_fuente TO reg_informe.
	WRITE reg_informe.
	MOVE linea TO reg_informe.
	WRITE reg_informe.
	MOVE ZEROS TO cifras_tot.
	MOVE ZEROS TO cifras_suc.
	MOVE SPACES TO suc_actual.
	PERFORM 81_IMPRIMIR_RENGLON VARYING k FROM 1 BY 1 UNTIL k IS > cant_pres.
	IF (suc_actual IS NOT = SPACES) THEN
		PERFORM 82_CERRAR_SUCURSAL
	END-IF.
	PERFORM 83_IMPRIMIR_TOTALES_CLASE.
	MOVE linea TO reg_informe.
	WRITE reg_informe.
	MOVE "TOTAL GENERAL" TO pre_tit_texto.
	MOVE linea_pre_titulo TO reg_informe.
	WRITE reg_informe.
	MOVE cifras_tot TO cifras.
	PERFORM IMPRIMIR_BLOQUE.
	CLOSE INFORME.

81_IMPRIMIR_RENGLON.
*> corte de control por sucursal: la tabla esta en orden de clave.
	IF (vp_suc(k) IS NOT = suc_actual) THEN
		IF (suc_actual IS NOT = SPACES) THEN
			PERFORM 82_CERRAR_SUCURSAL
		END-IF
		PERFORM 811_ABRIR_SUCURSAL
	END-IF.
	PERFORM 812_ARMAR_CIFRAS.
	MOVE vp_clase(k) TO clase_buscada.
	PERFORM BUSCAR_CLASE.
	MOVE vp_clase(k) TO pre_cla_cod.
	IF (clase_hallada IS = "SI") THEN
		MOVE v_clase_rep_desc(clasei) TO pre_cla_desc
		PERFORM 813_SUMAR_A_CLASE
	ELSE
		MOVE SPACES TO pre_cla_desc
	END-IF.
	MOVE linea_pre_clase TO reg_informe.
	WRITE reg_informe.
	PERFORM IMPRIMIR_BLOQUE.
	PERFORM 814_SUMAR_A_SUCURSAL.

811_ABRIR_SUCURSAL.
	MOVE vp_suc(k) TO suc_actual.
	MOVE ZEROS TO cifras_suc.
	MOVE vp_suc(k) TO suc_buscada.
	PERFORM BUSCAR_SUCURSAL.
	MOVE vp_suc(k) TO pre_suc_num.
	IF (sucursal_hallada IS = "SI") THEN
		MOVE v_suc_razon(suci) TO pre_suc_razon
	ELSE
		MOVE SPACES TO pre_suc_razon
	END-IF.
	MOVE " " TO reg_informe.
	WRITE reg_informe.
	MOVE linea_pre_suc TO reg_informe.
	WRITE reg_informe.
	MOVE linea_pre_col TO reg_informe.
	WRITE reg_informe.

812_ARMAR_CIFRAS.
*> mes del reporte, acumulado de enero al mes y presupuesto anual.
	MOVE ZEROS TO cifras.
	MOVE vp_pres_horas(k, pin_mes) TO cf_mes_pres_h.
	MOVE vp_real_horas(k, pin_mes) TO cf_mes_real_h.
	MOVE vp_pres_importe(k, pin_mes) TO cf_mes_pres_i.
	MOVE vp_real_importe(k, pin_mes) TO cf_mes_real_i.
	MOVE 1 TO m.
	PERFORM 8121_SUMAR_MES UNTIL m IS > 12.

8121_SUMAR_MES.
	IF (m IS NOT > pin_mes) THEN
		ADD vp_pres_horas(k, m) TO cf_acu_pres_h
		ADD vp_real_horas(k, m) TO cf_acu_real_h
		ADD vp_pres_importe(k, m) TO cf_acu_pres_i
		ADD vp_real_importe(k, m) TO cf_acu_real_i
	END-IF.
	ADD vp_pres_horas(k, m) TO cf_anu_pres_h.
	ADD vp_pres_importe(k, m) TO cf_anu_pres_i.
	ADD 1 TO m.

813_SUMAR_A_CLASE.
	ADD cf_mes_pres_h TO vcc_mes_pres_h(clasei).
	ADD cf_mes_real_h TO vcc_mes_real_h(clasei).
	ADD cf_mes_pres_i TO vcc_mes_pres_i(clasei).
	ADD cf_mes_real_i TO vcc_mes_real_i(clasei).
	ADD cf_acu_pres_h TO vcc_acu_pres_h(clasei).
	ADD cf_acu_real_h TO vcc_acu_real_h(clasei).
	ADD cf_acu_pres_i TO vcc_acu_pres_i(clasei).
	ADD cf_acu_real_i TO vcc_acu_real_i(clasei).
	ADD cf_anu_pres_h TO vcc_anu_pres_h(clasei).
	ADD cf_anu_pres_i TO vcc_anu_pres_i(clasei).

814_SUMAR_A_SUCURSAL.
	ADD cf_mes_pres_h TO cs_mes_pres_h.
	ADD cf_mes_real_h TO cs_mes_real_h.
	ADD cf_mes_pres_i TO cs_mes_pres_i.
	ADD cf_mes_real_i TO cs_mes_real_i.
	ADD cf_acu_pres_h TO cs_acu_pres_h.
	ADD cf_acu_real_h TO cs_acu_real_h.
	ADD cf_acu_pres_i TO cs_acu_pres_i.
	ADD cf_acu_real_i TO cs_acu_real_i.
	ADD cf_anu_pres_h TO cs_anu_pres_h.
	ADD cf_anu_pres_i TO cs_anu_pres_i.

82_CERRAR_SUCURSAL.
	MOVE "  Total sucursal" TO pre_tit_texto.
	MOVE linea_pre_titulo TO reg_informe.
	WRITE reg_informe.
	MOVE cifras_suc TO cifras.
	PERFORM IMPRIMIR_BLOQUE.
	ADD cs_mes_pres_h TO ct_mes_pres_h.
	ADD cs_mes_real_h TO ct_mes_real_h.
	ADD cs_mes_pres_i TO ct_mes_pres_i.
	ADD cs_mes_real_i TO ct_mes_real_i.
	ADD cs_acu_pres_h TO ct_acu_pres_h.
	ADD cs_acu_real_h TO ct_acu_real_h.
	ADD cs_acu_pres_i TO ct_acu_pres_i.
	ADD cs_acu_real_i TO ct_acu_real_i.
	ADD cs_anu_pres_h TO ct_anu_pres_h.
	ADD cs_anu_pres_i TO ct_anu_pres_i.

83_IMPRIMIR_TOTALES_CLASE.
	MOVE " " TO reg_informe.
	WRITE reg_informe.
	MOVE linea TO reg_informe.
	WRITE reg_informe.
	MOVE "TOTALES POR TIPO DE CLASE" TO pre_tit_texto.
	MOVE linea_pre_titulo TO reg_informe.
	WRITE reg_informe.
	MOVE linea_pre_col TO reg_informe.
	WRITE reg_informe.
	PERFORM 831_IMPRIMIR_CLASE VARYING clasei FROM 1 BY 1 UNTIL clasei IS > cant_clases_rep.

831_IMPRIMIR_CLASE.
*> solo los tipos de clase que tuvieron presupuesto o real en el ano.
	IF (vcc_anu_pres_h(clasei) IS > 0) OR (vcc_anu_pres_i(clasei) IS > 0)
			OR (vcc_acu_real_h(clasei) IS > 0) OR (vcc_acu_real_i(clasei) IS > 0) THEN
		MOVE v_clase_rep_cod(clasei) TO pre_cla_cod
		MOVE v_clase_rep_desc(clasei) TO pre_cla_desc
		MOVE linea_pre_clase TO reg_informe
		WRITE reg_informe
		MOVE v_clase_cifras(clasei) TO cifras
		PERFORM IMPRIMIR_BLOQUE
	END-IF.

IMPRIMIR_BLOQUE.
*> seis lineas por renglon: mes, acumulado y cierre anual proyectado,
*> cada uno en horas y en importe.
	ADD 1 TO cant_bloques.
	MOVE "NO" TO bloque_marcado.
	COMPUTE proy_horas ROUNDED = cf_acu_real_h * 12 / pin_mes.
	COMPUTE proy_importe ROUNDED = cf_acu_real_i * 12 / pin_mes.
	MOVE "Mes    horas" TO cmp_concepto.
	MOVE cf_mes_pres_h TO cmp_presup.
	MOVE cf_mes_real_h TO cmp_real.
	PERFORM IMPRIMIR_COMPARACION.
	MOVE "       importe" TO cmp_concepto.
	MOVE cf_mes_pres_i TO cmp_presup.
	MOVE cf_mes_real_i TO cmp_real.
	PERFORM IMPRIMIR_COMPARACION.
	MOVE "Acum.  horas" TO cmp_concepto.
	MOVE cf_acu_pres_h TO cmp_presup.
	MOVE cf_acu_real_h TO cmp_real.
	PERFORM IMPRIMIR_COMPARACION.
	MOVE "       importe" TO cmp_concepto.
	MOVE cf_acu_pres_i TO cmp_presup.
	MOVE cf_acu_real_i TO cmp_real.
	PERFORM IMPRIMIR_COMPARACION.
	MOVE "Cierre horas" TO cmp_concepto.
	MOVE cf_anu_pres_h TO cmp_presup.
	MOVE proy_horas TO cmp_real.
	PERFORM IMPRIMIR_COMPARACION.
	MOVE "proy.  importe" TO cmp_concepto.
	MOVE cf_anu_pres_i TO cmp_presup.
	MOVE proy_importe TO cmp_real.
	PERFORM IMPRIMIR_COMPARACION.
	IF (bloque_marcado IS = "SI") THEN
		ADD 1 TO cant_marcados
	END-IF.

IMPRIMIR_COMPARACION.
*> desvio = real - presupuesto; el porcentaje es sobre el presupuesto.
*> Sin presupuesto no hay porcentaje: se marca si hubo algo real. Un
*> presupuesto chico con mucho real desborda el porcentaje: se topa en
*> 9999,99, lo maximo que entra en la columna, y queda marcado.
	COMPUTE cmp_desvio = cmp_real - cmp_presup.
	MOVE SPACES TO pre_det_marca.
	IF (cmp_presup IS > 0) THEN
		COMPUTE cmp_pct ROUNDED = cmp_desvio * 100 / cmp_presup
			ON SIZE ERROR MOVE 9999,99 TO cmp_pct
		END-COMPUTE
		IF (cmp_pct IS > 9999,99) THEN
			MOVE 9999,99 TO cmp_pct
		END-IF
		IF (cmp_pct IS > umbral) OR (cmp_pct IS < (0 - umbral)) THEN
			MOVE "<<<" TO pre_det_marca
			MOVE "SI" TO bloque_marcado
		END-IF
	ELSE
		MOVE 0 TO cmp_pct
		IF (cmp_real IS > 0) THEN
			MOVE "<<<" TO pre_det_marca
			MOVE "SI" TO bloque_marcado
		END-IF
	END-IF.
	MOVE cmp_concepto TO pre_det_concepto.
	MOVE cmp_presup TO pre_det_presup.
	MOVE cmp_real TO pre_det_real.
	MOVE cmp_desvio TO pre_det_desvio.
	MOVE cmp_pct TO pre_det_pct.
	MOVE linea_pre_det TO reg_informe.
	WRITE reg_informe.

*> RESUMEN--------------------------------------------------------------

9_RESUMEN.
	DISPLAY " ".
	DISPLAY linea.
	DISPLAY "Resumen de presupuesto contra real del mes " periodo_informe.
	DISPLAY linea.
	DISPLAY "Renglones de presupuesto leidos:   " cant_pre_leidos.
	DISPLAY "  de otro ano (ignorados):         " cant_pre_otro_ano.
	DISPLAY "  rechazados:                      " cant_pre_rechazados.
	DISPLAY "Meses cerrados (del historico):    " cant_meses_cerrados.
	DISPLAY "  sin particion:                   " cant_part_sin_archivo.
	DISPLAY "Movimientos de historico leidos:   " cant_hist_leidos.
	DISPLAY "Movimientos de mae leidos:         " cant_mae_leidos.
	DISPLAY "Movimientos sin sucursal o clase:  " cant_mov_sin_maestro.
	DISPLAY "Renglones informados:              " cant_bloques.
	DISPLAY "Renglones marcados por desvio:     " cant_marcados.
	IF (cant_fuera_tabla IS > 0) THEN
		DISPLAY "ATENCION: " cant_fuera_tabla " sucursal/clase no entraron en la tabla y no se informan"
	END-IF.
	IF (cant_marcados IS > 0) OR (cant_pre_rechazados IS > 0) OR (cant_part_sin_archivo IS > 0)
			OR (cant_fuera_tabla IS > 0) THEN
		MOVE 4 TO RETURN-CODE
	END-IF.
