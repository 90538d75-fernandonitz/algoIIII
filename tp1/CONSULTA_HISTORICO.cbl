*> ver REORGHIST): la consulta abre solo las particiones del rango
*> DESDE/HASTA en vez de releer todo el historico.
	SELECT MAEHIST ASSIGN TO DYNAMIC ruta_maehist ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS maehist-estado.
	SELECT PROFESORES ASSIGN TO DISK ORGANIZATION IS INDEXED ACCESS MODE IS RANDOM
		RECORD KEY IS prof_num FILE STATUS IS profesores-estado.
	SELECT EXTRACCION ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS extraccion-estado.

DATA DIVISION.
	  03 his_importe 					PIC 9(7)V99.
	  03 his_origen 					PIC X(1).
	  03 his_corrida 					PIC 9(6).
*> costo pagado al profesor por el movimiento (ver TP); la consulta
*> sigue informando el importe de venta.
	  03 his_tarifa_costo 				PIC 9(5)V99.
	  03 his_importe_costo 				PIC 9(7)V99.
*> tipo de dia, porcentaje y recargo de venta y de costo (ver TP); los
*> importes ya incluyen el recargo.
	  03 his_tipo_dia 					PIC X(1).
	  03 his_porc_recargo 				PIC 9(3)V99.
	  03 his_recargo 					PIC 9(7)V99.
	  03 his_recargo_costo 				PIC 9(7)V99.

FD PROFESORES LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/profesores.dat".
01 reg_profesores.
	  03 prof_num 						PIC X(5).
	  03 prof_dni 						PIC 9(8).

	01 fin_consparam 					PIC XX VALUE "NO".
	01 fin_maehist 						PIC XX VALUE "NO".
	01 profesores_abierto 				PIC XX VALUE "NO".

*> recorte pedido: periodo obligatorio, profesor y sucursal opcionales
*> (en blanco = todos, como los valores por omision de TP).
	  03 rmh_periodo 					PIC X(6).
	  03 nada 							PIC X(4) VALUE ".txt".

*> acumulado de la constancia: un renglon por profesor y anio.
	01 cant_const 						PIC 9(3) VALUE 0.
	01 v_constancia.
	  03 cla_cp_clase 					PIC X(4).
	  03 cla_cp_ano 					PIC 9(4).
	01 prof_hallado 					PIC XX VALUE "NO".
	01 prof_impreso 					PIC X(5) VALUE SPACES.
	01 suc_clase_impresa.
	  03 sci_suc 						PIC X(3).

*> CICLO PPAL--------------------------------------------------------------
	PERFORM 1_LEER_PARAMETROS.
	PERFORM 2_ABRIR_PROFESORES.
	PERFORM 3_RECORRER_HISTORICO.
	PERFORM 4_CONSTANCIA_POR_PROFESOR.
	PERFORM 5_COMPARATIVO_INTERANUAL.
		DISPLAY "PARAMETRO DESCONOCIDO, SE IGNORA: " cpa_clave
	END-IF.

2_ABRIR_PROFESORES.
*> sin maestro de profesores la constancia sale igual con el numero y
*> sin nombre; no es motivo para frenar una consulta de solo lectura.
*> Queda abierto hasta imprimir la constancia (nombre leido por clave).
	OPEN INPUT PROFESORES.
	IF (profesores-estado IS NOT = "00") THEN
		DISPLAY "CONSHIST AVISO: no se pudo abrir profesores.dat, la constancia sale sin nombres"
	ELSE
		MOVE "SI" TO profesores_abierto
	END-IF.

*> CICLO DEL HISTORICO---------------------------------------------------
	IF (cant_const IS = 0) THEN
		DISPLAY "  (sin movimientos en el recorte pedido)"
	END-IF.
	IF (profesores_abierto IS = "SI") THEN
		CLOSE PROFESORES
	END-IF.

41_IMPRIMIR_CONST.
	IF (vco_prof(i) IS NOT = prof_impreso) THEN
		MOVE vco_prof(i) TO prof_impreso
		PERFORM 411_BUSCAR_NOMBRE
		IF (prof_hallado IS = "SI") THEN
			DISPLAY "Profesor " vco_prof(i) "  " prof_nom "  DNI " prof_dni
		ELSE
			DISPLAY "Profesor " vco_prof(i) "  (sin datos en maestro)"
		END-IF

411_BUSCAR_NOMBRE.
	MOVE "NO" TO prof_hallado.
	IF (profesores_abierto IS = "SI") THEN
		MOVE "SI" TO prof_hallado
		MOVE prof_impreso TO prof_num
		READ PROFESORES INVALID KEY MOVE "NO" TO prof_hallado END-READ
	END-IF.

5_COMPARATIVO_INTERANUAL.
