*> de cierre, mapeando cuentas con el plan de cuentas
*> (planCuentas.txt); lo que no tiene cuenta asignada queda listado
*> como pendiente en vez de perderse (asientosPendientes.txt).
*> Los asientos van en dos pares por sucursal y tipo de clase: el de
*> venta (lo facturado a la sucursal, mae_importe) y el de costo (lo
*> que se le paga al profesor, mae_importe_costo), cada uno con sus
*> propias cuentas del plan.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
	  03 mae_importe 					PIC 9(7)V99.
	  03 mae_origen 					PIC X(1).
	  03 mae_corrida 					PIC 9(6).
*> mae_tarifa/mae_importe son el precio de venta a la sucursal; lo que
*> se le paga al profesor por el mismo movimiento va al final (ver TP).
	  03 mae_tarifa_costo 				PIC 9(5)V99.
	  03 mae_importe_costo 				PIC 9(7)V99.
*> tipo de dia y recargo por sabado/domingo/feriado (ver TP); pasan
*> tal cual a la particion del historico.
	  03 mae_tipo_dia 					PIC X(1).
	  03 mae_porc_recargo 				PIC 9(3)V99.
	  03 mae_recargo 					PIC 9(7)V99.
	  03 mae_recargo_costo 				PIC 9(7)V99.

FD MAEHIST LABEL RECORD IS STANDARD.
*> mismo formato que mae.txt: la particion del periodo acumula los
	  03 his_importe 					PIC 9(7)V99.
	  03 his_origen 					PIC X(1).
	  03 his_corrida 					PIC 9(6).
	  03 his_tarifa_costo 				PIC 9(5)V99.
	  03 his_importe_costo 				PIC 9(7)V99.
	  03 his_tipo_dia 					PIC X(1).
	  03 his_porc_recargo 				PIC 9(3)V99.
	  03 his_recargo 					PIC 9(7)V99.
	  03 his_recargo_costo 				PIC 9(7)V99.

FD PERIODOS LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/periodos.txt".
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/planCuentas.txt".
*> un renglon por codigo mapeado: tipo "S" sucursal o "C" tipo de
*> clase, el codigo (sucursal en las 3 primeras posiciones) y las
*> cuentas contables de debe y de haber. El tipo "P" mapea el costo de
*> cada tipo de clase: debe = cuenta de costo de la clase, haber =
*> cuenta a pagar a profesores.
01 reg_plancuenta.
	  03 pla_tipo 						PIC X(1).
	  03 pla_codigo 					PIC X(4).
	  03 pen_sucursal 					PIC X(3).
	  03 pen_clase 						PIC X(4).
	  03 pen_importe 					PIC 9(11)V99.
*> "V" venta a la sucursal, "C" costo del profesor.
	  03 pen_concepto 					PIC X(1).

FD NUMCIERRE LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/numeroCierre.txt".
	01 cant_otros_periodos				PIC 9(8) VALUE 0.
	01 tot_horas_consolidadas				PIC 9(9)V99 VALUE 0.
	01 tot_importe_consolidado			PIC 9(11)V99 VALUE 0.
	01 tot_costo_consolidado				PIC 9(11)V99 VALUE 0.
*> costo del movimiento consolidado; un mae anterior a la separacion de
*> venta y costo no trae los campos de costo y se toma la venta.
	01 importe_costo_mov 				PIC 9(7)V99 VALUE 0.

*> plan de cuentas en memoria: la busqueda es lineal por tipo+codigo,
*> como las demas tablas chicas de la instalacion.
	  	05 vas_suc 						PIC X(3).
	  	05 vas_clase 					PIC X(4).
	  	05 vas_importe 					PIC 9(11)V99.
	  	05 vas_costo 					PIC 9(11)V99.

	01 i 								PIC 9(3) VALUE 0.
	01 j 								PIC 9(3) VALUE 0.
	01 plan_buscado_codigo 				PIC X(4).
	01 cuenta_debe_suc 					PIC X(10).
	01 cuenta_haber_clase 				PIC X(10).
	01 cuenta_debe_costo 				PIC X(10).
	01 cuenta_haber_costo 				PIC X(10).

	01 nro_cierre 						PIC 9(6) VALUE 1.
	01 cant_renglones_asiento 			PIC 9(5) VALUE 0.
	READ MASTER AT END MOVE "SI" TO fin_master.
	IF (fin_master IS = "NO") THEN
		IF (mae_fecha_ano IS = cierre_ano) AND (mae_fecha_mes IS = cierre_mes) THEN
			IF (mae_importe_costo IS NUMERIC) THEN
				MOVE mae_importe_costo TO importe_costo_mov
			ELSE
				MOVE mae_tarifa TO mae_tarifa_costo
				MOVE mae_importe TO mae_importe_costo
				MOVE mae_importe TO importe_costo_mov
			END-IF
			MOVE reg_mae TO reg_hist
			WRITE reg_hist
			ADD 1 TO cant_consolidados
			ADD mae_horas TO tot_horas_consolidadas
			ADD mae_importe TO tot_importe_consolidado
			ADD importe_costo_mov TO tot_costo_consolidado
			PERFORM 42_SUMAR_ASIENTO
		ELSE
			ADD 1 TO cant_otros_periodos
	END-IF.

42_SUMAR_ASIENTO.
*> acumula el importe consolidado (venta y costo) por sucursal y tipo
*> de clase, que es la apertura con la que contabilidad asienta el
*> periodo.
	MOVE "NO" TO renglon_hallado.
	MOVE 1 TO i.
	PERFORM 421_UBICAR_ASIENTO_IND UNTIL (i IS > cant_asi) OR (renglon_hallado IS = "SI").
		MOVE mae_sucursal TO vas_suc(i)
		MOVE mae_clase TO vas_clase(i)
		MOVE 0 TO vas_importe(i)
		MOVE 0 TO vas_costo(i)
		MOVE "SI" TO renglon_hallado
	END-IF.
	IF (renglon_hallado IS = "SI") THEN
		ADD mae_importe TO vas_importe(i)
		ADD importe_costo_mov TO vas_costo(i)
	ELSE
		ADD 1 TO cant_asi_fuera_tabla
	END-IF.
*> periodo: por cada sucursal y tipo de clase con importe consolidado,
*> un renglon al debe en la cuenta deudora de la sucursal y un renglon
*> al haber en la cuenta de ingresos del tipo de clase, con la misma
*> leyenda; el par queda balanceado por construccion. Despues, con el
*> costo consolidado, un par al debe en la cuenta de costo de la clase
*> y al haber en la cuenta a pagar a profesores (tipo "P" del plan).
*> Un total cuya sucursal o clase no tiene cuenta en el plan va al
*> archivo de pendientes y al listado, no se pierde.
	PERFORM 451_NUMERAR_CIERRE.
	OPEN OUTPUT ASIENTOS.
	OPEN OUTPUT PENDIENTES.
	PERFORM 452_ASENTAR_RENGLON VARYING i FROM 1 BY 1 UNTIL i IS > cant_asi.
	PERFORM 457_ASENTAR_COSTO VARYING i FROM 1 BY 1 UNTIL i IS > cant_asi.
	CLOSE ASIENTOS.
	CLOSE PENDIENTES.
	PERFORM 456_GRABAR_NUMERACION.
	MOVE vas_suc(i) TO pen_sucursal.
	MOVE vas_clase(i) TO pen_clase.
	MOVE vas_importe(i) TO pen_importe.
	MOVE "V" TO pen_concepto.
	WRITE reg_pendiente.
	ADD 1 TO cant_pendientes.
	DISPLAY "ASIENTO PENDIENTE (sin cuenta en el plan): sucursal " vas_suc(i) " clase " vas_clase(i).
	WRITE reg_numcierre.
	CLOSE NUMCIERRE.

457_ASENTAR_COSTO.
*> el costo se imputa por tipo de clase: la sucursal solo va en la
*> leyenda, para que el par quede con la misma apertura que el de venta.
	IF (vas_costo(i) IS > 0) THEN
		MOVE "P" TO plan_buscado_tipo
		MOVE vas_clase(i) TO plan_buscado_codigo
		PERFORM 453_BUSCAR_CUENTA
		IF (cuenta_hallada IS = "SI") THEN
			MOVE vpl_debe(j) TO cuenta_debe_costo
			MOVE vpl_haber(j) TO cuenta_haber_costo
			PERFORM 458_ESCRIBIR_PAR_COSTO
		ELSE
			PERFORM 459_ESCRIBIR_PENDIENTE_COSTO
		END-IF
	END-IF.

458_ESCRIBIR_PAR_COSTO.
	MOVE nro_cierre TO asi_cierre.
	MOVE periodo_a_cerrar TO asi_periodo.
	MOVE cuenta_debe_costo TO asi_cuenta.
	MOVE "D" TO asi_dh.
	MOVE vas_costo(i) TO asi_importe.
	MOVE SPACES TO asi_leyenda.
	STRING "COSTO " cierre_ano "/" cierre_mes " SUC " vas_suc(i) " CLASE " vas_clase(i)
		DELIMITED BY SIZE INTO asi_leyenda.
	WRITE reg_asiento.
	ADD vas_costo(i) TO tot_debe.
	ADD 1 TO cant_renglones_asiento.
	MOVE cuenta_haber_costo TO asi_cuenta.
	MOVE "H" TO asi_dh.
	WRITE reg_asiento.
	ADD vas_costo(i) TO tot_haber.
	ADD 1 TO cant_renglones_asiento.

459_ESCRIBIR_PENDIENTE_COSTO.
	MOVE periodo_a_cerrar TO pen_periodo.
	MOVE vas_suc(i) TO pen_sucursal.
	MOVE vas_clase(i) TO pen_clase.
	MOVE vas_costo(i) TO pen_importe.
	MOVE "C" TO pen_concepto.
	WRITE reg_pendiente.
	ADD 1 TO cant_pendientes.
	DISPLAY "ASIENTO PENDIENTE (costo sin cuenta en el plan): sucursal " vas_suc(i) " clase " vas_clase(i).

5_CERRAR_PERIODO.
*> deja el periodo como CERRADO en la tabla (alta si no figuraba) y
*> reescribe periodos.txt completo a partir de ella.
	DISPLAY "Movimientos de otros periodos (no consolidados): " cant_otros_periodos.
	DISPLAY "Total de horas consolidadas:   " tot_horas_consolidadas.
	DISPLAY "Total de importe consolidado:  " tot_importe_consolidado.
	DISPLAY "Total de costo consolidado:    " tot_costo_consolidado.
	DISPLAY "El periodo queda CERRADO en periodos.txt".
	DISPLAY " ".
	DISPLAY "Asientos contables de la corrida de cierre " nro_cierre ":".
