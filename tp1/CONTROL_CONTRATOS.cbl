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

FD EXCESOS LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/excesosContratos.txt".
