*> debito; los renglones anteriores a las notas vienen sin tipo
*> (blancos) y se toman como FA.
	  03 res_tipo 						PIC X(2).
*> fecha de emision (AAAAMMDD), la usa el libro de IVA ventas; aca la
*> edad se sigue contando por periodo facturado, que los renglones
*> viejos sin fecha tambien traen.
	  03 res_fecha_emision 				PIC X(8).

FD COBRANZAS LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/cobranzas.txt".
