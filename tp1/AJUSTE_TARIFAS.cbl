PROGRAM-ID. AJUSTE.

*> ajuste retroactivo de tarifas sobre el MASTER: cuando se carga en
*> tiposClase una tarifa nueva con efecto retroactivo despues de
*> que el periodo ya se proceso, lo escrito en el MASTER quedo valuado
*> con la tarifa vieja (mae_tarifa/mae_importe). Este programa relee
*> la generacion de mae que corresponda (mae.G<corrida>.txt), busca
*> para cada registro la tarifa vigente actual a su
*> mae_fecha contra el maestro tiposClase actualizado (misma logica que
*> BUSCAR_TARIFA_VIGENTE en TP) y donde difiere genera un registro de
*> ajuste con la diferencia de importe (ajustes.txt), un archivo de
*> ajustes totalizados por profesor (ajustesPorProfesor.txt) para que
*> nomina pague o descuente la diferencia en la proxima liquidacion, y
*> un listado de control con el total ajustado por sucursal.
*> Desde que tiposClase separa el precio de venta a la sucursal del
*> costo que se le paga al profesor, se revaluan los dos por separado:
*> la diferencia de venta es la que va a las notas de NOTAS y la de
*> costo es la que va al profesor (ajustesPorProfesor.txt y RECIBO).
*> Un movimiento dictado en sabado, domingo o feriado lleva en el MASTER
*> el porcentaje de recargo con que lo valuo TP: la revaluacion le
*> vuelve a aplicar ese mismo porcentaje, asi la diferencia es solo la
*> del cambio de tarifa y no se come el recargo.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
	SELECT MASTER ASSIGN TO DYNAMIC ruta_master ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS mae-estado.
	SELECT AJUPARAM ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS ajuparam-estado.
	SELECT BITACORA ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS bitacora-estado.
	SELECT TIPOSCLASE ASSIGN TO DISK ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
		RECORD KEY IS tip_clave FILE STATUS IS tipos_clase-estado.
	SELECT AJUSTES ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS ajustes-estado.
	SELECT AJUSTESPROF ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS ajustesprof-estado.

	  03 mae_importe 					PIC 9(7)V99.
	  03 mae_origen 					PIC X(1).
	  03 mae_corrida 					PIC 9(6).
*> mae_tarifa/mae_importe son el precio de venta a la sucursal; lo que
*> se le paga al profesor por el mismo movimiento va al final (ver TP).
	  03 mae_tarifa_costo 				PIC 9(5)V99.
	  03 mae_importe_costo 				PIC 9(7)V99.
*> tipo de dia y recargo del movimiento (ver TP); mae_importe y
*> mae_importe_costo ya incluyen el recargo.
	  03 mae_tipo_dia 					PIC X(1).
	  03 mae_porc_recargo 				PIC 9(3)V99.
	  03 mae_recargo 					PIC 9(7)V99.
	  03 mae_recargo_costo 				PIC 9(7)V99.

FD AJUPARAM LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/ajusteParametros.txt".
	  03 FILLER 						PIC X(100).

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

FD AJUSTES LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/ajustes.txt".
*> un renglon por movimiento del MASTER cuyo precio de venta o costo
*> vigente actual difiere del que tenia grabado; las diferencias van
*> con signo aparte. aju_diferencia es la de venta (positiva: se le
*> factura de mas a la sucursal, negativa: se le acredita) y
*> aju_diferencia_costo la del profesor (positiva: se le debe,
*> negativa: se le descuenta).
01 reg_ajuste.
	  03 aju_prof_num 					PIC X(5).
	  03 aju_fecha 						PIC X(8).
	  03 aju_tarifa_nueva 				PIC 9(5)V99.
	  03 aju_diferencia 				PIC S9(7)V99 SIGN LEADING SEPARATE.
	  03 aju_corrida 					PIC 9(6).
	  03 aju_costo_viejo 				PIC 9(5)V99.
	  03 aju_costo_nuevo 				PIC 9(5)V99.
	  03 aju_diferencia_costo 			PIC S9(7)V99 SIGN LEADING SEPARATE.

FD AJUSTESPROF LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/ajustesPorProfesor.txt".
*> un renglon por profesor con ajustes de costo, para que nomina pague
*> o descuente la diferencia en la proxima liquidacion.
01 reg_ajuste_prof.
	  03 ajp_prof_num 					PIC X(5).
	  03 ajp_cant_movs 					PIC 9(5).
	77 	bitacora-estado 				PIC XX.

	01 fin_master 						PIC XX VALUE "NO".
	01 fin_vigencias 					PIC XX VALUE "NO".
	01 fin_bitacora 					PIC XX VALUE "NO".

*> ruta de la generacion de mae a ajustar, resuelta por
	  03 nada 							PIC X(4) VALUE ".txt".
	01 generacion_pedida 				PIC X(6) VALUE SPACES.

*> vigencia encontrada por BUSCAR_TARIFA_VIGENTE en el maestro.
	01 vigente_tarifa 					PIC 9(5)V99 VALUE 0.
	01 vigente_costo 					PIC 9(5)V99 VALUE 0.

	01 clase_buscada 					PIC X(4).
	01 fecha_mov_buscada 				PIC X(8).
	  	05 vas_suc_num 					PIC X(3).
	  	05 vas_cant_movs 				PIC 9(5).
	  	05 vas_diferencia 				PIC S9(9)V99.
	  	05 vas_diferencia_costo 		PIC S9(9)V99.

	01 i 								PIC 9(3) VALUE 0.
	01 prof_hallado 					PIC XX VALUE "NO".

	01 importe_nuevo 					PIC 9(7)V99 VALUE 0.
	01 diferencia_mov 					PIC S9(7)V99 VALUE 0.
*> costo grabado en el movimiento: los renglones de mae escritos antes
*> de separar venta y costo no lo traen y se liquidaron a la venta.
	01 costo_grabado 					PIC 9(5)V99 VALUE 0.
	01 importe_costo_grabado 			PIC 9(7)V99 VALUE 0.
	01 importe_costo_nuevo 				PIC 9(7)V99 VALUE 0.
	01 diferencia_costo 				PIC S9(7)V99 VALUE 0.
*> porcentaje de recargo grabado en el movimiento (en blanco en los
*> renglones anteriores al recargo: sin recargo).
	01 porc_recargo_grabado 			PIC 9(3)V99 VALUE 0.
	01 recargo_nuevo 					PIC 9(7)V99 VALUE 0.

	01 cant_fuera_tabla 				PIC 9(5) VALUE 0.
	01 cant_mae_leidos 					PIC 9(8) VALUE 0.
	01 cant_ajustados 					PIC 9(8) VALUE 0.
	01 cant_sin_tarifa 					PIC 9(8) VALUE 0.
	01 total_ajustado 					PIC S9(11)V99 VALUE 0.
	01 total_ajustado_costo 			PIC S9(11)V99 VALUE 0.

	01 diferencia_impr 					PIC -(9)9,99.
	01 diferencia_impr2 				PIC -(9)9,99.

	01 linea.
	  03 guiones 						PIC X(80) VALUE ALL "-".

*> CICLO PPAL--------------------------------------------------------------
	PERFORM 0_UBICAR_GENERACION.
	PERFORM 1_ABRIR_TIPOS_CLASE.
	PERFORM 2_AJUSTAR_MASTER.
	PERFORM 3_ESCRIBIR_AJUSTES_PROF.
	PERFORM 4_LISTAR_CONTROL_SUC.
		MOVE bit_corrida TO rms_generacion
	END-IF.

1_ABRIR_TIPOS_CLASE.
*> queda abierto mientras se recorre el MASTER: la vigencia de cada
*> movimiento se busca por clave en el maestro.
	OPEN INPUT TIPOSCLASE.
	IF (tipos_clase-estado IS NOT = "00") THEN
		DISPLAY "AJUSTE: no se pudo abrir tiposClase.dat, estado " tipos_clase-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.

2_AJUSTAR_MASTER.
	OPEN INPUT MASTER.
	PERFORM 21_AJUSTAR_REG UNTIL fin_master IS = "SI".
	CLOSE MASTER.
	CLOSE AJUSTES.
	CLOSE TIPOSCLASE.

21_AJUSTAR_REG.
	READ MASTER AT END MOVE "SI" TO fin_master.
		PERFORM BUSCAR_TARIFA_VIGENTE
		IF (clase_encontrada IS = "NO") THEN
*> un movimiento cuyo codigo/fecha no tiene vigencia en el
*> maestro tiposClase actualizado no se puede revaluar: se cuenta y se
*> deja como esta, hay que corregir el maestro de vigencias primero.
			ADD 1 TO cant_sin_tarifa
		ELSE
			IF (mae_tarifa_costo IS NUMERIC) THEN
				MOVE mae_tarifa_costo TO costo_grabado
				MOVE mae_importe_costo TO importe_costo_grabado
			ELSE
				MOVE mae_tarifa TO costo_grabado
				MOVE mae_importe TO importe_costo_grabado
			END-IF
			IF (vigente_tarifa IS NOT = mae_tarifa)
			OR (vigente_costo IS NOT = costo_grabado) THEN
				COMPUTE importe_nuevo = mae_horas * vigente_tarifa
				COMPUTE importe_costo_nuevo = mae_horas * vigente_costo
				PERFORM 25_APLICAR_RECARGO
				COMPUTE diferencia_mov = importe_nuevo - mae_importe
				COMPUTE diferencia_costo = importe_costo_nuevo - importe_costo_grabado
				PERFORM 22_ESCRIBIR_AJUSTE
*> un cambio que solo toca la venta no le mueve nada al profesor.
				IF (diferencia_costo IS NOT = 0) THEN
					PERFORM 23_SUMAR_AJUSTE_PROF
				END-IF
				PERFORM 24_SUMAR_AJUSTE_SUC
				ADD 1 TO cant_ajustados
				ADD diferencia_mov TO total_ajustado
				ADD diferencia_costo TO total_ajustado_costo
			END-IF
		END-IF
	END-IF.

BUSCAR_TARIFA_VIGENTE.
*> misma logica que en TP: START en la primera vigencia del codigo
*> (clave codigo + fecha desde) y READ NEXT hasta la vigencia cuyo
*> [desde,hasta] contiene a la fecha del propio movimiento; la tarifa y
*> el costo vigentes quedan en vigente_tarifa/vigente_costo.
	MOVE "NO" TO clase_encontrada.
	MOVE "NO" TO fin_vigencias.
	MOVE clase_buscada TO tip_clase_suc.
	MOVE LOW-VALUES TO tip_clase_desde.
	START TIPOSCLASE KEY IS NOT < tip_clave
		INVALID KEY MOVE "SI" TO fin_vigencias
	END-START.
	PERFORM BUSCAR_TARIFA_VIGENTE_IND
		UNTIL (fin_vigencias IS = "SI") OR (clase_encontrada IS = "SI").

BUSCAR_TARIFA_VIGENTE_IND.
	READ TIPOSCLASE NEXT RECORD AT END MOVE "SI" TO fin_vigencias.
	IF (fin_vigencias IS = "NO") THEN
		IF (tip_clase_suc IS NOT = clase_buscada)
		OR (tip_clase_desde IS > fecha_mov_buscada) THEN
			MOVE "SI" TO fin_vigencias
		ELSE IF (tip_clase_hasta IS NOT < fecha_mov_buscada) THEN
			MOVE "SI" TO clase_encontrada
			MOVE tip_clase_dire TO vigente_tarifa
*> vigencia cargada antes de separar venta y costo: costo = venta.
			IF (tip_clase_costo IS NUMERIC) THEN
				MOVE tip_clase_costo TO vigente_costo
			ELSE
				MOVE tip_clase_dire TO vigente_costo
			END-IF
		END-IF
	END-IF.

25_APLICAR_RECARGO.
*> misma cuenta que CALCULAR_RECARGO en TP: el recargo se redondea sobre
*> el importe de la linea y se le suma.
	MOVE 0 TO porc_recargo_grabado.
	IF (mae_porc_recargo IS NUMERIC) THEN
		MOVE mae_porc_recargo TO porc_recargo_grabado
	END-IF.
	IF (porc_recargo_grabado IS > 0) THEN
		COMPUTE recargo_nuevo ROUNDED = importe_nuevo * porc_recargo_grabado / 100
		ADD recargo_nuevo TO importe_nuevo
		COMPUTE recargo_nuevo ROUNDED = importe_costo_nuevo * porc_recargo_grabado / 100
		ADD recargo_nuevo TO importe_costo_nuevo
	END-IF.

22_ESCRIBIR_AJUSTE.
	MOVE mae_clase TO aju_clase.
	MOVE mae_horas TO aju_horas.
	MOVE mae_tarifa TO aju_tarifa_vieja.
	MOVE vigente_tarifa TO aju_tarifa_nueva.
	MOVE diferencia_mov TO aju_diferencia.
	MOVE mae_corrida TO aju_corrida.
	MOVE costo_grabado TO aju_costo_viejo.
	MOVE vigente_costo TO aju_costo_nuevo.
	MOVE diferencia_costo TO aju_diferencia_costo.
	WRITE reg_ajuste.

23_SUMAR_AJUSTE_PROF.
	END-IF.
	IF (prof_hallado IS = "SI") THEN
		ADD 1 TO vap_cant_movs(i)
		ADD diferencia_costo TO vap_diferencia(i)
	ELSE
*> tabla de profesores llena: el ajuste igual quedo en ajustes.txt,
*> pero no entra en el totalizado por profesor; se cuenta y se avisa.
			MOVE mae_sucursal TO vas_suc_num(i)
			MOVE 0 TO vas_cant_movs(i)
			MOVE 0 TO vas_diferencia(i)
			MOVE 0 TO vas_diferencia_costo(i)
			MOVE "SI" TO suc_hallada
		END-IF
	END-IF.
	IF (suc_hallada IS = "SI") THEN
		ADD 1 TO vas_cant_movs(i)
		ADD diferencia_mov TO vas_diferencia(i)
		ADD diferencia_costo TO vas_diferencia_costo(i)
	ELSE
		ADD 1 TO cant_fuera_tabla
	END-IF.
	DISPLAY "Movimientos sin tarifa vigente:    " cant_sin_tarifa.
	DISPLAY "Profesores con ajuste:             " cant_profs_ajustados.
	DISPLAY " ".
	DISPLAY "Total ajustado por sucursal (venta a la sucursal y costo del profesor):".
	PERFORM 41_LISTAR_SUC VARYING i FROM 1 BY 1 UNTIL i IS > cant_sucs_ajustadas.
	MOVE total_ajustado TO diferencia_impr.
	DISPLAY "Total general ajustado a la venta: " diferencia_impr.
	MOVE total_ajustado_costo TO diferencia_impr.
	DISPLAY "Total general ajustado al costo:   " diferencia_impr.
	IF (cant_fuera_tabla IS > 0) THEN
		DISPLAY "ATENCION: " cant_fuera_tabla " ajustes no entraron en los totalizados (tabla llena)"
		DISPLAY "ajustesPorProfesor.txt esta incompleto, revisar ajustes.txt completo"

41_LISTAR_SUC.
	MOVE vas_diferencia(i) TO diferencia_impr.
	MOVE vas_diferencia_costo(i) TO diferencia_impr2.
	DISPLAY "  sucursal " vas_suc_num(i) "  movimientos " vas_cant_movs(i) "  venta " diferencia_impr "  costo " diferencia_impr2.
