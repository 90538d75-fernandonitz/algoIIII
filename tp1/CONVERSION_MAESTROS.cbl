IDENTIFICATION DIVISION.
PROGRAM-ID. CONVMAE.

*> conversion unica de los maestros de texto a archivos indexados:
*> profesores.txt, sucursales.txt y tiposClase.txt pasan a
*> profesores.dat, sucursales.dat y tiposClase.dat, con acceso por
*> clave (profesor; sucursal; tipo de clase + fecha desde de la
*> vigencia). Con los maestros indexados TP y el resto de los
*> programas buscan por clave en vez de recorrer el archivo en orden,
*> y MANT actualiza en el lugar en vez de escribir …Nuevo.txt.
*> Los archivos de texto no necesitan venir ordenados (se graba por
*> clave); una clave repetida sale listada, no se graba y la corrida
*> avisa con codigo de retorno 4. Si un maestro indexado ya existe no
*> se pisa: la conversion corta con codigo 8 sin tocar nada, para que
*> una segunda corrida por error no borre lo mantenido despues por
*> MANT. Para reconstruir un maestro desde el respaldo de DESCMAE se
*> borra el .dat, se copia el …Respaldo.txt sobre el .txt y se vuelve
*> a correr.
*> En tiposClase el registro indexado lleva la clave junta al
*> principio (codigo + fecha desde), por eso cambia el orden de los
*> campos respecto del texto; una vigencia vieja sin costo se graba con
*> el costo igual a la tarifa, como la leia TP.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
	DECIMAL-POINT IS COMMA.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT PROFTXT ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS proftxt-estado.
	SELECT SUCTXT ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS suctxt-estado.
	SELECT TIPTXT ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS tiptxt-estado.
*> acceso al azar: los textos pueden venir desordenados.
	SELECT PROFESORES ASSIGN TO DISK ORGANIZATION IS INDEXED ACCESS MODE IS RANDOM
		RECORD KEY IS prof_num FILE STATUS IS profesores-estado.
	SELECT SUCURSALES ASSIGN TO DISK ORGANIZATION IS INDEXED ACCESS MODE IS RANDOM
		RECORD KEY IS suc_suc FILE STATUS IS sucursales-estado.
	SELECT TIPOSCLASE ASSIGN TO DISK ORGANIZATION IS INDEXED ACCESS MODE IS RANDOM
		RECORD KEY IS tip_clave FILE STATUS IS tipos_clase-estado.

DATA DIVISION.
FILE SECTION.

FD PROFTXT LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/profesores.txt".
01 reg_proftxt 							PIC X(120).

FD SUCTXT LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/sucursales.txt".
01 reg_suctxt 							PIC X(79).

FD TIPTXT LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/tiposClase.txt".
01 reg_tiptxt.
	  03 txt_clase_suc 					PIC X(4).
	  03 txt_clase_razon 				PIC X(20).
	  03 txt_clase_dire 				PIC 9(5)V99.
	  03 txt_clase_desde 				PIC X(8).
	  03 txt_clase_hasta 				PIC X(8).
	  03 txt_clase_costo 				PIC 9(5)V99.

FD PROFESORES LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/profesores.dat".
01 reg_profesores.
	  03 prof_num 						PIC X(5).
	  03 prof_resto 					PIC X(115).

FD SUCURSALES LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/sucursales.dat".
01 reg_sucursal.
	  03 suc_suc 						PIC X(3).
	  03 suc_resto 						PIC X(76).

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

WORKING-STORAGE SECTION.

	77 	proftxt-estado 					PIC XX.
	77 	suctxt-estado 					PIC XX.
	77 	tiptxt-estado 					PIC XX.
	77 	profesores-estado 				PIC XX.
	77 	sucursales-estado 				PIC XX.
	77 	tipos_clase-estado 				PIC XX.

	01 fin_proftxt 						PIC XX VALUE "NO".
	01 fin_suctxt 						PIC XX VALUE "NO".
	01 fin_tiptxt 						PIC XX VALUE "NO".

	01 cant_prof_leidos 				PIC 9(5) VALUE 0.
	01 cant_prof_grabados 				PIC 9(5) VALUE 0.
	01 cant_suc_leidos 					PIC 9(5) VALUE 0.
	01 cant_suc_grabados 				PIC 9(5) VALUE 0.
	01 cant_tip_leidos 					PIC 9(5) VALUE 0.
	01 cant_tip_grabados 				PIC 9(5) VALUE 0.
	01 cant_repetidos 					PIC 9(5) VALUE 0.

	01 linea.
	  03 guiones 						PIC X(80) VALUE ALL "-".

PROCEDURE DIVISION.

*> CICLO PPAL--------------------------------------------------------------
	PERFORM 1_CONTROLAR_DESTINOS.
	PERFORM 2_CONVERTIR_PROFESORES.
	PERFORM 3_CONVERTIR_SUCURSALES.
	PERFORM 4_CONVERTIR_TIPOS_CLASE.
	PERFORM 5_RESUMEN.
	IF (cant_repetidos IS > 0) THEN
		MOVE 4 TO RETURN-CODE
	END-IF.
	STOP RUN.

*> --------------------------------------------------------------

1_CONTROLAR_DESTINOS.
*> solo se convierte sobre maestros indexados inexistentes.
	OPEN INPUT PROFESORES.
	IF (profesores-estado IS NOT = "35") THEN
		DISPLAY "CONVMAE: profesores.dat ya existe (estado " profesores-estado "), no se convierte nada"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	OPEN INPUT SUCURSALES.
	IF (sucursales-estado IS NOT = "35") THEN
		DISPLAY "CONVMAE: sucursales.dat ya existe (estado " sucursales-estado "), no se convierte nada"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	OPEN INPUT TIPOSCLASE.
	IF (tipos_clase-estado IS NOT = "35") THEN
		DISPLAY "CONVMAE: tiposClase.dat ya existe (estado " tipos_clase-estado "), no se convierte nada"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.

2_CONVERTIR_PROFESORES.
	OPEN INPUT PROFTXT.
	IF (proftxt-estado IS NOT = "00") THEN
		DISPLAY "CONVMAE: no se pudo abrir profesores.txt, estado " proftxt-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	OPEN OUTPUT PROFESORES.
	PERFORM 21_CONVERTIR_PROF_REG UNTIL fin_proftxt IS = "SI".
	CLOSE PROFTXT.
	CLOSE PROFESORES.

21_CONVERTIR_PROF_REG.
	READ PROFTXT AT END MOVE "SI" TO fin_proftxt.
	IF (fin_proftxt IS = "NO") THEN
		ADD 1 TO cant_prof_leidos
		MOVE reg_proftxt TO reg_profesores
		WRITE reg_profesores
			INVALID KEY
				ADD 1 TO cant_repetidos
				DISPLAY "REPETIDO profesores.txt   clave " prof_num
			NOT INVALID KEY
				ADD 1 TO cant_prof_grabados
		END-WRITE
	END-IF.

3_CONVERTIR_SUCURSALES.
	OPEN INPUT SUCTXT.
	IF (suctxt-estado IS NOT = "00") THEN
		DISPLAY "CONVMAE: no se pudo abrir sucursales.txt, estado " suctxt-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	OPEN OUTPUT SUCURSALES.
	PERFORM 31_CONVERTIR_SUC_REG UNTIL fin_suctxt IS = "SI".
	CLOSE SUCTXT.
	CLOSE SUCURSALES.

31_CONVERTIR_SUC_REG.
	READ SUCTXT AT END MOVE "SI" TO fin_suctxt.
	IF (fin_suctxt IS = "NO") THEN
		ADD 1 TO cant_suc_leidos
		MOVE reg_suctxt TO reg_sucursal
		WRITE reg_sucursal
			INVALID KEY
				ADD 1 TO cant_repetidos
				DISPLAY "REPETIDO sucursales.txt   clave " suc_suc
			NOT INVALID KEY
				ADD 1 TO cant_suc_grabados
		END-WRITE
	END-IF.

4_CONVERTIR_TIPOS_CLASE.
	OPEN INPUT TIPTXT.
	IF (tiptxt-estado IS NOT = "00") THEN
		DISPLAY "CONVMAE: no se pudo abrir tiposClase.txt, estado " tiptxt-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	OPEN OUTPUT TIPOSCLASE.
	PERFORM 41_CONVERTIR_TIPO_REG UNTIL fin_tiptxt IS = "SI".
	CLOSE TIPTXT.
	CLOSE TIPOSCLASE.

41_CONVERTIR_TIPO_REG.
	READ TIPTXT AT END MOVE "SI" TO fin_tiptxt.
	IF (fin_tiptxt IS = "NO") THEN
		ADD 1 TO cant_tip_leidos
		MOVE txt_clase_suc TO tip_clase_suc
		MOVE txt_clase_desde TO tip_clase_desde
		MOVE txt_clase_razon TO tip_clase_razon
		MOVE txt_clase_dire TO tip_clase_dire
		MOVE txt_clase_hasta TO tip_clase_hasta
		IF (txt_clase_costo IS NUMERIC) THEN
			MOVE txt_clase_costo TO tip_clase_costo
		ELSE
			MOVE txt_clase_dire TO tip_clase_costo
		END-IF
		WRITE reg_tipclase
			INVALID KEY
				ADD 1 TO cant_repetidos
				DISPLAY "REPETIDO tiposClase.txt   clave " tip_clase_suc " " tip_clase_desde
			NOT INVALID KEY
				ADD 1 TO cant_tip_grabados
		END-WRITE
	END-IF.

*> RESUMEN--------------------------------------------------------------

5_RESUMEN.
	DISPLAY " ".
	DISPLAY linea.
	DISPLAY "Resumen de la conversion de maestros a indexados".
	DISPLAY linea.
	DISPLAY "Profesores leidos / grabados:    " cant_prof_leidos " / " cant_prof_grabados.
	DISPLAY "Sucursales leidas / grabadas:    " cant_suc_leidos " / " cant_suc_grabados.
	DISPLAY "Vigencias leidas / grabadas:     " cant_tip_leidos " / " cant_tip_grabados.
	DISPLAY "Claves repetidas no grabadas:    " cant_repetidos.
