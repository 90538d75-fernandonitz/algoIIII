IDENTIFICATION DIVISION.
PROGRAM-ID. DESCMAE.

*> descarga a texto de los maestros indexados, como respaldo: recorre
*> profesores.dat, sucursales.dat y tiposClase.dat en orden de clave y
*> los escribe en profesoresRespaldo.txt, sucursalesRespaldo.txt y
*> tiposClaseRespaldo.txt con el mismo formato de registro que tenian
*> los maestros de texto (el que lee CONVMAE), asi un respaldo se puede
*> volver a cargar con la conversion. En tiposClase se devuelve el orden
*> de campos del texto (codigo, descripcion, tarifa, desde, hasta,
*> costo). Un maestro que no existe se saltea con aviso y codigo de
*> retorno 4; cualquier otro error de apertura corta con 8.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
	DECIMAL-POINT IS COMMA.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT PROFESORES ASSIGN TO DISK ORGANIZATION IS INDEXED ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS prof_num FILE STATUS IS profesores-estado.
	SELECT SUCURSALES ASSIGN TO DISK ORGANIZATION IS INDEXED ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS suc_suc FILE STATUS IS sucursales-estado.
	SELECT TIPOSCLASE ASSIGN TO DISK ORGANIZATION IS INDEXED ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS tip_clave FILE STATUS IS tipos_clase-estado.
	SELECT PROFRES ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS profres-estado.
	SELECT SUCRES ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS sucres-estado.
	SELECT TIPRES ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL FILE STATUS IS tipres-estado.

DATA DIVISION.
FILE SECTION.

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

FD PROFRES LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/profesoresRespaldo.txt".
01 reg_profres 							PIC X(120).

FD SUCRES LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/sucursalesRespaldo.txt".
01 reg_sucres 							PIC X(79).

FD TIPRES LABEL RECORD IS STANDARD
		VALUE OF FILE-ID IS "/home/fernando/workspaces/workspace/algo4/algoIIII/tp1/archivos/tiposClaseRespaldo.txt".
01 reg_tipres.
	  03 res_clase_suc 					PIC X(4).
	  03 res_clase_razon 				PIC X(20).
	  03 res_clase_dire 				PIC 9(5)V99.
	  03 res_clase_desde 				PIC X(8).
	  03 res_clase_hasta 				PIC X(8).
	  03 res_clase_costo 				PIC 9(5)V99.

WORKING-STORAGE SECTION.

	77 	profesores-estado 				PIC XX.
	77 	sucursales-estado 				PIC XX.
	77 	tipos_clase-estado 				PIC XX.
	77 	profres-estado 					PIC XX.
	77 	sucres-estado 					PIC XX.
	77 	tipres-estado 					PIC XX.

	01 fin_profesores 					PIC XX VALUE "NO".
	01 fin_sucursales 					PIC XX VALUE "NO".
	01 fin_tipos 						PIC XX VALUE "NO".

	01 cant_profs 						PIC 9(5) VALUE 0.
	01 cant_sucs 						PIC 9(5) VALUE 0.
	01 cant_tipos 						PIC 9(5) VALUE 0.
	01 cant_ausentes 					PIC 9(1) VALUE 0.

	01 linea.
	  03 guiones 						PIC X(80) VALUE ALL "-".

PROCEDURE DIVISION.

*> CICLO PPAL--------------------------------------------------------------
	PERFORM 1_DESCARGAR_PROFESORES.
	PERFORM 2_DESCARGAR_SUCURSALES.
	PERFORM 3_DESCARGAR_TIPOS_CLASE.
	PERFORM 4_RESUMEN.
	IF (cant_ausentes IS > 0) THEN
		MOVE 4 TO RETURN-CODE
	END-IF.
	STOP RUN.

*> --------------------------------------------------------------

1_DESCARGAR_PROFESORES.
	OPEN INPUT PROFESORES.
	IF (profesores-estado IS = "35") THEN
		DISPLAY "DESCMAE AVISO: no existe profesores.dat, no se descarga"
		ADD 1 TO cant_ausentes
	ELSE IF (profesores-estado IS NOT = "00") THEN
		DISPLAY "DESCMAE: no se pudo abrir profesores.dat, estado " profesores-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	ELSE
		OPEN OUTPUT PROFRES
		PERFORM 11_DESCARGAR_PROF_REG UNTIL fin_profesores IS = "SI"
		CLOSE PROFRES
		CLOSE PROFESORES
	END-IF.

11_DESCARGAR_PROF_REG.
	READ PROFESORES AT END MOVE "SI" TO fin_profesores.
	IF (fin_profesores IS = "NO") THEN
		MOVE reg_profesores TO reg_profres
		WRITE reg_profres
		ADD 1 TO cant_profs
	END-IF.

2_DESCARGAR_SUCURSALES.
	OPEN INPUT SUCURSALES.
	IF (sucursales-estado IS = "35") THEN
		DISPLAY "DESCMAE AVISO: no existe sucursales.dat, no se descarga"
		ADD 1 TO cant_ausentes
	ELSE IF (sucursales-estado IS NOT = "00") THEN
		DISPLAY "DESCMAE: no se pudo abrir sucursales.dat, estado " sucursales-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	ELSE
		OPEN OUTPUT SUCRES
		PERFORM 21_DESCARGAR_SUC_REG UNTIL fin_sucursales IS = "SI"
		CLOSE SUCRES
		CLOSE SUCURSALES
	END-IF.

21_DESCARGAR_SUC_REG.
	READ SUCURSALES AT END MOVE "SI" TO fin_sucursales.
	IF (fin_sucursales IS = "NO") THEN
		MOVE reg_sucursal TO reg_sucres
		WRITE reg_sucres
		ADD 1 TO cant_sucs
	END-IF.

3_DESCARGAR_TIPOS_CLASE.
	OPEN INPUT TIPOSCLASE.
	IF (tipos_clase-estado IS = "35") THEN
		DISPLAY "DESCMAE AVISO: no existe tiposClase.dat, no se descarga"
		ADD 1 TO cant_ausentes
	ELSE IF (tipos_clase-estado IS NOT = "00") THEN
		DISPLAY "DESCMAE: no se pudo abrir tiposClase.dat, estado " tipos_clase-estado
		MOVE 8 TO RETURN-CODE
		STOP RUN
	ELSE
		OPEN OUTPUT TIPRES
		PERFORM 31_DESCARGAR_TIPO_REG UNTIL fin_tipos IS = "SI"
		CLOSE TIPRES
		CLOSE TIPOSCLASE
	END-IF.

31_DESCARGAR_TIPO_REG.
	READ TIPOSCLASE AT END MOVE "SI" TO fin_tipos.
	IF (fin_tipos IS = "NO") THEN
		MOVE tip_clase_suc TO res_clase_suc
		MOVE tip_clase_razon TO res_clase_razon
		MOVE tip_clase_dire TO res_clase_dire
		MOVE tip_clase_desde TO res_clase_desde
		MOVE tip_clase_hasta TO res_clase_hasta
		MOVE tip_clase_costo TO res_clase_costo
		WRITE reg_tipres
		ADD 1 TO cant_tipos
	END-IF.

*> RESUMEN--------------------------------------------------------------

4_RESUMEN.
	DISPLAY " ".
	DISPLAY linea.
	DISPLAY "Resumen de la descarga de maestros a texto".
	DISPLAY linea.
	DISPLAY "Profesores descargados:          " cant_profs.
	DISPLAY "Sucursales descargadas:          " cant_sucs.
	DISPLAY "Vigencias descargadas:           " cant_tipos.
	DISPLAY "Maestros inexistentes:           " cant_ausentes.
