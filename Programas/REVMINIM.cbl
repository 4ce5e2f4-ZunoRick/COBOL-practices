      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * REVMINIM.cbl - REVISION DE SUELDOS CONTRA EL SALARIO MINIMO.
      *                ALTAEMP, CAMBIOEMP, AUMMASIV Y APRUEBA SOLO
      *                RECHAZAN UN SUELDO DEBAJO DEL MINIMO AL
      *                CAPTURARLO; CUANDO EL 1 DE ENERO SUBE EL MINIMO
      *                NADIE REVISA A LOS YA CONTRATADOS. ESTE BARRIDO
      *                PIDE LA FECHA DE VIGENCIA DEL NUEVO MINIMO
      *                (ENTER = 1 DE ENERO QUE CORRESPONDE), CARGA DE
      *                BD-SALARIO-MINIMO.TXT EL MINIMO DE CADA ZONA
      *                VIGENTE A ESA FECHA, RECORRE A LOS EMPLEADOS NO
      *                DADOS DE BAJA ORDENADOS POR PLANTA Y LISTA EN
      *                REPORTE-SALARIO-MINIMO.TXT A CADA UNO CUYO
      *                SUELDO QUINCENAL NO ALCANZA 15 DIAS DEL MINIMO
      *                DE LA ZONA DE SU PLANTA, CON EL SUELDO AL QUE
      *                DEBE SUBIR Y LA DIFERENCIA, Y UN SUBTOTAL POR
      *                PLANTA. LOS SUELDOS EN USD SE CONVIERTEN A
      *                PESOS CON EL TIPO DE CAMBIO DEL DIA, IGUAL QUE
      *                BANDAEMP; SIN TIPO DE CAMBIO CARGADO SE CUENTAN
      *                APARTE SIN REVISAR, AVISANDOLO.
      *----------------------------------------------------------------
      * MODIFICACIONES:
      * - EL REGISTRO DE ORDENAMIENTO INCLUYE SRT-JEFE-INMEDIATO, AL
      *   PAR DEL REGISTRO DE EMPLEADO DE 173 POSICIONES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                REVMINIM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY PLTSEL.
           COPY SMGSEL.
           COPY TCSEL.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE.
           SELECT ARCHIVO-ORDEN
           ASSIGN TO "ORDMINIM.TMP".

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY PLTFD.
           COPY SMGFD.
           COPY TCFD.

       FD  REPORTE
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(110).

       SD  ARCHIVO-ORDEN.
       01  REG-ORDEN.
           05 SRT-ID-EMP           PIC 9(04).
           05 SRT-NOMBRE-EMP       PIC X(20).
           05 SRT-APE-PAT-EMP      PIC X(20).
           05 SRT-APE-MAT-EMP      PIC X(20).
           05 SRT-DIA-NAC          PIC 9(02).
           05 SRT-MES-NAC          PIC 9(02).
           05 SRT-ANIO-NAC         PIC 9(04).
           05 SRT-DEPARTAMENTO     PIC 9(03).
           05 SRT-PLANTA           PIC 9(02).
           05 SRT-PUESTO           PIC 9(02).
           05 SRT-SALARIO          PIC 9(07)V99.
           05 SRT-MONEDA           PIC X(03).
           05 SRT-STATUS-EMP       PIC X(01).
           05 SRT-FECHA-BAJA       PIC 9(08).
           05 SRT-FECHA-ALTA       PIC 9(08).
           05 SRT-RFC              PIC X(13).
           05 SRT-CURP             PIC X(18).
           05 SRT-NSS              PIC X(11).
           05 SRT-CLABE            PIC X(18).
           05 SRT-FRECUENCIA-PAGO  PIC X(01).
           05 SRT-JEFE-INMEDIATO   PIC 9(04).

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPFS.
           COPY EMPRUTA.
           COPY PLTFS.
           COPY PLTRUTA.
           COPY SMGFS.
           COPY SMGRUTA.
           COPY TCFS.
           COPY TCRUTA.

       01  WS-RUTA-REPORTE        PIC X(80).

       01  WS-FECHA-SISTEMA.
           05 WS-SIS-ANIO          PIC 9(04).
           05 WS-SIS-MES           PIC 9(02).
           05 WS-SIS-DIA           PIC 9(02).
       01  WS-FECHA-VIGENCIA       PIC 9(08)   VALUE ZEROS.
       01  WS-FECHA-DEFAULT.
           05 WS-DEF-ANIO          PIC 9(04).
           05 WS-DEF-MES-DIA       PIC 9(04)   VALUE 0101.
       01  WS-FECHA-DEFAULT-9 REDEFINES WS-FECHA-DEFAULT
                                   PIC 9(08).

       01  WS-SALARIO-MXN          PIC 9(09)V99.
       01  WS-DIFERENCIA           PIC 9(09)V99.

       01  WS-PLANTA-ANTERIOR      PIC 9(02)   VALUE ZEROS.
       01  WS-PRIMER-REGISTRO      PIC X(01)   VALUE "S".
       01  WS-CONT-PLANTA          PIC 9(05)   VALUE ZEROS.
       01  WS-DIF-PLANTA           PIC 9(09)V99 VALUE ZEROS.
       01  WS-CONT-DEBAJO          PIC 9(05)   VALUE ZEROS.
       01  WS-CONT-USD             PIC 9(05)   VALUE ZEROS.
       01  WS-CONT-REVISADOS       PIC 9(05)   VALUE ZEROS.
       01  WS-DIF-TOTAL            PIC 9(09)V99 VALUE ZEROS.

       01  SW-FIN                  PIC X(03)   VALUE SPACES.

       01  WS-MARGEN.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(01)   VALUE "*".
           05 FILLER              PIC X(107)  VALUE ALL "-".
           05 FILLER              PIC X(01)   VALUE "*".

       01  WS-TITULO.
           05 FILLER              PIC X(26)   VALUE SPACES.
           05 FILLER              PIC X(44)
               VALUE "EMPLEADOS DEBAJO DEL SALARIO MINIMO VIGENTE ".
           05 FILLER              PIC X(04)   VALUE " AL ".
           05 WS-TIT-FECHA        PIC 9(08).
           05 FILLER              PIC X(28)   VALUE SPACES.

       01  WS-TITULO-MINIMOS.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(22)
                              VALUE "MINIMO DIARIO GENERAL:".
           05 WS-TMI-GENERAL      PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 FILLER              PIC X(23)
                              VALUE "MINIMO DIARIO FRONTERA:".
           05 WS-TMI-FRONTERA     PIC ZZZ,ZZ9.99.

       01  WS-COLUMNAS.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(02)   VALUE "ID".
           05 FILLER              PIC X(05)   VALUE SPACES.
           05 FILLER              PIC X(06)   VALUE "NOMBRE".
           05 FILLER              PIC X(17)   VALUE SPACES.
           05 FILLER              PIC X(06)   VALUE "PLANTA".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(04)   VALUE "ZONA".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(03)   VALUE "MON".
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 FILLER              PIC X(06)   VALUE "SUELDO".
           05 FILLER              PIC X(06)   VALUE SPACES.
           05 FILLER              PIC X(10)   VALUE "MINIMO QNA".
           05 FILLER              PIC X(05)   VALUE SPACES.
           05 FILLER              PIC X(10)   VALUE "DIFERENCIA".

       01  WS-DETALLE.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-ID           PIC ZZZZ9.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-DET-NOMBRE       PIC X(20).
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-DET-PLANTA       PIC Z9.
           05 FILLER              PIC X(06)   VALUE SPACES.
           05 WS-DET-ZONA         PIC X(01).
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 WS-DET-MONEDA       PIC X(03).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-SALARIO      PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-DET-MINIMO       PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-DET-DIFERENCIA   PIC ZZZ,ZZ9.99.

       01  WS-SUBTOTAL.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(08)   VALUE "PLANTA: ".
           05 WS-SUB-NOMBRE       PIC X(20).
           05 FILLER              PIC X(13)   VALUE "  EMPLEADOS: ".
           05 WS-SUB-CONT         PIC ZZZZ9.
           05 FILLER              PIC X(31)
                              VALUE "  AUMENTO QUINCENAL NECESARIO: ".
           05 WS-SUB-DIFERENCIA   PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-PIE.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(11)   VALUE "REVISADOS: ".
           05 WS-PIE-REVISADOS    PIC ZZZZ9.
           05 FILLER              PIC X(17)   VALUE "  DEBAJO MINIMO: ".
           05 WS-PIE-DEBAJO       PIC ZZZZ9.
           05 FILLER              PIC X(21)
                              VALUE "  USD SIN REVISAR  : ".
           05 WS-PIE-USD          PIC ZZZZ9.
           05 FILLER              PIC X(10)   VALUE "  AUMENTO:".
           05 WS-PIE-DIFERENCIA   PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 016-OBTIENE-RUTA-REPORTE     THRU 016-FIN
           PERFORM 056-OBTIENE-RUTA-PLANTAS     THRU 056-FIN
           PERFORM 051-OBTIENE-RUTA-TIPO-CAMBIO THRU 051-FIN
           PERFORM 052-CARGA-TIPO-CAMBIO        THRU 052-FIN
           IF NOT TIPO-CAMBIO-CARGADO
              DISPLAY "SIN TIPO DE CAMBIO CARGADO: LOS SUELDOS USD "
                      "SOLO SE CUENTAN, NO SE REVISAN CONTRA EL MINIMO."
           END-IF
           PERFORM 035-PIDE-VIGENCIA            THRU 035-FIN
           PERFORM 130-OBTIENE-RUTA-SAL-MINIMO  THRU 130-FIN
           MOVE WS-FECHA-VIGENCIA TO WS-SMG-FECHA-CORTE
           PERFORM 131-CARGA-SAL-MINIMO         THRU 131-FIN
           IF NOT SAL-MINIMO-CARGADO
              DISPLAY "BD-SALARIO-MINIMO.TXT NO TIENE UN MINIMO "
                      "VIGENTE AL " WS-FECHA-VIGENCIA ". CAPTURE EL "
                      "NUEVO MINIMO ANTES DE CORRER LA REVISION."
              GOBACK
           END-IF
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           PERFORM 030-TITULOS                  THRU 030-FIN
           PERFORM 025-ORDENA-EMPLEADOS         THRU 025-FIN
           PERFORM 070-IMPRIME-SUBTOTAL         THRU 070-FIN
           PERFORM 080-IMPRIME-PIE              THRU 080-FIN
           PERFORM 090-CIERRA-ARCHIVOS          THRU 090-FIN
           DISPLAY "REPORTE GENERADO: " WS-RUTA-REPORTE
           DISPLAY "EMPLEADOS DEBAJO DEL MINIMO: " WS-CONT-DEBAJO
           GOBACK.

           COPY EMPRUTAP.
           COPY PLTRUTAP.
           COPY TCRUTAP.
           COPY TCCARGP.
           COPY SMGRUTAP.
           COPY SMGCARGP.
           COPY SMGVALP.

      *----------------------------------------------------------------
      * REPORTE-SALARIO-MINIMO.TXT VIVE EN LA MISMA CARPETA QUE
      * BD-EMPLEADOS.TXT, YA RESUELTA POR 015-OBTIENE-RUTA-DATOS.
      *----------------------------------------------------------------
       016-OBTIENE-RUTA-REPORTE.
           STRING WS-DIR-DATOS                  DELIMITED BY SPACE
                  "\REPORTE-SALARIO-MINIMO.TXT" DELIMITED BY SIZE
                  INTO WS-RUTA-REPORTE
           END-STRING.
       016-FIN. EXIT.

       020-ABRE-ARCHIVOS.
           OPEN INPUT  PLANTAS
                OUTPUT REPORTE
           IF NOT FS-PLANTAS-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              GOBACK
           END-IF.
       020-FIN. EXIT.

       030-TITULOS.
           MOVE WS-FECHA-VIGENCIA      TO WS-TIT-FECHA
           MOVE WS-SMG-DIARIO-GENERAL  TO WS-TMI-GENERAL
           MOVE WS-SMG-DIARIO-FRONTERA TO WS-TMI-FRONTERA
           WRITE REG-REPORTE FROM WS-TITULO
           WRITE REG-REPORTE FROM WS-TITULO-MINIMOS
           WRITE REG-REPORTE FROM WS-MARGEN
           WRITE REG-REPORTE FROM WS-COLUMNAS
           WRITE REG-REPORTE FROM WS-MARGEN.
       030-FIN. EXIT.

      *----------------------------------------------------------------
      * FECHA A LA QUE SE REVISA: LA DEL AUMENTO DEL MINIMO. EN BLANCO
      * SE TOMA EL 1 DE ENERO DEL ANIO EN CURSO, O DEL SIGUIENTE SI
      * LA REVISION SE CORRE EN DICIEMBRE PARA PREPARAR EL AUMENTO.
      *----------------------------------------------------------------
       035-PIDE-VIGENCIA.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-SIS-ANIO TO WS-DEF-ANIO
           IF WS-SIS-MES EQUAL 12
              ADD 1 TO WS-DEF-ANIO
           END-IF
           DISPLAY "FECHA DE VIGENCIA DEL MINIMO A REVISAR (AAAAMMDD, "
                   "ENTER = " WS-FECHA-DEFAULT-9 "): "
           ACCEPT WS-FECHA-VIGENCIA
           IF WS-FECHA-VIGENCIA EQUAL ZEROS
              MOVE WS-FECHA-DEFAULT-9 TO WS-FECHA-VIGENCIA
           END-IF.
       035-FIN. EXIT.

       025-ORDENA-EMPLEADOS.
           SORT ARCHIVO-ORDEN
                ON ASCENDING KEY SRT-PLANTA
                ON ASCENDING KEY SRT-ID-EMP
                USING EMPLEADOS
                OUTPUT PROCEDURE 040-PROCESA-ORDEN THRU 040-PROC-FIN.
       025-FIN. EXIT.

       040-PROCESA-ORDEN.
           PERFORM 040-LEE THRU 040-LEE-FIN
           PERFORM 050-PROCESO THRU 050-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       040-PROC-FIN. EXIT.

       040-LEE.
           RETURN ARCHIVO-ORDEN INTO WS-DATOS-EMPLEADO
                AT END
                   MOVE "FIN" TO SW-FIN
           END-RETURN.
       040-LEE-FIN. EXIT.

       050-PROCESO.
           IF EMP-INACTIVO
              GO TO 050-SIGUE
           END-IF
           IF WS-PRIMER-REGISTRO EQUAL "S"
              MOVE WS-PLANTA TO WS-PLANTA-ANTERIOR
              MOVE "N" TO WS-PRIMER-REGISTRO
           END-IF
           IF WS-PLANTA NOT EQUAL WS-PLANTA-ANTERIOR
              PERFORM 070-IMPRIME-SUBTOTAL THRU 070-FIN
              MOVE WS-PLANTA TO WS-PLANTA-ANTERIOR
           END-IF
           PERFORM 055-REVISA-MINIMO THRU 055-FIN
           IF SUELDO-BAJO-MINIMO
              PERFORM 060-IMPRIME-EMPLEADO THRU 060-FIN
           END-IF.
       050-SIGUE.
           PERFORM 040-LEE THRU 040-LEE-FIN.
       050-FIN. EXIT.

      *----------------------------------------------------------------
      * MISMA REGLA QUE LA CAPTURA (134-VALIDA-SAL-MINIMO): EL SUELDO
      * QUINCENAL EN PESOS CONTRA 15 DIAS DEL MINIMO DE LA ZONA DE LA
      * PLANTA. EL USD SE CONVIERTE CON EL TIPO DE CAMBIO DEL DIA;
      * SIN TIPO DE CAMBIO SOLO SE CUENTA APARTE. LA DIFERENCIA ES EL
      * AUMENTO QUINCENAL EN PESOS PARA LLEGAR AL MINIMO.
      *----------------------------------------------------------------
       055-REVISA-MINIMO.
           MOVE "N" TO SW-BAJO-MINIMO
           IF WS-MONEDA EQUAL "USD"
              IF TIPO-CAMBIO-CARGADO
                 COMPUTE WS-SALARIO-MXN ROUNDED =
                         WS-SALARIO * WS-TIPO-CAMBIO-DIA
              ELSE
                 ADD 1 TO WS-CONT-USD
                 GO TO 055-FIN
              END-IF
           ELSE
              MOVE WS-SALARIO TO WS-SALARIO-MXN
           END-IF
           ADD 1 TO WS-CONT-REVISADOS
           MOVE WS-SALARIO-MXN TO WS-SMG-SALARIO-COMPARA
           PERFORM 134-VALIDA-SAL-MINIMO THRU 134-FIN
           IF SUELDO-BAJO-MINIMO
              COMPUTE WS-DIFERENCIA =
                      WS-SMG-MINIMO-QUINCENA - WS-SALARIO-MXN
           END-IF.
       055-FIN. EXIT.

       060-IMPRIME-EMPLEADO.
           MOVE WS-ID-EMP              TO WS-DET-ID
           MOVE WS-NOMBRE-EMP          TO WS-DET-NOMBRE
           MOVE WS-PLANTA              TO WS-DET-PLANTA
           MOVE WS-SMG-ZONA            TO WS-DET-ZONA
           MOVE WS-MONEDA              TO WS-DET-MONEDA
           MOVE WS-SALARIO             TO WS-DET-SALARIO
           MOVE WS-SMG-MINIMO-QUINCENA TO WS-DET-MINIMO
           MOVE WS-DIFERENCIA          TO WS-DET-DIFERENCIA
           WRITE REG-REPORTE FROM WS-DETALLE
           ADD 1 TO WS-CONT-PLANTA
                    WS-CONT-DEBAJO
           ADD WS-DIFERENCIA TO WS-DIF-PLANTA
                                WS-DIF-TOTAL.
       060-FIN. EXIT.

       070-IMPRIME-SUBTOTAL.
           IF WS-CONT-PLANTA EQUAL ZEROS
              GO TO 070-FIN
           END-IF
           MOVE WS-PLANTA-ANTERIOR TO PLT-COD
           READ PLANTAS
                INVALID KEY
                   MOVE "NO EXISTE"  TO WS-SUB-NOMBRE
                NOT INVALID KEY
                   MOVE PLT-NOMBRE   TO WS-SUB-NOMBRE
           END-READ
           MOVE WS-CONT-PLANTA TO WS-SUB-CONT
           MOVE WS-DIF-PLANTA  TO WS-SUB-DIFERENCIA
           WRITE REG-REPORTE FROM WS-SUBTOTAL
           WRITE REG-REPORTE FROM WS-MARGEN
           MOVE ZEROS TO WS-CONT-PLANTA
                         WS-DIF-PLANTA.
       070-FIN. EXIT.

       080-IMPRIME-PIE.
           MOVE WS-CONT-REVISADOS TO WS-PIE-REVISADOS
           MOVE WS-CONT-DEBAJO    TO WS-PIE-DEBAJO
           MOVE WS-CONT-USD       TO WS-PIE-USD
           MOVE WS-DIF-TOTAL      TO WS-PIE-DIFERENCIA
           WRITE REG-REPORTE FROM WS-PIE.
       080-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE PLANTAS
                 REPORTE.
       090-FIN. EXIT.
