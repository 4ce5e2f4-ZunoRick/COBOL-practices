      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * RETARREP.cbl - REPORTE DE RETARDOS Y SALIDAS ANTICIPADAS POR
      *                DEPARTAMENTO. RELOJIMP MIDE CADA PAR DE
      *                CHECADAS CONTRA EL TURNO VIGENTE DEL EMPLEADO
      *                (TURNOEMP) Y DEJA EN BD-RETARDOS.TXT LOS
      *                RETARDOS (ENTRADA DESPUES DE LA TOLERANCIA) Y
      *                LAS SALIDAS ANTES DE LA HORA DEL TURNO. PARA
      *                LA QUINCENA QUE PIDA EL OPERADOR SE LISTAN
      *                ORDENADOS POR DEPARTAMENTO, EMPLEADO Y FECHA,
      *                CON LA HORA PROGRAMADA CONTRA LA CHECADA, Y
      *                SUBTOTAL POR DEPARTAMENTO DE CUANTOS Y CUANTOS
      *                MINUTOS DE CADA TIPO. EL DEPARTAMENTO ES EL DEL
      *                EMPLEADO EL DIA DE LA CHECADA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                RETARREP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY DEPTSEL.
           COPY RETSEL.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE.
           SELECT ARCHIVO-ORDEN
           ASSIGN TO "ORDRETAR.TMP".

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY DEPTFD.
           COPY RETFD.

       FD  REPORTE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(100).

       SD  ARCHIVO-ORDEN.
       01  REG-ORDEN.
           05 SRT-PERIODO          PIC 9(07).
           05 SRT-ID-EMP           PIC 9(04).
           05 SRT-FECHA            PIC 9(08).
           05 SRT-TIPO             PIC X(01).
           05 SRT-DEPARTAMENTO     PIC 9(03).
           05 SRT-TURNO            PIC 9(02).
           05 SRT-HORA-PROGRAMADA  PIC 9(04).
           05 SRT-HORA-CHECADA     PIC 9(04).
           05 SRT-MINUTOS          PIC 9(04).

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPFS.
           COPY EMPRUTA.
           COPY DEPTFS.
           COPY DEPTRUTA.
           COPY RETFS.
           COPY RETRUTA.

       01  WS-RUTA-REPORTE        PIC X(80).

       01  WS-PERIODO-REPORTE.
           05 WS-PER-ANIO          PIC 9(04).
           05 WS-PER-MES           PIC 9(02).
           05 WS-PER-QUINCENA      PIC 9(01).
       01  WS-PERIODO-REPORTE-9 REDEFINES WS-PERIODO-REPORTE
                                   PIC 9(07).

       01  WS-DEPTO-ANTERIOR       PIC 9(03)   VALUE ZEROS.
       01  WS-PRIMER-REGISTRO      PIC X(01)   VALUE "S".
       01  WS-DEP-RETARDOS         PIC 9(05)   VALUE ZEROS.
       01  WS-DEP-MIN-RETARDO      PIC 9(07)   VALUE ZEROS.
       01  WS-DEP-SALIDAS          PIC 9(05)   VALUE ZEROS.
       01  WS-DEP-MIN-SALIDA       PIC 9(07)   VALUE ZEROS.
       01  WS-TOT-RETARDOS         PIC 9(05)   VALUE ZEROS.
       01  WS-TOT-MIN-RETARDO      PIC 9(07)   VALUE ZEROS.
       01  WS-TOT-SALIDAS          PIC 9(05)   VALUE ZEROS.
       01  WS-TOT-MIN-SALIDA       PIC 9(07)   VALUE ZEROS.

       01  SW-FIN                  PIC X(03)   VALUE SPACES.

       01  WS-MARGEN.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(01)   VALUE "*".
           05 FILLER              PIC X(97)   VALUE ALL "-".
           05 FILLER              PIC X(01)   VALUE "*".

       01  WS-TITULO.
           05 FILLER              PIC X(20)   VALUE SPACES.
           05 FILLER              PIC X(44)
               VALUE "RETARDOS Y SALIDAS ANTICIPADAS DEL PERIODO  ".
           05 WS-TIT-PERIODO      PIC 9(07).
           05 FILLER              PIC X(29)   VALUE SPACES.

       01  WS-COLUMNAS.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(02)   VALUE "ID".
           05 FILLER              PIC X(05)   VALUE SPACES.
           05 FILLER              PIC X(06)   VALUE "NOMBRE".
           05 FILLER              PIC X(17)   VALUE SPACES.
           05 FILLER              PIC X(05)   VALUE "FECHA".
           05 FILLER              PIC X(06)   VALUE SPACES.
           05 FILLER              PIC X(04)   VALUE "TIPO".
           05 FILLER              PIC X(16)   VALUE SPACES.
           05 FILLER              PIC X(05)   VALUE "TURNO".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(04)   VALUE "PROG".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(04)   VALUE "CHEC".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(07)   VALUE "MINUTOS".
           05 FILLER              PIC X(11)   VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-ID           PIC ZZZZ9.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-DET-NOMBRE       PIC X(20).
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-DET-FECHA        PIC 9(08).
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-DET-TIPO         PIC X(19).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-TURNO        PIC Z9.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-DET-PROGRAMADA   PIC 9(04).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-CHECADA      PIC 9(04).
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 WS-DET-MINUTOS      PIC Z,ZZ9.
           05 FILLER              PIC X(12)   VALUE SPACES.

       01  WS-SUBTOTAL.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(14)
                              VALUE "DEPARTAMENTO: ".
           05 WS-SUB-NOMBRE       PIC X(20).
           05 FILLER              PIC X(11)
                              VALUE "  RETARDOS:".
           05 WS-SUB-RETARDOS     PIC ZZZZ9.
           05 FILLER              PIC X(05)   VALUE " MIN:".
           05 WS-SUB-MIN-RETARDO  PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(11)
                              VALUE "  SALIDAS: ".
           05 WS-SUB-SALIDAS      PIC ZZZZ9.
           05 FILLER              PIC X(05)   VALUE " MIN:".
           05 WS-SUB-MIN-SALIDA   PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(04)   VALUE SPACES.

       01  WS-PIE.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(14)
                              VALUE "TOTAL GENERAL ".
           05 FILLER              PIC X(20)   VALUE SPACES.
           05 FILLER              PIC X(11)
                              VALUE "  RETARDOS:".
           05 WS-PIE-RETARDOS     PIC ZZZZ9.
           05 FILLER              PIC X(05)   VALUE " MIN:".
           05 WS-PIE-MIN-RETARDO  PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(11)
                              VALUE "  SALIDAS: ".
           05 WS-PIE-SALIDAS      PIC ZZZZ9.
           05 FILLER              PIC X(05)   VALUE " MIN:".
           05 WS-PIE-MIN-SALIDA   PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(04)   VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS     THRU 015-FIN
           PERFORM 016-OBTIENE-RUTA-REPORTE   THRU 016-FIN
           PERFORM 018-OBTIENE-RUTA-DEPARTAMENTOS THRU 018-FIN
           PERFORM 139-OBTIENE-RUTA-RETARDOS  THRU 139-FIN
           PERFORM 017-SOLICITA-PERIODO       THRU 017-FIN
           PERFORM 020-ABRE-ARCHIVOS          THRU 020-FIN
           PERFORM 030-TITULOS                THRU 030-FIN
           PERFORM 025-ORDENA-RETARDOS        THRU 025-FIN
           PERFORM 070-IMPRIME-SUBTOTAL       THRU 070-FIN
           PERFORM 080-IMPRIME-PIE            THRU 080-FIN
           PERFORM 090-CIERRA-ARCHIVOS        THRU 090-FIN
           DISPLAY "REPORTE GENERADO: " WS-RUTA-REPORTE
           DISPLAY "RETARDOS            : " WS-TOT-RETARDOS
           DISPLAY "SALIDAS ANTICIPADAS : " WS-TOT-SALIDAS
           GOBACK.

           COPY EMPRUTAP.
           COPY DEPTRUTAP.
           COPY RETRUTAP.

      *----------------------------------------------------------------
      * REPORTE-RETARDOS.TXT VIVE EN LA MISMA CARPETA QUE
      * BD-EMPLEADOS.TXT, YA RESUELTA POR 015-OBTIENE-RUTA-DATOS.
      *----------------------------------------------------------------
       016-OBTIENE-RUTA-REPORTE.
           STRING WS-DIR-DATOS             DELIMITED BY SPACE
                  "\REPORTE-RETARDOS.TXT"  DELIMITED BY SIZE
                  INTO WS-RUTA-REPORTE
           END-STRING.
       016-FIN. EXIT.

       017-SOLICITA-PERIODO.
           DISPLAY "QUINCENA DEL REPORTE:"
           DISPLAY "ANIO (AAAA): "
           ACCEPT WS-PER-ANIO
           DISPLAY "MES (MM): "
           ACCEPT WS-PER-MES
           DISPLAY "QUINCENA (1/2): "
           ACCEPT WS-PER-QUINCENA
           IF WS-PER-QUINCENA NOT EQUAL 1 AND
              WS-PER-QUINCENA NOT EQUAL 2
              DISPLAY "LA QUINCENA DEBE SER 1 O 2."
              DISPLAY " "
              GO TO 017-SOLICITA-PERIODO
           END-IF.
       017-FIN. EXIT.

       020-ABRE-ARCHIVOS.
           OPEN INPUT EMPLEADOS
                      DEPARTAMENTOS
                      RETARDOS
           IF NOT FS-EMPLEADOS-OK OR NOT FS-DEPARTAMENTOS-OK
              OR NOT FS-RETARDOS-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              GOBACK
           END-IF
           CLOSE RETARDOS
           OPEN OUTPUT REPORTE.
       020-FIN. EXIT.

       030-TITULOS.
           MOVE WS-PERIODO-REPORTE-9 TO WS-TIT-PERIODO
           WRITE REG-REPORTE FROM WS-TITULO
           WRITE REG-REPORTE FROM WS-MARGEN
           WRITE REG-REPORTE FROM WS-COLUMNAS
           WRITE REG-REPORTE FROM WS-MARGEN.
       030-FIN. EXIT.

       025-ORDENA-RETARDOS.
           SORT ARCHIVO-ORDEN
                ON ASCENDING KEY SRT-DEPARTAMENTO
                                 SRT-ID-EMP
                                 SRT-FECHA
                                 SRT-TIPO
                USING RETARDOS
                OUTPUT PROCEDURE 040-PROCESA-ORDEN THRU 040-PROC-FIN.
       025-FIN. EXIT.

       040-PROCESA-ORDEN.
           PERFORM 040-LEE THRU 040-LEE-FIN
           PERFORM 050-PROCESO THRU 050-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       040-PROC-FIN. EXIT.

       040-LEE.
           RETURN ARCHIVO-ORDEN
                AT END
                   MOVE "FIN" TO SW-FIN
           END-RETURN.
       040-LEE-FIN. EXIT.

       050-PROCESO.
           IF SRT-PERIODO NOT EQUAL WS-PERIODO-REPORTE-9
              GO TO 050-SIGUE
           END-IF
           IF WS-PRIMER-REGISTRO EQUAL "S"
              MOVE SRT-DEPARTAMENTO TO WS-DEPTO-ANTERIOR
              MOVE "N" TO WS-PRIMER-REGISTRO
           END-IF
           IF SRT-DEPARTAMENTO NOT EQUAL WS-DEPTO-ANTERIOR
              PERFORM 070-IMPRIME-SUBTOTAL THRU 070-FIN
              MOVE SRT-DEPARTAMENTO TO WS-DEPTO-ANTERIOR
           END-IF
           PERFORM 060-IMPRIME-DETALLE THRU 060-FIN.
       050-SIGUE.
           PERFORM 040-LEE THRU 040-LEE-FIN.
       050-FIN. EXIT.

       060-IMPRIME-DETALLE.
           MOVE SRT-ID-EMP TO REG-ID-EMP
           READ EMPLEADOS INTO WS-DATOS-EMPLEADO
                INVALID KEY
                   MOVE "NO EXISTE"   TO WS-DET-NOMBRE
                NOT INVALID KEY
                   MOVE WS-NOMBRE-EMP TO WS-DET-NOMBRE
           END-READ
           MOVE SRT-ID-EMP           TO WS-DET-ID
           MOVE SRT-FECHA            TO WS-DET-FECHA
           MOVE SRT-TURNO            TO WS-DET-TURNO
           MOVE SRT-HORA-PROGRAMADA  TO WS-DET-PROGRAMADA
           MOVE SRT-HORA-CHECADA     TO WS-DET-CHECADA
           MOVE SRT-MINUTOS          TO WS-DET-MINUTOS
           IF SRT-TIPO EQUAL "R"
              MOVE "RETARDO"            TO WS-DET-TIPO
              ADD 1           TO WS-DEP-RETARDOS
                                 WS-TOT-RETARDOS
              ADD SRT-MINUTOS TO WS-DEP-MIN-RETARDO
                                 WS-TOT-MIN-RETARDO
           ELSE
              MOVE "SALIDA ANTICIPADA"  TO WS-DET-TIPO
              ADD 1           TO WS-DEP-SALIDAS
                                 WS-TOT-SALIDAS
              ADD SRT-MINUTOS TO WS-DEP-MIN-SALIDA
                                 WS-TOT-MIN-SALIDA
           END-IF
           WRITE REG-REPORTE FROM WS-DETALLE.
       060-FIN. EXIT.

       070-IMPRIME-SUBTOTAL.
           IF WS-DEP-RETARDOS EQUAL ZEROS AND
              WS-DEP-SALIDAS  EQUAL ZEROS
              GO TO 070-FIN
           END-IF
           MOVE WS-DEPTO-ANTERIOR TO REG-DEPTO-COD
           READ DEPARTAMENTOS
                INVALID KEY
                   MOVE "NO EXISTE"      TO WS-SUB-NOMBRE
                NOT INVALID KEY
                   MOVE REG-DEPTO-NOMBRE TO WS-SUB-NOMBRE
           END-READ
           MOVE WS-DEP-RETARDOS    TO WS-SUB-RETARDOS
           MOVE WS-DEP-MIN-RETARDO TO WS-SUB-MIN-RETARDO
           MOVE WS-DEP-SALIDAS     TO WS-SUB-SALIDAS
           MOVE WS-DEP-MIN-SALIDA  TO WS-SUB-MIN-SALIDA
           WRITE REG-REPORTE FROM WS-SUBTOTAL
           WRITE REG-REPORTE FROM WS-MARGEN
           MOVE ZEROS TO WS-DEP-RETARDOS
                         WS-DEP-MIN-RETARDO
                         WS-DEP-SALIDAS
                         WS-DEP-MIN-SALIDA.
       070-FIN. EXIT.

       080-IMPRIME-PIE.
           MOVE WS-TOT-RETARDOS    TO WS-PIE-RETARDOS
           MOVE WS-TOT-MIN-RETARDO TO WS-PIE-MIN-RETARDO
           MOVE WS-TOT-SALIDAS     TO WS-PIE-SALIDAS
           MOVE WS-TOT-MIN-SALIDA  TO WS-PIE-MIN-SALIDA
           WRITE REG-REPORTE FROM WS-PIE.
       080-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 DEPARTAMENTOS
                 REPORTE.
       090-FIN. EXIT.
