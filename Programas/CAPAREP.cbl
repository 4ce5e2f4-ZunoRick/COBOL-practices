      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * CAPAREP.cbl - REPORTE DE CURSOS OBLIGATORIOS FALTANTES O
      *               VENCIDOS. POR CADA EMPLEADO NO DADO DE BAJA DE
      *               BD-EMPLEADOS.TXT TOMA LOS CURSOS QUE SU PUESTO
      *               EXIGE (BD-CURSOS-PUESTO.TXT, MANTCURS) Y BUSCA
      *               EN BD-CAPACITACION.TXT LA ACREDITACION APROBADA
      *               MAS RECIENTE DE CADA UNO. SIN ACREDITACION EL
      *               CURSO SALE COMO FALTANTE; CON ACREDITACION, SI
      *               EL CURSO TIENE VIGENCIA EN MESES Y YA SE CUMPLIO
      *               CONTADA DESDE LA FECHA DE TERMINO, SALE COMO
      *               VENCIDO CON LA FECHA EN QUE VENCIO. AL FINAL
      *               SALEN LOS TOTALES DE EMPLEADOS REVISADOS, CON
      *               PENDIENTES, CURSOS FALTANTES Y VENCIDOS. SALE EN
      *               REPORTE-CAPACITACION.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                CAPAREP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY CURSEL.
           COPY CUPSEL.
           COPY CAPSEL.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY CURFD.
           COPY CUPFD.
           COPY CAPFD.

       FD  REPORTE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(100).

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPFS.
           COPY EMPRUTA.
           COPY CURFS.
           COPY CURRUTA.
           COPY CUPFS.
           COPY CUPRUTA.
           COPY CAPFS.
           COPY CAPRUTA.

       01  WS-RUTA-REPORTE        PIC X(80).

       01  WS-FECHA-SISTEMA       PIC 9(08).
       01  WS-NOMBRE-COMPLETO     PIC X(62).
       01  SW-HAY-CAPACITACION    PIC X(01)   VALUE "N".
           88 HAY-CAPACITACION           VALUE "S".
       01  SW-EMP-PENDIENTE       PIC X(01)   VALUE "N".

       01  WS-ULTIMO-FIN          PIC 9(08).
       01  WS-ULTIMO-FIN-R REDEFINES WS-ULTIMO-FIN.
           05 WS-UF-ANIO          PIC 9(04).
           05 WS-UF-MES           PIC 9(02).
           05 WS-UF-DIA           PIC 9(02).
       01  WS-FECHA-VENCE.
           05 WS-FV-ANIO          PIC 9(04).
           05 WS-FV-MES           PIC 9(02).
           05 WS-FV-DIA           PIC 9(02).
       01  WS-FECHA-VENCE-N REDEFINES WS-FECHA-VENCE
                                  PIC 9(08).
       01  WS-MESES-VENCE         PIC 9(06).

       01  WS-CONT-REVISADOS      PIC 9(05)   VALUE ZEROS.
       01  WS-CONT-PENDIENTES     PIC 9(05)   VALUE ZEROS.
       01  WS-CONT-FALTANTES      PIC 9(05)   VALUE ZEROS.
       01  WS-CONT-VENCIDOS       PIC 9(05)   VALUE ZEROS.

       01  SW-FIN                 PIC X(03)   VALUE SPACES.
       01  SW-FIN-CUP             PIC X(03)   VALUE SPACES.
       01  SW-FIN-CAP             PIC X(03)   VALUE SPACES.

       01  WS-MARGEN.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(01)   VALUE "*".
           05 FILLER              PIC X(97)   VALUE ALL "-".
           05 FILLER              PIC X(01)   VALUE "*".

       01  WS-TITULO.
           05 FILLER              PIC X(20)   VALUE SPACES.
           05 FILLER              PIC X(47)   VALUE
              "CURSOS OBLIGATORIOS FALTANTES O VENCIDOS AL    ".
           05 WS-TIT-FECHA        PIC 9(08).
           05 FILLER              PIC X(25)   VALUE SPACES.

       01  WS-ENC-COLUMNAS.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(05)   VALUE "EMP.".
           05 FILLER              PIC X(29)   VALUE "NOMBRE".
           05 FILLER              PIC X(04)   VALUE "PTO".
           05 FILLER              PIC X(31)   VALUE "CURSO".
           05 FILLER              PIC X(11)   VALUE "SITUACION".
           05 FILLER              PIC X(18)   VALUE "VENCIO EL".

       01  WS-DET-PENDIENTE.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-ID           PIC 9(04).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-NOMBRE       PIC X(28).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-PUESTO       PIC 9(02).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-CURSO        PIC 9(04).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-CURSO-NOMBRE PIC X(25).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-SITUACION    PIC X(10).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-VENCE        PIC X(08).
           05 FILLER              PIC X(10)   VALUE SPACES.

       01  WS-LIN-TOTAL.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-TOT-ETIQUETA     PIC X(40).
           05 WS-TOT-CONTADOR     PIC ZZZZ9.
           05 FILLER              PIC X(53)   VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS     THRU 015-FIN
           PERFORM 016-OBTIENE-RUTA-REPORTE   THRU 016-FIN
           PERFORM 151-OBTIENE-RUTA-CURSOS    THRU 151-FIN
           PERFORM 152-OBTIENE-RUTA-CURSOS-PUESTO THRU 152-FIN
           PERFORM 153-OBTIENE-RUTA-CAPACITACION THRU 153-FIN
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 020-ABRE-ARCHIVOS          THRU 020-FIN
           PERFORM 030-TITULOS                THRU 030-FIN
           PERFORM 040-LEE-EMPLEADO           THRU 040-FIN
           PERFORM 050-PROCESA-EMPLEADO       THRU 050-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           PERFORM 080-IMPRIME-TOTALES        THRU 080-FIN
           PERFORM 090-CIERRA-ARCHIVOS        THRU 090-FIN
           DISPLAY "EMPLEADOS CON CURSOS PENDIENTES: "
                   WS-CONT-PENDIENTES
           DISPLAY "REPORTE GENERADO: " WS-RUTA-REPORTE
           GOBACK.

           COPY EMPRUTAP.
           COPY CURRUTAP.
           COPY CUPRUTAP.
           COPY CAPRUTAP.

      *----------------------------------------------------------------
      * REPORTE-CAPACITACION.TXT VIVE EN LA MISMA CARPETA QUE
      * BD-EMPLEADOS.TXT, YA RESUELTA POR 015-OBTIENE-RUTA-DATOS.
      *----------------------------------------------------------------
       016-OBTIENE-RUTA-REPORTE.
           STRING WS-DIR-DATOS                DELIMITED BY SPACE
                  "\REPORTE-CAPACITACION.TXT" DELIMITED BY SIZE
                  INTO WS-RUTA-REPORTE
           END-STRING.
       016-FIN. EXIT.

      *----------------------------------------------------------------
      * SIN BD-CAPACITACION.TXT TODAVIA NADIE TIENE CURSOS: TODOS LOS
      * OBLIGATORIOS SALEN COMO FALTANTES.
      *----------------------------------------------------------------
       020-ABRE-ARCHIVOS.
           OPEN INPUT  EMPLEADOS
                       CURSOS
                       CURSOS-PUESTO
                OUTPUT REPORTE
           IF NOT FS-EMPLEADOS-OK OR NOT FS-CURSOS-OK
              OR NOT FS-CURSOS-PUESTO-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS. "
                      "CAPTURE LOS CURSOS OBLIGATORIOS EN MANTCURS."
              GOBACK
           END-IF
           OPEN INPUT CAPACITACION
           IF FS-CAPACITACION-OK
              MOVE "S" TO SW-HAY-CAPACITACION
           END-IF.
       020-FIN. EXIT.

       030-TITULOS.
           MOVE WS-FECHA-SISTEMA TO WS-TIT-FECHA
           WRITE REG-REPORTE FROM WS-TITULO
           WRITE REG-REPORTE FROM WS-MARGEN
           WRITE REG-REPORTE FROM WS-ENC-COLUMNAS.
       030-FIN. EXIT.

       040-LEE-EMPLEADO.
           READ EMPLEADOS NEXT RECORD INTO WS-DATOS-EMPLEADO
                AT END
                   MOVE "FIN" TO SW-FIN
           END-READ.
       040-FIN. EXIT.

      *----------------------------------------------------------------
      * LOS CURSOS OBLIGATORIOS DEL PUESTO SE RECORREN CON START SOBRE
      * LA LLAVE PUESTO + CURSO, DEL CURSO CERO EN ADELANTE.
      *----------------------------------------------------------------
       050-PROCESA-EMPLEADO.
           IF EMP-INACTIVO
              GO TO 050-SIGUE
           END-IF
           ADD 1 TO WS-CONT-REVISADOS
           MOVE "N" TO SW-EMP-PENDIENTE
           MOVE SPACES TO WS-NOMBRE-COMPLETO
           STRING WS-APE-PAT-EMP  DELIMITED BY "  "
                  " "             DELIMITED BY SIZE
                  WS-APE-MAT-EMP  DELIMITED BY "  "
                  " "             DELIMITED BY SIZE
                  WS-NOMBRE-EMP   DELIMITED BY "  "
                  INTO WS-NOMBRE-COMPLETO
           END-STRING
           MOVE WS-PUESTO TO CUP-PUESTO
           MOVE ZEROS     TO CUP-CURSO
           START CURSOS-PUESTO KEY IS GREATER THAN OR EQUAL CUP-LLAVE
                 INVALID KEY
                    GO TO 050-SIGUE
           END-START
           MOVE SPACES TO SW-FIN-CUP
           PERFORM 055-REVISA-OBLIGATORIO THRU 055-FIN
                   UNTIL SW-FIN-CUP EQUAL "FIN"
           IF SW-EMP-PENDIENTE EQUAL "S"
              ADD 1 TO WS-CONT-PENDIENTES
           END-IF.
       050-SIGUE.
           PERFORM 040-LEE-EMPLEADO THRU 040-FIN.
       050-FIN. EXIT.

       055-REVISA-OBLIGATORIO.
           READ CURSOS-PUESTO NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN-CUP
                   GO TO 055-FIN
           END-READ
           IF CUP-PUESTO NOT EQUAL WS-PUESTO
              MOVE "FIN" TO SW-FIN-CUP
              GO TO 055-FIN
           END-IF
           MOVE CUP-CURSO TO CUR-CLAVE
           READ CURSOS
                INVALID KEY
                   MOVE ZEROS TO CUR-VIGENCIA-MESES
                   MOVE "NO EXISTE EN EL CATALOGO" TO CUR-NOMBRE
           END-READ
           PERFORM 060-BUSCA-ACREDITACION THRU 060-FIN
           IF WS-ULTIMO-FIN EQUAL ZEROS
              MOVE "FALTANTE" TO WS-DET-SITUACION
              MOVE SPACES     TO WS-DET-VENCE
              ADD 1 TO WS-CONT-FALTANTES
              PERFORM 070-IMPRIME-DETALLE THRU 070-FIN
              GO TO 055-FIN
           END-IF
           IF CUR-NO-VENCE
              GO TO 055-FIN
           END-IF
           PERFORM 065-CALCULA-VENCIMIENTO THRU 065-FIN
           IF WS-FECHA-VENCE-N IS LESS THAN WS-FECHA-SISTEMA
              MOVE "VENCIDO"        TO WS-DET-SITUACION
              MOVE WS-FECHA-VENCE-N TO WS-DET-VENCE
              ADD 1 TO WS-CONT-VENCIDOS
              PERFORM 070-IMPRIME-DETALLE THRU 070-FIN
           END-IF.
       055-FIN. EXIT.

      *----------------------------------------------------------------
      * DEJA EN WS-ULTIMO-FIN LA FECHA DE TERMINO MAS RECIENTE DE LAS
      * ACREDITACIONES APROBADAS DEL EMPLEADO EN EL CURSO (CEROS = NO
      * LO TIENE APROBADO). LOS RENGLONES VIENEN POR FECHA DE INICIO,
      * ASI QUE SE COMPARA CADA TERMINO EN LUGAR DE QUEDARSE CON EL
      * ULTIMO LEIDO.
      *----------------------------------------------------------------
       060-BUSCA-ACREDITACION.
           MOVE ZEROS TO WS-ULTIMO-FIN
           IF NOT HAY-CAPACITACION
              GO TO 060-FIN
           END-IF
           MOVE WS-ID-EMP TO CAP-ID-EMP
           MOVE CUP-CURSO TO CAP-CURSO
           MOVE ZEROS     TO CAP-FECHA-INICIO
           START CAPACITACION KEY IS GREATER THAN OR EQUAL CAP-LLAVE
                 INVALID KEY
                    GO TO 060-FIN
           END-START
           MOVE SPACES TO SW-FIN-CAP
           PERFORM 062-LEE-ACREDITACION THRU 062-FIN
                   UNTIL SW-FIN-CAP EQUAL "FIN".
       060-FIN. EXIT.

       062-LEE-ACREDITACION.
           READ CAPACITACION NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN-CAP
                   GO TO 062-FIN
           END-READ
           IF CAP-ID-EMP NOT EQUAL WS-ID-EMP OR
              CAP-CURSO NOT EQUAL CUP-CURSO
              MOVE "FIN" TO SW-FIN-CAP
              GO TO 062-FIN
           END-IF
           IF CAP-APROBADO AND
              CAP-FECHA-FIN IS GREATER THAN WS-ULTIMO-FIN
              MOVE CAP-FECHA-FIN TO WS-ULTIMO-FIN
           END-IF.
       062-FIN. EXIT.

      *----------------------------------------------------------------
      * LA ACREDITACION VENCE EL MISMO DIA DEL MES, TANTOS MESES
      * DESPUES DEL TERMINO COMO DIGA LA VIGENCIA DEL CURSO.
      *----------------------------------------------------------------
       065-CALCULA-VENCIMIENTO.
           COMPUTE WS-MESES-VENCE = WS-UF-ANIO * 12 + WS-UF-MES - 1
                                  + CUR-VIGENCIA-MESES
           DIVIDE WS-MESES-VENCE BY 12
                  GIVING WS-FV-ANIO REMAINDER WS-FV-MES
           ADD 1 TO WS-FV-MES
           MOVE WS-UF-DIA TO WS-FV-DIA.
       065-FIN. EXIT.

       070-IMPRIME-DETALLE.
           MOVE "S" TO SW-EMP-PENDIENTE
           MOVE WS-ID-EMP          TO WS-DET-ID
           MOVE WS-NOMBRE-COMPLETO TO WS-DET-NOMBRE
           MOVE WS-PUESTO          TO WS-DET-PUESTO
           MOVE CUP-CURSO          TO WS-DET-CURSO
           MOVE CUR-NOMBRE         TO WS-DET-CURSO-NOMBRE
           WRITE REG-REPORTE FROM WS-DET-PENDIENTE.
       070-FIN. EXIT.

       080-IMPRIME-TOTALES.
           WRITE REG-REPORTE FROM WS-MARGEN
           MOVE "EMPLEADOS REVISADOS:"          TO WS-TOT-ETIQUETA
           MOVE WS-CONT-REVISADOS               TO WS-TOT-CONTADOR
           WRITE REG-REPORTE FROM WS-LIN-TOTAL
           MOVE "EMPLEADOS CON CURSOS PENDIENTES:" TO WS-TOT-ETIQUETA
           MOVE WS-CONT-PENDIENTES              TO WS-TOT-CONTADOR
           WRITE REG-REPORTE FROM WS-LIN-TOTAL
           MOVE "CURSOS OBLIGATORIOS FALTANTES:" TO WS-TOT-ETIQUETA
           MOVE WS-CONT-FALTANTES               TO WS-TOT-CONTADOR
           WRITE REG-REPORTE FROM WS-LIN-TOTAL
           MOVE "CURSOS OBLIGATORIOS VENCIDOS:" TO WS-TOT-ETIQUETA
           MOVE WS-CONT-VENCIDOS                TO WS-TOT-CONTADOR
           WRITE REG-REPORTE FROM WS-LIN-TOTAL.
       080-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 CURSOS
                 CURSOS-PUESTO
                 REPORTE
           IF HAY-CAPACITACION
              CLOSE CAPACITACION
           END-IF.
       090-FIN. EXIT.
