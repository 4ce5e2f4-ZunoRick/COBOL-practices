      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * FONACREP.cbl - REPORTE MENSUAL DE PAGO AL FONACOT. PARA EL MES
      *                PEDIDO RECORRE LOS CREDITOS DE BD-FONACOT.TXT Y
      *                SUMA LO REALMENTE RETENIDO A CADA UNO EN LAS
      *                QUINCENAS Y SEMANAS DEL MES (RENGLONES ORIGEN
      *                "K" DE BD-NOMINA-DETALLE.TXT, QUE TRAEN EL
      *                CONSECUTIVO DEL CREDITO): UN RENGLON POR NUMERO
      *                DE CREDITO CON SU EMPLEADO, LA CUOTA DE LA
      *                CEDULA, LO RETENIDO, EL SALDO Y LA INCIDENCIA
      *                QUE EL INSTITUTO PIDE QUE SE LE AVISE (SIN
      *                RETENCION, RETENCION PARCIAL, LIQUIDADO O BAJA
      *                DEL EMPLEADO CON SU FECHA). LOS EMPLEADOS DADOS
      *                DE BAJA CON SALDO SE LISTAN AUNQUE YA NO SE LES
      *                HAYA RETENIDO NADA, Y SE TOTALIZAN APARTE. EL
      *                TOTAL RETENIDO ES EL IMPORTE A PAGAR. EL
      *                LISTADO QUEDA EN REPORTE-FONACOT.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                FONACREP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY NDETSEL.
           COPY FNCSEL.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY NDETFD.
           COPY FNCFD.

       FD  REPORTE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(100).

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPFS.
           COPY EMPRUTA.
           COPY NDETFS.
           COPY NDETRUTA.
           COPY FNCFS.
           COPY FNCRUTA.

       01  WS-RUTA-REPORTE        PIC X(80).

       01  WS-MES-PEDIDO.
           05 WS-MP-ANIO           PIC 9(04).
           05 WS-MP-MES            PIC 9(02).
       01  WS-MES-PEDIDO-9 REDEFINES WS-MES-PEDIDO
                                   PIC 9(06).

      *----------------------------------------------------------------
      * LAS DOS QUINCENAS DEL MES (1 Y 2) Y LAS CINCO SEMANAS DE LA
      * NOMINA SEMANAL (MES MAS 50, SEMANA 1 A 5), COMO LAS GRABA
      * NOMQUINC.
      *----------------------------------------------------------------
       01  WS-IDX-PERIODO          PIC 9(01).
       01  WS-PERIODO-MES.
           05 WS-PM-ANIO           PIC 9(04).
           05 WS-PM-MES            PIC 9(02).
           05 WS-PM-QUINCENA       PIC 9(01).

       01  WS-RETENIDO-CREDITO     PIC 9(09)V99.
       01  WS-TOTAL-CUOTAS         PIC 9(11)V99  VALUE ZEROS.
       01  WS-TOTAL-RETENIDO       PIC 9(11)V99  VALUE ZEROS.
       01  WS-SALDO-BAJAS          PIC 9(11)V99  VALUE ZEROS.

       01  SW-FIN                  PIC X(03)     VALUE SPACES.
       01  SW-BAJA                 PIC X(01).
           88 EMPLEADO-DE-BAJA            VALUE "S".
       01  WS-CONT-CREDITOS        PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-BAJAS           PIC 9(05)     VALUE ZEROS.

       01  WS-MARGEN.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(01)   VALUE "*".
           05 FILLER              PIC X(97)   VALUE ALL "-".
           05 FILLER              PIC X(01)   VALUE "*".

       01  WS-TITULO.
           05 FILLER              PIC X(20)   VALUE SPACES.
           05 FILLER              PIC X(40)   VALUE
              "PAGO DE CREDITOS FONACOT           MES  ".
           05 WS-TIT-ANIO         PIC 9(04).
           05 FILLER              PIC X(01)   VALUE "-".
           05 WS-TIT-MES          PIC 9(02).
           05 FILLER              PIC X(33)   VALUE SPACES.

       01  WS-COLUMNAS.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(07)   VALUE "CREDITO".
           05 FILLER              PIC X(06)   VALUE SPACES.
           05 FILLER              PIC X(03)   VALUE "EMP".
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 FILLER              PIC X(06)   VALUE "NOMBRE".
           05 FILLER              PIC X(24)   VALUE SPACES.
           05 FILLER              PIC X(05)   VALUE "CUOTA".
           05 FILLER              PIC X(05)   VALUE SPACES.
           05 FILLER              PIC X(08)   VALUE "RETENIDO".
           05 FILLER              PIC X(08)   VALUE SPACES.
           05 FILLER              PIC X(05)   VALUE "SALDO".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(10)   VALUE "INCIDENCIA".
           05 FILLER              PIC X(06)   VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-CREDITO      PIC X(10).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-ID           PIC ZZZZ9.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-NOMBRE       PIC X(20).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-CUOTA        PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-RETENIDO     PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-SALDO        PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-INCIDENCIA   PIC X(19).

       01  WS-INCIDENCIA-BAJA.
           05 FILLER              PIC X(05)   VALUE "BAJA ".
           05 WS-INC-FECHA        PIC 9(08).
           05 FILLER              PIC X(06)   VALUE SPACES.

       01  WS-TOTALES.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-TOT-LEYENDA      PIC X(30).
           05 WS-TOT-CUENTA       PIC ZZZZ9.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 WS-TOT-IMPORTE      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(43)   VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 016-OBTIENE-RUTA-REPORTE     THRU 016-FIN
           PERFORM 091-OBTIENE-RUTA-NOM-DETALLE THRU 091-FIN
           PERFORM 204-OBTIENE-RUTA-FONACOT     THRU 204-FIN
           PERFORM 018-SOLICITA-MES             THRU 018-FIN
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           PERFORM 030-TITULOS                  THRU 030-FIN
           PERFORM 045-POSICIONA-CREDITOS       THRU 045-FIN
           PERFORM 050-PROCESA-CREDITO          THRU 050-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           PERFORM 080-IMPRIME-TOTAL            THRU 080-FIN
           PERFORM 090-CIERRA-ARCHIVOS          THRU 090-FIN
           DISPLAY "CREDITOS LISTADOS: " WS-CONT-CREDITOS
           DISPLAY "BAJAS CON SALDO  : " WS-CONT-BAJAS
           DISPLAY "REPORTE: " WS-RUTA-REPORTE
           GOBACK.

           COPY EMPRUTAP.
           COPY NDETRUTAP.
           COPY FNCRUTAP.

      *----------------------------------------------------------------
      * REPORTE-FONACOT.TXT VIVE EN LA MISMA CARPETA QUE
      * BD-EMPLEADOS.TXT, YA RESUELTA POR 015-OBTIENE-RUTA-DATOS.
      *----------------------------------------------------------------
       016-OBTIENE-RUTA-REPORTE.
           STRING WS-DIR-DATOS              DELIMITED BY SPACE
                  "\REPORTE-FONACOT.TXT"    DELIMITED BY SIZE
                  INTO WS-RUTA-REPORTE
           END-STRING.
       016-FIN. EXIT.

       018-SOLICITA-MES.
           DISPLAY "MES DEL PAGO:"
           DISPLAY "ANIO (AAAA): "
           ACCEPT WS-MP-ANIO
           DISPLAY "MES (MM): "
           ACCEPT WS-MP-MES
           IF WS-MP-MES IS LESS THAN 1 OR
              WS-MP-MES IS GREATER THAN 12
              DISPLAY "EL MES DEBE SER DE 01 A 12."
              DISPLAY " "
              GO TO 018-SOLICITA-MES
           END-IF.
       018-FIN. EXIT.

       020-ABRE-ARCHIVOS.
           OPEN INPUT EMPLEADOS
           OPEN INPUT NOMINA-DETALLE
           OPEN INPUT CREDITOS-FONACOT
           IF NOT FS-EMPLEADOS-OK OR NOT FS-NOM-DETALLE-OK
              OR NOT FS-FONACOT-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT REPORTE.
       020-FIN. EXIT.

       030-TITULOS.
           MOVE WS-MP-ANIO TO WS-TIT-ANIO
           MOVE WS-MP-MES  TO WS-TIT-MES
           WRITE REG-REPORTE FROM WS-TITULO
           WRITE REG-REPORTE FROM WS-MARGEN
           WRITE REG-REPORTE FROM WS-COLUMNAS
           WRITE REG-REPORTE FROM WS-MARGEN.
       030-FIN. EXIT.

       045-POSICIONA-CREDITOS.
           MOVE ZEROS TO FNC-LLAVE
           START CREDITOS-FONACOT KEY IS GREATER THAN OR EQUAL
                 FNC-LLAVE
                 INVALID KEY
                    DISPLAY "NO HAY CREDITOS REGISTRADOS."
                    MOVE "FIN" TO SW-FIN
           END-START.
       045-FIN. EXIT.

      *----------------------------------------------------------------
      * SALE EN EL LISTADO EL CREDITO CON RETENCION EN EL MES Y EL
      * VIGENTE QUE YA DEBIA DESCONTARSE (SU CEDULA LLEGO A MAS
      * TARDAR ESE MES), AUNQUE NO SE LE HAYA RETENIDO NADA: ESA ES
      * LA INCIDENCIA QUE HAY QUE AVISAR.
      *----------------------------------------------------------------
       050-PROCESA-CREDITO.
           READ CREDITOS-FONACOT NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 050-FIN
           END-READ
           MOVE ZEROS TO WS-RETENIDO-CREDITO
           MOVE 1     TO WS-IDX-PERIODO
           PERFORM 052-SUMA-PERIODO THRU 052-FIN
                   UNTIL WS-IDX-PERIODO IS GREATER THAN 7
           IF WS-RETENIDO-CREDITO EQUAL ZEROS
              IF NOT FNC-VIGENTE OR
                 FNC-MES-INICIO IS GREATER THAN WS-MES-PEDIDO-9
                 GO TO 050-FIN
              END-IF
           END-IF
           MOVE FNC-NUM-CREDITO     TO WS-DET-CREDITO
           MOVE FNC-ID-EMP          TO WS-DET-ID
           MOVE FNC-CUOTA-MENSUAL   TO WS-DET-CUOTA
           MOVE WS-RETENIDO-CREDITO TO WS-DET-RETENIDO
           MOVE FNC-SALDO           TO WS-DET-SALDO
           PERFORM 055-BUSCA-EMPLEADO THRU 055-FIN
           EVALUATE TRUE
           WHEN EMPLEADO-DE-BAJA
              MOVE WS-INCIDENCIA-BAJA TO WS-DET-INCIDENCIA
              IF FNC-VIGENTE AND FNC-SALDO IS GREATER THAN ZEROS
                 ADD 1         TO WS-CONT-BAJAS
                 ADD FNC-SALDO TO WS-SALDO-BAJAS
              END-IF
           WHEN FNC-LIQUIDADO
              MOVE "LIQUIDADO"         TO WS-DET-INCIDENCIA
           WHEN WS-RETENIDO-CREDITO EQUAL ZEROS
              MOVE "SIN RETENCION"     TO WS-DET-INCIDENCIA
           WHEN WS-RETENIDO-CREDITO IS LESS THAN FNC-CUOTA-MENSUAL
              MOVE "RETENCION PARCIAL" TO WS-DET-INCIDENCIA
           WHEN OTHER
              MOVE SPACES              TO WS-DET-INCIDENCIA
           END-EVALUATE
           WRITE REG-REPORTE FROM WS-DETALLE
           ADD 1 TO WS-CONT-CREDITOS
           IF FNC-VIGENTE
              ADD FNC-CUOTA-MENSUAL TO WS-TOTAL-CUOTAS
           END-IF
           ADD WS-RETENIDO-CREDITO TO WS-TOTAL-RETENIDO.
       050-FIN. EXIT.

       052-SUMA-PERIODO.
           MOVE WS-MP-ANIO TO WS-PM-ANIO
           IF WS-IDX-PERIODO IS LESS THAN 3
              MOVE WS-MP-MES      TO WS-PM-MES
              MOVE WS-IDX-PERIODO TO WS-PM-QUINCENA
           ELSE
              ADD WS-MP-MES 50 GIVING WS-PM-MES
              SUBTRACT 2 FROM WS-IDX-PERIODO GIVING WS-PM-QUINCENA
           END-IF
           MOVE WS-PERIODO-MES TO ND-PERIODO
           MOVE FNC-ID-EMP     TO ND-ID-EMP
           MOVE ZEROS          TO ND-CONSEC
           START NOMINA-DETALLE KEY IS GREATER THAN OR EQUAL ND-LLAVE
                 INVALID KEY
                    GO TO 052-SIGUE
           END-START
           PERFORM 054-LEE-DETALLE THRU 054-FIN.
       052-SIGUE.
           ADD 1 TO WS-IDX-PERIODO.
       052-FIN. EXIT.

       054-LEE-DETALLE.
           READ NOMINA-DETALLE NEXT RECORD
                AT END
                   GO TO 054-FIN
           END-READ
           IF ND-PERIODO NOT EQUAL WS-PERIODO-MES OR
              ND-ID-EMP  NOT EQUAL FNC-ID-EMP
              GO TO 054-FIN
           END-IF
           IF ND-DE-FONACOT AND ND-REFERENCIA EQUAL FNC-CONSEC
              ADD ND-IMPORTE TO WS-RETENIDO-CREDITO
           END-IF
           GO TO 054-LEE-DETALLE.
       054-FIN. EXIT.

      *----------------------------------------------------------------
      * EL EMPLEADO INACTIVO ES BAJA CON SU FECHA; EL QUE YA NO ESTA
      * EN EL MAESTRO (ARCHIVADO) TAMBIEN, SIN FECHA.
      *----------------------------------------------------------------
       055-BUSCA-EMPLEADO.
           MOVE "N"        TO SW-BAJA
           MOVE ZEROS      TO WS-INC-FECHA
           MOVE FNC-ID-EMP TO REG-ID-EMP
           READ EMPLEADOS INTO WS-DATOS-EMPLEADO
                INVALID KEY
                   MOVE "NO EXISTE"   TO WS-DET-NOMBRE
                   MOVE "S"           TO SW-BAJA
                NOT INVALID KEY
                   MOVE WS-NOMBRE-EMP TO WS-DET-NOMBRE
                   IF EMP-INACTIVO
                      MOVE "S"            TO SW-BAJA
                      MOVE WS-FECHA-BAJA  TO WS-INC-FECHA
                   END-IF
           END-READ.
       055-FIN. EXIT.

       080-IMPRIME-TOTAL.
           WRITE REG-REPORTE FROM WS-MARGEN
           MOVE "CREDITOS / CUOTA DE CEDULA:" TO WS-TOT-LEYENDA
           MOVE WS-CONT-CREDITOS              TO WS-TOT-CUENTA
           MOVE WS-TOTAL-CUOTAS               TO WS-TOT-IMPORTE
           WRITE REG-REPORTE FROM WS-TOTALES
           MOVE "TOTAL RETENIDO A PAGAR:"     TO WS-TOT-LEYENDA
           MOVE WS-TOTAL-RETENIDO             TO WS-TOT-IMPORTE
           WRITE REG-REPORTE FROM WS-TOTALES
           MOVE "BAJAS CON SALDO:"            TO WS-TOT-LEYENDA
           MOVE WS-CONT-BAJAS                 TO WS-TOT-CUENTA
           MOVE WS-SALDO-BAJAS                TO WS-TOT-IMPORTE
           WRITE REG-REPORTE FROM WS-TOTALES.
       080-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 NOMINA-DETALLE
                 CREDITOS-FONACOT
                 REPORTE.
       090-FIN. EXIT.
