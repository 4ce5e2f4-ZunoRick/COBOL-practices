      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * CHEQCONC.cbl - CONCILIACION DE CHEQUES COBRADOS. LEE EL
      *                ARCHIVO DE CHEQUES PAGADOS QUE MANDA EL BANCO
      *                (COBRO-CHEQUES.TXT, UN RENGLON POR CHEQUE:
      *                "FOLIO,IMPORTE EN CENTAVOS,AAAAMMDD DEL COBRO")
      *                Y CRUZA CADA UNO POR FOLIO CONTRA EL REGISTRO
      *                DE CHEQUES EMITIDOS (BD-CHEQUES.TXT, QUE
      *                ALIMENTA CHEQNOM). EL CHEQUE EMITIDO COBRADO
      *                POR EL MISMO IMPORTE QUEDA COBRADO Y SU
      *                RESULTADO EN BD-NOMINA-PERIODO.TXT PASA A
      *                PAGADO ("G"), IGUAL QUE UNA DISPERSION ACEPTADA
      *                EN BANCORET. TODO LO DEMAS SE LISTA COMO
      *                DIFERENCIA SIN TOCAR NADA: FOLIO QUE NUNCA SE
      *                EMITIO, IMPORTE DISTINTO AL EMITIDO, COBRO
      *                REPETIDO Y, LO MAS GRAVE, COBRO DE UN CHEQUE YA
      *                CANCELADO (SE REEXPIDIO: EL PAGO SALIO DOBLE).
      *                EL LISTADO QUEDA EN REPORTE-COBRO-CHEQUES.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                CHEQCONC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COBROS
           ASSIGN TO WS-RUTA-COBROS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-COBROS.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE.
           COPY CHQSEL.
           COPY NOMPSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  COBROS
           RECORD CONTAINS 40 CHARACTERS.
       01  REG-COBRO               PIC X(40).

       FD  REPORTE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(100).

           COPY CHQFD.
           COPY NOMPFD.

       WORKING-STORAGE SECTION.
           COPY CHQFS.
           COPY CHQRUTA.
           COPY NOMPFS.
           COPY NOMPRUTA.

       01  WS-DIR-DATOS            PIC X(60).
       01  WS-RUTA-COBROS          PIC X(80).
       01  WS-RUTA-REPORTE         PIC X(80).

       01  WS-FS-COBROS            PIC X(02)    VALUE "00".
           88 FS-COBROS-OK                 VALUE "00".

      *----------------------------------------------------------------
      * CAMPOS DEL RENGLON DEL BANCO, SEPARADOS POR COMA. SE RECIBEN
      * ALFANUMERICOS PARA VALIDARLOS ANTES DE USARLOS.
      *----------------------------------------------------------------
       01  WS-COB-FOLIO-X          PIC X(07).
       01  WS-COB-FOLIO REDEFINES WS-COB-FOLIO-X
                                   PIC 9(07).
       01  WS-COB-CENTAVOS-X       PIC X(09).
       01  WS-COB-CENTAVOS REDEFINES WS-COB-CENTAVOS-X
                                   PIC 9(09).
       01  WS-COB-FECHA-X          PIC X(08).
       01  WS-COB-FECHA REDEFINES WS-COB-FECHA-X
                                   PIC 9(08).
       01  WS-COB-IMPORTE          PIC 9(07)V99.

       01  SW-FIN                  PIC X(03)     VALUE SPACES.

       01  WS-CONT-RENGLONES       PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-CONCILIADOS     PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-DIFERENCIAS     PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-CANCELADOS      PIC 9(05)     VALUE ZEROS.
       01  WS-TOTAL-BANCO          PIC 9(11)V99  VALUE ZEROS.
       01  WS-TOTAL-CONCILIADO     PIC 9(11)V99  VALUE ZEROS.

       01  WS-MARGEN.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(01)   VALUE "*".
           05 FILLER              PIC X(97)   VALUE ALL "-".
           05 FILLER              PIC X(01)   VALUE "*".

       01  WS-TITULO.
           05 FILLER              PIC X(28)   VALUE SPACES.
           05 FILLER              PIC X(45)   VALUE
              "CONCILIACION DE CHEQUES COBRADOS POR EL BANCO".
           05 FILLER              PIC X(27)   VALUE SPACES.

       01  WS-COLUMNAS.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(05)   VALUE "FOLIO".
           05 FILLER              PIC X(05)   VALUE SPACES.
           05 FILLER              PIC X(03)   VALUE "EMP".
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 FILLER              PIC X(06)   VALUE "NOMBRE".
           05 FILLER              PIC X(20)   VALUE SPACES.
           05 FILLER              PIC X(07)   VALUE "EMITIDO".
           05 FILLER              PIC X(06)   VALUE SPACES.
           05 FILLER              PIC X(07)   VALUE "COBRADO".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(09)   VALUE "RESULTADO".
           05 FILLER              PIC X(25)   VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-FOLIO        PIC X(07).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-ID           PIC ZZZZ9.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-NOMBRE       PIC X(20).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-EMITIDO      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-COBRADO      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-RESULTADO    PIC X(35).

       01  WS-LIN-CONTROL.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-CTL-TEXTO        PIC X(30).
           05 WS-CTL-CUENTA       PIC ZZZZ9.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 WS-CTL-IMPORTE      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(42)   VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 016-ARMA-RUTAS               THRU 016-FIN
           PERFORM 042-OBTIENE-RUTA-NOM-PERIODO THRU 042-FIN
           PERFORM 210-OBTIENE-RUTA-CHEQUES     THRU 210-FIN
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           WRITE REG-REPORTE FROM WS-TITULO
           WRITE REG-REPORTE FROM WS-MARGEN
           WRITE REG-REPORTE FROM WS-COLUMNAS
           WRITE REG-REPORTE FROM WS-MARGEN
           PERFORM 040-LEE-COBRO                THRU 040-FIN
           PERFORM 050-CONCILIA-COBRO           THRU 050-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           PERFORM 080-IMPRIME-CONTROL          THRU 080-FIN
           PERFORM 090-CIERRA-ARCHIVOS          THRU 090-FIN
           DISPLAY "COBROS DEL BANCO: " WS-CONT-RENGLONES
                   "  CONCILIADOS: " WS-CONT-CONCILIADOS
                   "  DIFERENCIAS: " WS-CONT-DIFERENCIAS
           IF WS-CONT-CANCELADOS IS GREATER THAN ZEROS
              DISPLAY "OJO: EL BANCO PAGO " WS-CONT-CANCELADOS
                      " CHEQUE(S) YA CANCELADOS; REVISE EL LISTADO."
           END-IF
           DISPLAY "LISTADO: " WS-RUTA-REPORTE
           GOBACK.

      *----------------------------------------------------------------
      * MISMA RESOLUCION DE CARPETA DE DATOS QUE EMPRUTAP.cpy.
      *----------------------------------------------------------------
       015-OBTIENE-RUTA-DATOS.
           ACCEPT WS-DIR-DATOS FROM ENVIRONMENT "CRUDEMP_DATOS"
           IF WS-DIR-DATOS EQUAL SPACES
              MOVE "C:\COBOL\Archivos" TO WS-DIR-DATOS
           END-IF.
       015-FIN. EXIT.

           COPY NOMPRUTAP.
           COPY CHQRUTAP.

       016-ARMA-RUTAS.
           STRING WS-DIR-DATOS          DELIMITED BY SPACE
                  "\COBRO-CHEQUES.TXT"  DELIMITED BY SIZE
                  INTO WS-RUTA-COBROS
           END-STRING
           STRING WS-DIR-DATOS                  DELIMITED BY SPACE
                  "\REPORTE-COBRO-CHEQUES.TXT"  DELIMITED BY SIZE
                  INTO WS-RUTA-REPORTE
           END-STRING.
       016-FIN. EXIT.

       020-ABRE-ARCHIVOS.
           OPEN INPUT COBROS
           OPEN I-O   CHEQUES
           OPEN I-O   NOMINA-PERIODO
           IF NOT FS-COBROS-OK OR NOT FS-CHEQUES-OK
              OR NOT FS-NOM-PERIODO-OK
              DISPLAY "NO SE PUDIERON ABRIR EL ARCHIVO DEL BANCO, EL "
                      "REGISTRO DE CHEQUES Y LOS RESULTADOS."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT REPORTE.
       020-FIN. EXIT.

      *----------------------------------------------------------------
      * LOS RENGLONES EN BLANCO SE BRINCAN; LOS DEMAS CUENTAN COMO
      * COBROS DEL BANCO AUNQUE VENGAN MAL FORMADOS.
      *----------------------------------------------------------------
       040-LEE-COBRO.
           READ COBROS
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 040-FIN
           END-READ
           IF REG-COBRO EQUAL SPACES
              GO TO 040-LEE-COBRO
           END-IF
           ADD 1 TO WS-CONT-RENGLONES
           MOVE SPACES TO WS-COB-FOLIO-X
                          WS-COB-CENTAVOS-X
                          WS-COB-FECHA-X
           UNSTRING REG-COBRO DELIMITED BY ","
                    INTO WS-COB-FOLIO-X
                         WS-COB-CENTAVOS-X
                         WS-COB-FECHA-X
           END-UNSTRING.
       040-FIN. EXIT.

       050-CONCILIA-COBRO.
           MOVE SPACES TO WS-DET-NOMBRE
           MOVE ZEROS  TO WS-DET-ID
                          WS-DET-EMITIDO
                          WS-DET-COBRADO
           MOVE WS-COB-FOLIO-X TO WS-DET-FOLIO
           IF WS-COB-FOLIO-X    NOT NUMERIC OR
              WS-COB-CENTAVOS-X NOT NUMERIC OR
              WS-COB-FECHA-X    NOT NUMERIC
              MOVE "RENGLON INVALIDO DEL BANCO" TO WS-DET-RESULTADO
              GO TO 050-DIFERENCIA
           END-IF
           COMPUTE WS-COB-IMPORTE = WS-COB-CENTAVOS / 100
           MOVE WS-COB-IMPORTE TO WS-DET-COBRADO
           ADD WS-COB-IMPORTE  TO WS-TOTAL-BANCO
           MOVE WS-COB-FOLIO   TO CHQ-FOLIO
           READ CHEQUES
                INVALID KEY
                   MOVE "FOLIO NO EMITIDO" TO WS-DET-RESULTADO
                   GO TO 050-DIFERENCIA
           END-READ
           MOVE CHQ-ID-EMP  TO WS-DET-ID
           MOVE CHQ-NOMBRE  TO WS-DET-NOMBRE
           MOVE CHQ-IMPORTE TO WS-DET-EMITIDO
           EVALUATE TRUE
           WHEN CHQ-CANCELADO
              MOVE "COBRADO ESTANDO CANCELADO"  TO WS-DET-RESULTADO
              ADD 1 TO WS-CONT-CANCELADOS
              GO TO 050-DIFERENCIA
           WHEN CHQ-COBRADO
              MOVE "COBRO REPETIDO"             TO WS-DET-RESULTADO
              GO TO 050-DIFERENCIA
           WHEN CHQ-IMPORTE NOT EQUAL WS-COB-IMPORTE
              MOVE "IMPORTE DISTINTO AL EMITIDO" TO WS-DET-RESULTADO
              GO TO 050-DIFERENCIA
           END-EVALUATE
           MOVE "G"          TO CHQ-STATUS
           MOVE WS-COB-FECHA TO CHQ-FECHA-MOVTO
           REWRITE REG-CHEQUE
                INVALID KEY
                   MOVE "NO SE PUDO MARCAR COBRADO" TO WS-DET-RESULTADO
                   GO TO 050-DIFERENCIA
           END-REWRITE
           PERFORM 060-MARCA-PAGADO THRU 060-FIN
           WRITE REG-REPORTE FROM WS-DETALLE
           ADD 1 TO WS-CONT-CONCILIADOS
           ADD CHQ-IMPORTE TO WS-TOTAL-CONCILIADO
           GO TO 050-SIGUE.
       050-DIFERENCIA.
           WRITE REG-REPORTE FROM WS-DETALLE
           ADD 1 TO WS-CONT-DIFERENCIAS.
       050-SIGUE.
           PERFORM 040-LEE-COBRO THRU 040-FIN.
       050-FIN. EXIT.

      *----------------------------------------------------------------
      * EL RESULTADO QUE PAGO EL CHEQUE PASA DE ENVIADO A PAGADO. SI
      * YA NO ESTA ENVIADO (OTRO PROCESO LO MOVIO) SE RESPETA Y SOLO
      * SE AVISA EN EL RENGLON.
      *----------------------------------------------------------------
       060-MARCA-PAGADO.
           MOVE "COBRADO"   TO WS-DET-RESULTADO
           MOVE CHQ-PERIODO TO NP-PERIODO
           MOVE CHQ-ID-EMP  TO NP-ID-EMP
           READ NOMINA-PERIODO
                INVALID KEY
                   MOVE "COBRADO; SIN RESULTADO DEL PERIODO"
                     TO WS-DET-RESULTADO
                   GO TO 060-FIN
           END-READ
           IF NOT NP-PAGO-ENVIADO
              MOVE "COBRADO; RESULTADO NO ENVIADO"
                TO WS-DET-RESULTADO
              GO TO 060-FIN
           END-IF
           MOVE "G" TO NP-STATUS-PAGO
           REWRITE REG-NOMINA-PERIODO
                INVALID KEY
                   MOVE "COBRADO; RESULTADO NO ACTUALIZADO"
                     TO WS-DET-RESULTADO
           END-REWRITE.
       060-FIN. EXIT.

       080-IMPRIME-CONTROL.
           WRITE REG-REPORTE FROM WS-MARGEN
           MOVE "COBROS REPORTADOS POR BANCO:" TO WS-CTL-TEXTO
           MOVE WS-CONT-RENGLONES              TO WS-CTL-CUENTA
           MOVE WS-TOTAL-BANCO                 TO WS-CTL-IMPORTE
           WRITE REG-REPORTE FROM WS-LIN-CONTROL
           MOVE "CHEQUES CONCILIADOS:"         TO WS-CTL-TEXTO
           MOVE WS-CONT-CONCILIADOS            TO WS-CTL-CUENTA
           MOVE WS-TOTAL-CONCILIADO            TO WS-CTL-IMPORTE
           WRITE REG-REPORTE FROM WS-LIN-CONTROL
           MOVE "DIFERENCIAS:"                 TO WS-CTL-TEXTO
           MOVE WS-CONT-DIFERENCIAS            TO WS-CTL-CUENTA
           MOVE ZEROS                          TO WS-CTL-IMPORTE
           WRITE REG-REPORTE FROM WS-LIN-CONTROL
           WRITE REG-REPORTE FROM WS-MARGEN.
       080-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE COBROS
                 CHEQUES
                 NOMINA-PERIODO
                 REPORTE.
       090-FIN. EXIT.
