      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * CHEQPEND.cbl - ANTIGUEDAD DE CHEQUES EN TRANSITO Y CANCELACION
      *                DE LOS VENCIDOS. BARRE EL REGISTRO DE CHEQUES
      *                (BD-CHEQUES.TXT) Y LISTA LOS EMITIDOS QUE EL
      *                BANCO NO HA REPORTADO COBRADOS (CHEQCONC), CON
      *                LOS DIAS DESDE SU EMISION (ANIO COMERCIAL DE
      *                360 DIAS, COMO PAGOPEND) Y EL RESUMEN POR
      *                ANTIGUEDAD: 0-30, 31-60, 61-90 Y MAS DE 90
      *                DIAS. SI SE TECLEA UN LIMITE DE DIAS, LOS
      *                CHEQUES QUE LO ALCANZAN SE MARCAN "POR
      *                CANCELAR" Y, CON SUPERVISOR O ADMINISTRADOR Y
      *                CONFIRMACION, SE CANCELAN: EL CHEQUE QUEDA "C"
      *                (SU FOLIO YA NO CONCILIA) Y SU RESULTADO EN
      *                BD-NOMINA-PERIODO.TXT REGRESA DE ENVIADO A
      *                PENDIENTE ("P") PARA QUE CHEQNOM (O BANCONOM,
      *                SI YA TIENE CLABE) LO VUELVA A PAGAR. CADA
      *                CANCELACION QUEDA EN BD-AUDITORIA.TXT. EL
      *                LISTADO QUEDA EN REPORTE-CHEQUES-PEND.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                CHEQPEND.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CHQSEL.
           COPY NOMPSEL.
           COPY OPERSEL.
           COPY AUDSEL.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE.

       DATA DIVISION.
       FILE SECTION.
           COPY CHQFD.
           COPY NOMPFD.
           COPY OPERFD.
           COPY AUDFD.

       FD  REPORTE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(100).

       WORKING-STORAGE SECTION.
           COPY CHQFS.
           COPY CHQRUTA.
           COPY NOMPFS.
           COPY NOMPRUTA.
           COPY OPERFS.
           COPY OPERRUTA.
           COPY AUDFS.
           COPY AUDRUTA.

       01  WS-DIR-DATOS            PIC X(60).
       01  WS-RUTA-REPORTE         PIC X(80).
       01  WS-ID-EMP               PIC 9(04).

       01  WS-FECHA-HOY.
           05 WS-HOY-ANIO          PIC 9(04).
           05 WS-HOY-MES           PIC 9(02).
           05 WS-HOY-DIA           PIC 9(02).
       01  WS-FECHA-HOY-9 REDEFINES WS-FECHA-HOY
                                   PIC 9(08).
       01  WS-FECHA-EMI-R.
           05 WS-EMI-ANIO          PIC 9(04).
           05 WS-EMI-MES           PIC 9(02).
           05 WS-EMI-DIA           PIC 9(02).
       01  WS-DIAS-ANTIGUEDAD      PIC S9(05).

      *----------------------------------------------------------------
      * LIMITE DE DIAS PARA CANCELAR; EN CEROS EL PROGRAMA SOLO LISTA.
      *----------------------------------------------------------------
       01  WS-DIAS-CANCELA         PIC 9(03)     VALUE ZEROS.
       01  SW-CONFIRMA             PIC X(01).

       01  SW-FIN                  PIC X(03)     VALUE SPACES.

      *----------------------------------------------------------------
      * RESUMEN POR ANTIGUEDAD: 1 = 0-30, 2 = 31-60, 3 = 61-90,
      * 4 = MAS DE 90 DIAS.
      *----------------------------------------------------------------
       01  WS-TABLA-RANGOS.
           05 WS-RANGO OCCURS 4 TIMES.
              10 WS-RAN-CUENTA     PIC 9(05).
              10 WS-RAN-IMPORTE    PIC 9(11)V99.
       01  WS-RAN-IDX              PIC 9(01).

       01  WS-CONT-TRANSITO        PIC 9(05)     VALUE ZEROS.
       01  WS-TOTAL-TRANSITO       PIC 9(11)V99  VALUE ZEROS.
       01  WS-CONT-POR-CANCELAR    PIC 9(05)     VALUE ZEROS.
       01  WS-TOTAL-POR-CANCELAR   PIC 9(11)V99  VALUE ZEROS.
       01  WS-CONT-CANCELADOS      PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-REGRESADOS      PIC 9(05)     VALUE ZEROS.

       01  WS-MARGEN.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(01)   VALUE "*".
           05 FILLER              PIC X(97)   VALUE ALL "-".
           05 FILLER              PIC X(01)   VALUE "*".

       01  WS-TITULO.
           05 FILLER              PIC X(28)   VALUE SPACES.
           05 FILLER              PIC X(36)   VALUE
              "ANTIGUEDAD DE CHEQUES EN TRANSITO AL".
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-TIT-FECHA        PIC 9(08).
           05 FILLER              PIC X(27)   VALUE SPACES.

       01  WS-COLUMNAS.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(05)   VALUE "FOLIO".
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 FILLER              PIC X(07)   VALUE "PERIODO".
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 FILLER              PIC X(03)   VALUE "EMP".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(06)   VALUE "NOMBRE".
           05 FILLER              PIC X(21)   VALUE SPACES.
           05 FILLER              PIC X(07)   VALUE "IMPORTE".
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 FILLER              PIC X(07)   VALUE "EMISION".
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 FILLER              PIC X(04)   VALUE "DIAS".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(06)   VALUE "ACCION".
           05 FILLER              PIC X(15)   VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-FOLIO        PIC 9(07).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-PERIODO      PIC 9(07).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-ID           PIC ZZZZ9.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-NOMBRE       PIC X(20).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-IMPORTE      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-EMISION      PIC 9(08).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-DIAS         PIC ZZZZ9.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-ACCION       PIC X(22).

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
           PERFORM 016-OBTIENE-RUTA-REPORTE     THRU 016-FIN
           PERFORM 027-OBTIENE-RUTA-OPERADORES  THRU 027-FIN
           PERFORM 021-OBTIENE-RUTA-AUDITORIA   THRU 021-FIN
           PERFORM 042-OBTIENE-RUTA-NOM-PERIODO THRU 042-FIN
           PERFORM 210-OBTIENE-RUTA-CHEQUES     THRU 210-FIN
           PERFORM 018-SOLICITA-LIMITE          THRU 018-FIN
           IF WS-DIAS-CANCELA IS GREATER THAN ZEROS
              PERFORM 028-ABRE-OPERADORES       THRU 028-FIN
              PERFORM 029-VALIDA-OPERADOR       THRU 029-FIN
              CLOSE OPERADORES
              IF NOT OPERADOR-SUPERVISOR AND NOT OPERADOR-ADMINISTRADOR
                 DISPLAY "SOLO UN SUPERVISOR O ADMINISTRADOR PUEDE "
                         "CANCELAR CHEQUES."
                 GOBACK
              END-IF
              MOVE WS-OPERADOR-ID TO WS-AUD-OPERADOR
           END-IF
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WS-FECHA-HOY-9 TO WS-TIT-FECHA
           INITIALIZE WS-TABLA-RANGOS
           WRITE REG-REPORTE FROM WS-TITULO
           WRITE REG-REPORTE FROM WS-MARGEN
           WRITE REG-REPORTE FROM WS-COLUMNAS
           WRITE REG-REPORTE FROM WS-MARGEN
           PERFORM 045-POSICIONA                THRU 045-FIN
           PERFORM 050-REVISA-CHEQUE            THRU 050-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           PERFORM 080-IMPRIME-RESUMEN          THRU 080-FIN
           DISPLAY "CHEQUES EN TRANSITO: " WS-CONT-TRANSITO
           IF WS-CONT-POR-CANCELAR IS GREATER THAN ZEROS
              DISPLAY "CHEQUES CON " WS-DIAS-CANCELA
                      " DIAS O MAS: " WS-CONT-POR-CANCELAR
              DISPLAY "¿CONFIRMA LA CANCELACION DE ESTOS CHEQUES? "
                      "(Y/N): "
              ACCEPT SW-CONFIRMA
              IF SW-CONFIRMA NOT EQUAL "Y"
                 DISPLAY "CANCELACION NO CONFIRMADA; SOLO SE LISTO."
              ELSE
                 PERFORM 070-CANCELA-VENCIDOS   THRU 060-FIN
                 PERFORM 085-IMPRIME-CANCELADOS THRU 085-FIN
                 DISPLAY "CHEQUES CANCELADOS      : "
                         WS-CONT-CANCELADOS
                 DISPLAY "PAGOS REGRESADOS A PEND.: "
                         WS-CONT-REGRESADOS
              END-IF
           END-IF
           PERFORM 090-CIERRA-ARCHIVOS          THRU 090-FIN
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

           COPY OPERRUTAP.
           COPY OPERVALP.
           COPY AUDRUTAP.
           COPY AUDWRTP.
           COPY NOMPRUTAP.
           COPY CHQRUTAP.

      *----------------------------------------------------------------
      * REPORTE-CHEQUES-PEND.TXT VIVE EN LA MISMA CARPETA QUE
      * BD-EMPLEADOS.TXT, YA RESUELTA POR 015-OBTIENE-RUTA-DATOS.
      *----------------------------------------------------------------
       016-OBTIENE-RUTA-REPORTE.
           STRING WS-DIR-DATOS                 DELIMITED BY SPACE
                  "\REPORTE-CHEQUES-PEND.TXT"  DELIMITED BY SIZE
                  INTO WS-RUTA-REPORTE
           END-STRING.
       016-FIN. EXIT.

       018-SOLICITA-LIMITE.
           DISPLAY "DIAS DE ANTIGUEDAD PARA CANCELAR CHEQUES "
                   "(000 = SOLO LISTAR): "
           ACCEPT WS-DIAS-CANCELA.
       018-FIN. EXIT.

       028-ABRE-OPERADORES.
           OPEN INPUT OPERADORES
           IF NOT FS-OPERADORES-OK
              DISPLAY "NO SE PUDO ABRIR BD-OPERADORES.TXT. DE DE ALTA "
                      "LOS OPERADORES DESDE CRUD-EMP PRIMERO."
              GOBACK
           END-IF.
       028-FIN. EXIT.

      *----------------------------------------------------------------
      * LA BITACORA Y LOS RESULTADOS SOLO HACEN FALTA PARA CANCELAR.
      *----------------------------------------------------------------
       020-ABRE-ARCHIVOS.
           OPEN I-O CHEQUES
           IF NOT FS-CHEQUES-OK
              DISPLAY "NO SE PUDO ABRIR BD-CHEQUES.TXT; CHEQNOM LO "
                      "CREA AL EMITIR LOS PRIMEROS CHEQUES."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-DIAS-CANCELA IS GREATER THAN ZEROS
              OPEN I-O    NOMINA-PERIODO
              OPEN EXTEND AUDITORIA
              IF NOT FS-NOM-PERIODO-OK OR NOT FS-AUDITORIA-OK
                 DISPLAY "NO SE PUDIERON ABRIR LOS RESULTADOS Y LA "
                         "BITACORA PARA CANCELAR."
                 CLOSE CHEQUES
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           OPEN OUTPUT REPORTE.
       020-FIN. EXIT.

       045-POSICIONA.
           MOVE ZEROS TO CHQ-FOLIO
           START CHEQUES KEY IS GREATER THAN OR EQUAL CHQ-FOLIO
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN
           END-START.
       045-FIN. EXIT.

       050-REVISA-CHEQUE.
           READ CHEQUES NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 050-FIN
           END-READ
           IF NOT CHQ-EMITIDO
              GO TO 050-FIN
           END-IF
           PERFORM 055-CALCULA-ANTIGUEDAD THRU 055-FIN
           EVALUATE TRUE
           WHEN WS-DIAS-ANTIGUEDAD IS LESS THAN 31
              MOVE 1 TO WS-RAN-IDX
           WHEN WS-DIAS-ANTIGUEDAD IS LESS THAN 61
              MOVE 2 TO WS-RAN-IDX
           WHEN WS-DIAS-ANTIGUEDAD IS LESS THAN 91
              MOVE 3 TO WS-RAN-IDX
           WHEN OTHER
              MOVE 4 TO WS-RAN-IDX
           END-EVALUATE
           ADD 1           TO WS-RAN-CUENTA  (WS-RAN-IDX)
                              WS-CONT-TRANSITO
           ADD CHQ-IMPORTE TO WS-RAN-IMPORTE (WS-RAN-IDX)
                              WS-TOTAL-TRANSITO
           MOVE SPACES TO WS-DET-ACCION
           IF WS-DIAS-CANCELA IS GREATER THAN ZEROS AND
              WS-DIAS-ANTIGUEDAD IS NOT LESS THAN WS-DIAS-CANCELA
              MOVE "POR CANCELAR" TO WS-DET-ACCION
              ADD 1           TO WS-CONT-POR-CANCELAR
              ADD CHQ-IMPORTE TO WS-TOTAL-POR-CANCELAR
           END-IF
           MOVE CHQ-FOLIO          TO WS-DET-FOLIO
           MOVE CHQ-PERIODO        TO WS-DET-PERIODO
           MOVE CHQ-ID-EMP         TO WS-DET-ID
           MOVE CHQ-NOMBRE         TO WS-DET-NOMBRE
           MOVE CHQ-IMPORTE        TO WS-DET-IMPORTE
           MOVE CHQ-FECHA-EMISION  TO WS-DET-EMISION
           MOVE WS-DIAS-ANTIGUEDAD TO WS-DET-DIAS
           WRITE REG-REPORTE FROM WS-DETALLE.
       050-FIN. EXIT.

      *----------------------------------------------------------------
      * DIAS DESDE LA EMISION CON ANIO COMERCIAL DE 360 DIAS, IGUAL
      * QUE PAGOPEND.
      *----------------------------------------------------------------
       055-CALCULA-ANTIGUEDAD.
           MOVE CHQ-FECHA-EMISION TO WS-FECHA-EMI-R
           COMPUTE WS-DIAS-ANTIGUEDAD =
                   ((WS-HOY-ANIO - WS-EMI-ANIO) * 360) +
                   ((WS-HOY-MES  - WS-EMI-MES)  * 30)  +
                   (WS-HOY-DIA   - WS-EMI-DIA)
           IF WS-DIAS-ANTIGUEDAD IS LESS THAN ZEROS
              MOVE ZEROS TO WS-DIAS-ANTIGUEDAD
           END-IF.
       055-FIN. EXIT.

      *----------------------------------------------------------------
      * SEGUNDA PASADA: CANCELA LOS EMITIDOS QUE ALCANZAN EL LIMITE.
      *----------------------------------------------------------------
       070-CANCELA-VENCIDOS.
           MOVE SPACES TO SW-FIN
           PERFORM 045-POSICIONA THRU 045-FIN
           PERFORM 072-CANCELA-CHEQUE THRU 072-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       070-FIN. EXIT.

       072-CANCELA-CHEQUE.
           READ CHEQUES NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 072-FIN
           END-READ
           IF NOT CHQ-EMITIDO
              GO TO 072-FIN
           END-IF
           PERFORM 055-CALCULA-ANTIGUEDAD THRU 055-FIN
           IF WS-DIAS-ANTIGUEDAD IS LESS THAN WS-DIAS-CANCELA
              GO TO 072-FIN
           END-IF
           MOVE "C"            TO CHQ-STATUS
           MOVE WS-FECHA-HOY-9 TO CHQ-FECHA-MOVTO
           REWRITE REG-CHEQUE
                INVALID KEY
                   DISPLAY "NO SE PUDO CANCELAR EL FOLIO " CHQ-FOLIO
                           "."
                   GO TO 072-FIN
           END-REWRITE
           ADD 1 TO WS-CONT-CANCELADOS
           MOVE CHQ-ID-EMP TO WS-ID-EMP
           MOVE "CHQCAN"   TO WS-AUD-OPERACION
           PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN
           PERFORM 075-REGRESA-PENDIENTE  THRU 075-FIN.
       072-FIN. EXIT.

      *----------------------------------------------------------------
      * EL RESULTADO QUE PAGABA EL CHEQUE REGRESA A PENDIENTE SOLO SI
      * SIGUE ENVIADO; SI YA SE PAGO POR OTRA VIA SE RESPETA Y SE
      * AVISA. AL EMPLEADO YA DADO DE BAJA NO LO TOMA CHEQNOM: SU
      * PAGO SE ARREGLA EN EL FINIQUITO.
      *----------------------------------------------------------------
       075-REGRESA-PENDIENTE.
           MOVE CHQ-PERIODO TO NP-PERIODO
           MOVE CHQ-ID-EMP  TO NP-ID-EMP
           READ NOMINA-PERIODO
                INVALID KEY
                   DISPLAY "EL FOLIO " CHQ-FOLIO " NO TIENE RESULTADO "
                           "EN EL PERIODO " CHQ-PERIODO "."
                   GO TO 075-FIN
           END-READ
           IF NOT NP-PAGO-ENVIADO
              DISPLAY "EL PAGO DEL FOLIO " CHQ-FOLIO " YA NO ESTABA "
                      "ENVIADO; NO SE REGRESA A PENDIENTE."
              GO TO 075-FIN
           END-IF
           MOVE "P" TO NP-STATUS-PAGO
           REWRITE REG-NOMINA-PERIODO
                INVALID KEY
                   DISPLAY "NO SE PUDO REGRESAR A PENDIENTE EL PAGO "
                           "DEL FOLIO " CHQ-FOLIO "."
                   GO TO 075-FIN
           END-REWRITE
           ADD 1 TO WS-CONT-REGRESADOS.
       075-FIN. EXIT.

       080-IMPRIME-RESUMEN.
           WRITE REG-REPORTE FROM WS-MARGEN
           MOVE "DE 0 A 30 DIAS:"         TO WS-CTL-TEXTO
           MOVE 1 TO WS-RAN-IDX
           PERFORM 082-IMPRIME-RANGO THRU 082-FIN
           MOVE "DE 31 A 60 DIAS:"        TO WS-CTL-TEXTO
           PERFORM 082-IMPRIME-RANGO THRU 082-FIN
           MOVE "DE 61 A 90 DIAS:"        TO WS-CTL-TEXTO
           PERFORM 082-IMPRIME-RANGO THRU 082-FIN
           MOVE "MAS DE 90 DIAS:"         TO WS-CTL-TEXTO
           PERFORM 082-IMPRIME-RANGO THRU 082-FIN
           MOVE "TOTAL EN TRANSITO:"      TO WS-CTL-TEXTO
           MOVE WS-CONT-TRANSITO          TO WS-CTL-CUENTA
           MOVE WS-TOTAL-TRANSITO         TO WS-CTL-IMPORTE
           WRITE REG-REPORTE FROM WS-LIN-CONTROL
           IF WS-DIAS-CANCELA IS GREATER THAN ZEROS
              MOVE "POR CANCELAR:"        TO WS-CTL-TEXTO
              MOVE WS-CONT-POR-CANCELAR   TO WS-CTL-CUENTA
              MOVE WS-TOTAL-POR-CANCELAR  TO WS-CTL-IMPORTE
              WRITE REG-REPORTE FROM WS-LIN-CONTROL
           END-IF
           WRITE REG-REPORTE FROM WS-MARGEN.
       080-FIN. EXIT.

       082-IMPRIME-RANGO.
           MOVE WS-RAN-CUENTA  (WS-RAN-IDX) TO WS-CTL-CUENTA
           MOVE WS-RAN-IMPORTE (WS-RAN-IDX) TO WS-CTL-IMPORTE
           WRITE REG-REPORTE FROM WS-LIN-CONTROL
           ADD 1 TO WS-RAN-IDX.
       082-FIN. EXIT.

       085-IMPRIME-CANCELADOS.
           MOVE "CHEQUES CANCELADOS:"     TO WS-CTL-TEXTO
           MOVE WS-CONT-CANCELADOS        TO WS-CTL-CUENTA
           MOVE ZEROS                     TO WS-CTL-IMPORTE
           WRITE REG-REPORTE FROM WS-LIN-CONTROL
           MOVE "PAGOS REGRESADOS A PENDIENTE:" TO WS-CTL-TEXTO
           MOVE WS-CONT-REGRESADOS        TO WS-CTL-CUENTA
           WRITE REG-REPORTE FROM WS-LIN-CONTROL.
       085-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE CHEQUES
                 REPORTE
           IF WS-DIAS-CANCELA IS GREATER THAN ZEROS
              CLOSE NOMINA-PERIODO
                    AUDITORIA
           END-IF.
       090-FIN. EXIT.
