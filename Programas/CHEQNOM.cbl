      *   VUELVE A PAGAR AL QUE COBRO EN VENTANILLA CUANDO LE
      *   CAPTUREN LA CLABE, Y PAGOPEND PUEDE ENVEJECER TAMBIEN
      *   ESTOS PAGOS.
      * - CADA CHEQUE EMITIDO QUEDA REGISTRADO POR SU FOLIO EN
      *   BD-CHEQUES.TXT (PERIODO, EMPLEADO, IMPORTE, FECHA) PARA
      *   QUE CHEQCONC CONCILIE EL COBRO CONTRA EL BANCO Y CHEQPEND
      *   ENVEJEZCA LOS NO COBRADOS. UN FOLIO INICIAL YA REGISTRADO
      *   SE RECHAZA.
      * - EL AVISO DE LA QUINCENA MENCIONA LOS LOTES 6 A 9 DE
      *   ANTICIPOS DE VIATICOS (VIATPAG).
      * - TOMA EL PERIODO DEL MENU DE NOMINA; RETURN-CODE 8 SI NO
      *   ABRE ARCHIVOS
      * - LA CORRIDA SUELTA PIDE LA FRECUENCIA (FRECCORRP.cpy) Y
      *   PAGA TAMBIEN SEMANAS (MES MAS 50); EL AGUINALDO Y LOS
      *   ANTICIPOS SIGUEN SOLO EN LA QUINCENA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                CHEQNOM.
           COPY EMPSEL.
           COPY PLTSEL.
           COPY NOMPSEL.
           COPY CHQSEL.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE.

           COPY EMPFD.
           COPY PLTFD.
           COPY NOMPFD.
           COPY CHQFD.

       FD  REPORTE
           RECORD CONTAINS 90 CHARACTERS
           COPY PLTRUTA.
           COPY NOMPFS.
           COPY NOMPRUTA.
           COPY CHQFS.
           COPY CHQRUTA.
           COPY MENUPAR.
           COPY FRECCORR.

       01  WS-RUTA-REPORTE        PIC X(80).


       01  WS-CHEQUE-INICIAL       PIC 9(07).
       01  WS-CHEQUE-ACTUAL        PIC 9(07).
       01  WS-FECHA-HOY            PIC 9(08).

      *----------------------------------------------------------------
      * PLANTAS QUE PAGAN EN EFECTIVO, TECLEADAS AL INICIO (00
              10 WS-PAG-ID         PIC 9(04).
              10 WS-PAG-NOMBRE     PIC X(20).
              10 WS-PAG-NETO       PIC 9(07)V99.
              10 WS-PAG-FOLIO      PIC 9(07).
       01  WS-PAG-IDX              PIC 9(04).

       01  WS-PLANTA-ACTUAL        PIC 9(02).
           PERFORM 016-OBTIENE-RUTA-REPORTE     THRU 016-FIN
           PERFORM 056-OBTIENE-RUTA-PLANTAS     THRU 056-FIN
           PERFORM 042-OBTIENE-RUTA-NOM-PERIODO THRU 042-FIN
           PERFORM 210-OBTIENE-RUTA-CHEQUES     THRU 210-FIN
           PERFORM 018-SOLICITA-DATOS           THRU 018-FIN
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           PERFORM 024-VALIDA-FOLIO             THRU 024-FIN
           PERFORM 045-POSICIONA-PERIODO        THRU 045-FIN
           PERFORM 050-SELECCIONA-PAGO          THRU 050-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           COPY EMPRUTAP.
           COPY PLTRUTAP.
           COPY NOMPRUTAP.
           COPY CHQRUTAP.
           COPY FRECCORRP.

      *----------------------------------------------------------------
      * REPORTE-CHEQUES.TXT VIVE EN LA MISMA CARPETA QUE
           END-STRING.
       016-FIN. EXIT.

      *----------------------------------------------------------------
      * LA SEMANA SE PIDE COMO MES DE PAGO Y SEMANA DEL MES Y SE
      * GUARDA CON EL MES MAS 50, IGUAL QUE EN BANCONOM; EL AGUINALDO
      * Y LOS LOTES DE ANTICIPOS SOLO VIVEN EN LAS QUINCENAS.
      *----------------------------------------------------------------
       018-SOLICITA-DATOS.
           IF CORRIDA-DESDE-MENU
              MOVE WS-MENU-PERIODO TO WS-PERIODO-PEDIDO
              IF WS-PER-MES IS GREATER THAN 50
                 MOVE "S" TO WS-FRECUENCIA-CORRIDA
              ELSE
                 MOVE "Q" TO WS-FRECUENCIA-CORRIDA
              END-IF
              DISPLAY "PERIODO A PAGAR POR CHEQUE/EFECTIVO: "
                      WS-PERIODO-PEDIDO
              GO TO 018-FOLIO
           END-IF
           PERFORM 048-PIDE-FRECUENCIA THRU 048-FIN
           IF CORRIDA-SEMANAL
              DISPLAY "SEMANA A PAGAR POR CHEQUE/EFECTIVO:"
              DISPLAY "ANIO (AAAA): "
              ACCEPT WS-PER-ANIO
              DISPLAY "MES DE PAGO (MM): "
              ACCEPT WS-PER-MES
              DISPLAY "SEMANA DEL MES (1 A 5): "
              ACCEPT WS-PER-QUINCENA
              IF WS-PER-MES IS LESS THAN 01 OR
                 WS-PER-MES IS GREATER THAN 12 OR
                 WS-PER-QUINCENA IS LESS THAN 1 OR
                 WS-PER-QUINCENA IS GREATER THAN 5
                 DISPLAY "EL MES VA DE 01 A 12 Y LA SEMANA DE 1 A 5."
                 DISPLAY " "
                 GO TO 018-SOLICITA-DATOS
              END-IF
              ADD 50 TO WS-PER-MES
              GO TO 018-FOLIO
           END-IF
           DISPLAY "QUINCENA A PAGAR POR CHEQUE/EFECTIVO:"
           DISPLAY "ANIO (AAAA): "
           ACCEPT WS-PER-ANIO
           DISPLAY "MES (MM): "
           ACCEPT WS-PER-MES
           DISPLAY "QUINCENA (1/2, 3 = AGUINALDO, 6 A 9 = ANTICIPOS "
                   "DE VIATICOS): "
           ACCEPT WS-PER-QUINCENA.
       018-FOLIO.
           STRING WS-PER-ANIO     DELIMITED BY SIZE
                  "-"             DELIMITED BY SIZE
                  WS-PER-MES      DELIMITED BY SIZE
           OPEN INPUT EMPLEADOS
           OPEN INPUT PLANTAS
           OPEN I-O   NOMINA-PERIODO
           OPEN I-O   CHEQUES
           IF FS-CHEQUES-NO-EXISTE
              OPEN OUTPUT CHEQUES
              CLOSE CHEQUES
              OPEN I-O CHEQUES
           END-IF
           IF NOT FS-EMPLEADOS-OK OR NOT FS-PLANTAS-OK
              OR NOT FS-NOM-PERIODO-OK OR NOT FS-CHEQUES-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       020-FIN. EXIT.

      *----------------------------------------------------------------
      * UN FOLIO YA REGISTRADO EN BD-CHEQUES.TXT (EMITIDO, COBRADO O
      * CANCELADO) NO PUEDE REPETIRSE: LA CONCILIACION CON EL BANCO
      * SE HACE POR FOLIO. SE PIDE OTRO HASTA QUE SEA NUEVO.
      *----------------------------------------------------------------
       024-VALIDA-FOLIO.
           MOVE WS-CHEQUE-INICIAL TO CHQ-FOLIO
           READ CHEQUES
                INVALID KEY
                   GO TO 024-FIN
           END-READ
           DISPLAY "EL FOLIO " WS-CHEQUE-INICIAL " YA FUE EMITIDO EL "
                   CHQ-FECHA-EMISION "; USE EL SIGUIENTE DE LA "
                   "CHEQUERA."
           DISPLAY "NUMERO DEL PRIMER CHEQUE DE LA CHEQUERA: "
           ACCEPT WS-CHEQUE-INICIAL
           GO TO 024-VALIDA-FOLIO.
       024-FIN. EXIT.

       045-POSICIONA-PERIODO.
           MOVE WS-PERIODO-PEDIDO TO NP-PERIODO
           MOVE ZEROS             TO NP-ID-EMP
           END-IF
           IF PLANTA-EN-EFECTIVO
              MOVE "EFECTIVO" TO WS-DET-CHEQUE
              MOVE ZEROS      TO WS-PAG-FOLIO (WS-PAG-IDX)
           ELSE
              MOVE WS-CHEQUE-ACTUAL TO WS-DET-CHEQUE
                                       WS-PAG-FOLIO (WS-PAG-IDX)
              ADD 1 TO WS-CHEQUE-ACTUAL
           END-IF
           MOVE WS-PAG-ID     (WS-PAG-IDX) TO WS-DET-ID
      *----------------------------------------------------------------
      * YA IMPRESO EL REGISTRO, CADA PAGO EMITIDO SE MARCA "E" EN
      * BD-NOMINA-PERIODO.TXT, COMO BANCONOM MARCA LO ENVIADO AL
      * BANCO: NI ESTE PROGRAMA NI BANCONOM VOLVERAN A TOMARLO. EL
      * PAGADO CON CHEQUE QUEDA ADEMAS REGISTRADO POR SU FOLIO EN
      * BD-CHEQUES.TXT PARA CONCILIAR EL COBRO (CHEQCONC).
      *----------------------------------------------------------------
       085-MARCA-EMITIDOS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE 1 TO WS-PAG-IDX
           PERFORM 087-MARCA-EMITIDO THRU 087-FIN
                   UNTIL WS-PAG-IDX IS GREATER THAN WS-PAG-USADOS.
                INVALID KEY
                   DISPLAY "NO SE PUDO MARCAR EMITIDO EL PAGO DEL "
                           "EMPLEADO " WS-PAG-ID (WS-PAG-IDX) "."
           END-REWRITE
           IF WS-PAG-FOLIO (WS-PAG-IDX) IS GREATER THAN ZEROS
              PERFORM 088-REGISTRA-CHEQUE THRU 088-FIN
           END-IF.
       087-SIGUE.
           ADD 1 TO WS-PAG-IDX.
       087-FIN. EXIT.

       088-REGISTRA-CHEQUE.
           MOVE SPACES                      TO REG-CHEQUE
           MOVE WS-PAG-FOLIO  (WS-PAG-IDX)  TO CHQ-FOLIO
           MOVE WS-PERIODO-PEDIDO           TO CHQ-PERIODO
           MOVE WS-PAG-ID     (WS-PAG-IDX)  TO CHQ-ID-EMP
           MOVE WS-PAG-NOMBRE (WS-PAG-IDX)  TO CHQ-NOMBRE
           MOVE WS-PAG-NETO   (WS-PAG-IDX)  TO CHQ-IMPORTE
           MOVE WS-FECHA-HOY                TO CHQ-FECHA-EMISION
           MOVE ZEROS                       TO CHQ-FECHA-MOVTO
           MOVE "E"                         TO CHQ-STATUS
           WRITE REG-CHEQUE
                INVALID KEY
                   DISPLAY "EL FOLIO " CHQ-FOLIO " YA ESTABA "
                           "REGISTRADO; EL CHEQUE DEL EMPLEADO "
                           CHQ-ID-EMP " NO PODRA CONCILIARSE."
           END-WRITE.
       088-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 PLANTAS
                 NOMINA-PERIODO
                 CHEQUES.
       090-FIN. EXIT.
