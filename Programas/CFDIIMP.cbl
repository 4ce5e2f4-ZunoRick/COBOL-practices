      *               REPETIDO SOLO REFRESCA EL REGISTRO. LOS
      *               RECIBOS QUE SIGAN SIN UUID SE LISTAN CON
      *               CFDIPEND.CBL.
      *----------------------------------------------------------------
      * MODIFICACIONES:
      * - CADA UUID CARGADO QUEDA EN BD-CFDI-HIST.TXT Y EL QUE SE
      *   REEMPLAZA QUEDA COMO SUSTITUIDO; EL TIMBRE QUE LLEGA PARA
      *   UN RECIBO CON SOLICITUD DE CANCELACION MOTIVO 01 SE ANOTA
      *   COMO SU SUSTITUTO Y DEJA LA SOLICITUD LISTA PARA ENVIARSE
      *   (CFDICAN/CFDICEXP).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                CFDIIMP.
       FILE-CONTROL.
           COPY NOMPSEL.
           COPY CFDSEL.
           COPY CFCSEL.
           COPY CFHSEL.
           SELECT RETORNO-PAC
           ASSIGN TO WS-RUTA-RETORNO
           ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
           COPY NOMPFD.
           COPY CFDFD.
           COPY CFCFD.
           COPY CFHFD.

       FD  RETORNO-PAC
           RECORD CONTAINS 55 CHARACTERS.
           COPY NOMPRUTA.
           COPY CFDFS.
           COPY CFDRUTA.
           COPY CFCFS.
           COPY CFCRUTA.
           COPY CFHFS.
           COPY CFHRUTA.

       01  WS-RUTA-RETORNO         PIC X(80).
       01  WS-FS-RETORNO           PIC X(02)     VALUE "00".

       01  WS-CONT-CARGADOS        PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-RECHAZADOS      PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-SUSTITUTOS      PIC 9(05)     VALUE ZEROS.

       01  WS-UUID-ANTERIOR        PIC X(36).
       01  WS-UUID-RELACIONADO     PIC X(36).

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 016-OBTIENE-RUTA-RETORNO     THRU 016-FIN
           PERFORM 042-OBTIENE-RUTA-NOM-PERIODO THRU 042-FIN
           PERFORM 063-OBTIENE-RUTA-CFDI        THRU 063-FIN
           PERFORM 223-OBTIENE-RUTA-CFDI-CANCEL THRU 223-FIN
           PERFORM 224-OBTIENE-RUTA-CFDI-HIST   THRU 224-FIN
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           PERFORM 040-LEE-RETORNO              THRU 040-FIN
           PERFORM 050-PROCESA-RENGLON          THRU 050-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           PERFORM 090-CIERRA-ARCHIVOS          THRU 090-FIN
           DISPLAY "TIMBRES CARGADOS : " WS-CONT-CARGADOS
           DISPLAY "SUSTITUTOS       : " WS-CONT-SUSTITUTOS
           DISPLAY "RENGLONES MALOS  : " WS-CONT-RECHAZADOS
           GOBACK.

           COPY EMPRUTAP.
           COPY NOMPRUTAP.
           COPY CFDRUTAP.
           COPY CFCRUTAP.
           COPY CFHRUTAP.

      *----------------------------------------------------------------
      * CFDI-RETORNO.TXT ES EL ARCHIVO QUE DEVUELVE EL PAC, DEJADO EN
              DISPLAY "NO SE PUDO ABRIR BD-CFDI.TXT."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN I-O CANCELA-CFDI
           IF FS-CFDI-CANCEL-NO-EXISTE
              OPEN OUTPUT CANCELA-CFDI
              CLOSE CANCELA-CFDI
              OPEN I-O CANCELA-CFDI
           END-IF
           OPEN I-O HIST-CFDI
           IF FS-CFDI-HIST-NO-EXISTE
              OPEN OUTPUT HIST-CFDI
              CLOSE HIST-CFDI
              OPEN I-O HIST-CFDI
           END-IF
           IF NOT FS-CFDI-CANCEL-OK OR NOT FS-CFDI-HIST-OK
              DISPLAY "NO SE PUDO ABRIR BD-CFDI-CANCEL.TXT O "
                      "BD-CFDI-HIST.TXT."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       020-FIN. EXIT.

      * EL TIMBRE SOLO SE ACEPTA SI EL RESULTADO PERIODO+EMPLEADO
      * EXISTE EN BD-NOMINA-PERIODO.TXT: UN UUID SIN RECIBO ES UN
      * ERROR DEL RETORNO Y SE REPORTA. EL TIMBRE QUE YA EXISTIA SE
      * REESCRIBE (EL PAC PUDO RETIMBRAR UNA CANCELACION); EL UUID
      * QUE TENIA NO SE PIERDE: QUEDA EN BD-CFDI-HIST.TXT COMO
      * SUSTITUIDO POR EL NUEVO (055).
      *----------------------------------------------------------------
       050-PROCESA-RENGLON.
           IF RET-UUID EQUAL SPACES
           END-READ
           MOVE RET-PERIODO      TO CFD-PERIODO
           MOVE RET-ID-EMP       TO CFD-ID-EMP
           MOVE SPACES           TO WS-UUID-ANTERIOR
                                    WS-UUID-RELACIONADO
           READ TIMBRES-CFDI
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE CFD-UUID TO WS-UUID-ANTERIOR
           END-READ
           IF WS-UUID-ANTERIOR NOT EQUAL SPACES AND
              WS-UUID-ANTERIOR NOT EQUAL RET-UUID
              PERFORM 055-SUSTITUYE-ANTERIOR THRU 055-FIN
           END-IF
           PERFORM 057-REGISTRA-HISTORIA THRU 057-FIN
           MOVE RET-PERIODO      TO CFD-PERIODO
           MOVE RET-ID-EMP       TO CFD-ID-EMP
           MOVE RET-UUID         TO CFD-UUID
           MOVE RET-FECHA-TIMBRE TO CFD-FECHA-TIMBRE
           WRITE REG-TIMBRES-CFDI
           PERFORM 040-LEE-RETORNO THRU 040-FIN.
       050-FIN. EXIT.

      *----------------------------------------------------------------
      * EL RECIBO YA TENIA OTRO UUID. SI TIENE UNA SOLICITUD DE
      * CANCELACION CON MOTIVO 01 ESPERANDO SUSTITUTO PARA ESE UUID,
      * EL NUEVO TIMBRE ES EL SUSTITUTO: SE ANOTA EN LA SOLICITUD,
      * QUE QUEDA LISTA PARA ENVIARSE (CFDICEXP), Y EL NUEVO UUID
      * GUARDA LA RELACION CON EL ORIGINAL. EN CUALQUIER CASO EL
      * ANTERIOR QUEDA EN LA HISTORIA COMO SUSTITUIDO POR EL NUEVO.
      *----------------------------------------------------------------
       055-SUSTITUYE-ANTERIOR.
           MOVE RET-PERIODO TO CFC-PERIODO
           MOVE RET-ID-EMP  TO CFC-ID-EMP
           READ CANCELA-CFDI
                INVALID KEY
                   GO TO 055-HISTORIA
           END-READ
           IF CFC-ESPERA-SUSTITUTO AND
              CFC-UUID EQUAL WS-UUID-ANTERIOR
              MOVE RET-UUID         TO CFC-UUID-SUSTITUTO
              MOVE "P"              TO CFC-ESTADO
              REWRITE REG-CANCELA-CFDI
                   INVALID KEY
                      DISPLAY "NO SE PUDO ANOTAR EL SUSTITUTO EN LA "
                              "SOLICITUD DE CANCELACION DEL PERIODO "
                              RET-PERIODO " EMPLEADO " RET-ID-EMP "."
                      GO TO 055-HISTORIA
              END-REWRITE
              MOVE WS-UUID-ANTERIOR TO WS-UUID-RELACIONADO
              ADD 1 TO WS-CONT-SUSTITUTOS
           END-IF.
       055-HISTORIA.
           MOVE RET-PERIODO      TO CFH-PERIODO
           MOVE RET-ID-EMP       TO CFH-ID-EMP
           MOVE WS-UUID-ANTERIOR TO CFH-UUID
           READ HIST-CFDI
                INVALID KEY
                   INITIALIZE REG-HIST-CFDI
                   MOVE RET-PERIODO      TO CFH-PERIODO
                   MOVE RET-ID-EMP       TO CFH-ID-EMP
                   MOVE WS-UUID-ANTERIOR TO CFH-UUID
                   MOVE CFD-FECHA-TIMBRE TO CFH-FECHA-TIMBRE
                   MOVE "S"              TO CFH-ESTADO
                   MOVE RET-UUID         TO CFH-UUID-SUSTITUTO
                   WRITE REG-HIST-CFDI
                        INVALID KEY
                           CONTINUE
                   END-WRITE
                   GO TO 055-FIN
           END-READ
           IF NOT CFH-CANCELADO
              MOVE "S" TO CFH-ESTADO
           END-IF
           MOVE RET-UUID TO CFH-UUID-SUSTITUTO
           REWRITE REG-HIST-CFDI
                INVALID KEY
                   CONTINUE
           END-REWRITE.
       055-FIN. EXIT.

      *----------------------------------------------------------------
      * CADA UUID RECIBIDO QUEDA EN LA HISTORIA DEL RECIBO; EL QUE
      * LLEGA REPETIDO SOLO REFRESCA SU FECHA DE TIMBRADO.
      *----------------------------------------------------------------
       057-REGISTRA-HISTORIA.
           MOVE RET-PERIODO TO CFH-PERIODO
           MOVE RET-ID-EMP  TO CFH-ID-EMP
           MOVE RET-UUID    TO CFH-UUID
           READ HIST-CFDI
                INVALID KEY
                   INITIALIZE REG-HIST-CFDI
                   MOVE RET-PERIODO         TO CFH-PERIODO
                   MOVE RET-ID-EMP          TO CFH-ID-EMP
                   MOVE RET-UUID            TO CFH-UUID
                   MOVE RET-FECHA-TIMBRE    TO CFH-FECHA-TIMBRE
                   MOVE "V"                 TO CFH-ESTADO
                   MOVE WS-UUID-RELACIONADO TO CFH-UUID-RELACIONADO
                   WRITE REG-HIST-CFDI
                        INVALID KEY
                           CONTINUE
                   END-WRITE
                   GO TO 057-FIN
           END-READ
           MOVE RET-FECHA-TIMBRE TO CFH-FECHA-TIMBRE
           REWRITE REG-HIST-CFDI
                INVALID KEY
                   CONTINUE
           END-REWRITE.
       057-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE RETORNO-PAC
                 NOMINA-PERIODO
                 TIMBRES-CFDI
                 CANCELA-CFDI
                 HIST-CFDI.
       090-FIN. EXIT.
