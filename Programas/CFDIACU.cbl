      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * CFDIACU.cbl - IMPORTACION DEL ACUSE DE CANCELACION DEL PAC.
      *               LEE CFDI-ACUSE-CANCEL.TXT (UN RENGLON POR
      *               CANCELACION ENVIADA CON CFDICEXP: PERIODO, CLAVE
      *               DE EMPLEADO, UUID, RESULTADO A ACEPTADA O R
      *               RECHAZADA Y FECHA) Y CIERRA LA SOLICITUD DE
      *               BD-CFDI-CANCEL.TXT. LA ACEPTADA MARCA EL UUID
      *               COMO CANCELADO EN BD-CFDI-HIST.TXT; SI NO TIENE
      *               SUSTITUTO (MOTIVOS 02 A 04) Y SIGUE SIENDO EL
      *               VIGENTE DE BD-CFDI.TXT, EL RECIBO SE QUEDA SIN
      *               TIMBRE Y VUELVE A SALIR EN CFDIPEND. LA
      *               RECHAZADA SE REPORTA: EL UUID SIGUE VIGENTE Y
      *               SUPERVISION DECIDE SI LA VUELVE A CAPTURAR. EL
      *               RENGLON QUE NO CORRESPONDE A UNA SOLICITUD
      *               ENVIADA, O CUYO UUID NO ES EL DE LA SOLICITUD, SE
      *               RECHAZA Y SE REPORTA SIN DETENER LA CARGA, COMO
      *               HACE CFDIIMP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                CFDIACU.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFDSEL.
           COPY CFCSEL.
           COPY CFHSEL.
           SELECT ACUSE-PAC
           ASSIGN TO WS-RUTA-ACUSE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ACUSE.

       DATA DIVISION.
       FILE SECTION.
           COPY CFDFD.
           COPY CFCFD.
           COPY CFHFD.

       FD  ACUSE-PAC
           RECORD CONTAINS 56 CHARACTERS.
       01  REG-ACUSE-PAC.
           05 ACU-PERIODO          PIC 9(07).
           05 ACU-ID-EMP           PIC 9(04).
           05 ACU-UUID             PIC X(36).
           05 ACU-RESULTADO        PIC X(01).
              88 ACU-ACEPTADA             VALUE "A".
              88 ACU-RECHAZADA            VALUE "R".
           05 ACU-FECHA            PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY EMPRUTA.
           COPY CFDFS.
           COPY CFDRUTA.
           COPY CFCFS.
           COPY CFCRUTA.
           COPY CFHFS.
           COPY CFHRUTA.

       01  WS-RUTA-ACUSE           PIC X(80).
       01  WS-FS-ACUSE             PIC X(02)     VALUE "00".
           88 FS-ACUSE-OK                  VALUE "00".
           88 FS-ACUSE-EOF                 VALUE "10".

       01  SW-FIN                  PIC X(03)     VALUE SPACES.

       01  WS-CONT-CANCELADOS      PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-NEGADOS         PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-SIN-TIMBRE      PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-RECHAZADOS      PIC 9(05)     VALUE ZEROS.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 016-OBTIENE-RUTA-ACUSE       THRU 016-FIN
           PERFORM 063-OBTIENE-RUTA-CFDI        THRU 063-FIN
           PERFORM 223-OBTIENE-RUTA-CFDI-CANCEL THRU 223-FIN
           PERFORM 224-OBTIENE-RUTA-CFDI-HIST   THRU 224-FIN
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           PERFORM 040-LEE-ACUSE                THRU 040-FIN
           PERFORM 050-PROCESA-RENGLON          THRU 050-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           PERFORM 090-CIERRA-ARCHIVOS          THRU 090-FIN
           DISPLAY "UUID CANCELADOS      : " WS-CONT-CANCELADOS
           DISPLAY "  RECIBOS SIN TIMBRE : " WS-CONT-SIN-TIMBRE
           DISPLAY "CANCELACIONES NEGADAS: " WS-CONT-NEGADOS
           DISPLAY "RENGLONES MALOS      : " WS-CONT-RECHAZADOS
           GOBACK.

           COPY EMPRUTAP.
           COPY CFDRUTAP.
           COPY CFCRUTAP.
           COPY CFHRUTAP.

      *----------------------------------------------------------------
      * CFDI-ACUSE-CANCEL.TXT ES EL ARCHIVO QUE DEVUELVE EL PAC,
      * DEJADO EN LA MISMA CARPETA QUE BD-EMPLEADOS.TXT.
      *----------------------------------------------------------------
       016-OBTIENE-RUTA-ACUSE.
           STRING WS-DIR-DATOS               DELIMITED BY SPACE
                  "\CFDI-ACUSE-CANCEL.TXT"   DELIMITED BY SIZE
                  INTO WS-RUTA-ACUSE
           END-STRING.
       016-FIN. EXIT.

       020-ABRE-ARCHIVOS.
           OPEN INPUT ACUSE-PAC
           IF NOT FS-ACUSE-OK
              DISPLAY "NO SE PUDO ABRIR CFDI-ACUSE-CANCEL.TXT; DEJE "
                      "EL ACUSE DEL PAC EN LA CARPETA DE DATOS."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN I-O CANCELA-CFDI
           IF NOT FS-CFDI-CANCEL-OK
              DISPLAY "NO SE PUDO ABRIR BD-CFDI-CANCEL.TXT."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN I-O TIMBRES-CFDI
           IF NOT FS-CFDI-OK
              DISPLAY "NO SE PUDO ABRIR BD-CFDI.TXT."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN I-O HIST-CFDI
           IF FS-CFDI-HIST-NO-EXISTE
              OPEN OUTPUT HIST-CFDI
              CLOSE HIST-CFDI
              OPEN I-O HIST-CFDI
           END-IF
           IF NOT FS-CFDI-HIST-OK
              DISPLAY "NO SE PUDO ABRIR BD-CFDI-HIST.TXT."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       020-FIN. EXIT.

       040-LEE-ACUSE.
           READ ACUSE-PAC
                AT END
                   MOVE "FIN" TO SW-FIN
           END-READ.
       040-FIN. EXIT.

      *----------------------------------------------------------------
      * EL ACUSE SOLO CIERRA UNA SOLICITUD ENVIADA Y PARA EL MISMO
      * UUID QUE SE MANDO; EL ACUSE REPETIDO DE UNA YA CERRADA SE
      * RECHAZA SIN TOCARLA.
      *----------------------------------------------------------------
       050-PROCESA-RENGLON.
           IF NOT ACU-ACEPTADA AND NOT ACU-RECHAZADA
              DISPLAY "ACUSE DEL PERIODO " ACU-PERIODO " EMPLEADO "
                      ACU-ID-EMP " CON RESULTADO " ACU-RESULTADO
                      " (DEBE SER A O R); SE RECHAZA."
              ADD 1 TO WS-CONT-RECHAZADOS
              GO TO 050-SIGUE
           END-IF
           MOVE ACU-PERIODO TO CFC-PERIODO
           MOVE ACU-ID-EMP  TO CFC-ID-EMP
           READ CANCELA-CFDI
                INVALID KEY
                   DISPLAY "EL ACUSE TRAE UNA CANCELACION DEL PERIODO "
                           ACU-PERIODO " EMPLEADO " ACU-ID-EMP
                           " QUE NO SE SOLICITO; SE RECHAZA."
                   ADD 1 TO WS-CONT-RECHAZADOS
                   GO TO 050-SIGUE
           END-READ
           IF CFC-UUID NOT EQUAL ACU-UUID OR NOT CFC-ENVIADA
              DISPLAY "EL ACUSE DEL UUID " ACU-UUID " NO CORRESPONDE "
                      "A UNA CANCELACION ENVIADA; SE RECHAZA."
              ADD 1 TO WS-CONT-RECHAZADOS
              GO TO 050-SIGUE
           END-IF
           MOVE ACU-RESULTADO TO CFC-ESTADO
           MOVE ACU-FECHA     TO CFC-FECHA-ACUSE
           REWRITE REG-CANCELA-CFDI
                INVALID KEY
                   DISPLAY "NO SE PUDO CERRAR LA SOLICITUD DEL PERIODO "
                           ACU-PERIODO " EMPLEADO " ACU-ID-EMP "."
                   ADD 1 TO WS-CONT-RECHAZADOS
                   GO TO 050-SIGUE
           END-REWRITE
           IF ACU-RECHAZADA
              DISPLAY "EL PAC NEGO LA CANCELACION DEL UUID " ACU-UUID
                      " (PERIODO " ACU-PERIODO " EMPLEADO " ACU-ID-EMP
                      "); SIGUE VIGENTE."
              ADD 1 TO WS-CONT-NEGADOS
              GO TO 050-SIGUE
           END-IF
           PERFORM 055-MARCA-HISTORIA THRU 055-FIN
           IF NOT CFC-CON-RELACION
              PERFORM 057-RETIRA-TIMBRE THRU 057-FIN
           END-IF
           ADD 1 TO WS-CONT-CANCELADOS.
       050-SIGUE.
           PERFORM 040-LEE-ACUSE THRU 040-FIN.
       050-FIN. EXIT.

      *----------------------------------------------------------------
      * EL UUID CANCELADO QUEDA EN LA HISTORIA CON SU MOTIVO Y FECHA
      * DE CANCELACION; SI NO TENIA RENGLON (TIMBRE ANTERIOR A LA
      * HISTORIA) SE LE DA DE ALTA YA CANCELADO.
      *----------------------------------------------------------------
       055-MARCA-HISTORIA.
           MOVE ACU-PERIODO TO CFH-PERIODO
           MOVE ACU-ID-EMP  TO CFH-ID-EMP
           MOVE ACU-UUID    TO CFH-UUID
           READ HIST-CFDI
                INVALID KEY
                   INITIALIZE REG-HIST-CFDI
                   MOVE ACU-PERIODO TO CFH-PERIODO
                   MOVE ACU-ID-EMP  TO CFH-ID-EMP
                   MOVE ACU-UUID    TO CFH-UUID
                   MOVE "C"         TO CFH-ESTADO
                   MOVE CFC-UUID-SUSTITUTO TO CFH-UUID-SUSTITUTO
                   MOVE CFC-MOTIVO  TO CFH-MOTIVO
                   MOVE ACU-FECHA   TO CFH-FECHA-CANCEL
                   WRITE REG-HIST-CFDI
                        INVALID KEY
                           CONTINUE
                   END-WRITE
                   GO TO 055-FIN
           END-READ
           MOVE "C"        TO CFH-ESTADO
           MOVE CFC-MOTIVO TO CFH-MOTIVO
           MOVE ACU-FECHA  TO CFH-FECHA-CANCEL
           IF CFC-UUID-SUSTITUTO NOT EQUAL SPACES
              MOVE CFC-UUID-SUSTITUTO TO CFH-UUID-SUSTITUTO
           END-IF
           REWRITE REG-HIST-CFDI
                INVALID KEY
                   CONTINUE
           END-REWRITE.
       055-FIN. EXIT.

      *----------------------------------------------------------------
      * SIN SUSTITUTO, EL RECIBO CUYO UUID VIGENTE SE CANCELO YA NO
      * ESTA TIMBRADO: SE RETIRA DE BD-CFDI.TXT PARA QUE CFDIPEND LO
      * MUESTRE PENDIENTE Y SE RETIMBRE (MOTIVO 02) SI PROCEDE.
      *----------------------------------------------------------------
       057-RETIRA-TIMBRE.
           MOVE ACU-PERIODO TO CFD-PERIODO
           MOVE ACU-ID-EMP  TO CFD-ID-EMP
           READ TIMBRES-CFDI
                INVALID KEY
                   GO TO 057-FIN
           END-READ
           IF CFD-UUID NOT EQUAL ACU-UUID
              GO TO 057-FIN
           END-IF
           DELETE TIMBRES-CFDI
                INVALID KEY
                   DISPLAY "NO SE PUDO RETIRAR EL TIMBRE CANCELADO DEL "
                           "PERIODO " ACU-PERIODO " EMPLEADO "
                           ACU-ID-EMP "."
                   GO TO 057-FIN
           END-DELETE
           ADD 1 TO WS-CONT-SIN-TIMBRE.
       057-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE ACUSE-PAC
                 CANCELA-CFDI
                 TIMBRES-CFDI
                 HIST-CFDI.
       090-FIN. EXIT.
