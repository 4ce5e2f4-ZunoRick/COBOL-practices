      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * CFDICEXP.cbl - EXTRACTO DE CANCELACIONES DE CFDI PARA EL PAC.
      *                TOMA DE BD-CFDI-CANCEL.TXT LAS SOLICITUDES
      *                CAPTURADAS EN CFDICAN QUE YA ESTAN LISTAS PARA
      *                ENVIARSE (LAS DE MOTIVO 01 SOLO CUANDO CFDIIMP
      *                YA CARGO EL TIMBRE DE SU SUSTITUTO) Y EMITE UN
      *                RENGLON POR CANCELACION: RFC DEL PATRON EMISOR,
      *                RECIBO, RFC DEL EMPLEADO, UUID A CANCELAR,
      *                MOTIVO DEL SAT Y UUID QUE LO SUSTITUYE. COMO EN
      *                CFDIEXP, SALE UN ARCHIVO POR RFC PATRONAL
      *                (CFDI-CANCELA-<RFC>.TXT). LA SOLICITUD ENVIADA
      *                QUEDA MARCADA CON SU FECHA DE ENVIO Y YA NO
      *                VUELVE A SALIR; EL ACUSE DEL PAC LO CARGA
      *                CFDIACU. LA SOLICITUD DE UN EMPLEADO SIN
      *                REGISTRO EN EL MAESTRO O SIN REGISTRO PATRONAL
      *                SE REPORTA Y SE QUEDA PENDIENTE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                CFDICEXP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY PLTSEL.
           COPY PATSEL.
           COPY CFCSEL.
           SELECT INTERFAZ-CANCELA
           ASSIGN TO WS-RUTA-CANCELA-EXP.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY PLTFD.
           COPY PATFD.
           COPY CFCFD.

       FD  INTERFAZ-CANCELA
           RECORD CONTAINS 111 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-INTERFAZ-CANCELA   PIC X(111).

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPFS.
           COPY EMPRUTA.
           COPY PLTFS.
           COPY PLTRUTA.
           COPY PATFS.
           COPY PATRUTA.
           COPY CFCFS.
           COPY CFCRUTA.

       01  WS-RUTA-CANCELA-EXP     PIC X(80).

       01  SW-FIN                  PIC X(03)     VALUE SPACES.

       01  WS-FECHA-HOY            PIC 9(08).

       01  WS-CONT-ENVIADAS        PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-DETENIDAS       PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-ARCHIVO         PIC 9(05)     VALUE ZEROS.

      *----------------------------------------------------------------
      * RENGLON DE CANCELACION EN EL ORDEN QUE PIDE EL PAC; EL UUID
      * SUSTITUTO SOLO LO LLEVA EL MOTIVO 01.
      *----------------------------------------------------------------
       01  WS-REG-CANCELA.
           05 WS-CAN-RFC-PATRON    PIC X(13).
           05 WS-CAN-PERIODO       PIC 9(07).
           05 WS-CAN-ID            PIC 9(04).
           05 WS-CAN-RFC           PIC X(13).
           05 WS-CAN-UUID          PIC X(36).
           05 WS-CAN-MOTIVO        PIC X(02).
           05 WS-CAN-UUID-SUST     PIC X(36).

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 056-OBTIENE-RUTA-PLANTAS     THRU 056-FIN
           PERFORM 177-OBTIENE-RUTA-PATRONES    THRU 177-FIN
           PERFORM 223-OBTIENE-RUTA-CFDI-CANCEL THRU 223-FIN
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 178-CARGA-PATRONES           THRU 178-FIN
           IF WS-PAT-RENGLONES EQUAL ZEROS
              DISPLAY "NO HAY REGISTROS PATRONALES EN BD-PATRONES.TXT; "
                      "DELOS DE ALTA EN MANTCAT Y ASIGNELOS A LAS "
                      "PLANTAS."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           MOVE 1 TO WS-PAT-IDX
           PERFORM 030-GENERA-ENTIDAD           THRU 030-FIN
                   UNTIL WS-PAT-IDX IS GREATER THAN WS-PAT-RENGLONES
           PERFORM 090-CIERRA-ARCHIVOS          THRU 090-FIN
           DISPLAY "CANCELACIONES ENVIADAS  : " WS-CONT-ENVIADAS
           DISPLAY "DETENIDAS (VER AVISOS)  : " WS-CONT-DETENIDAS
           GOBACK.

           COPY EMPRUTAP.
           COPY PLTRUTAP.
           COPY PATRUTAP.
           COPY PATCARGP.
           COPY CFCRUTAP.

      *----------------------------------------------------------------
      * CFDI-CANCELA-<RFC>.TXT VIVE EN LA MISMA CARPETA QUE
      * BD-EMPLEADOS.TXT, YA RESUELTA POR 015-OBTIENE-RUTA-DATOS.
      *----------------------------------------------------------------
       016-OBTIENE-RUTA-EXTRACTO.
           MOVE SPACES TO WS-RUTA-CANCELA-EXP
           STRING WS-DIR-DATOS         DELIMITED BY SPACE
                  "\CFDI-CANCELA-"     DELIMITED BY SIZE
                  WS-PAT-T-RFC (WS-PAT-IDX)
                                       DELIMITED BY SPACE
                  ".TXT"               DELIMITED BY SIZE
                  INTO WS-RUTA-CANCELA-EXP
           END-STRING.
       016-FIN. EXIT.

      *----------------------------------------------------------------
      * SIN BD-CFDI-CANCEL.TXT NADIE HA PEDIDO CANCELACIONES: NO HAY
      * NADA QUE MANDAR Y NO ES UN ERROR.
      *----------------------------------------------------------------
       020-ABRE-ARCHIVOS.
           OPEN I-O CANCELA-CFDI
           IF NOT FS-CFDI-CANCEL-OK
              DISPLAY "NO HAY SOLICITUDES DE CANCELACION EN "
                      "BD-CFDI-CANCEL.TXT."
              GOBACK
           END-IF
           OPEN INPUT EMPLEADOS
           IF NOT FS-EMPLEADOS-OK
              DISPLAY "NO SE PUDO ABRIR BD-EMPLEADOS.TXT."
              CLOSE CANCELA-CFDI
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       020-FIN. EXIT.

      *----------------------------------------------------------------
      * UN EXTRACTO POR ENTIDAD PATRONAL (EL PRIMER RENGLON DE CADA
      * RFC EN EL CATALOGO), IGUAL QUE CFDIEXP: SE RECORREN TODAS LAS
      * SOLICITUDES Y SOLO VIAJAN LAS DE LOS EMPLEADOS DE ESE RFC.
      *----------------------------------------------------------------
       030-GENERA-ENTIDAD.
           IF WS-PAT-T-ENTIDAD (WS-PAT-IDX) NOT EQUAL WS-PAT-IDX
              GO TO 030-SIGUE
           END-IF
           PERFORM 016-OBTIENE-RUTA-EXTRACTO THRU 016-FIN
           MOVE ZEROS  TO WS-CONT-ARCHIVO
           MOVE SPACES TO SW-FIN
           OPEN OUTPUT INTERFAZ-CANCELA
           MOVE LOW-VALUES TO CFC-LLAVE
           START CANCELA-CFDI KEY IS GREATER THAN OR EQUAL CFC-LLAVE
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN
           END-START
           IF SW-FIN NOT EQUAL "FIN"
              PERFORM 040-LEE THRU 040-FIN
           END-IF
           PERFORM 050-PROCESA-SOLICITUD     THRU 050-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE INTERFAZ-CANCELA
           DISPLAY "RFC " WS-PAT-T-RFC (WS-PAT-IDX) ": "
                   WS-CONT-ARCHIVO " CANCELACIONES EN "
                   WS-RUTA-CANCELA-EXP.
       030-SIGUE.
           ADD 1 TO WS-PAT-IDX.
       030-FIN. EXIT.

       040-LEE.
           READ CANCELA-CFDI NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
           END-READ.
       040-FIN. EXIT.

      *----------------------------------------------------------------
      * SOLO SALEN LAS SOLICITUDES POR ENVIAR. LAS QUE NO SE PUEDEN
      * UBICAR EN UNA ENTIDAD SE AVISAN UNA SOLA VEZ, EN LA PASADA DE
      * LA PRIMERA ENTIDAD, Y SE QUEDAN PENDIENTES.
      *----------------------------------------------------------------
       050-PROCESA-SOLICITUD.
           IF NOT CFC-POR-ENVIAR
              GO TO 050-SIGUE
           END-IF
           MOVE CFC-ID-EMP TO REG-ID-EMP
           READ EMPLEADOS INTO WS-DATOS-EMPLEADO
                INVALID KEY
                   IF WS-PAT-IDX EQUAL 1
                      DISPLAY "EMPLEADO " CFC-ID-EMP " DE LA "
                              "CANCELACION DEL PERIODO " CFC-PERIODO
                              " SIN REGISTRO EN EL MAESTRO; NO SE "
                              "ENVIA."
                      ADD 1 TO WS-CONT-DETENIDAS
                   END-IF
                   GO TO 050-SIGUE
           END-READ
           PERFORM 185-UBICA-PATRON-EMP THRU 185-FIN
           IF WS-PAT-ENT-EMP EQUAL ZEROS
              IF WS-PAT-IDX EQUAL 1
                 DISPLAY "EMPLEADO " CFC-ID-EMP " EN LA PLANTA "
                         WS-PLANTA " SIN REGISTRO PATRONAL; SU "
                         "CANCELACION NO SE PUEDE ENVIAR."
                 ADD 1 TO WS-CONT-DETENIDAS
              END-IF
              GO TO 050-SIGUE
           END-IF
           IF WS-PAT-ENT-EMP NOT EQUAL WS-PAT-IDX
              GO TO 050-SIGUE
           END-IF
           MOVE WS-PAT-T-RFC (WS-PAT-IDX) TO WS-CAN-RFC-PATRON
           MOVE CFC-PERIODO        TO WS-CAN-PERIODO
           MOVE CFC-ID-EMP         TO WS-CAN-ID
           MOVE WS-RFC             TO WS-CAN-RFC
           MOVE CFC-UUID           TO WS-CAN-UUID
           MOVE CFC-MOTIVO         TO WS-CAN-MOTIVO
           MOVE CFC-UUID-SUSTITUTO TO WS-CAN-UUID-SUST
           WRITE REG-INTERFAZ-CANCELA FROM WS-REG-CANCELA
           MOVE "E"          TO CFC-ESTADO
           MOVE WS-FECHA-HOY TO CFC-FECHA-ENVIO
           REWRITE REG-CANCELA-CFDI
                INVALID KEY
                   DISPLAY "NO SE PUDO MARCAR COMO ENVIADA LA "
                           "CANCELACION DEL PERIODO " CFC-PERIODO
                           " EMPLEADO " CFC-ID-EMP "."
           END-REWRITE
           ADD 1 TO WS-CONT-ENVIADAS
                    WS-CONT-ARCHIVO.
       050-SIGUE.
           PERFORM 040-LEE THRU 040-FIN.
       050-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 CANCELA-CFDI.
       090-FIN. EXIT.
