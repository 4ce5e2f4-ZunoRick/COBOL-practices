      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * CFDICAN.cbl - CANCELACION DE RECIBOS TIMBRADOS CON ERROR. PIDE
      *               LA CLAVE DE OPERADOR DE BD-OPERADORES.TXT Y, SOLO
      *               A SUPERVISION, CAPTURA LA SOLICITUD DE
      *               CANCELACION DE UN RECIBO (PERIODO+EMPLEADO) DE
      *               BD-CFDI.TXT CON EL MOTIVO DEL SAT:
      *               01 COMPROBANTE EMITIDO CON ERRORES CON RELACION,
      *               02 CON ERRORES SIN RELACION, 03 NO SE LLEVO A
      *               CABO LA OPERACION, 04 OPERACION NOMINATIVA
      *               RELACIONADA EN UNA FACTURA GLOBAL. CON MOTIVO
      *               01 EL RECIBO SE RETIMBRA PRIMERO COMO SUSTITUTO
      *               (CFDIEXP EN MODO SUSTITUTOS, RETORNO POR
      *               CFDIIMP) Y LA CANCELACION SALE YA CON EL UUID
      *               QUE LO SUSTITUYE; CON LOS DEMAS QUEDA LISTA PARA
      *               ENVIARSE. EL ENVIO AL PAC LO HACE CFDICEXP Y EL
      *               ACUSE LO CARGA CFDIACU. CUALQUIER OPERADOR PUEDE
      *               CONSULTAR LA HISTORIA DE UUID DE UN RECIBO
      *               (BD-CFDI-HIST.TXT) Y EL ESTADO DE SU SOLICITUD.
      *               CADA SOLICITUD QUEDA EN BD-AUDITORIA.TXT COMO
      *               "CFDCAN".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                CFDICAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OPERSEL.
           COPY AUDSEL.
           COPY CFDSEL.
           COPY CFCSEL.
           COPY CFHSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY OPERFD.
           COPY AUDFD.
           COPY CFDFD.
           COPY CFCFD.
           COPY CFHFD.

       WORKING-STORAGE SECTION.
           COPY OPERFS.
           COPY OPERRUTA.
           COPY AUDFS.
           COPY AUDRUTA.
           COPY CFDFS.
           COPY CFDRUTA.
           COPY CFCFS.
           COPY CFCRUTA.
           COPY CFHFS.
           COPY CFHRUTA.

       01  WS-DIR-DATOS            PIC X(60).
       01  WS-ID-EMP               PIC 9(04).

       01  WS-RESPUESTA            PIC X(01).
       01  SW-CONFIRMA             PIC X(01).
       01  SW-FIN                  PIC X(03)     VALUE SPACES.
       01  SW-HAY-CANCELACION      PIC X(01).
       01  SW-CAPTURA-MAL          PIC X(01).

      *----------------------------------------------------------------
      * LA CLAVE DEL RECIBO SE CAPTURA EN CAMPOS ALFANUMERICOS Y SE
      * VALIDA NUMERICA ANTES DE USARSE, IGUAL QUE EN MANTCAL.
      *----------------------------------------------------------------
       01  WS-RECIBO-X.
           05 WS-REC-PERIODO-X     PIC X(07).
           05 WS-REC-ID-X          PIC X(04).
       01  WS-RECIBO-9 REDEFINES WS-RECIBO-X.
           05 WS-REC-PERIODO-9     PIC 9(07).
           05 WS-REC-ID-9          PIC 9(04).

       01  WS-MOTIVO               PIC X(02).
       01  WS-FECHA-HOY            PIC 9(08).
       01  WS-CONT-UUID            PIC 9(03).

       01  WS-DESC-ESTADO          PIC X(24).
       01  WS-DESC-UUID            PIC X(11).

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 027-OBTIENE-RUTA-OPERADORES  THRU 027-FIN
           PERFORM 021-OBTIENE-RUTA-AUDITORIA   THRU 021-FIN
           PERFORM 063-OBTIENE-RUTA-CFDI        THRU 063-FIN
           PERFORM 223-OBTIENE-RUTA-CFDI-CANCEL THRU 223-FIN
           PERFORM 224-OBTIENE-RUTA-CFDI-HIST   THRU 224-FIN
           PERFORM 028-ABRE-OPERADORES          THRU 028-FIN
           PERFORM 029-VALIDA-OPERADOR          THRU 029-FIN
           CLOSE OPERADORES
           MOVE WS-OPERADOR-ID TO WS-AUD-OPERADOR
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           PERFORM 030-MUESTRA-MENU THRU 040-FIN
                   UNTIL WS-RESPUESTA EQUAL "E"
           PERFORM 090-CIERRA-ARCHIVOS          THRU 090-FIN
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
           COPY CFDRUTAP.
           COPY CFCRUTAP.
           COPY CFHRUTAP.

       028-ABRE-OPERADORES.
           OPEN INPUT OPERADORES
           IF NOT FS-OPERADORES-OK
              DISPLAY "NO SE PUDO ABRIR BD-OPERADORES.TXT. DE DE ALTA "
                      "LOS OPERADORES DESDE CRUD-EMP PRIMERO."
              GOBACK
           END-IF.
       028-FIN. EXIT.

      *----------------------------------------------------------------
      * SIN BD-CFDI.TXT NO HAY RECIBOS TIMBRADOS QUE CANCELAR. LAS
      * SOLICITUDES Y LA HISTORIA SE CREAN VACIAS LA PRIMERA VEZ.
      *----------------------------------------------------------------
       020-ABRE-ARCHIVOS.
           OPEN INPUT TIMBRES-CFDI
           IF NOT FS-CFDI-OK
              DISPLAY "NO SE PUDO ABRIR BD-CFDI.TXT; CARGUE PRIMERO "
                      "EL RETORNO DEL PAC CON CFDIIMP."
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
           OPEN EXTEND AUDITORIA
           IF NOT FS-CFDI-CANCEL-OK OR NOT FS-CFDI-HIST-OK
              OR NOT FS-AUDITORIA-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              GOBACK
           END-IF.
       020-FIN. EXIT.

       030-MUESTRA-MENU.
           DISPLAY " "
           DISPLAY "TECLEE UNA OPCION: "
           DISPLAY " "
           DISPLAY "1: SOLICITAR LA CANCELACION DE UN RECIBO "
                   "(SUPERVISOR)"
           DISPLAY "2: CONSULTAR LA HISTORIA DE UUID DE UN RECIBO"
           DISPLAY " "
           DISPLAY "E: SALIR DEL PROGRAMA"
           DISPLAY " "
           ACCEPT WS-RESPUESTA.

       040-EJECUTA-OPCION.
           EVALUATE WS-RESPUESTA
           WHEN "1"
                PERFORM 050-SOLICITA-CANCELACION THRU 050-FIN
           WHEN "2"
                PERFORM 070-CONSULTA-HISTORIA THRU 070-FIN
           WHEN "E"
                CONTINUE
           WHEN OTHER
                DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.
       040-FIN. EXIT.

      *----------------------------------------------------------------
      * EL RECIBO SE IDENTIFICA COMO EN BD-CFDI.TXT: PERIODO AAAAMMQ
      * (LA SEMANA DE LA NOMINA SEMANAL CON EL MES MAS 50) Y CLAVE
      * DE EMPLEADO.
      *----------------------------------------------------------------
       045-PIDE-RECIBO.
           MOVE "N" TO SW-CAPTURA-MAL
           DISPLAY "PERIODO DEL RECIBO (AAAAMMQ): "
           ACCEPT WS-REC-PERIODO-X
           DISPLAY "CLAVE DEL EMPLEADO: "
           ACCEPT WS-REC-ID-X
           IF WS-RECIBO-X NOT NUMERIC
              DISPLAY "EL PERIODO Y LA CLAVE DEBEN SER NUMERICOS."
              MOVE "S" TO SW-CAPTURA-MAL
              GO TO 045-FIN
           END-IF
           MOVE WS-REC-PERIODO-9 TO CFD-PERIODO
           MOVE WS-REC-ID-9      TO CFD-ID-EMP
           READ TIMBRES-CFDI
                INVALID KEY
                   DISPLAY "ESE RECIBO NO TIENE UUID VIGENTE EN "
                           "BD-CFDI.TXT."
                   MOVE "S" TO SW-CAPTURA-MAL
           END-READ.
       045-FIN. EXIT.

      *----------------------------------------------------------------
      * UN RECIBO SOLO PUEDE TENER UNA SOLICITUD EN CURSO; LA QUE YA
      * SE CERRO (ACEPTADA O RECHAZADA POR EL PAC) SE REEMPLAZA POR LA
      * NUEVA, Y SU RASTRO QUEDA EN LA HISTORIA DE UUID.
      *----------------------------------------------------------------
       050-SOLICITA-CANCELACION.
           IF NOT OPERADOR-SUPERVISOR AND NOT OPERADOR-ADMINISTRADOR
              DISPLAY "SOLO SUPERVISION PUEDE SOLICITAR LA "
                      "CANCELACION DE UN RECIBO TIMBRADO."
              GO TO 050-FIN
           END-IF
           PERFORM 045-PIDE-RECIBO THRU 045-FIN
           IF SW-CAPTURA-MAL EQUAL "S"
              GO TO 050-FIN
           END-IF
           MOVE "N" TO SW-HAY-CANCELACION
           MOVE CFD-PERIODO TO CFC-PERIODO
           MOVE CFD-ID-EMP  TO CFC-ID-EMP
           READ CANCELA-CFDI
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE "S" TO SW-HAY-CANCELACION
           END-READ
           IF SW-HAY-CANCELACION EQUAL "S" AND NOT CFC-CERRADA
              PERFORM 076-DESCRIBE-SOLICITUD THRU 076-FIN
              DISPLAY "EL RECIBO YA TIENE UNA SOLICITUD EN CURSO: "
                      WS-DESC-ESTADO
              GO TO 050-FIN
           END-IF
           DISPLAY "UUID VIGENTE : " CFD-UUID
           DISPLAY "TIMBRADO EL  : " CFD-FECHA-TIMBRE
           DISPLAY " "
           DISPLAY "MOTIVO DE CANCELACION DEL SAT:"
           DISPLAY "01: COMPROBANTE CON ERRORES CON RELACION "
                   "(SE RETIMBRA UN SUSTITUTO)"
           DISPLAY "02: COMPROBANTE CON ERRORES SIN RELACION"
           DISPLAY "03: NO SE LLEVO A CABO LA OPERACION"
           DISPLAY "04: OPERACION NOMINATIVA RELACIONADA EN FACTURA "
                   "GLOBAL"
           ACCEPT WS-MOTIVO
           MOVE WS-MOTIVO TO CFC-MOTIVO
           IF NOT CFC-MOTIVO-VALIDO
              DISPLAY "EL MOTIVO ES 01, 02, 03 O 04."
              GO TO 050-FIN
           END-IF
           DISPLAY "¿CONFIRMA LA SOLICITUD DE CANCELACION DEL UUID "
                   CFD-UUID "? (Y/N): "
           ACCEPT SW-CONFIRMA
           IF SW-CONFIRMA NOT EQUAL "Y"
              DISPLAY "NO SE REGISTRO LA SOLICITUD."
              GO TO 050-FIN
           END-IF
           PERFORM 055-ASEGURA-HISTORIA THRU 055-FIN
           MOVE CFD-PERIODO  TO CFC-PERIODO
           MOVE CFD-ID-EMP   TO CFC-ID-EMP
           MOVE CFD-UUID     TO CFC-UUID
           MOVE WS-MOTIVO    TO CFC-MOTIVO
           MOVE SPACES       TO CFC-UUID-SUSTITUTO
           IF CFC-CON-RELACION
              MOVE "S" TO CFC-ESTADO
           ELSE
              MOVE "P" TO CFC-ESTADO
           END-IF
           MOVE WS-FECHA-HOY   TO CFC-FECHA-SOLICITUD
           MOVE WS-OPERADOR-ID TO CFC-OPERADOR
           MOVE ZEROS          TO CFC-FECHA-ENVIO
                                  CFC-FECHA-ACUSE
           IF SW-HAY-CANCELACION EQUAL "S"
              REWRITE REG-CANCELA-CFDI
                   INVALID KEY
                      DISPLAY "NO SE PUDO GRABAR LA SOLICITUD."
                      GO TO 050-FIN
              END-REWRITE
           ELSE
              WRITE REG-CANCELA-CFDI
                   INVALID KEY
                      DISPLAY "NO SE PUDO GRABAR LA SOLICITUD."
                      GO TO 050-FIN
              END-WRITE
           END-IF
           MOVE "CFDCAN"   TO WS-AUD-OPERACION
           MOVE CFC-ID-EMP TO WS-ID-EMP
           PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN
           IF CFC-CON-RELACION
              DISPLAY "SOLICITUD REGISTRADA. CORRIJA EL RECIBO, "
                      "GENERE EL SUSTITUTO CON CFDIEXP (SOLO "
                      "SUSTITUTOS) Y CARGUE SU RETORNO CON CFDIIMP; "
                      "LA CANCELACION SALDRA CON EL NUEVO UUID."
           ELSE
              DISPLAY "SOLICITUD REGISTRADA; SALE AL PAC EN EL "
                      "SIGUIENTE CFDICEXP."
           END-IF.
       050-FIN. EXIT.

      *----------------------------------------------------------------
      * LOS TIMBRES CARGADOS ANTES DE QUE EXISTIERA LA HISTORIA NO
      * TIENEN RENGLON EN BD-CFDI-HIST.TXT: SE LE DA DE ALTA AL UUID
      * VIGENTE ANTES DE PEDIR SU CANCELACION.
      *----------------------------------------------------------------
       055-ASEGURA-HISTORIA.
           MOVE CFD-PERIODO TO CFH-PERIODO
           MOVE CFD-ID-EMP  TO CFH-ID-EMP
           MOVE CFD-UUID    TO CFH-UUID
           READ HIST-CFDI
                INVALID KEY
                   INITIALIZE REG-HIST-CFDI
                   MOVE CFD-PERIODO      TO CFH-PERIODO
                   MOVE CFD-ID-EMP       TO CFH-ID-EMP
                   MOVE CFD-UUID         TO CFH-UUID
                   MOVE CFD-FECHA-TIMBRE TO CFH-FECHA-TIMBRE
                   MOVE "V"              TO CFH-ESTADO
                   WRITE REG-HIST-CFDI
                        INVALID KEY
                           CONTINUE
                   END-WRITE
           END-READ.
       055-FIN. EXIT.

      *----------------------------------------------------------------
      * HISTORIA DEL RECIBO: TODOS SUS UUID DE BD-CFDI-HIST.TXT CON SU
      * ESTADO Y RELACIONES, Y AL FINAL LA SOLICITUD DE CANCELACION
      * MAS RECIENTE, SI LA HAY.
      *----------------------------------------------------------------
       070-CONSULTA-HISTORIA.
           PERFORM 045-PIDE-RECIBO THRU 045-FIN
           IF WS-RECIBO-X NOT NUMERIC
              GO TO 070-FIN
           END-IF
           IF SW-CAPTURA-MAL EQUAL "S"
              DISPLAY "SE MUESTRA LA HISTORIA QUE HAYA QUEDADO."
           ELSE
              DISPLAY "UUID VIGENTE : " CFD-UUID
           END-IF
           MOVE ZEROS  TO WS-CONT-UUID
           MOVE SPACES TO SW-FIN
           MOVE WS-REC-PERIODO-9 TO CFH-PERIODO
           MOVE WS-REC-ID-9      TO CFH-ID-EMP
           MOVE SPACES           TO CFH-UUID
           START HIST-CFDI KEY IS GREATER THAN OR EQUAL CFH-LLAVE
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN
           END-START
           IF SW-FIN NOT EQUAL "FIN"
              PERFORM 072-LEE-HISTORIA THRU 072-FIN
           END-IF
           PERFORM 074-MUESTRA-UUID THRU 074-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           IF WS-CONT-UUID EQUAL ZEROS
              DISPLAY "EL RECIBO NO TIENE UUID EN LA HISTORIA."
           END-IF
           MOVE WS-REC-PERIODO-9 TO CFC-PERIODO
           MOVE WS-REC-ID-9      TO CFC-ID-EMP
           READ CANCELA-CFDI
                INVALID KEY
                   DISPLAY "SIN SOLICITUDES DE CANCELACION."
                   GO TO 070-FIN
           END-READ
           PERFORM 076-DESCRIBE-SOLICITUD THRU 076-FIN
           DISPLAY " "
           DISPLAY "SOLICITUD DE CANCELACION DEL " CFC-FECHA-SOLICITUD
                   " POR " CFC-OPERADOR ", MOTIVO " CFC-MOTIVO
           DISPLAY "  UUID       : " CFC-UUID
           DISPLAY "  SUSTITUTO  : " CFC-UUID-SUSTITUTO
           DISPLAY "  ESTADO     : " WS-DESC-ESTADO
                   " ENVIO " CFC-FECHA-ENVIO " ACUSE " CFC-FECHA-ACUSE.
       070-FIN. EXIT.

       072-LEE-HISTORIA.
           READ HIST-CFDI NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
           END-READ
           IF SW-FIN NOT EQUAL "FIN" AND
              (CFH-PERIODO NOT EQUAL WS-REC-PERIODO-9 OR
               CFH-ID-EMP  NOT EQUAL WS-REC-ID-9)
              MOVE "FIN" TO SW-FIN
           END-IF.
       072-FIN. EXIT.

       074-MUESTRA-UUID.
           ADD 1 TO WS-CONT-UUID
           EVALUATE TRUE
           WHEN CFH-VIGENTE
              MOVE "VIGENTE"     TO WS-DESC-UUID
           WHEN CFH-SUSTITUIDO
              MOVE "SUSTITUIDO"  TO WS-DESC-UUID
           WHEN CFH-CANCELADO
              MOVE "CANCELADO"   TO WS-DESC-UUID
           WHEN OTHER
              MOVE CFH-ESTADO    TO WS-DESC-UUID
           END-EVALUATE
           DISPLAY " "
           DISPLAY CFH-UUID " TIMBRADO " CFH-FECHA-TIMBRE " "
                   WS-DESC-UUID
           IF CFH-UUID-RELACIONADO NOT EQUAL SPACES
              DISPLAY "  SUSTITUYE A  : " CFH-UUID-RELACIONADO
           END-IF
           IF CFH-UUID-SUSTITUTO NOT EQUAL SPACES
              DISPLAY "  SUSTITUIDO POR: " CFH-UUID-SUSTITUTO
           END-IF
           IF CFH-CANCELADO
              DISPLAY "  CANCELADO EL " CFH-FECHA-CANCEL
                      " CON MOTIVO " CFH-MOTIVO
           END-IF
           PERFORM 072-LEE-HISTORIA THRU 072-FIN.
       074-FIN. EXIT.

       076-DESCRIBE-SOLICITUD.
           EVALUATE TRUE
           WHEN CFC-ESPERA-SUSTITUTO
              MOVE "ESPERANDO SUSTITUTO"      TO WS-DESC-ESTADO
           WHEN CFC-POR-ENVIAR
              MOVE "POR ENVIAR AL PAC"        TO WS-DESC-ESTADO
           WHEN CFC-ENVIADA
              MOVE "ENVIADA, SIN ACUSE"       TO WS-DESC-ESTADO
           WHEN CFC-ACEPTADA
              MOVE "CANCELADA (ACUSE)"        TO WS-DESC-ESTADO
           WHEN CFC-RECHAZADA
              MOVE "RECHAZADA POR EL PAC"     TO WS-DESC-ESTADO
           WHEN OTHER
              MOVE CFC-ESTADO                 TO WS-DESC-ESTADO
           END-EVALUATE.
       076-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE TIMBRES-CFDI
                 CANCELA-CFDI
                 HIST-CFDI
                 AUDITORIA.
       090-FIN. EXIT.
