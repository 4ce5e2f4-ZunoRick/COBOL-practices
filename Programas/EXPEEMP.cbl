      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * EXPEEMP.cbl - CAPTURA DEL EXPEDIENTE DE DOCUMENTOS DEL
      *                EMPLEADO EN BD-EXPEDIENTE.TXT: POR CADA
      *                DOCUMENTO DEL CATALOGO BD-TIPOS-DOCUMENTO.TXT
      *                (MANTDOCS) QUE SE RECIBE EN PAPEL SE REGISTRA LA
      *                FECHA DE ENTREGA Y, SI EL DOCUMENTO TIENE
      *                VIGENCIA, SU VENCIMIENTO. RECIBIR UNA VERSION
      *                NUEVA REEMPLAZA LA ANTERIOR. EL CHECKLIST MUESTRA
      *                CADA DOCUMENTO DEL CATALOGO COMO RECIBIDO,
      *                VENCIDO O FALTANTE, MARCANDO LOS OBLIGATORIOS
      *                PARA EL TIPO DE CONTRATO DEL EMPLEADO (CTO-TIPO
      *                DE BD-CONTRATOS.TXT; SIN CONTRATO REGISTRADO SE
      *                TOMA COMO DE PLANTA). SE LLAMA DESDE EL MENU DE
      *                CRUD-EMP (OPCION X) CON LA MISMA CONVENCION DE
      *                LK-STATUS QUE FAMIEMP. EL REPORTE DE FALTANTES
      *                POR DEPARTAMENTO ES EXPEREP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                EXPEEMP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY CTOSEL.
           COPY TDOSEL.
           COPY EXDSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY CTOFD.
           COPY TDOFD.
           COPY EXDFD.

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPFS.
           COPY EMPRUTA.
           COPY CTOFS.
           COPY CTORUTA.
           COPY TDOFS.
           COPY TDORUTA.
           COPY EXDFS.
           COPY EXDRUTA.

       01  WS-ID-BUSCA            PIC 9(04).
       01  SW-ENCONTRO            PIC X(01)     VALUE "N".
       01  SW-CONFIRMA            PIC X(01).
       01  WS-RESPUESTA           PIC X(01).
       01  SW-FIN                 PIC X(03)     VALUE SPACES.
       01  WS-FECHA-SISTEMA       PIC 9(08).
       01  SW-HAY-CONTRATOS       PIC X(01)     VALUE "N".
           88 HAY-CONTRATOS              VALUE "S".

      *----------------------------------------------------------------
      * TIPO DE CONTRATO DEL EMPLEADO (P/E/O) PARA SABER QUE
      * DOCUMENTOS LE SON OBLIGATORIOS.
      *----------------------------------------------------------------
       01  WS-TIPO-CONTRATO       PIC X(01).
           88 CONTRATO-PLANTA            VALUE "P".
           88 CONTRATO-EVENTUAL          VALUE "E".
           88 CONTRATO-OBRA              VALUE "O".
       01  SW-OBLIGATORIO         PIC X(01).
           88 DOC-OBLIGATORIO            VALUE "S".

       01  WS-CODIGO-X            PIC X(02).
       01  WS-CODIGO-9 REDEFINES WS-CODIGO-X
                                  PIC 9(02).

      *----------------------------------------------------------------
      * FECHA CAPTURADA (AAAAMMDD) EN CAMPO ALFANUMERICO, VALIDADA
      * NUMERICA Y EN RANGO ANTES DE PASAR AL REGISTRO, COMO EN
      * FAMIEMP.
      *----------------------------------------------------------------
       01  WS-FECHA-X             PIC X(08).
       01  FILLER REDEFINES WS-FECHA-X.
           05 WS-FEC-ANIO         PIC 9(04).
           05 WS-FEC-MES          PIC 9(02).
           05 WS-FEC-DIA          PIC 9(02).
       01  WS-FECHA-9 REDEFINES WS-FECHA-X
                                  PIC 9(08).
       01  WS-FECHA-RECIBIDO      PIC 9(08).
       01  WS-FECHA-VENCE         PIC 9(08).

       01  WS-SITUACION           PIC X(09).
       01  WS-TEXTO-OBLIGA        PIC X(11).
       01  WS-CONT-FALTANTES      PIC 9(02).
       01  WS-CONT-VENCIDOS       PIC 9(02).

       LINKAGE SECTION.
       01  LK-INDEX               PIC 9(04).
       01  LK-OPERADOR-ID         PIC X(08).
       01  LK-STATUS              PIC X(01).
           88 OPERACION-EXITOSA          VALUE "0".
           88 OPERACION-FALLIDA          VALUE "1".

       PROCEDURE DIVISION USING LK-INDEX LK-OPERADOR-ID LK-STATUS.
       010-INICIO.
           MOVE "0" TO LK-STATUS
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 015-OBTIENE-RUTA-DATOS      THRU 015-FIN
           PERFORM 121-OBTIENE-RUTA-CONTRATOS  THRU 121-FIN
           PERFORM 186-OBTIENE-RUTA-TIPOS-DOC  THRU 186-FIN
           PERFORM 187-OBTIENE-RUTA-EXPEDIENTE THRU 187-FIN
           PERFORM 020-ABRE-ARCHIVOS   THRU 020-FIN
           IF OPERACION-FALLIDA
              GOBACK
           END-IF
           PERFORM 030-SOLICITA-ID     THRU 030-FIN
           PERFORM 040-BUSCA-EMPLEADO  THRU 040-FIN
           IF SW-ENCONTRO EQUAL "S"
              DISPLAY "EMPLEADO: " WS-ID-BUSCA " " WS-NOMBRE-EMP " "
                      WS-APE-PAT-EMP
              PERFORM 045-TIPO-CONTRATO THRU 045-FIN
              PERFORM 080-CHECKLIST THRU 080-FIN
              MOVE SPACES TO WS-RESPUESTA
              PERFORM 042-MUESTRA-MENU THRU 044-FIN
                      UNTIL WS-RESPUESTA EQUAL "E"
           ELSE
              DISPLAY "NO SE ENCONTRO EL EMPLEADO " WS-ID-BUSCA "."
           END-IF
           PERFORM 090-CIERRA-ARCHIVOS THRU 090-FIN
           GOBACK.

           COPY EMPRUTAP.
           COPY CTORUTAP.
           COPY TDORUTAP.
           COPY EXDRUTAP.

      *----------------------------------------------------------------
      * SIN CATALOGO NO HAY CONTRA QUE CAPTURAR; LOS CONTRATOS SON
      * OPCIONALES (SIN ELLOS TODO EMPLEADO SE TOMA COMO DE PLANTA).
      *----------------------------------------------------------------
       020-ABRE-ARCHIVOS.
           OPEN INPUT EMPLEADOS
           OPEN INPUT TIPOS-DOCUMENTO
           IF NOT FS-TIPOS-DOC-OK
              DISPLAY "NO HAY CATALOGO DE DOCUMENTOS EN "
                      "BD-TIPOS-DOCUMENTO.TXT. DELO DE ALTA CON "
                      "MANTDOCS PRIMERO."
              CLOSE EMPLEADOS
              MOVE "1" TO LK-STATUS
              GO TO 020-FIN
           END-IF
           OPEN I-O   EXPEDIENTE
           IF FS-EXPEDIENTE-NO-EXISTE
              OPEN OUTPUT EXPEDIENTE
              CLOSE EXPEDIENTE
              OPEN I-O EXPEDIENTE
           END-IF
           IF NOT FS-EMPLEADOS-OK OR NOT FS-EXPEDIENTE-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              MOVE "1" TO LK-STATUS
              GO TO 020-FIN
           END-IF
           OPEN INPUT CONTRATOS
           IF FS-CONTRATOS-OK
              MOVE "S" TO SW-HAY-CONTRATOS
           END-IF.
       020-FIN. EXIT.

       030-SOLICITA-ID.
           DISPLAY "CLAVE DEL EMPLEADO (EXPEDIENTE DE DOCUMENTOS): "
           ACCEPT WS-ID-BUSCA.
       030-FIN. EXIT.

       040-BUSCA-EMPLEADO.
           MOVE WS-ID-BUSCA TO REG-ID-EMP
           READ EMPLEADOS INTO WS-DATOS-EMPLEADO
                INVALID KEY
                   MOVE "N" TO SW-ENCONTRO
                NOT INVALID KEY
                   MOVE "S" TO SW-ENCONTRO
           END-READ.
       040-FIN. EXIT.

       042-MUESTRA-MENU.
           DISPLAY " "
           DISPLAY "TECLEE UNA OPCION: "
           DISPLAY " "
           DISPLAY "1: REGISTRAR UN DOCUMENTO RECIBIDO"
           DISPLAY "2: QUITAR UN DOCUMENTO CAPTURADO POR ERROR"
           DISPLAY "3: VER EL CHECKLIST DEL EXPEDIENTE"
           DISPLAY " "
           DISPLAY "E: REGRESAR AL MENU PRINCIPAL"
           DISPLAY " "
           ACCEPT WS-RESPUESTA.

       044-EJECUTA-OPCION.
           EVALUATE WS-RESPUESTA
           WHEN "1"
                PERFORM 050-REGISTRA-DOCUMENTO THRU 050-FIN
           WHEN "2"
                PERFORM 070-QUITA-DOCUMENTO THRU 070-FIN
           WHEN "3"
                PERFORM 080-CHECKLIST THRU 080-FIN
           WHEN "E"
                CONTINUE
           WHEN OTHER
                DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.
       044-FIN. EXIT.

       045-TIPO-CONTRATO.
           MOVE "P" TO WS-TIPO-CONTRATO
           IF NOT HAY-CONTRATOS
              GO TO 045-FIN
           END-IF
           MOVE WS-ID-BUSCA TO CTO-ID-EMP
           READ CONTRATOS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE CTO-TIPO TO WS-TIPO-CONTRATO
           END-READ.
       045-FIN. EXIT.

       046-PIDE-CODIGO.
           MOVE "N" TO SW-ENCONTRO
           DISPLAY "CODIGO DEL DOCUMENTO (VER CHECKLIST): "
           ACCEPT WS-CODIGO-X
           IF WS-CODIGO-X NOT NUMERIC
              DISPLAY "EL CODIGO DEBE SER NUMERICO DE 01 A 99."
              GO TO 046-FIN
           END-IF
           MOVE WS-CODIGO-9 TO TDO-CODIGO
           READ TIPOS-DOCUMENTO
                INVALID KEY
                   DISPLAY "ESE CODIGO NO ESTA EN EL CATALOGO."
                   GO TO 046-FIN
           END-READ
           MOVE "S" TO SW-ENCONTRO.
       046-FIN. EXIT.

      *----------------------------------------------------------------
      * ALTA O REEMPLAZO DEL DOCUMENTO: SI YA HABIA UNO, LA NUEVA
      * ENTREGA PISA SUS FECHAS.
      *----------------------------------------------------------------
       050-REGISTRA-DOCUMENTO.
           PERFORM 046-PIDE-CODIGO THRU 046-FIN
           IF SW-ENCONTRO NOT EQUAL "S"
              GO TO 050-FIN
           END-IF
           DISPLAY "DOCUMENTO: " TDO-DESCRIPCION
           PERFORM 055-PIDE-RECIBIDO THRU 055-FIN
           MOVE ZEROS TO WS-FECHA-VENCE
           IF TDO-CON-VIGENCIA
              PERFORM 057-PIDE-VENCIMIENTO THRU 057-FIN
           END-IF
           DISPLAY "¿CONFIRMA LOS DATOS? (Y/N): "
           ACCEPT SW-CONFIRMA
           IF SW-CONFIRMA NOT EQUAL "Y"
              DISPLAY "OPERACION CANCELADA."
              GO TO 050-FIN
           END-IF
           MOVE WS-ID-BUSCA TO EXD-ID-EMP
           MOVE TDO-CODIGO  TO EXD-CODIGO
           READ EXPEDIENTE
                INVALID KEY
                   PERFORM 059-PASA-CAPTURA THRU 059-FIN
                   WRITE REG-EXPEDIENTE
                        INVALID KEY
                           DISPLAY "NO SE PUDO GRABAR EL DOCUMENTO."
                        NOT INVALID KEY
                           DISPLAY "DOCUMENTO REGISTRADO."
                   END-WRITE
                NOT INVALID KEY
                   PERFORM 059-PASA-CAPTURA THRU 059-FIN
                   REWRITE REG-EXPEDIENTE
                        INVALID KEY
                           DISPLAY "NO SE PUDO ACTUALIZAR EL "
                                   "DOCUMENTO."
                        NOT INVALID KEY
                           DISPLAY "DOCUMENTO REEMPLAZADO POR LA "
                                   "NUEVA ENTREGA."
                   END-REWRITE
           END-READ.
       050-FIN. EXIT.

       055-PIDE-RECIBIDO.
           DISPLAY "FECHA EN QUE SE RECIBIO (AAAAMMDD): "
           ACCEPT WS-FECHA-X
           PERFORM 058-VALIDA-FECHA THRU 058-FIN
           IF SW-CONFIRMA NOT EQUAL "S"
              GO TO 055-PIDE-RECIBIDO
           END-IF
           IF WS-FECHA-9 IS GREATER THAN WS-FECHA-SISTEMA
              DISPLAY "LA FECHA DE RECEPCION NO PUEDE SER FUTURA."
              GO TO 055-PIDE-RECIBIDO
           END-IF
           MOVE WS-FECHA-9 TO WS-FECHA-RECIBIDO.
       055-FIN. EXIT.

       057-PIDE-VENCIMIENTO.
           DISPLAY "FECHA DE VENCIMIENTO DEL DOCUMENTO (AAAAMMDD): "
           ACCEPT WS-FECHA-X
           PERFORM 058-VALIDA-FECHA THRU 058-FIN
           IF SW-CONFIRMA NOT EQUAL "S"
              GO TO 057-PIDE-VENCIMIENTO
           END-IF
           IF WS-FECHA-9 IS NOT GREATER THAN WS-FECHA-RECIBIDO
              DISPLAY "EL VENCIMIENTO DEBE SER POSTERIOR A LA "
                      "RECEPCION."
              GO TO 057-PIDE-VENCIMIENTO
           END-IF
           MOVE WS-FECHA-9 TO WS-FECHA-VENCE.
       057-FIN. EXIT.

       058-VALIDA-FECHA.
           MOVE "N" TO SW-CONFIRMA
           IF WS-FECHA-X NOT NUMERIC
              DISPLAY "LA FECHA DEBE SER DE 8 DIGITOS (AAAAMMDD)."
              GO TO 058-FIN
           END-IF
           IF WS-FEC-MES IS LESS THAN 1 OR
              WS-FEC-MES IS GREATER THAN 12 OR
              WS-FEC-DIA IS LESS THAN 1 OR
              WS-FEC-DIA IS GREATER THAN 31 OR
              WS-FEC-ANIO IS LESS THAN 1900
              DISPLAY "FECHA FUERA DE RANGO."
              GO TO 058-FIN
           END-IF
           MOVE "S" TO SW-CONFIRMA.
       058-FIN. EXIT.

       059-PASA-CAPTURA.
           MOVE WS-FECHA-RECIBIDO TO EXD-FECHA-RECIBIDO
           MOVE WS-FECHA-VENCE    TO EXD-FECHA-VENCE
           MOVE WS-FECHA-SISTEMA  TO EXD-FECHA-REG
           MOVE LK-OPERADOR-ID    TO EXD-OPERADOR.
       059-FIN. EXIT.

       070-QUITA-DOCUMENTO.
           PERFORM 046-PIDE-CODIGO THRU 046-FIN
           IF SW-ENCONTRO NOT EQUAL "S"
              GO TO 070-FIN
           END-IF
           MOVE WS-ID-BUSCA TO EXD-ID-EMP
           MOVE TDO-CODIGO  TO EXD-CODIGO
           READ EXPEDIENTE
                INVALID KEY
                   DISPLAY "ESE DOCUMENTO NO ESTA REGISTRADO EN EL "
                           "EXPEDIENTE."
                   GO TO 070-FIN
           END-READ
           DISPLAY "¿CONFIRMA QUITAR " TDO-DESCRIPCION
                   " RECIBIDO EL " EXD-FECHA-RECIBIDO "? (Y/N): "
           ACCEPT SW-CONFIRMA
           IF SW-CONFIRMA NOT EQUAL "Y"
              DISPLAY "OPERACION CANCELADA."
              GO TO 070-FIN
           END-IF
           DELETE EXPEDIENTE
                INVALID KEY
                   DISPLAY "NO SE PUDO QUITAR EL DOCUMENTO."
                NOT INVALID KEY
                   DISPLAY "DOCUMENTO QUITADO DEL EXPEDIENTE."
           END-DELETE.
       070-FIN. EXIT.

      *----------------------------------------------------------------
      * RECORRE EL CATALOGO COMPLETO Y PARA CADA DOCUMENTO BUSCA LA
      * ENTREGA DEL EMPLEADO: RECIBIDO, VENCIDO (SU VENCIMIENTO YA
      * PASO) O FALTANTE.
      *----------------------------------------------------------------
       080-CHECKLIST.
           MOVE ZEROS TO WS-CONT-FALTANTES
                         WS-CONT-VENCIDOS
           DISPLAY "CONTRATO: " WS-TIPO-CONTRATO
                   " (P: PLANTA / E: EVENTUAL / O: OBRA)"
           MOVE ZEROS TO TDO-CODIGO
           START TIPOS-DOCUMENTO KEY IS GREATER THAN OR EQUAL
                 TDO-CODIGO
                 INVALID KEY
                    DISPLAY "EL CATALOGO DE DOCUMENTOS ESTA VACIO."
                    GO TO 080-FIN
           END-START
           MOVE SPACES TO SW-FIN
           PERFORM 082-REVISA-DOCUMENTO THRU 082-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           IF WS-CONT-FALTANTES EQUAL ZEROS AND
              WS-CONT-VENCIDOS EQUAL ZEROS
              DISPLAY "EXPEDIENTE COMPLETO."
           ELSE
              DISPLAY "OBLIGATORIOS FALTANTES: " WS-CONT-FALTANTES
                      "  VENCIDOS: " WS-CONT-VENCIDOS
           END-IF.
       080-FIN. EXIT.

       082-REVISA-DOCUMENTO.
           READ TIPOS-DOCUMENTO NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 082-FIN
           END-READ
           PERFORM 084-ES-OBLIGATORIO THRU 084-FIN
           IF DOC-OBLIGATORIO
              MOVE "OBLIGATORIO" TO WS-TEXTO-OBLIGA
           ELSE
              MOVE "OPCIONAL"    TO WS-TEXTO-OBLIGA
           END-IF
           MOVE WS-ID-BUSCA TO EXD-ID-EMP
           MOVE TDO-CODIGO  TO EXD-CODIGO
           READ EXPEDIENTE
                INVALID KEY
                   MOVE "FALTANTE" TO WS-SITUACION
                   MOVE ZEROS      TO EXD-FECHA-RECIBIDO
                                      EXD-FECHA-VENCE
                   IF DOC-OBLIGATORIO
                      ADD 1 TO WS-CONT-FALTANTES
                   END-IF
                NOT INVALID KEY
                   MOVE "RECIBIDO" TO WS-SITUACION
                   IF EXD-FECHA-VENCE NOT EQUAL ZEROS AND
                      EXD-FECHA-VENCE IS LESS THAN WS-FECHA-SISTEMA
                      MOVE "VENCIDO" TO WS-SITUACION
                      IF DOC-OBLIGATORIO
                         ADD 1 TO WS-CONT-VENCIDOS
                      END-IF
                   END-IF
           END-READ
           DISPLAY TDO-CODIGO ": " TDO-DESCRIPCION " "
                   WS-TEXTO-OBLIGA " " WS-SITUACION
                   " RECIBIDO " EXD-FECHA-RECIBIDO
                   " VENCE " EXD-FECHA-VENCE.
       082-FIN. EXIT.

       084-ES-OBLIGATORIO.
           MOVE "N" TO SW-OBLIGATORIO
           EVALUATE TRUE
           WHEN CONTRATO-EVENTUAL
              IF TDO-OBLIG-EVENTUAL
                 MOVE "S" TO SW-OBLIGATORIO
              END-IF
           WHEN CONTRATO-OBRA
              IF TDO-OBLIG-OBRA
                 MOVE "S" TO SW-OBLIGATORIO
              END-IF
           WHEN OTHER
              IF TDO-OBLIG-PLANTA
                 MOVE "S" TO SW-OBLIGATORIO
              END-IF
           END-EVALUATE.
       084-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 TIPOS-DOCUMENTO
                 EXPEDIENTE
           IF HAY-CONTRATOS
              CLOSE CONTRATOS
           END-IF.
       090-FIN. EXIT.
