      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * MANTDOCS.cbl - MANTENIMIENTO DEL CATALOGO DE DOCUMENTOS DEL
      *                EXPEDIENTE DEL EMPLEADO (BD-TIPOS-DOCUMENTO.TXT),
      *                EN EL ESTILO DE MANTCONC. LAS AUDITORIAS DE LA
      *                STPS Y DEL IMSS PIDEN POR EMPLEADO EL CONTRATO
      *                FIRMADO, INE, ACTA DE NACIMIENTO, COMPROBANTE DE
      *                DOMICILIO, CONSTANCIA DEL RFC Y COMPROBANTE DEL
      *                NSS; AQUI SE DA DE ALTA CADA DOCUMENTO CON SU
      *                DESCRIPCION, SI ES OBLIGATORIO PARA CONTRATO DE
      *                PLANTA, EVENTUAL Y DE OBRA (CTO-TIPO DE
      *                BD-CONTRATOS.TXT) Y SI TIENE VIGENCIA. EXPEEMP
      *                CAPTURA LO RECIBIDO Y EXPEREP REPORTA LO QUE
      *                FALTA O YA VENCIO. LA ENTRADA PIDE LA CLAVE DE
      *                OPERADOR DE BD-OPERADORES.TXT Y CADA MOVIMIENTO
      *                QUEDA EN BD-AUDITORIA.TXT (EL CAMPO DE EMPLEADO
      *                LLEVA EL CODIGO DEL DOCUMENTO). LA BAJA DE UN
      *                DOCUMENTO SE RECHAZA MIENTRAS ALGUN EXPEDIENTE
      *                LO TENGA REGISTRADO, IGUAL QUE LOS CATALOGOS DE
      *                MANTCAT. EL ARCHIVO SE CREA VACIO EN LA PRIMERA
      *                CORRIDA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                MANTDOCS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OPERSEL.
           COPY AUDSEL.
           COPY TDOSEL.
           COPY EXDSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY OPERFD.
           COPY AUDFD.
           COPY TDOFD.
           COPY EXDFD.

       WORKING-STORAGE SECTION.
           COPY OPERFS.
           COPY OPERRUTA.
           COPY AUDFS.
           COPY AUDRUTA.
           COPY TDOFS.
           COPY TDORUTA.
           COPY EXDFS.
           COPY EXDRUTA.

       01  WS-DIR-DATOS            PIC X(60).
       01  WS-ID-EMP               PIC 9(04).

       01  WS-RESPUESTA            PIC X(01).
       01  SW-CONFIRMA             PIC X(01).
       01  SW-FIN                  PIC X(03)     VALUE SPACES.

       01  WS-CODIGO-X             PIC X(02).
       01  WS-CODIGO-9 REDEFINES WS-CODIGO-X
                                   PIC 9(02).
       01  WS-DESCRIPCION          PIC X(30).
       01  WS-OBLIGA-PLANTA        PIC X(01).
       01  WS-OBLIGA-EVENTUAL      PIC X(01).
       01  WS-OBLIGA-OBRA          PIC X(01).
       01  WS-VENCE                PIC X(01).

       01  WS-CONT-LISTADOS        PIC 9(03).
       01  WS-CONT-REFERENCIAS     PIC 9(05).

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 027-OBTIENE-RUTA-OPERADORES  THRU 027-FIN
           PERFORM 021-OBTIENE-RUTA-AUDITORIA   THRU 021-FIN
           PERFORM 186-OBTIENE-RUTA-TIPOS-DOC   THRU 186-FIN
           PERFORM 187-OBTIENE-RUTA-EXPEDIENTE  THRU 187-FIN
           PERFORM 028-ABRE-OPERADORES          THRU 028-FIN
           PERFORM 029-VALIDA-OPERADOR          THRU 029-FIN
           CLOSE OPERADORES
           MOVE WS-OPERADOR-ID TO WS-AUD-OPERADOR
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
           COPY TDORUTAP.
           COPY EXDRUTAP.

       028-ABRE-OPERADORES.
           OPEN INPUT OPERADORES
           IF NOT FS-OPERADORES-OK
              DISPLAY "NO SE PUDO ABRIR BD-OPERADORES.TXT. DE DE ALTA "
                      "LOS OPERADORES DESDE CRUD-EMP PRIMERO."
              GOBACK
           END-IF.
       028-FIN. EXIT.

       020-ABRE-ARCHIVOS.
           OPEN I-O TIPOS-DOCUMENTO
           IF FS-TIPOS-DOC-NO-EXISTE
              OPEN OUTPUT TIPOS-DOCUMENTO
              CLOSE TIPOS-DOCUMENTO
              OPEN I-O TIPOS-DOCUMENTO
           END-IF
           OPEN EXTEND AUDITORIA
           IF NOT FS-TIPOS-DOC-OK OR NOT FS-AUDITORIA-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              GOBACK
           END-IF.
       020-FIN. EXIT.

       030-MUESTRA-MENU.
           DISPLAY " "
           DISPLAY "TECLEE UNA OPCION: "
           DISPLAY " "
           DISPLAY "1: DAR DE ALTA UN DOCUMENTO"
           DISPLAY "2: CORREGIR UN DOCUMENTO"
           DISPLAY "3: DAR DE BAJA UN DOCUMENTO"
           DISPLAY "4: LISTAR EL CATALOGO"
           DISPLAY " "
           DISPLAY "E: SALIR DEL PROGRAMA"
           DISPLAY " "
           ACCEPT WS-RESPUESTA.

       040-EJECUTA-OPCION.
           EVALUATE WS-RESPUESTA
           WHEN "1"
                PERFORM 050-ALTA-DOCUMENTO THRU 050-FIN
           WHEN "2"
                PERFORM 052-CAMBIO-DOCUMENTO THRU 052-FIN
           WHEN "3"
                PERFORM 054-BAJA-DOCUMENTO THRU 054-FIN
           WHEN "4"
                PERFORM 056-LISTA-CATALOGO THRU 056-FIN
           WHEN "E"
                CONTINUE
           WHEN OTHER
                DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.
       040-FIN. EXIT.

       045-PIDE-DATOS.
           DISPLAY "DESCRIPCION DEL DOCUMENTO: "
           ACCEPT WS-DESCRIPCION
           IF WS-DESCRIPCION EQUAL SPACES
              DISPLAY "LA DESCRIPCION ES OBLIGATORIA."
              GO TO 045-PIDE-DATOS
           END-IF
           DISPLAY "¿OBLIGATORIO PARA CONTRATO DE PLANTA? (S/N): "
           ACCEPT WS-OBLIGA-PLANTA
           DISPLAY "¿OBLIGATORIO PARA CONTRATO EVENTUAL? (S/N): "
           ACCEPT WS-OBLIGA-EVENTUAL
           DISPLAY "¿OBLIGATORIO PARA CONTRATO DE OBRA? (S/N): "
           ACCEPT WS-OBLIGA-OBRA
           DISPLAY "¿TIENE VIGENCIA (SE PIDE SU VENCIMIENTO)? (S/N): "
           ACCEPT WS-VENCE
           IF (WS-OBLIGA-PLANTA   NOT EQUAL "S" AND
               WS-OBLIGA-PLANTA   NOT EQUAL "N") OR
              (WS-OBLIGA-EVENTUAL NOT EQUAL "S" AND
               WS-OBLIGA-EVENTUAL NOT EQUAL "N") OR
              (WS-OBLIGA-OBRA     NOT EQUAL "S" AND
               WS-OBLIGA-OBRA     NOT EQUAL "N") OR
              (WS-VENCE           NOT EQUAL "S" AND
               WS-VENCE           NOT EQUAL "N")
              DISPLAY "CONTESTE S O N EN CADA PREGUNTA."
              GO TO 045-PIDE-DATOS
           END-IF.
       045-FIN. EXIT.

       046-PIDE-CODIGO.
           DISPLAY "CODIGO DEL DOCUMENTO (01-99): "
           ACCEPT WS-CODIGO-X
           IF WS-CODIGO-X NOT NUMERIC OR WS-CODIGO-9 EQUAL ZEROS
              DISPLAY "EL CODIGO DEBE SER NUMERICO DE 01 A 99."
              GO TO 046-PIDE-CODIGO
           END-IF.
       046-FIN. EXIT.

       048-PASA-DATOS.
           MOVE WS-DESCRIPCION     TO TDO-DESCRIPCION
           MOVE WS-OBLIGA-PLANTA   TO TDO-OBLIGA-PLANTA
           MOVE WS-OBLIGA-EVENTUAL TO TDO-OBLIGA-EVENTUAL
           MOVE WS-OBLIGA-OBRA     TO TDO-OBLIGA-OBRA
           MOVE WS-VENCE           TO TDO-VENCE.
       048-FIN. EXIT.

       050-ALTA-DOCUMENTO.
           PERFORM 046-PIDE-CODIGO THRU 046-FIN
           PERFORM 045-PIDE-DATOS  THRU 045-FIN
           MOVE WS-CODIGO-9 TO TDO-CODIGO
           PERFORM 048-PASA-DATOS THRU 048-FIN
           WRITE REG-TIPOS-DOCUMENTO
                INVALID KEY
                   DISPLAY "YA EXISTE ESE CODIGO EN EL CATALOGO."
                NOT INVALID KEY
                   DISPLAY "DOCUMENTO " TDO-CODIGO " DADO DE ALTA."
                   MOVE TDO-CODIGO TO WS-ID-EMP
                   MOVE "DOCALT" TO WS-AUD-OPERACION
                   PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN
           END-WRITE.
       050-FIN. EXIT.

       052-CAMBIO-DOCUMENTO.
           PERFORM 046-PIDE-CODIGO THRU 046-FIN
           MOVE WS-CODIGO-9 TO TDO-CODIGO
           READ TIPOS-DOCUMENTO
                INVALID KEY
                   DISPLAY "ESE CODIGO NO ESTA EN EL CATALOGO."
                   GO TO 052-FIN
           END-READ
           PERFORM 059-MUESTRA-DOCUMENTO THRU 059-FIN
           PERFORM 045-PIDE-DATOS THRU 045-FIN
           PERFORM 048-PASA-DATOS THRU 048-FIN
           REWRITE REG-TIPOS-DOCUMENTO
                INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL DOCUMENTO."
                NOT INVALID KEY
                   DISPLAY "DOCUMENTO " TDO-CODIGO " ACTUALIZADO."
                   MOVE TDO-CODIGO TO WS-ID-EMP
                   MOVE "DOCCAM" TO WS-AUD-OPERACION
                   PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN
           END-REWRITE.
       052-FIN. EXIT.

      *----------------------------------------------------------------
      * LA BAJA SE RECHAZA MIENTRAS ALGUN EMPLEADO TENGA EL DOCUMENTO
      * REGISTRADO EN SU EXPEDIENTE: EL RENGLON QUEDARIA HUERFANO.
      *----------------------------------------------------------------
       054-BAJA-DOCUMENTO.
           PERFORM 046-PIDE-CODIGO THRU 046-FIN
           MOVE WS-CODIGO-9 TO TDO-CODIGO
           READ TIPOS-DOCUMENTO
                INVALID KEY
                   DISPLAY "ESE CODIGO NO ESTA EN EL CATALOGO."
                   GO TO 054-FIN
           END-READ
           PERFORM 070-CUENTA-REFERENCIAS THRU 070-FIN
           IF WS-CONT-REFERENCIAS IS GREATER THAN ZEROS
              DISPLAY "NO SE PUEDE DAR DE BAJA: " WS-CONT-REFERENCIAS
                      " EXPEDIENTE(S) TIENEN ESTE DOCUMENTO."
              GO TO 054-FIN
           END-IF
           DISPLAY "¿CONFIRMA LA BAJA DEL DOCUMENTO " TDO-CODIGO " "
                   TDO-DESCRIPCION "? (Y/N): "
           ACCEPT SW-CONFIRMA
           IF SW-CONFIRMA EQUAL "Y"
              DELETE TIPOS-DOCUMENTO
                 INVALID KEY
                    DISPLAY "NO SE PUDO DAR DE BAJA EL DOCUMENTO."
                 NOT INVALID KEY
                    DISPLAY "DOCUMENTO DADO DE BAJA."
                    MOVE WS-CODIGO-9 TO WS-ID-EMP
                    MOVE "DOCBAJ" TO WS-AUD-OPERACION
                    PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN
              END-DELETE
           ELSE
              DISPLAY "OPERACION CANCELADA."
           END-IF.
       054-FIN. EXIT.

       056-LISTA-CATALOGO.
           MOVE ZEROS TO TDO-CODIGO
           START TIPOS-DOCUMENTO KEY IS GREATER THAN OR EQUAL
                 TDO-CODIGO
                 INVALID KEY
                    DISPLAY "EL CATALOGO ESTA VACIO."
                    GO TO 056-FIN
           END-START
           MOVE SPACES TO SW-FIN
           MOVE ZEROS  TO WS-CONT-LISTADOS
           DISPLAY "CODIGO / DESCRIPCION / OBLIGATORIO PLANTA-"
                   "EVENTUAL-OBRA / VIGENCIA"
           PERFORM 058-LISTA-DOCUMENTO THRU 058-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           DISPLAY "DOCUMENTOS LISTADOS: " WS-CONT-LISTADOS.
       056-FIN. EXIT.

       058-LISTA-DOCUMENTO.
           READ TIPOS-DOCUMENTO NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 058-FIN
           END-READ
           PERFORM 059-MUESTRA-DOCUMENTO THRU 059-FIN
           ADD 1 TO WS-CONT-LISTADOS.
       058-FIN. EXIT.

       059-MUESTRA-DOCUMENTO.
           DISPLAY TDO-CODIGO ": " TDO-DESCRIPCION
                   " OBLIGATORIO " TDO-OBLIGA-PLANTA "-"
                   TDO-OBLIGA-EVENTUAL "-" TDO-OBLIGA-OBRA
                   " VIGENCIA " TDO-VENCE.
       059-FIN. EXIT.

      *----------------------------------------------------------------
      * CUENTA LOS RENGLONES DE EXPEDIENTE CON EL CODIGO EN TURNO; SIN
      * BD-EXPEDIENTE.TXT NO HAY NADA QUE LO REFERENCIE.
      *----------------------------------------------------------------
       070-CUENTA-REFERENCIAS.
           MOVE ZEROS TO WS-CONT-REFERENCIAS
           OPEN INPUT EXPEDIENTE
           IF NOT FS-EXPEDIENTE-OK
              GO TO 070-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 072-CUENTA-RENGLON THRU 072-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE EXPEDIENTE.
       070-FIN. EXIT.

       072-CUENTA-RENGLON.
           READ EXPEDIENTE NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 072-FIN
           END-READ
           IF EXD-CODIGO EQUAL TDO-CODIGO
              ADD 1 TO WS-CONT-REFERENCIAS
           END-IF.
       072-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE TIPOS-DOCUMENTO
                 AUDITORIA.
       090-FIN. EXIT.
