      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * MANTQUIN.cbl - MANTENIMIENTO DE LA TABLA DEL BONO POR
      *                ANTIGUEDAD (BD-QUINQUENIOS.TXT). CADA TRAMO SE
      *                CAPTURA POR ANIOS DE SERVICIO (5, 10, 15...) Y
      *                PAGA UN IMPORTE FIJO O UN NUMERO DE DIAS DEL
      *                SALARIO DIARIO DEL EMPLEADO. QUINQEMP LA APLICA
      *                EN CADA PERIODO. LA ENTRADA PIDE LA CLAVE DE
      *                BD-OPERADORES.TXT: SOLO UN SUPERVISOR O
      *                ADMINISTRADOR MODIFICA LA TABLA, CUALQUIER
      *                OPERADOR LA CONSULTA. CADA CAMBIO QUEDA EN
      *                BD-AUDITORIA.TXT CON LOS ANIOS DEL TRAMO EN
      *                LUGAR DE LA CLAVE DE EMPLEADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                MANTQUIN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OPERSEL.
           COPY AUDSEL.
           COPY QUISEL.

       DATA DIVISION.
       FILE SECTION.
           COPY OPERFD.
           COPY AUDFD.
           COPY QUIFD.

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPRUTA.
           COPY OPERFS.
           COPY OPERRUTA.
           COPY AUDFS.
           COPY AUDRUTA.
           COPY QUIFS.
           COPY QUIRUTA.

       01  WS-RESPUESTA            PIC X(01).
       01  SW-CONFIRMA             PIC X(01).
       01  SW-FIN                  PIC X(03)     VALUE SPACES.
       01  SW-EXISTE-QUI           PIC X(01).

       01  WS-ANIOS-CAPTURA        PIC 9(02).
       01  WS-TIPO-CAPTURA         PIC X(01).
       01  WS-IMPORTE-CAPTURA      PIC 9(07)V99.
       01  WS-DIAS-CAPTURA         PIC 9(03)V99.
       01  WS-COCIENTE             PIC 9(02).
       01  WS-RESIDUO              PIC 9(01).
       01  WS-CONT-TRAMOS          PIC 9(02)     VALUE ZEROS.

       01  WS-LINEA-TRAMO.
           05 FILLER               PIC X(08)     VALUE "  DESDE ".
           05 WS-LIN-ANIOS         PIC Z9.
           05 FILLER               PIC X(08)     VALUE " ANIOS: ".
           05 WS-LIN-BASE          PIC X(22).
           05 FILLER               PIC X(04)     VALUE SPACES.
           05 WS-LIN-REGISTRO      PIC X(08).
           05 FILLER               PIC X(01)     VALUE SPACES.
           05 WS-LIN-OPERADOR      PIC X(08).

       01  WS-BASE-IMPORTE.
           05 FILLER               PIC X(07)     VALUE "FIJO $ ".
           05 WS-BASE-IMP          PIC Z,ZZZ,ZZ9.99.
       01  WS-BASE-DIAS.
           05 WS-BASE-DIA          PIC ZZ9.99.
           05 FILLER               PIC X(16)     VALUE
                                   " DIAS DE SALARIO".

       01  WS-FECHA-SISTEMA        PIC 9(08).

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 027-OBTIENE-RUTA-OPERADORES  THRU 027-FIN
           PERFORM 021-OBTIENE-RUTA-AUDITORIA   THRU 021-FIN
           PERFORM 227-OBTIENE-RUTA-QUINQUENIOS THRU 227-FIN
           PERFORM 028-ABRE-OPERADORES          THRU 028-FIN
           PERFORM 029-VALIDA-OPERADOR          THRU 029-FIN
           CLOSE OPERADORES
           MOVE WS-OPERADOR-ID TO WS-AUD-OPERADOR
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           PERFORM 030-MUESTRA-MENU THRU 040-FIN
                   UNTIL WS-RESPUESTA EQUAL "E"
           PERFORM 090-CIERRA-ARCHIVOS          THRU 090-FIN
           GOBACK.

           COPY EMPRUTAP.
           COPY OPERRUTAP.
           COPY AUDRUTAP.
           COPY AUDWRTP.
           COPY QUIRUTAP.

       028-ABRE-OPERADORES.
           OPEN INPUT OPERADORES
           IF NOT FS-OPERADORES-OK
              DISPLAY "NO SE PUDO ABRIR BD-OPERADORES.TXT. DE DE ALTA "
                      "LOS OPERADORES DESDE CRUD-EMP PRIMERO."
              GOBACK
           END-IF.
       028-FIN. EXIT.

           COPY OPERVALP.

      *----------------------------------------------------------------
      * BD-QUINQUENIOS.TXT SE CREA VACIO EN LA PRIMERA CORRIDA.
      *----------------------------------------------------------------
       020-ABRE-ARCHIVOS.
           OPEN I-O    QUINQUENIOS
           IF FS-QUINQUENIOS-NO-EXISTE
              OPEN OUTPUT QUINQUENIOS
              CLOSE QUINQUENIOS
              OPEN I-O QUINQUENIOS
           END-IF
           OPEN EXTEND AUDITORIA
           IF NOT FS-QUINQUENIOS-OK OR NOT FS-AUDITORIA-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              GOBACK
           END-IF.
       020-FIN. EXIT.

       030-MUESTRA-MENU.
           DISPLAY " "
           DISPLAY "TECLEE UNA OPCION: "
           DISPLAY " "
           DISPLAY "1: CAPTURAR O CAMBIAR UN TRAMO DE QUINQUENIO"
           DISPLAY "2: ELIMINAR UN TRAMO DE QUINQUENIO"
           DISPLAY "3: CONSULTAR LA TABLA DE QUINQUENIOS"
           DISPLAY " "
           DISPLAY "E: SALIR DEL PROGRAMA"
           DISPLAY " "
           ACCEPT WS-RESPUESTA.

       040-EJECUTA-OPCION.
           EVALUATE WS-RESPUESTA
           WHEN "1"
           WHEN "2"
                IF OPERADOR-ADMINISTRADOR OR OPERADOR-SUPERVISOR
                   PERFORM 042-OPCION-CAMBIO THRU 042-FIN
                ELSE
                   DISPLAY "SOLO UN SUPERVISOR O ADMINISTRADOR PUEDE "
                           "MODIFICAR LA TABLA."
                END-IF
           WHEN "3"
                PERFORM 080-CONSULTA-TABLA THRU 080-FIN
           WHEN "E"
                CONTINUE
           WHEN OTHER
                DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.
       040-FIN. EXIT.

       042-OPCION-CAMBIO.
           EVALUATE WS-RESPUESTA
           WHEN "1"
                PERFORM 050-GRABA-TRAMO THRU 050-FIN
           WHEN "2"
                PERFORM 070-ELIMINA-TRAMO THRU 070-FIN
           END-EVALUATE.
       042-FIN. EXIT.

      *----------------------------------------------------------------
      * LOS ANIOS DEL TRAMO DEBEN SER MULTIPLO DE 5 PORQUE EL BONO SOLO
      * SE PAGA EN EL ANIVERSARIO QUINQUENAL. SI EL TRAMO YA EXISTE SE
      * MUESTRA EL VALOR ANTERIOR Y SE REEMPLAZA.
      *----------------------------------------------------------------
       050-GRABA-TRAMO.
           PERFORM 065-PIDE-ANIOS THRU 065-FIN
           IF WS-ANIOS-CAPTURA EQUAL ZEROS
              GO TO 050-FIN
           END-IF
           MOVE WS-ANIOS-CAPTURA TO QUI-ANIOS
           MOVE "S" TO SW-EXISTE-QUI
           READ QUINQUENIOS
                INVALID KEY
                   MOVE "N" TO SW-EXISTE-QUI
           END-READ
           IF SW-EXISTE-QUI EQUAL "S"
              PERFORM 087-ARMA-BASE THRU 087-FIN
              DISPLAY "TRAMO ACTUAL: " WS-LIN-BASE
           END-IF
           DISPLAY "TIPO DE BONO (I = IMPORTE FIJO, D = DIAS DE "
                   "SALARIO): "
           ACCEPT WS-TIPO-CAPTURA
           MOVE ZEROS TO WS-IMPORTE-CAPTURA
                         WS-DIAS-CAPTURA
           EVALUATE WS-TIPO-CAPTURA
           WHEN "I"
                DISPLAY "IMPORTE DEL BONO (9999999.99): "
                ACCEPT WS-IMPORTE-CAPTURA
                IF WS-IMPORTE-CAPTURA EQUAL ZEROS
                   DISPLAY "IMPORTE NO VALIDO."
                   GO TO 050-FIN
                END-IF
           WHEN "D"
                DISPLAY "DIAS DE SALARIO (999.99): "
                ACCEPT WS-DIAS-CAPTURA
                IF WS-DIAS-CAPTURA EQUAL ZEROS
                   DISPLAY "DIAS NO VALIDOS."
                   GO TO 050-FIN
                END-IF
           WHEN OTHER
                DISPLAY "TIPO NO VALIDO."
                GO TO 050-FIN
           END-EVALUATE
           MOVE WS-ANIOS-CAPTURA   TO QUI-ANIOS
           MOVE WS-TIPO-CAPTURA    TO QUI-TIPO
           MOVE WS-IMPORTE-CAPTURA TO QUI-IMPORTE
           MOVE WS-DIAS-CAPTURA    TO QUI-DIAS
           PERFORM 087-ARMA-BASE THRU 087-FIN
           DISPLAY "¿GRABA " WS-LIN-BASE " DESDE " WS-ANIOS-CAPTURA
                   " ANIOS? (Y/N): "
           ACCEPT SW-CONFIRMA
           IF SW-CONFIRMA NOT EQUAL "Y"
              DISPLAY "OPERACION CANCELADA."
              GO TO 050-FIN
           END-IF
           PERFORM 055-ESCRIBE-TRAMO THRU 055-FIN
           DISPLAY "TRAMO GRABADO."
           MOVE WS-ANIOS-CAPTURA TO WS-ID-EMP
           MOVE "QUIALT"         TO WS-AUD-OPERACION
           PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN.
       050-FIN. EXIT.

      *----------------------------------------------------------------
      * GRABA REG-QUINQUENIOS YA ARMADO: SI EL TRAMO EXISTE LO
      * REEMPLAZA.
      *----------------------------------------------------------------
       055-ESCRIBE-TRAMO.
           MOVE WS-FECHA-SISTEMA TO QUI-FECHA-REG
           MOVE WS-OPERADOR-ID   TO QUI-OPERADOR
           WRITE REG-QUINQUENIOS
                INVALID KEY
                   REWRITE REG-QUINQUENIOS
                        INVALID KEY
                           DISPLAY "NO SE PUDO GRABAR EL TRAMO "
                                   QUI-ANIOS
                   END-REWRITE
           END-WRITE.
       055-FIN. EXIT.

       065-PIDE-ANIOS.
           DISPLAY "ANIOS DE SERVICIO DEL TRAMO (5, 10, 15...): "
           ACCEPT WS-ANIOS-CAPTURA
           DIVIDE WS-ANIOS-CAPTURA BY 5 GIVING WS-COCIENTE
                  REMAINDER WS-RESIDUO
           IF WS-ANIOS-CAPTURA EQUAL ZEROS OR WS-RESIDUO NOT EQUAL 0
              DISPLAY "LOS ANIOS DEBEN SER MULTIPLO DE 5."
              MOVE ZEROS TO WS-ANIOS-CAPTURA
           END-IF.
       065-FIN. EXIT.

      *----------------------------------------------------------------
      * AL QUITAR UN TRAMO, SUS ANIVERSARIOS TOMAN EL TRAMO ANTERIOR;
      * SI ERA EL PRIMERO, DEJAN DE PAGAR BONO.
      *----------------------------------------------------------------
       070-ELIMINA-TRAMO.
           PERFORM 065-PIDE-ANIOS THRU 065-FIN
           IF WS-ANIOS-CAPTURA EQUAL ZEROS
              GO TO 070-FIN
           END-IF
           MOVE WS-ANIOS-CAPTURA TO QUI-ANIOS
           READ QUINQUENIOS
                INVALID KEY
                   DISPLAY "NO EXISTE UN TRAMO DE " WS-ANIOS-CAPTURA
                           " ANIOS."
                   GO TO 070-FIN
           END-READ
           PERFORM 087-ARMA-BASE THRU 087-FIN
           DISPLAY "¿ELIMINA EL TRAMO DE " WS-ANIOS-CAPTURA " ANIOS ("
                   WS-LIN-BASE ")? (Y/N): "
           ACCEPT SW-CONFIRMA
           IF SW-CONFIRMA NOT EQUAL "Y"
              DISPLAY "OPERACION CANCELADA."
              GO TO 070-FIN
           END-IF
           DELETE QUINQUENIOS
                INVALID KEY
                   DISPLAY "NO SE PUDO ELIMINAR EL TRAMO."
                   GO TO 070-FIN
           END-DELETE
           DISPLAY "TRAMO ELIMINADO."
           MOVE WS-ANIOS-CAPTURA TO WS-ID-EMP
           MOVE "QUIBAJ"         TO WS-AUD-OPERACION
           PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN.
       070-FIN. EXIT.

       080-CONSULTA-TABLA.
           MOVE ZEROS TO WS-CONT-TRAMOS
           MOVE ZEROS TO QUI-ANIOS
           START QUINQUENIOS KEY IS GREATER THAN OR EQUAL QUI-ANIOS
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN
                 NOT INVALID KEY
                    MOVE SPACES TO SW-FIN
           END-START
           DISPLAY " "
           DISPLAY "TABLA DE QUINQUENIOS"
           PERFORM 085-LEE-TRAMO THRU 085-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           IF WS-CONT-TRAMOS EQUAL ZEROS
              DISPLAY "NO HAY TRAMOS CAPTURADOS; NO SE PAGA BONO."
           END-IF.
       080-FIN. EXIT.

       085-LEE-TRAMO.
           READ QUINQUENIOS NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 085-FIN
           END-READ
           ADD 1 TO WS-CONT-TRAMOS
           MOVE QUI-ANIOS     TO WS-LIN-ANIOS
           PERFORM 087-ARMA-BASE THRU 087-FIN
           MOVE QUI-FECHA-REG TO WS-LIN-REGISTRO
           MOVE QUI-OPERADOR  TO WS-LIN-OPERADOR
           DISPLAY WS-LINEA-TRAMO.
       085-FIN. EXIT.

      *----------------------------------------------------------------
      * DESCRIBE EN WS-LIN-BASE EL BONO DEL TRAMO EN REG-QUINQUENIOS.
      *----------------------------------------------------------------
       087-ARMA-BASE.
           IF QUI-DIAS-SALARIO
              MOVE QUI-DIAS TO WS-BASE-DIA
              MOVE WS-BASE-DIAS TO WS-LIN-BASE
           ELSE
              MOVE QUI-IMPORTE TO WS-BASE-IMP
              MOVE WS-BASE-IMPORTE TO WS-LIN-BASE
           END-IF.
       087-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE QUINQUENIOS
                 AUDITORIA.
       090-FIN. EXIT.
