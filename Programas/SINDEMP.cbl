      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * SINDEMP.cbl - PADRON DE AFILIADOS AL SINDICATO
      *               (BD-SINDICATO.TXT) Y REGLA DE LA CUOTA SINDICAL
      *               (BD-CUOTA-SINDICAL.TXT). CADA AFILIADO LLEVA SU
      *               NUMERO DE AFILIACION Y SU FECHA DE INGRESO AL
      *               SINDICATO; LA RENUNCIA QUEDA CON SU FECHA. LA
      *               CUOTA ES UN PORCENTAJE DEL SALARIO BASE CON
      *               FECHA DE VIGENCIA QUE NOMQUINC DESCUENTA SOLO A
      *               LOS AFILIADOS, COMO CONCEPTO PROPIO (YA NO COMO
      *               CONCEPTO FIJO DE CONCFIJO); SINDREP ARMA EL
      *               ENTERO MENSUAL AL SINDICATO. LA ENTRADA PIDE LA
      *               CLAVE DE BD-OPERADORES.TXT: EL OPERADOR DE
      *               CONSULTA SOLO CONSULTA Y SOLO UN SUPERVISOR O
      *               ADMINISTRADOR CAPTURA UNA CUOTA NUEVA. CADA
      *               MOVIMIENTO QUEDA EN BD-AUDITORIA.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                SINDEMP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY OPERSEL.
           COPY AUDSEL.
           COPY SINSEL.
           COPY CSISEL.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY OPERFD.
           COPY AUDFD.
           COPY SINFD.
           COPY CSIFD.

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPFS.
           COPY EMPRUTA.
           COPY OPERFS.
           COPY OPERRUTA.
           COPY AUDFS.
           COPY AUDRUTA.
           COPY SINFS.
           COPY SINRUTA.
           COPY CSIFS.
           COPY CSIRUTA.

       01  WS-RESPUESTA            PIC X(01).
       01  SW-CONFIRMA             PIC X(01).
       01  SW-FIN                  PIC X(03)     VALUE SPACES.
       01  SW-EXISTE-SIN           PIC X(01).

       01  WS-ID-CAPTURA           PIC 9(04).
       01  WS-AFILIACION-CAPTURA   PIC X(10).
       01  WS-FECHA-CAPTURA        PIC 9(08).
       01  WS-PCT-CAPTURA          PIC 9(02)V99.
       01  WS-CLABE-CAPTURA        PIC X(18).
       01  WS-SINDICATO-CAPTURA    PIC X(40).
       01  WS-PCT-ED               PIC Z9.99.
       01  WS-CONT-AFILIADOS       PIC 9(05)     VALUE ZEROS.

       01  WS-FECHA-SISTEMA        PIC 9(08).

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 027-OBTIENE-RUTA-OPERADORES  THRU 027-FIN
           PERFORM 021-OBTIENE-RUTA-AUDITORIA   THRU 021-FIN
           PERFORM 156-OBTIENE-RUTA-SINDICATO   THRU 156-FIN
           PERFORM 157-OBTIENE-RUTA-CUOTA-SINDICAL THRU 157-FIN
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
           COPY SINRUTAP.
           COPY CSIRUTAP.
           COPY CSICARGP.

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
      * BD-SINDICATO.TXT SE CREA VACIO EN LA PRIMERA CORRIDA.
      * BD-CUOTA-SINDICAL.TXT SE ABRE SOLO AL CONSULTARLA O AL
      * AGREGARLE UNA VIGENCIA.
      *----------------------------------------------------------------
       020-ABRE-ARCHIVOS.
           OPEN INPUT  EMPLEADOS
           OPEN I-O    SINDICATO
           IF FS-SINDICATO-NO-EXISTE
              OPEN OUTPUT SINDICATO
              CLOSE SINDICATO
              OPEN I-O SINDICATO
           END-IF
           OPEN EXTEND AUDITORIA
           IF NOT FS-EMPLEADOS-OK OR NOT FS-SINDICATO-OK
              OR NOT FS-AUDITORIA-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              GOBACK
           END-IF.
       020-FIN. EXIT.

       030-MUESTRA-MENU.
           DISPLAY " "
           DISPLAY "TECLEE UNA OPCION: "
           DISPLAY " "
           DISPLAY "1: AFILIAR UN EMPLEADO AL SINDICATO"
           DISPLAY "2: REGISTRAR UNA RENUNCIA AL SINDICATO"
           DISPLAY "3: CONSULTAR LA AFILIACION DE UN EMPLEADO"
           DISPLAY "4: LISTAR LOS AFILIADOS VIGENTES"
           DISPLAY "5: CONSULTAR LA CUOTA SINDICAL"
           DISPLAY "6: CAPTURAR UNA CUOTA SINDICAL NUEVA"
           DISPLAY " "
           DISPLAY "E: SALIR DEL PROGRAMA"
           DISPLAY " "
           ACCEPT WS-RESPUESTA.

       040-EJECUTA-OPCION.
           EVALUATE WS-RESPUESTA
           WHEN "1"
           WHEN "2"
                IF OPERADOR-CONSULTA
                   DISPLAY "EL OPERADOR DE CONSULTA NO PUEDE MODIFICAR "
                           "EL PADRON."
                ELSE
                   PERFORM 042-OPCION-CAMBIO THRU 042-FIN
                END-IF
           WHEN "3"
                PERFORM 061-CONSULTA-AFILIACION THRU 061-FIN
           WHEN "4"
                PERFORM 065-LISTA-AFILIADOS THRU 065-FIN
           WHEN "5"
                PERFORM 070-CONSULTA-CUOTA THRU 070-FIN
           WHEN "6"
                IF OPERADOR-ADMINISTRADOR OR OPERADOR-SUPERVISOR
                   PERFORM 075-CAPTURA-CUOTA THRU 075-FIN
                ELSE
                   DISPLAY "SOLO UN SUPERVISOR O ADMINISTRADOR PUEDE "
                           "CAPTURAR LA CUOTA SINDICAL."
                END-IF
           WHEN "E"
                CONTINUE
           WHEN OTHER
                DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.
       040-FIN. EXIT.

       042-OPCION-CAMBIO.
           EVALUATE WS-RESPUESTA
           WHEN "1"
                PERFORM 050-AFILIA THRU 050-FIN
           WHEN "2"
                PERFORM 055-RENUNCIA THRU 055-FIN
           END-EVALUATE.
       042-FIN. EXIT.

      *----------------------------------------------------------------
      * EL EMPLEADO DEBE EXISTIR EN EL MAESTRO; DEJA SW-CONFIRMA EN
      * "N" SI NO SE ENCUENTRA Y SW-EXISTE-SIN EN "S" SI YA TIENE
      * REGISTRO EN EL PADRON (VIGENTE O DE UNA RENUNCIA ANTERIOR).
      *----------------------------------------------------------------
       045-PIDE-EMPLEADO.
           MOVE "S" TO SW-CONFIRMA
           DISPLAY "CLAVE DEL EMPLEADO: "
           ACCEPT WS-ID-CAPTURA
           MOVE WS-ID-CAPTURA TO REG-ID-EMP
           READ EMPLEADOS INTO WS-DATOS-EMPLEADO
                INVALID KEY
                   DISPLAY "EMPLEADO INEXISTENTE."
                   MOVE "N" TO SW-CONFIRMA
                   GO TO 045-FIN
           END-READ
           DISPLAY WS-NOMBRE-EMP " " WS-APE-PAT-EMP " " WS-APE-MAT-EMP
           MOVE WS-ID-CAPTURA TO SIN-ID-EMP
           MOVE "S" TO SW-EXISTE-SIN
           READ SINDICATO
                INVALID KEY
                   MOVE "N" TO SW-EXISTE-SIN
           END-READ.
       045-FIN. EXIT.

      *----------------------------------------------------------------
      * SOLO SE AFILIA PERSONAL QUE NO ESTA DADO DE BAJA, CON FECHA
      * DE INGRESO AL SINDICATO NO ANTERIOR A SU ALTA EN LA EMPRESA
      * NI POSTERIOR A HOY. EL QUE RENUNCIO ANTES SE REAFILIA SOBRE
      * EL MISMO REGISTRO. SI LA CUOTA SE LE DESCONTABA COMO CONCEPTO
      * FIJO DE CONCFIJO, HAY QUE CANCELARLO PARA NO COBRARLA DOBLE.
      *----------------------------------------------------------------
       050-AFILIA.
           PERFORM 045-PIDE-EMPLEADO THRU 045-FIN
           IF SW-CONFIRMA NOT EQUAL "S"
              GO TO 050-FIN
           END-IF
           IF EMP-INACTIVO
              DISPLAY "EL EMPLEADO ESTA DADO DE BAJA."
              GO TO 050-FIN
           END-IF
           IF SW-EXISTE-SIN EQUAL "S" AND SIN-AFILIADO
              DISPLAY "EL EMPLEADO YA ESTA AFILIADO DESDE "
                      SIN-FECHA-INGRESO " (" SIN-NUM-AFILIACION ")."
              GO TO 050-FIN
           END-IF
           DISPLAY "NUMERO DE AFILIACION: "
           ACCEPT WS-AFILIACION-CAPTURA
           IF WS-AFILIACION-CAPTURA EQUAL SPACES
              DISPLAY "EL NUMERO DE AFILIACION ES OBLIGATORIO."
              GO TO 050-FIN
           END-IF
           DISPLAY "FECHA DE INGRESO AL SINDICATO (AAAAMMDD): "
           ACCEPT WS-FECHA-CAPTURA
           IF WS-FECHA-CAPTURA IS LESS THAN WS-FECHA-ALTA OR
              WS-FECHA-CAPTURA IS GREATER THAN WS-FECHA-SISTEMA
              DISPLAY "LA FECHA DEBE ESTAR ENTRE EL ALTA DEL EMPLEADO ("
                      WS-FECHA-ALTA ") Y HOY."
              GO TO 050-FIN
           END-IF
           IF SW-EXISTE-SIN EQUAL "S" AND
              WS-FECHA-CAPTURA IS LESS THAN SIN-FECHA-BAJA
              DISPLAY "LA FECHA ES ANTERIOR A SU RENUNCIA DEL "
                      SIN-FECHA-BAJA "."
              GO TO 050-FIN
           END-IF
           DISPLAY "¿AFILIA AL EMPLEADO " WS-ID-CAPTURA
                   " A PARTIR DEL "
                   WS-FECHA-CAPTURA "? (Y/N): "
           ACCEPT SW-CONFIRMA
           IF SW-CONFIRMA NOT EQUAL "Y"
              DISPLAY "OPERACION CANCELADA."
              GO TO 050-FIN
           END-IF
           MOVE WS-ID-CAPTURA         TO SIN-ID-EMP
           MOVE WS-AFILIACION-CAPTURA TO SIN-NUM-AFILIACION
           MOVE "A"                   TO SIN-STATUS
           MOVE WS-FECHA-CAPTURA      TO SIN-FECHA-INGRESO
           MOVE ZEROS                 TO SIN-FECHA-BAJA
           MOVE WS-FECHA-SISTEMA      TO SIN-FECHA-REG
           MOVE WS-OPERADOR-ID        TO SIN-OPERADOR
           IF SW-EXISTE-SIN EQUAL "S"
              REWRITE REG-SINDICATO
                   INVALID KEY
                      DISPLAY "NO SE PUDO REAFILIAR AL EMPLEADO."
                      GO TO 050-FIN
              END-REWRITE
           ELSE
              WRITE REG-SINDICATO
                   INVALID KEY
                      DISPLAY "NO SE PUDO AFILIAR AL EMPLEADO."
                      GO TO 050-FIN
              END-WRITE
           END-IF
           DISPLAY "EMPLEADO AFILIADO. SI SE LE DESCONTABA LA CUOTA "
                   "COMO CONCEPTO FIJO, CANCELELO EN CONCFIJO."
           MOVE WS-ID-CAPTURA TO WS-ID-EMP
           MOVE "SINALT"      TO WS-AUD-OPERACION
           PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN.
       050-FIN. EXIT.

      *----------------------------------------------------------------
      * LA RENUNCIA ES LOGICA: LA NOMINA DEJA DE DESCONTAR LA CUOTA
      * EN LOS PERIODOS QUE TERMINAN DESPUES DE LA FECHA DE BAJA Y EL
      * ENTERO DEL MES LA REPORTA AL SINDICATO.
      *----------------------------------------------------------------
       055-RENUNCIA.
           PERFORM 045-PIDE-EMPLEADO THRU 045-FIN
           IF SW-CONFIRMA NOT EQUAL "S"
              GO TO 055-FIN
           END-IF
           IF SW-EXISTE-SIN NOT EQUAL "S" OR NOT SIN-AFILIADO
              DISPLAY "EL EMPLEADO NO ESTA AFILIADO."
              GO TO 055-FIN
           END-IF
           DISPLAY "FECHA DE LA RENUNCIA (AAAAMMDD): "
           ACCEPT WS-FECHA-CAPTURA
           IF WS-FECHA-CAPTURA IS LESS THAN SIN-FECHA-INGRESO OR
              WS-FECHA-CAPTURA IS GREATER THAN WS-FECHA-SISTEMA
              DISPLAY "LA FECHA DEBE ESTAR ENTRE EL INGRESO AL "
                      "SINDICATO (" SIN-FECHA-INGRESO ") Y HOY."
              GO TO 055-FIN
           END-IF
           DISPLAY "¿REGISTRA LA RENUNCIA DEL EMPLEADO " WS-ID-CAPTURA
                   "? (Y/N): "
           ACCEPT SW-CONFIRMA
           IF SW-CONFIRMA NOT EQUAL "Y"
              DISPLAY "OPERACION CANCELADA."
              GO TO 055-FIN
           END-IF
           MOVE "R"              TO SIN-STATUS
           MOVE WS-FECHA-CAPTURA TO SIN-FECHA-BAJA
           MOVE WS-FECHA-SISTEMA TO SIN-FECHA-REG
           MOVE WS-OPERADOR-ID   TO SIN-OPERADOR
           REWRITE REG-SINDICATO
                INVALID KEY
                   DISPLAY "NO SE PUDO REGISTRAR LA RENUNCIA."
                   GO TO 055-FIN
           END-REWRITE
           DISPLAY "RENUNCIA REGISTRADA."
           MOVE WS-ID-CAPTURA TO WS-ID-EMP
           MOVE "SINBAJ"      TO WS-AUD-OPERACION
           PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN.
       055-FIN. EXIT.

       061-CONSULTA-AFILIACION.
           PERFORM 045-PIDE-EMPLEADO THRU 045-FIN
           IF SW-CONFIRMA NOT EQUAL "S"
              GO TO 061-FIN
           END-IF
           IF SW-EXISTE-SIN NOT EQUAL "S"
              DISPLAY "EL EMPLEADO NUNCA HA ESTADO AFILIADO."
              GO TO 061-FIN
           END-IF
           DISPLAY "NUMERO DE AFILIACION : " SIN-NUM-AFILIACION
           DISPLAY "FECHA DE INGRESO     : " SIN-FECHA-INGRESO
           IF SIN-AFILIADO
              DISPLAY "STATUS               : AFILIADO"
           ELSE
              DISPLAY "STATUS               : RENUNCIO EL "
                      SIN-FECHA-BAJA
           END-IF
           DISPLAY "ULTIMO MOVIMIENTO    : " SIN-FECHA-REG " POR "
                   SIN-OPERADOR.
       061-FIN. EXIT.

       065-LISTA-AFILIADOS.
           MOVE ZEROS TO WS-CONT-AFILIADOS
           MOVE ZEROS TO SIN-ID-EMP
           START SINDICATO KEY IS GREATER THAN OR EQUAL SIN-ID-EMP
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN
                 NOT INVALID KEY
                    MOVE SPACES TO SW-FIN
           END-START
           PERFORM 067-MUESTRA-AFILIADO THRU 067-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           DISPLAY "AFILIADOS VIGENTES: " WS-CONT-AFILIADOS.
       065-FIN. EXIT.

       067-MUESTRA-AFILIADO.
           READ SINDICATO NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 067-FIN
           END-READ
           IF NOT SIN-AFILIADO
              GO TO 067-FIN
           END-IF
           MOVE SIN-ID-EMP TO REG-ID-EMP
           READ EMPLEADOS INTO WS-DATOS-EMPLEADO
                INVALID KEY
                   MOVE SPACES TO WS-NOMBRE-EMP WS-APE-PAT-EMP
           END-READ
           ADD 1 TO WS-CONT-AFILIADOS
           DISPLAY SIN-ID-EMP " " WS-NOMBRE-EMP " " WS-APE-PAT-EMP
                   " " SIN-NUM-AFILIACION "  DESDE "
                   SIN-FECHA-INGRESO.
       067-FIN. EXIT.

      *----------------------------------------------------------------
      * MUESTRA TODAS LAS VIGENCIAS CAPTURADAS Y CUAL APLICA HOY.
      *----------------------------------------------------------------
       070-CONSULTA-CUOTA.
           PERFORM 158-CARGA-CUOTA-SINDICAL THRU 158-FIN
           OPEN INPUT CUOTA-SINDICAL
           IF NOT FS-CUOTA-SINDICAL-OK
              DISPLAY "NO HAY CUOTA SINDICAL CAPTURADA."
              GO TO 070-FIN
           END-IF
           PERFORM 159-LEE-CUOTA-SINDICAL THRU 159-FIN
           PERFORM 072-MUESTRA-VIGENCIA THRU 072-FIN
                   UNTIL FS-CUOTA-SINDICAL-EOF
           CLOSE CUOTA-SINDICAL
           IF CUOTA-SINDICAL-CARGADA
              MOVE WS-CSI-PORCENTAJE TO WS-PCT-ED
              DISPLAY "VIGENTE HOY: " WS-PCT-ED "% DESDE "
                      WS-CSI-VIGENCIA
           ELSE
              DISPLAY "NINGUNA VIGENCIA HA ENTRADO EN VIGOR; LA "
                      "NOMINA NO DESCUENTA CUOTA SINDICAL."
           END-IF.
       070-FIN. EXIT.

       072-MUESTRA-VIGENCIA.
           MOVE CSI-PORCENTAJE TO WS-PCT-ED
           DISPLAY CSI-FECHA-VIGENCIA "  " WS-PCT-ED "%  "
                   CSI-SINDICATO " CLABE " CSI-CLABE
           PERFORM 159-LEE-CUOTA-SINDICAL THRU 159-FIN.
       072-FIN. EXIT.

      *----------------------------------------------------------------
      * LA VIGENCIA NUEVA SE AGREGA AL FINAL DEL ARCHIVO; LA CORRIDA
      * TOMA SOLA LA MAS RECIENTE QUE YA ENTRO EN VIGOR, ASI QUE EL
      * PORCENTAJE DE UN CONTRATO COLECTIVO NUEVO SE PUEDE CAPTURAR
      * POR ADELANTADO.
      *----------------------------------------------------------------
       075-CAPTURA-CUOTA.
           DISPLAY "FECHA DE VIGENCIA (AAAAMMDD): "
           ACCEPT WS-FECHA-CAPTURA
           IF WS-FECHA-CAPTURA EQUAL ZEROS
              DISPLAY "FECHA NO VALIDA."
              GO TO 075-FIN
           END-IF
           DISPLAY "PORCENTAJE DEL SALARIO BASE (NN.NN): "
           ACCEPT WS-PCT-CAPTURA
           IF WS-PCT-CAPTURA EQUAL ZEROS
              DISPLAY "EL PORCENTAJE NO PUEDE SER CERO."
              GO TO 075-FIN
           END-IF
           DISPLAY "NOMBRE DEL SINDICATO: "
           ACCEPT WS-SINDICATO-CAPTURA
           DISPLAY "CLABE DE LA CUENTA DEL SINDICATO: "
           ACCEPT WS-CLABE-CAPTURA
           IF WS-CLABE-CAPTURA (18:1) EQUAL SPACE
              DISPLAY "LA CLABE DEBE TENER 18 POSICIONES."
              GO TO 075-FIN
           END-IF
           MOVE WS-PCT-CAPTURA TO WS-PCT-ED
           DISPLAY "¿CAPTURA CUOTA DE " WS-PCT-ED "% VIGENTE DESDE "
                   WS-FECHA-CAPTURA "? (Y/N): "
           ACCEPT SW-CONFIRMA
           IF SW-CONFIRMA NOT EQUAL "Y"
              DISPLAY "OPERACION CANCELADA."
              GO TO 075-FIN
           END-IF
           OPEN EXTEND CUOTA-SINDICAL
           IF FS-CUOTA-SINDICAL-NO-EXISTE
              OPEN OUTPUT CUOTA-SINDICAL
           END-IF
           IF NOT FS-CUOTA-SINDICAL-OK
              DISPLAY "NO SE PUDO ABRIR BD-CUOTA-SINDICAL.TXT."
              GO TO 075-FIN
           END-IF
           MOVE WS-FECHA-CAPTURA     TO CSI-FECHA-VIGENCIA
           MOVE WS-PCT-CAPTURA       TO CSI-PORCENTAJE
           MOVE WS-CLABE-CAPTURA     TO CSI-CLABE
           MOVE WS-SINDICATO-CAPTURA TO CSI-SINDICATO
           WRITE REG-CUOTA-SINDICAL
           CLOSE CUOTA-SINDICAL
           DISPLAY "CUOTA SINDICAL CAPTURADA."
           MOVE ZEROS    TO WS-ID-EMP
           MOVE "CSIALT" TO WS-AUD-OPERACION
           PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN.
       075-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 SINDICATO
                 AUDITORIA.
       090-FIN. EXIT.
