      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * PORTALIMP.cbl - IMPORTACION DE LAS SOLICITUDES DE CAMBIO DE
      *                 DATOS QUE LOS EMPLEADOS CAPTURAN EN EL PORTAL
      *                 DE RECURSOS HUMANOS, EN LUGAR DE RETECLEAR
      *                 CADA UNA EN DATOSEMP. EL PORTAL DEJA
      *                 SOLICITUDES-PORTAL.CSV EN LA MISMA CARPETA QUE
      *                 BD-EMPLEADOS.TXT, UNA SOLICITUD POR RENGLON:
      *
      *                 FOLIO-PORTAL,CLAVE-EMPLEADO,TIPO,DATO1,DATO2,
      *                 DATO3,DATO4
      *
      *                 TIPO DOM: CALLE,COLONIA,CIUDAD,CODIGO POSTAL
      *                 TIPO TEL: TELEFONO,CORREO PERSONAL (EL QUE
      *                           VENGA VACIO SE CONSERVA)
      *                 TIPO EME: NOMBRE 1,TELEFONO 1,NOMBRE 2,
      *                           TELEFONO 2 (CONTACTOS DE EMERGENCIA)
      *                 TIPO CLA: CLABE INTERBANCARIA
      *
      *                 (LOS TEXTOS VIENEN SIN COMAS; LA CLAVE DEL
      *                 EMPLEADO EN CUATRO DIGITOS.) EL EMPLEADO DEBE
      *                 EXISTIR Y NO ESTAR DADO DE BAJA; EL CODIGO
      *                 POSTAL ES DE CINCO DIGITOS, LOS TELEFONOS DE
      *                 DIEZ Y LA CLABE DE 18 CON EL MISMO DIGITO
      *                 VERIFICADOR QUE 049-VALIDA-CLABE DE ALTAEMP.
      *                 EL DOMICILIO, EL TELEFONO, EL CORREO Y LOS
      *                 CONTACTOS SE APLICAN DIRECTO EN
      *                 BD-EMPLEADOS-DETALLE.TXT; LA CLABE NO: DESVIA
      *                 EL DEPOSITO DE LA NOMINA, ASI QUE VA A LA COLA
      *                 BD-PENDIENTES.TXT (TIPO "C") Y LA APLICA UN
      *                 SUPERVISOR CON APRUEBA.CBL. CADA SOLICITUD
      *                 RECHAZADA SE ESCRIBE EN RECHAZOS-PORTAL.CSV
      *                 (FOLIO-PORTAL,CLAVE,TIPO,CODIGO,MOTIVO) PARA
      *                 DEVOLVERLA AL PORTAL, Y LA CARGA SIGUE COMO EN
      *                 CARGAEMP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PORTALIMP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY OPERSEL.
           COPY AUDSEL.
           COPY DETSEL.
           COPY PENDSEL.
           SELECT ARCHIVO-PORTAL
           ASSIGN TO WS-RUTA-PORTAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PORTAL.
           SELECT ARCHIVO-RECHAZOS
           ASSIGN TO WS-RUTA-RECHAZOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RECHAZOS.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY OPERFD.
           COPY AUDFD.
           COPY DETFD.
           COPY PENDFD.

       FD  ARCHIVO-PORTAL
           RECORD CONTAINS 200 CHARACTERS.
       01  REG-PORTAL              PIC X(200).

       FD  ARCHIVO-RECHAZOS
           RECORD CONTAINS 100 CHARACTERS.
       01  REG-RECHAZOS            PIC X(100).

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPFS.
           COPY EMPRUTA.
           COPY OPERFS.
           COPY OPERRUTA.
           COPY AUDFS.
           COPY AUDRUTA.
           COPY DETFS.
           COPY DETRUTA.
           COPY PENDFS.
           COPY PENDRUTA.

       01  WS-RUTA-PORTAL          PIC X(80).
       01  WS-FS-PORTAL            PIC X(02)     VALUE "00".
           88 FS-PORTAL-OK                 VALUE "00".
       01  WS-RUTA-RECHAZOS        PIC X(80).
       01  WS-FS-RECHAZOS          PIC X(02)     VALUE "00".
           88 FS-RECHAZOS-OK               VALUE "00".

       01  SW-FIN                  PIC X(03)     VALUE SPACES.
       01  SW-TIENE-DETALLE        PIC X(01).

       01  WS-SW-RENGLON           PIC X(01)     VALUE "V".
           88 RENGLON-VALIDO               VALUE "V".
           88 RENGLON-INVALIDO             VALUE "I".

       01  WS-FECHA-SISTEMA        PIC 9(08).

      *----------------------------------------------------------------
      * UNA SOLICITUD DEL PORTAL YA SEPARADA POR COMAS. LOS DATOS SE
      * RECIBEN EN 30 POSICIONES Y SE REVISA QUE QUEPAN EN EL CAMPO
      * DEL EXPEDIENTE ANTES DE PASARLOS.
      *----------------------------------------------------------------
       01  WS-SOLICITUD.
           05 WS-SOL-FOLIO         PIC X(10).
           05 WS-SOL-ID-X          PIC X(04).
           05 WS-SOL-ID REDEFINES WS-SOL-ID-X
                                   PIC 9(04).
           05 WS-SOL-TIPO          PIC X(03).
              88 SOL-DOMICILIO            VALUE "DOM".
              88 SOL-TELEFONO             VALUE "TEL".
              88 SOL-EMERGENCIA           VALUE "EME".
              88 SOL-CLABE                VALUE "CLA".
           05 WS-SOL-DATO1         PIC X(30).
           05 WS-SOL-DATO2         PIC X(30).
           05 WS-SOL-DATO3         PIC X(30).
           05 WS-SOL-DATO4         PIC X(30).

       01  WS-TEL-VALIDA           PIC X(30).
       01  WS-CONT-ARROBA          PIC 9(02).

      *----------------------------------------------------------------
      * RENGLON DE RECHAZO QUE REGRESA AL PORTAL.
      *----------------------------------------------------------------
       01  WS-RCH-CODIGO           PIC X(03).
       01  WS-RCH-MOTIVO           PIC X(60).

      *----------------------------------------------------------------
      * MISMAS AREAS DEL DIGITO VERIFICADOR DE LA CLABE QUE
      * CARGAEMP.CBL (PONDERADORES 3,7,1 SOBRE 17 DIGITOS).
      *----------------------------------------------------------------
       01  WS-CLABE-R.
           05 WS-CLABE-DIGITO      PIC 9(01) OCCURS 18 TIMES.
       01  WS-CLABE-IDX            PIC 9(02).
       01  WS-CLABE-PESO           PIC 9(01).
       01  WS-CLABE-PRODUCTO       PIC 9(02).
       01  WS-CLABE-SUMA           PIC 9(03).
       01  WS-CLABE-COCIENTE       PIC 9(03).
       01  WS-CLABE-RESIDUO        PIC 9(02).
       01  WS-CLABE-VERIFICADOR    PIC 9(02).

       01  WS-CONT-RENGLONES       PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-APLICADAS       PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-AUTORIZACION    PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-RECHAZOS        PIC 9(05)     VALUE ZEROS.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS      THRU 015-FIN
           PERFORM 016-OBTIENE-RUTA-PORTAL     THRU 016-FIN
           PERFORM 027-OBTIENE-RUTA-OPERADORES THRU 027-FIN
           PERFORM 021-OBTIENE-RUTA-AUDITORIA  THRU 021-FIN
           PERFORM 061-OBTIENE-RUTA-DETALLE    THRU 061-FIN
           PERFORM 057-OBTIENE-RUTA-PENDIENTES THRU 057-FIN
           PERFORM 028-ABRE-OPERADORES         THRU 028-FIN
           PERFORM 029-VALIDA-OPERADOR         THRU 029-FIN
           CLOSE OPERADORES
           IF OPERADOR-CONSULTA
              DISPLAY "EL OPERADOR DE CONSULTA NO PUEDE IMPORTAR "
                      "SOLICITUDES DEL PORTAL."
              GOBACK
           END-IF
           MOVE WS-OPERADOR-ID TO WS-AUD-OPERADOR
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 020-ABRE-ARCHIVOS           THRU 020-FIN
           PERFORM 030-LEE-PORTAL              THRU 030-FIN
           PERFORM 040-PROCESA-SOLICITUD       THRU 040-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           PERFORM 090-CIERRA-ARCHIVOS         THRU 090-FIN
           DISPLAY " "
           DISPLAY "SOLICITUDES LEIDAS     : " WS-CONT-RENGLONES
           DISPLAY "APLICADAS AL EXPEDIENTE: " WS-CONT-APLICADAS
           DISPLAY "ENVIADAS A AUTORIZACION: " WS-CONT-AUTORIZACION
           DISPLAY "RECHAZADAS AL PORTAL   : " WS-CONT-RECHAZOS
           GOBACK.

           COPY EMPRUTAP.
           COPY OPERRUTAP.
           COPY OPERVALP.
           COPY AUDRUTAP.
           COPY AUDWRTP.
           COPY DETRUTAP.
           COPY PENDRUTAP.

      *----------------------------------------------------------------
      * EL ARCHIVO DEL PORTAL Y EL DE RECHAZOS VIVEN EN LA MISMA
      * CARPETA QUE BD-EMPLEADOS.TXT, YA RESUELTA POR
      * 015-OBTIENE-RUTA-DATOS.
      *----------------------------------------------------------------
       016-OBTIENE-RUTA-PORTAL.
           STRING WS-DIR-DATOS               DELIMITED BY SPACE
                  "\SOLICITUDES-PORTAL.CSV"  DELIMITED BY SIZE
                  INTO WS-RUTA-PORTAL
           END-STRING
           STRING WS-DIR-DATOS               DELIMITED BY SPACE
                  "\RECHAZOS-PORTAL.CSV"     DELIMITED BY SIZE
                  INTO WS-RUTA-RECHAZOS
           END-STRING.
       016-FIN. EXIT.

       028-ABRE-OPERADORES.
           OPEN INPUT OPERADORES
           IF NOT FS-OPERADORES-OK
              DISPLAY "NO SE PUDO ABRIR BD-OPERADORES.TXT. DE DE ALTA "
                      "LOS OPERADORES DESDE CRUD-EMP PRIMERO."
              GOBACK
           END-IF.
       028-FIN. EXIT.

       020-ABRE-ARCHIVOS.
           OPEN INPUT ARCHIVO-PORTAL
           IF NOT FS-PORTAL-OK
              DISPLAY "NO SE ENCONTRO SOLICITUDES-PORTAL.CSV; NO HAY "
                      "NADA QUE IMPORTAR."
              GOBACK
           END-IF
           OPEN INPUT  EMPLEADOS
           OPEN I-O    EMPLEADOS-DETALLE
           IF FS-DETALLE-NO-EXISTE
              OPEN OUTPUT EMPLEADOS-DETALLE
              CLOSE EMPLEADOS-DETALLE
              OPEN I-O EMPLEADOS-DETALLE
           END-IF
           OPEN I-O    PENDIENTES
           IF FS-PENDIENTES-NO-EXISTE
              OPEN OUTPUT PENDIENTES
              CLOSE PENDIENTES
              OPEN I-O PENDIENTES
           END-IF
           OPEN EXTEND AUDITORIA
           OPEN OUTPUT ARCHIVO-RECHAZOS
           IF NOT FS-EMPLEADOS-OK OR NOT FS-DETALLE-OK
              OR NOT FS-PENDIENTES-OK OR NOT FS-AUDITORIA-OK
              OR NOT FS-RECHAZOS-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       020-FIN. EXIT.

       030-LEE-PORTAL.
           READ ARCHIVO-PORTAL
                AT END
                   MOVE "FIN" TO SW-FIN
           END-READ.
       030-FIN. EXIT.

       040-PROCESA-SOLICITUD.
           ADD 1 TO WS-CONT-RENGLONES
           PERFORM 045-PARTE-RENGLON   THRU 045-FIN
           PERFORM 050-VALIDA-SOLICITUD THRU 050-FIN
           IF RENGLON-VALIDO
              IF SOL-CLABE
                 PERFORM 075-ENVIA-AUTORIZACION THRU 075-FIN
              ELSE
                 PERFORM 070-APLICA-DETALLE THRU 070-FIN
              END-IF
           END-IF
           IF RENGLON-INVALIDO
              PERFORM 080-ESCRIBE-RECHAZO THRU 080-FIN
           END-IF
           PERFORM 030-LEE-PORTAL THRU 030-FIN.
       040-FIN. EXIT.

       045-PARTE-RENGLON.
           MOVE SPACES TO WS-SOLICITUD
           UNSTRING REG-PORTAL DELIMITED BY ","
                    INTO WS-SOL-FOLIO
                         WS-SOL-ID-X
                         WS-SOL-TIPO
                         WS-SOL-DATO1
                         WS-SOL-DATO2
                         WS-SOL-DATO3
                         WS-SOL-DATO4
           END-UNSTRING
           INSPECT WS-SOL-TIPO CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       045-FIN. EXIT.

      *----------------------------------------------------------------
      * VALIDACIONES COMUNES (EMPLEADO Y TIPO) Y LAS DE CADA TIPO. EL
      * PRIMER ERROR DEJA CODIGO Y MOTIVO PARA EL ARCHIVO DE RECHAZOS.
      *----------------------------------------------------------------
       050-VALIDA-SOLICITUD.
           SET RENGLON-INVALIDO TO TRUE
           IF WS-SOL-ID-X NOT NUMERIC
              MOVE "R01" TO WS-RCH-CODIGO
              MOVE "CLAVE DE EMPLEADO INVALIDA (4 DIGITOS)"
                   TO WS-RCH-MOTIVO
              GO TO 050-FIN
           END-IF
           MOVE WS-SOL-ID TO REG-ID-EMP
           READ EMPLEADOS INTO WS-DATOS-EMPLEADO
                INVALID KEY
                   MOVE "R02" TO WS-RCH-CODIGO
                   MOVE "EL EMPLEADO NO EXISTE" TO WS-RCH-MOTIVO
                   GO TO 050-FIN
           END-READ
           IF EMP-INACTIVO
              MOVE "R03" TO WS-RCH-CODIGO
              MOVE "EL EMPLEADO ESTA DADO DE BAJA" TO WS-RCH-MOTIVO
              GO TO 050-FIN
           END-IF
           EVALUATE TRUE
           WHEN SOL-DOMICILIO
              PERFORM 052-VALIDA-DOMICILIO  THRU 052-FIN
           WHEN SOL-TELEFONO
              PERFORM 054-VALIDA-TELEFONO   THRU 054-FIN
           WHEN SOL-EMERGENCIA
              PERFORM 056-VALIDA-EMERGENCIA THRU 056-FIN
           WHEN SOL-CLABE
              PERFORM 058-VALIDA-CLABE      THRU 058-FIN
           WHEN OTHER
              MOVE "R04" TO WS-RCH-CODIGO
              MOVE "TIPO DE SOLICITUD DESCONOCIDO (DOM/TEL/EME/CLA)"
                   TO WS-RCH-MOTIVO
           END-EVALUATE.
       050-FIN. EXIT.

       052-VALIDA-DOMICILIO.
           IF WS-SOL-DATO1 EQUAL SPACES OR WS-SOL-DATO2 EQUAL SPACES
              OR WS-SOL-DATO3 EQUAL SPACES
              MOVE "R09" TO WS-RCH-CODIGO
              MOVE "CALLE, COLONIA Y CIUDAD SON OBLIGATORIAS"
                   TO WS-RCH-MOTIVO
              GO TO 052-FIN
           END-IF
           IF WS-SOL-DATO2 (21:10) NOT EQUAL SPACES OR
              WS-SOL-DATO3 (21:10) NOT EQUAL SPACES
              MOVE "R10" TO WS-RCH-CODIGO
              MOVE "COLONIA O CIUDAD DE MAS DE 20 POSICIONES"
                   TO WS-RCH-MOTIVO
              GO TO 052-FIN
           END-IF
           IF WS-SOL-DATO4 (1:5) NOT NUMERIC OR
              WS-SOL-DATO4 (6:25) NOT EQUAL SPACES OR
              WS-SOL-DATO4 (1:5) EQUAL "00000"
              MOVE "R05" TO WS-RCH-CODIGO
              MOVE "EL CODIGO POSTAL DEBE SER DE 5 DIGITOS"
                   TO WS-RCH-MOTIVO
              GO TO 052-FIN
           END-IF
           SET RENGLON-VALIDO TO TRUE.
       052-FIN. EXIT.

       054-VALIDA-TELEFONO.
           IF WS-SOL-DATO1 EQUAL SPACES AND WS-SOL-DATO2 EQUAL SPACES
              MOVE "R09" TO WS-RCH-CODIGO
              MOVE "SIN TELEFONO NI CORREO QUE CAMBIAR"
                   TO WS-RCH-MOTIVO
              GO TO 054-FIN
           END-IF
           IF WS-SOL-DATO1 NOT EQUAL SPACES
              MOVE WS-SOL-DATO1 TO WS-TEL-VALIDA
              PERFORM 059-VALIDA-NUM-TEL THRU 059-FIN
              IF WS-RCH-CODIGO NOT EQUAL SPACES
                 GO TO 054-FIN
              END-IF
           END-IF
           IF WS-SOL-DATO2 NOT EQUAL SPACES
              MOVE ZEROS TO WS-CONT-ARROBA
              INSPECT WS-SOL-DATO2 TALLYING WS-CONT-ARROBA
                      FOR ALL "@"
              IF WS-CONT-ARROBA NOT EQUAL 1
                 MOVE "R11" TO WS-RCH-CODIGO
                 MOVE "CORREO PERSONAL INVALIDO" TO WS-RCH-MOTIVO
                 GO TO 054-FIN
              END-IF
           END-IF
           SET RENGLON-VALIDO TO TRUE.
       054-FIN. EXIT.

      *----------------------------------------------------------------
      * IGUAL QUE DATOSEMP, AL MENOS EL PRIMER CONTACTO ES
      * OBLIGATORIO; EL SEGUNDO, SI VIENE, TRAE SU TELEFONO.
      *----------------------------------------------------------------
       056-VALIDA-EMERGENCIA.
           IF WS-SOL-DATO1 EQUAL SPACES OR WS-SOL-DATO2 EQUAL SPACES
              MOVE "R09" TO WS-RCH-CODIGO
              MOVE "EL PRIMER CONTACTO Y SU TELEFONO SON OBLIGATORIOS"
                   TO WS-RCH-MOTIVO
              GO TO 056-FIN
           END-IF
           MOVE WS-SOL-DATO2 TO WS-TEL-VALIDA
           PERFORM 059-VALIDA-NUM-TEL THRU 059-FIN
           IF WS-RCH-CODIGO NOT EQUAL SPACES
              GO TO 056-FIN
           END-IF
           IF WS-SOL-DATO3 NOT EQUAL SPACES
              MOVE WS-SOL-DATO4 TO WS-TEL-VALIDA
              PERFORM 059-VALIDA-NUM-TEL THRU 059-FIN
              IF WS-RCH-CODIGO NOT EQUAL SPACES
                 GO TO 056-FIN
              END-IF
           END-IF
           SET RENGLON-VALIDO TO TRUE.
       056-FIN. EXIT.

      *----------------------------------------------------------------
      * MISMO DIGITO VERIFICADOR DE CLABE QUE 049-VALIDA-CLABE DE
      * ALTAEMP.CBL. UNA CLABE IGUAL A LA VIGENTE NO ES CAMBIO.
      *----------------------------------------------------------------
       058-VALIDA-CLABE.
           IF WS-SOL-DATO1 (1:18) NOT NUMERIC OR
              WS-SOL-DATO1 (19:12) NOT EQUAL SPACES
              MOVE "R07" TO WS-RCH-CODIGO
              MOVE "LA CLABE DEBE SER DE 18 DIGITOS" TO WS-RCH-MOTIVO
              GO TO 058-FIN
           END-IF
           MOVE WS-SOL-DATO1 (1:18) TO WS-CLABE-R
           MOVE ZEROS TO WS-CLABE-SUMA
           MOVE 1     TO WS-CLABE-IDX
           PERFORM 058-SUMA-CLABE THRU 058-SCL-FIN
                   UNTIL WS-CLABE-IDX IS GREATER THAN 17
           DIVIDE WS-CLABE-SUMA BY 10
                  GIVING WS-CLABE-COCIENTE
                  REMAINDER WS-CLABE-RESIDUO
           SUBTRACT WS-CLABE-RESIDUO FROM 10
                    GIVING WS-CLABE-VERIFICADOR
           IF WS-CLABE-VERIFICADOR EQUAL 10
              MOVE ZEROS TO WS-CLABE-VERIFICADOR
           END-IF
           IF WS-CLABE-VERIFICADOR NOT EQUAL WS-CLABE-DIGITO (18)
              MOVE "R08" TO WS-RCH-CODIGO
              MOVE "EL DIGITO VERIFICADOR DE LA CLABE NO CUADRA"
                   TO WS-RCH-MOTIVO
              GO TO 058-FIN
           END-IF
           IF WS-SOL-DATO1 (1:18) EQUAL WS-CLABE
              MOVE "R13" TO WS-RCH-CODIGO
              MOVE "LA CLABE SOLICITADA YA ES LA VIGENTE"
                   TO WS-RCH-MOTIVO
              GO TO 058-FIN
           END-IF
           SET RENGLON-VALIDO TO TRUE.
       058-FIN. EXIT.

       058-SUMA-CLABE.
           DIVIDE WS-CLABE-IDX BY 3
                  GIVING WS-CLABE-COCIENTE
                  REMAINDER WS-CLABE-RESIDUO
           EVALUATE WS-CLABE-RESIDUO
           WHEN 1
              MOVE 3 TO WS-CLABE-PESO
           WHEN 2
              MOVE 7 TO WS-CLABE-PESO
           WHEN OTHER
              MOVE 1 TO WS-CLABE-PESO
           END-EVALUATE
           COMPUTE WS-CLABE-PRODUCTO =
                   WS-CLABE-DIGITO (WS-CLABE-IDX) * WS-CLABE-PESO
           DIVIDE WS-CLABE-PRODUCTO BY 10
                  GIVING WS-CLABE-COCIENTE
                  REMAINDER WS-CLABE-RESIDUO
           ADD WS-CLABE-RESIDUO TO WS-CLABE-SUMA
           ADD 1 TO WS-CLABE-IDX.
       058-SCL-FIN. EXIT.

      *----------------------------------------------------------------
      * UN TELEFONO SON DIEZ DIGITOS, SIN GUIONES NI ESPACIOS. DEJA
      * WS-RCH-CODIGO EN ESPACIOS SI ES VALIDO.
      *----------------------------------------------------------------
       059-VALIDA-NUM-TEL.
           MOVE SPACES TO WS-RCH-CODIGO
           IF WS-TEL-VALIDA (1:10) NOT NUMERIC OR
              WS-TEL-VALIDA (11:20) NOT EQUAL SPACES
              MOVE "R06" TO WS-RCH-CODIGO
              MOVE "EL TELEFONO DEBE SER DE 10 DIGITOS"
                   TO WS-RCH-MOTIVO
           END-IF.
       059-FIN. EXIT.

      *----------------------------------------------------------------
      * LOS DATOS DE CONTACTO SE APLICAN DIRECTO EN EL EXPEDIENTE,
      * COMO LOS CAPTURA DATOSEMP; SI EL EMPLEADO NO TENIA EXPEDIENTE
      * SE CREA CON LO QUE TRAE LA SOLICITUD. EL MOVIMIENTO QUEDA EN
      * LA BITACORA A NOMBRE DEL OPERADOR QUE CORRIO LA IMPORTACION.
      *----------------------------------------------------------------
       070-APLICA-DETALLE.
           MOVE WS-ID-EMP TO DET-ID-EMP
           READ EMPLEADOS-DETALLE
                INVALID KEY
                   MOVE "N" TO SW-TIENE-DETALLE
                NOT INVALID KEY
                   MOVE "S" TO SW-TIENE-DETALLE
           END-READ
           IF SW-TIENE-DETALLE EQUAL "N"
              MOVE SPACES    TO REG-EMPLEADOS-DETALLE
              MOVE WS-ID-EMP TO DET-ID-EMP
              MOVE ZEROS     TO DET-CP
           END-IF
           EVALUATE TRUE
           WHEN SOL-DOMICILIO
              INSPECT WS-SOL-DATO1 CONVERTING
                      "abcdefghijklmnopqrstuvwxyz" TO
                      "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              INSPECT WS-SOL-DATO2 CONVERTING
                      "abcdefghijklmnopqrstuvwxyz" TO
                      "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              INSPECT WS-SOL-DATO3 CONVERTING
                      "abcdefghijklmnopqrstuvwxyz" TO
                      "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              MOVE WS-SOL-DATO1       TO DET-CALLE
              MOVE WS-SOL-DATO2       TO DET-COLONIA
              MOVE WS-SOL-DATO3       TO DET-CIUDAD
              MOVE WS-SOL-DATO4 (1:5) TO DET-CP
           WHEN SOL-TELEFONO
              IF WS-SOL-DATO1 NOT EQUAL SPACES
                 MOVE WS-SOL-DATO1 TO DET-TELEFONO
              END-IF
              IF WS-SOL-DATO2 NOT EQUAL SPACES
                 MOVE WS-SOL-DATO2 TO DET-EMAIL
              END-IF
           WHEN SOL-EMERGENCIA
              INSPECT WS-SOL-DATO1 CONVERTING
                      "abcdefghijklmnopqrstuvwxyz" TO
                      "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              INSPECT WS-SOL-DATO3 CONVERTING
                      "abcdefghijklmnopqrstuvwxyz" TO
                      "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              MOVE WS-SOL-DATO1 TO DET-CONTACTO1-NOMBRE
              MOVE WS-SOL-DATO2 TO DET-CONTACTO1-TEL
              MOVE WS-SOL-DATO3 TO DET-CONTACTO2-NOMBRE
              MOVE WS-SOL-DATO4 TO DET-CONTACTO2-TEL
           END-EVALUATE
           IF SW-TIENE-DETALLE EQUAL "S"
              REWRITE REG-EMPLEADOS-DETALLE
                 INVALID KEY
                    SET RENGLON-INVALIDO TO TRUE
              END-REWRITE
           ELSE
              WRITE REG-EMPLEADOS-DETALLE
                 INVALID KEY
                    SET RENGLON-INVALIDO TO TRUE
              END-WRITE
           END-IF
           IF RENGLON-INVALIDO
              MOVE "R12" TO WS-RCH-CODIGO
              MOVE "NO SE PUDO GRABAR EL EXPEDIENTE; REINTENTE"
                   TO WS-RCH-MOTIVO
              GO TO 070-FIN
           END-IF
           ADD 1 TO WS-CONT-APLICADAS
           MOVE "PORTAL" TO WS-AUD-OPERACION
           PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN.
       070-FIN. EXIT.

      *----------------------------------------------------------------
      * LA CLABE NUEVA VIAJA EN LA IMAGEN COMPLETA DEL EMPLEADO A LA
      * COLA DE AUTORIZACION (TIPO "C"), A NOMBRE DEL OPERADOR QUE
      * IMPORTO: APRUEBA EXIGE QUE LA APLIQUE OTRO SUPERVISOR.
      *----------------------------------------------------------------
       075-ENVIA-AUTORIZACION.
           MOVE WS-SOL-DATO1 (1:18) TO WS-CLABE
           MOVE 1 TO PEND-FOLIO
           PERFORM 076-BUSCA-FOLIO THRU 076-FIN
           MOVE "C"               TO PEND-TIPO
           MOVE WS-OPERADOR-ID    TO PEND-OPERADOR-CAP
           MOVE WS-FECHA-SISTEMA  TO PEND-FECHA-CAPTURA
           MOVE "P"               TO PEND-STATUS
           MOVE WS-DATOS-EMPLEADO TO PEND-DATOS-EMPLEADO
           MOVE WS-SALARIO        TO PEND-SALARIO-ANT
           WRITE REG-PENDIENTES
                INVALID KEY
                   SET RENGLON-INVALIDO TO TRUE
                   MOVE "R12" TO WS-RCH-CODIGO
                   MOVE "NO SE PUDO ENVIAR LA CLABE A AUTORIZACION"
                        TO WS-RCH-MOTIVO
                NOT INVALID KEY
                   ADD 1 TO WS-CONT-AUTORIZACION
                   DISPLAY "SOLICITUD " WS-SOL-FOLIO " (CLABE DEL "
                           "EMPLEADO " WS-ID-EMP ") ENVIADA A "
                           "AUTORIZACION CON FOLIO " PEND-FOLIO "."
           END-WRITE.
       075-FIN. EXIT.

       076-BUSCA-FOLIO.
           READ PENDIENTES
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   ADD 1 TO PEND-FOLIO
                   GO TO 076-BUSCA-FOLIO
           END-READ.
       076-FIN. EXIT.

       080-ESCRIBE-RECHAZO.
           ADD 1 TO WS-CONT-RECHAZOS
           DISPLAY "SOLICITUD " WS-SOL-FOLIO " RECHAZADA: "
                   WS-RCH-MOTIVO
           MOVE SPACES TO REG-RECHAZOS
           STRING WS-SOL-FOLIO   DELIMITED BY SPACE
                  ","            DELIMITED BY SIZE
                  WS-SOL-ID-X    DELIMITED BY SPACE
                  ","            DELIMITED BY SIZE
                  WS-SOL-TIPO    DELIMITED BY SPACE
                  ","            DELIMITED BY SIZE
                  WS-RCH-CODIGO  DELIMITED BY SIZE
                  ","            DELIMITED BY SIZE
                  WS-RCH-MOTIVO  DELIMITED BY SIZE
                  INTO REG-RECHAZOS
           END-STRING
           WRITE REG-RECHAZOS.
       080-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE ARCHIVO-PORTAL
                 EMPLEADOS
                 EMPLEADOS-DETALLE
                 PENDIENTES
                 AUDITORIA
                 ARCHIVO-RECHAZOS.
       090-FIN. EXIT.
