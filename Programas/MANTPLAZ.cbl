      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * MANTPLAZ.cbl - MANTENIMIENTO DE LAS PLAZAS AUTORIZADAS POR
      *                DEPARTAMENTO Y PUESTO (BD-PLAZAS.TXT). CADA
      *                AUTORIZACION RIGE DESDE SU ANIO Y HASTA QUE UNA
      *                DE UN ANIO POSTERIOR LA REEMPLACE; LA PAREJA
      *                DEPARTAMENTO/PUESTO SIN AUTORIZACION NO ESTA
      *                BAJO CONTROL DE PLAZAS. ALTAEMP, REINGEMP,
      *                CAMBIOEMP, MOVMASIV Y APRUEBA REVISAN CONTRA
      *                ESTE ARCHIVO QUE UN INGRESO O TRASLADO NO
      *                REBASE LO AUTORIZADO; PLAZAREP REPORTA LAS
      *                VACANTES. LA ENTRADA ESTA PROTEGIDA CON LA
      *                CLAVE DE OPERADOR DE BD-OPERADORES.TXT, IGUAL
      *                QUE MANTVALE; SOLO UN ADMINISTRADOR CAPTURA O
      *                QUITA AUTORIZACIONES (EL MISMO QUE PUEDE
      *                AUTORIZAR UN FOLIO QUE LAS EXCEDE) Y CUALQUIER
      *                OPERADOR PUEDE LISTARLAS. CADA MOVIMIENTO QUEDA
      *                EN BD-AUDITORIA.TXT CON LA CLAVE DEL
      *                DEPARTAMENTO EN EL CAMPO DE EMPLEADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                MANTPLAZ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY DEPTSEL.
           COPY PUESSEL.
           COPY OPERSEL.
           COPY AUDSEL.
           COPY PLZSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY DEPTFD.
           COPY PUESFD.
           COPY OPERFD.
           COPY AUDFD.
           COPY PLZFD.

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPFS.
           COPY EMPRUTA.
           COPY DEPTFS.
           COPY DEPTRUTA.
           COPY PUESFS.
           COPY PUESRUTA.
           COPY OPERFS.
           COPY OPERRUTA.
           COPY AUDFS.
           COPY AUDRUTA.
           COPY PLZFS.
           COPY PLZRUTA.

       01  WS-RESPUESTA            PIC X(01).
       01  SW-CONFIRMA             PIC X(01).
       01  SW-FIN                  PIC X(03)     VALUE SPACES.

       01  WS-DEPTO-CAPTURA        PIC 9(03).
       01  WS-PUESTO-CAPTURA       PIC 9(02).
       01  WS-ANIO-CAPTURA         PIC 9(04).
       01  WS-PLAZAS-CAPTURA       PIC 9(04).

       01  WS-FECHA-SISTEMA.
           05 WS-SIS-ANIO          PIC 9(04).
           05 WS-SIS-MES           PIC 9(02).
           05 WS-SIS-DIA           PIC 9(02).

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 018-OBTIENE-RUTA-DEPARTAMENTOS THRU 018-FIN
           PERFORM 019-OBTIENE-RUTA-PUESTOS     THRU 019-FIN
           PERFORM 027-OBTIENE-RUTA-OPERADORES  THRU 027-FIN
           PERFORM 021-OBTIENE-RUTA-AUDITORIA   THRU 021-FIN
           PERFORM 145-OBTIENE-RUTA-PLAZAS      THRU 145-FIN
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
           COPY DEPTRUTAP.
           COPY PUESRUTAP.
           COPY OPERRUTAP.
           COPY AUDRUTAP.
           COPY AUDWRTP.
           COPY PLZRUTAP.
           COPY PLZVALP.

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
      * BD-PLAZAS.TXT SE CREA VACIO EN LA PRIMERA CORRIDA, IGUAL QUE
      * BD-VALES-DERECHO.TXT EN MANTVALE. LOS PROGRAMAS QUE LO
      * CONSULTAN LO ABREN DE ENTRADA Y, SI NO EXISTE, NO CONTROLAN
      * PLAZAS.
      *----------------------------------------------------------------
       020-ABRE-ARCHIVOS.
           OPEN INPUT  EMPLEADOS
           OPEN INPUT  DEPARTAMENTOS
                       PUESTOS
           OPEN I-O    PLAZAS
           IF FS-PLAZAS-NO-EXISTE
              OPEN OUTPUT PLAZAS
              CLOSE PLAZAS
              OPEN I-O PLAZAS
           END-IF
           OPEN EXTEND AUDITORIA
           IF NOT FS-EMPLEADOS-OK OR NOT FS-DEPARTAMENTOS-OK
              OR NOT FS-PUESTOS-OK OR NOT FS-PLAZAS-OK
              OR NOT FS-AUDITORIA-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              GOBACK
           END-IF
           MOVE "S" TO SW-HAY-PLAZAS.
       020-FIN. EXIT.

       030-MUESTRA-MENU.
           DISPLAY " "
           DISPLAY "TECLEE UNA OPCION: "
           DISPLAY " "
           DISPLAY "1: AUTORIZAR PLAZAS DE UN DEPARTAMENTO/PUESTO"
           DISPLAY "2: QUITAR UNA AUTORIZACION"
           DISPLAY "3: LISTAR LAS AUTORIZACIONES"
           DISPLAY " "
           DISPLAY "E: SALIR DEL PROGRAMA"
           DISPLAY " "
           ACCEPT WS-RESPUESTA.

       040-EJECUTA-OPCION.
           EVALUATE WS-RESPUESTA
           WHEN "1"
                IF OPERADOR-ADMINISTRADOR
                   PERFORM 050-AUTORIZA-PLAZAS THRU 050-FIN
                ELSE
                   DISPLAY "SOLO UN ADMINISTRADOR PUEDE AUTORIZAR "
                           "PLAZAS."
                END-IF
           WHEN "2"
                IF OPERADOR-ADMINISTRADOR
                   PERFORM 065-QUITA-AUTORIZACION THRU 065-FIN
                ELSE
                   DISPLAY "SOLO UN ADMINISTRADOR PUEDE QUITAR "
                           "AUTORIZACIONES."
                END-IF
           WHEN "3"
                PERFORM 080-LISTA-PLAZAS THRU 080-FIN
           WHEN "E"
                CONTINUE
           WHEN OTHER
                DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.
       040-FIN. EXIT.

      *----------------------------------------------------------------
      * DEPARTAMENTO Y PUESTO SE VALIDAN CONTRA SUS CATALOGOS; EL ANIO
      * EN CEROS TOMA EL ANIO EN CURSO. DEJA SW-CONFIRMA EN "N" SI LA
      * CAPTURA NO ES VALIDA.
      *----------------------------------------------------------------
       045-PIDE-LLAVE.
           MOVE "S" TO SW-CONFIRMA
           DISPLAY "DEPARTAMENTO (3 DIGITOS): "
           ACCEPT WS-DEPTO-CAPTURA
           MOVE WS-DEPTO-CAPTURA TO REG-DEPTO-COD
           READ DEPARTAMENTOS
                INVALID KEY
                   DISPLAY "CLAVE DE DEPARTAMENTO INEXISTENTE."
                   MOVE "N" TO SW-CONFIRMA
                   GO TO 045-FIN
           END-READ
           DISPLAY "PUESTO (2 DIGITOS): "
           ACCEPT WS-PUESTO-CAPTURA
           MOVE WS-PUESTO-CAPTURA TO REG-PUESTO-COD
           READ PUESTOS
                INVALID KEY
                   DISPLAY "CLAVE DE PUESTO INEXISTENTE."
                   MOVE "N" TO SW-CONFIRMA
                   GO TO 045-FIN
           END-READ
           DISPLAY REG-DEPTO-NOMBRE " / " REG-PUESTO-NOMBRE
           DISPLAY "ANIO DESDE EL QUE RIGE (0000 = " WS-SIS-ANIO "): "
           ACCEPT WS-ANIO-CAPTURA
           IF WS-ANIO-CAPTURA EQUAL ZEROS
              MOVE WS-SIS-ANIO TO WS-ANIO-CAPTURA
           END-IF.
       045-FIN. EXIT.

      *----------------------------------------------------------------
      * MUESTRA LO QUE RIGE HOY PARA LA PAREJA Y CUANTOS LA OCUPAN,
      * PARA QUE QUIEN AUTORIZA NO DEJE POR DEBAJO DE LA PLANTILLA
      * ACTUAL SIN DARSE CUENTA (SE PERMITE, PERO SE AVISA).
      *----------------------------------------------------------------
       047-MUESTRA-ACTUAL.
           MOVE WS-DEPTO-CAPTURA  TO WS-PLZ-DEPTO-BUSCA
           MOVE WS-PUESTO-CAPTURA TO WS-PLZ-PUESTO-BUSCA
           MOVE WS-ANIO-CAPTURA   TO WS-PLZ-ANIO-BUSCA
           MOVE ZEROS             TO WS-PLZ-EXCLUYE-ID
           PERFORM 147-BUSCA-AUTORIZADAS THRU 147-FIN
           MOVE ZEROS TO WS-PLZ-OCUPADAS
           PERFORM 148-CUENTA-OCUPADAS THRU 148-FIN
           IF WS-PLZ-ANIO-VIGENTE EQUAL ZEROS
              DISPLAY "SIN AUTORIZACION VIGENTE EN " WS-ANIO-CAPTURA
                      ".  OCUPADAS HOY: " WS-PLZ-OCUPADAS
           ELSE
              DISPLAY "AUTORIZADAS: " WS-PLZ-AUTORIZADAS
                      " (DESDE " WS-PLZ-ANIO-VIGENTE
                      ").  OCUPADAS HOY: " WS-PLZ-OCUPADAS
           END-IF.
       047-FIN. EXIT.

      *----------------------------------------------------------------
      * CAPTURAR OTRA VEZ LA MISMA LLAVE (DEPARTAMENTO, PUESTO Y ANIO)
      * REEMPLAZA LA AUTORIZACION ANTERIOR. CERO PLAZAS ES VALIDO:
      * CONGELA LA PAREJA (NINGUN INGRESO NI TRASLADO SIN UN
      * ADMINISTRADOR).
      *----------------------------------------------------------------
       050-AUTORIZA-PLAZAS.
           PERFORM 045-PIDE-LLAVE THRU 045-FIN
           IF SW-CONFIRMA NOT EQUAL "S"
              GO TO 050-FIN
           END-IF
           PERFORM 047-MUESTRA-ACTUAL THRU 047-FIN
           DISPLAY "PLAZAS AUTORIZADAS A PARTIR DE " WS-ANIO-CAPTURA
                   ": "
           ACCEPT WS-PLAZAS-CAPTURA
           IF WS-PLAZAS-CAPTURA IS LESS THAN WS-PLZ-OCUPADAS
              DISPLAY "AVISO: QUEDAN MENOS PLAZAS QUE EMPLEADOS EN "
                      "EL PUESTO; NO HABRA INGRESOS HASTA QUE BAJE LA "
                      "PLANTILLA."
           END-IF
           DISPLAY "¿AUTORIZA " WS-PLAZAS-CAPTURA " PLAZAS DEL PUESTO "
                   WS-PUESTO-CAPTURA " EN EL DEPARTAMENTO "
                   WS-DEPTO-CAPTURA " DESDE " WS-ANIO-CAPTURA
                   "? (Y/N): "
           ACCEPT SW-CONFIRMA
           IF SW-CONFIRMA NOT EQUAL "Y"
              DISPLAY "OPERACION CANCELADA."
              GO TO 050-FIN
           END-IF
           MOVE WS-DEPTO-CAPTURA  TO PLZ-DEPTO
           MOVE WS-PUESTO-CAPTURA TO PLZ-PUESTO
           MOVE WS-ANIO-CAPTURA   TO PLZ-ANIO
           MOVE WS-PLAZAS-CAPTURA TO PLZ-AUTORIZADAS
           MOVE WS-FECHA-SISTEMA  TO PLZ-FECHA-REG
           MOVE WS-OPERADOR-ID    TO PLZ-OPERADOR
           WRITE REG-PLAZAS
                INVALID KEY
                   REWRITE REG-PLAZAS
                        INVALID KEY
                           DISPLAY "NO SE PUDO GRABAR LA "
                                   "AUTORIZACION."
                           GO TO 050-FIN
                   END-REWRITE
           END-WRITE
           DISPLAY "AUTORIZACION REGISTRADA."
           MOVE WS-DEPTO-CAPTURA TO WS-ID-EMP
           MOVE "PLZALT"         TO WS-AUD-OPERACION
           PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN.
       050-FIN. EXIT.

      *----------------------------------------------------------------
      * AL QUITAR UNA AUTORIZACION VUELVE A REGIR LA DEL ANIO ANTERIOR
      * MAS RECIENTE, SI LA HAY; SI NO, LA PAREJA QUEDA SIN CONTROL.
      *----------------------------------------------------------------
       065-QUITA-AUTORIZACION.
           PERFORM 045-PIDE-LLAVE THRU 045-FIN
           IF SW-CONFIRMA NOT EQUAL "S"
              GO TO 065-FIN
           END-IF
           MOVE WS-DEPTO-CAPTURA  TO PLZ-DEPTO
           MOVE WS-PUESTO-CAPTURA TO PLZ-PUESTO
           MOVE WS-ANIO-CAPTURA   TO PLZ-ANIO
           READ PLAZAS
                INVALID KEY
                   DISPLAY "NO HAY AUTORIZACION CAPTURADA CON ESA "
                           "LLAVE."
                   GO TO 065-FIN
           END-READ
           DISPLAY "¿QUITA LA AUTORIZACION DE " PLZ-AUTORIZADAS
                   " PLAZAS DESDE " PLZ-ANIO "? (Y/N): "
           ACCEPT SW-CONFIRMA
           IF SW-CONFIRMA NOT EQUAL "Y"
              DISPLAY "OPERACION CANCELADA."
              GO TO 065-FIN
           END-IF
           DELETE PLAZAS
              INVALID KEY
                 DISPLAY "NO SE PUDO QUITAR LA AUTORIZACION."
              NOT INVALID KEY
                 DISPLAY "AUTORIZACION QUITADA."
                 MOVE WS-DEPTO-CAPTURA TO WS-ID-EMP
                 MOVE "PLZBAJ"         TO WS-AUD-OPERACION
                 PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN
           END-DELETE.
       065-FIN. EXIT.

       080-LISTA-PLAZAS.
           MOVE LOW-VALUES TO PLZ-LLAVE
           START PLAZAS KEY IS GREATER THAN OR EQUAL PLZ-LLAVE
                 INVALID KEY
                    DISPLAY "NO HAY PLAZAS AUTORIZADAS CAPTURADAS."
                    GO TO 080-FIN
           END-START
           MOVE SPACES TO SW-FIN
           PERFORM 082-MUESTRA-PLAZA THRU 082-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       080-FIN. EXIT.

       082-MUESTRA-PLAZA.
           READ PLAZAS NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 082-FIN
           END-READ
           DISPLAY "DEPTO " PLZ-DEPTO "  PUESTO " PLZ-PUESTO
                   "  DESDE " PLZ-ANIO "  PLAZAS: " PLZ-AUTORIZADAS
                   "  CAPTURO: " PLZ-OPERADOR " EL " PLZ-FECHA-REG.
       082-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 DEPARTAMENTOS
                 PUESTOS
                 PLAZAS
                 AUDITORIA.
       090-FIN. EXIT.
