      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * MANTCURS.cbl - MANTENIMIENTO DEL CATALOGO DE CURSOS DE
      *                CAPACITACION (BD-CURSOS.TXT) Y DE LOS CURSOS
      *                OBLIGATORIOS DE CADA PUESTO
      *                (BD-CURSOS-PUESTO.TXT). CADA CURSO LLEVA SU
      *                AREA TEMATICA DE LA STPS, LAS HORAS Y LOS MESES
      *                QUE VALE LA ACREDITACION. CAPAEMP REGISTRA LOS
      *                CURSOS TOMADOS, DC3EMP Y DC4REP EMITEN LOS
      *                FORMATOS DE LA STPS Y CAPAREP SENALA A QUIEN LE
      *                FALTA O SE LE VENCIO UN CURSO OBLIGATORIO. LA
      *                ENTRADA ESTA PROTEGIDA CON LA CLAVE DE OPERADOR
      *                DE BD-OPERADORES.TXT, IGUAL QUE MANTPLAZ; UN
      *                SUPERVISOR O ADMINISTRADOR MODIFICA LOS
      *                CATALOGOS Y CUALQUIER OPERADOR LOS LISTA. CADA
      *                MOVIMIENTO QUEDA EN BD-AUDITORIA.TXT CON LA
      *                CLAVE DEL CURSO EN EL CAMPO DE EMPLEADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                MANTCURS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PUESSEL.
           COPY OPERSEL.
           COPY AUDSEL.
           COPY CURSEL.
           COPY CUPSEL.
           COPY CAPSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY PUESFD.
           COPY OPERFD.
           COPY AUDFD.
           COPY CURFD.
           COPY CUPFD.
           COPY CAPFD.

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPRUTA.
           COPY PUESFS.
           COPY PUESRUTA.
           COPY OPERFS.
           COPY OPERRUTA.
           COPY AUDFS.
           COPY AUDRUTA.
           COPY CURFS.
           COPY CURRUTA.
           COPY CUPFS.
           COPY CUPRUTA.
           COPY CAPFS.
           COPY CAPRUTA.

       01  WS-RESPUESTA            PIC X(01).
       01  SW-CONFIRMA             PIC X(01).
       01  SW-FIN                  PIC X(03)     VALUE SPACES.
       01  SW-HAY-CAPACITACION     PIC X(01)     VALUE "N".
           88 HAY-CAPACITACION            VALUE "S".
       01  SW-CURSO-USADO          PIC X(01)     VALUE "N".
           88 CURSO-USADO                 VALUE "S".

       01  WS-CURSO-CAPTURA        PIC 9(04).
       01  WS-PUESTO-CAPTURA       PIC 9(02).
       01  WS-NOMBRE-CAPTURA       PIC X(40).
       01  WS-AREA-CAPTURA         PIC 9(04).
       01  WS-HORAS-CAPTURA        PIC 9(03).
       01  WS-VIGENCIA-CAPTURA     PIC 9(03).
       01  WS-PUESTO-LISTA         PIC 9(02).

       01  WS-FECHA-SISTEMA.
           05 WS-SIS-ANIO          PIC 9(04).
           05 WS-SIS-MES           PIC 9(02).
           05 WS-SIS-DIA           PIC 9(02).

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 019-OBTIENE-RUTA-PUESTOS     THRU 019-FIN
           PERFORM 027-OBTIENE-RUTA-OPERADORES  THRU 027-FIN
           PERFORM 021-OBTIENE-RUTA-AUDITORIA   THRU 021-FIN
           PERFORM 151-OBTIENE-RUTA-CURSOS      THRU 151-FIN
           PERFORM 152-OBTIENE-RUTA-CURSOS-PUESTO THRU 152-FIN
           PERFORM 153-OBTIENE-RUTA-CAPACITACION THRU 153-FIN
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
           COPY PUESRUTAP.
           COPY OPERRUTAP.
           COPY AUDRUTAP.
           COPY AUDWRTP.
           COPY CURRUTAP.
           COPY CUPRUTAP.
           COPY CAPRUTAP.

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
      * LOS DOS CATALOGOS SE CREAN VACIOS EN LA PRIMERA CORRIDA, IGUAL
      * QUE BD-PLAZAS.TXT EN MANTPLAZ. BD-CAPACITACION.TXT SOLO SE
      * CONSULTA PARA NO DAR DE BAJA UN CURSO QUE YA TIENE ASISTENCIAS
      * (SUS DC-3 PERDERIAN EL NOMBRE); SI NO EXISTE, NINGUNO LAS TIENE.
      *----------------------------------------------------------------
       020-ABRE-ARCHIVOS.
           OPEN INPUT  PUESTOS
           OPEN I-O    CURSOS
           IF FS-CURSOS-NO-EXISTE
              OPEN OUTPUT CURSOS
              CLOSE CURSOS
              OPEN I-O CURSOS
           END-IF
           OPEN I-O    CURSOS-PUESTO
           IF FS-CURSOS-PUESTO-NO-EXISTE
              OPEN OUTPUT CURSOS-PUESTO
              CLOSE CURSOS-PUESTO
              OPEN I-O CURSOS-PUESTO
           END-IF
           OPEN EXTEND AUDITORIA
           IF NOT FS-PUESTOS-OK OR NOT FS-CURSOS-OK
              OR NOT FS-CURSOS-PUESTO-OK OR NOT FS-AUDITORIA-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              GOBACK
           END-IF
           OPEN INPUT CAPACITACION
           IF FS-CAPACITACION-OK
              MOVE "S" TO SW-HAY-CAPACITACION
           END-IF.
       020-FIN. EXIT.

       030-MUESTRA-MENU.
           DISPLAY " "
           DISPLAY "TECLEE UNA OPCION: "
           DISPLAY " "
           DISPLAY "1: DAR DE ALTA O CAMBIAR UN CURSO"
           DISPLAY "2: DAR DE BAJA UN CURSO"
           DISPLAY "3: LISTAR EL CATALOGO DE CURSOS"
           DISPLAY "4: HACER OBLIGATORIO UN CURSO PARA UN PUESTO"
           DISPLAY "5: QUITAR UN CURSO OBLIGATORIO DE UN PUESTO"
           DISPLAY "6: LISTAR LOS CURSOS OBLIGATORIOS DE UN PUESTO"
           DISPLAY " "
           DISPLAY "E: SALIR DEL PROGRAMA"
           DISPLAY " "
           ACCEPT WS-RESPUESTA.

       040-EJECUTA-OPCION.
           EVALUATE WS-RESPUESTA
           WHEN "1"
           WHEN "2"
           WHEN "4"
           WHEN "5"
                IF OPERADOR-ADMINISTRADOR OR OPERADOR-SUPERVISOR
                   PERFORM 042-OPCION-CAMBIO THRU 042-FIN
                ELSE
                   DISPLAY "SOLO UN SUPERVISOR O ADMINISTRADOR PUEDE "
                           "MODIFICAR LOS CURSOS."
                END-IF
           WHEN "3"
                PERFORM 080-LISTA-CURSOS THRU 080-FIN
           WHEN "6"
                PERFORM 085-LISTA-OBLIGATORIOS THRU 085-FIN
           WHEN "E"
                CONTINUE
           WHEN OTHER
                DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.
       040-FIN. EXIT.

       042-OPCION-CAMBIO.
           EVALUATE WS-RESPUESTA
           WHEN "1"
                PERFORM 050-GRABA-CURSO THRU 050-FIN
           WHEN "2"
                PERFORM 055-BAJA-CURSO THRU 055-FIN
           WHEN "4"
                PERFORM 070-ASIGNA-OBLIGATORIO THRU 070-FIN
           WHEN "5"
                PERFORM 075-QUITA-OBLIGATORIO THRU 075-FIN
           END-EVALUATE.
       042-FIN. EXIT.

      *----------------------------------------------------------------
      * CAPTURAR UNA CLAVE QUE YA EXISTE REEMPLAZA SUS DATOS; LOS
      * CAMPOS QUE SE DEJAN EN BLANCO O EN CEROS CONSERVAN EL VALOR
      * ANTERIOR, COMO EN LOS DEMAS CATALOGOS.
      *----------------------------------------------------------------
       050-GRABA-CURSO.
           DISPLAY "CLAVE DEL CURSO (4 DIGITOS): "
           ACCEPT WS-CURSO-CAPTURA
           IF WS-CURSO-CAPTURA EQUAL ZEROS
              DISPLAY "LA CLAVE CERO NO ES VALIDA."
              GO TO 050-FIN
           END-IF
           MOVE WS-CURSO-CAPTURA TO CUR-CLAVE
           READ CURSOS
                INVALID KEY
                   INITIALIZE REG-CURSOS
                   MOVE WS-CURSO-CAPTURA TO CUR-CLAVE
                   DISPLAY "CURSO NUEVO."
                NOT INVALID KEY
                   DISPLAY "ACTUAL: " CUR-NOMBRE
                   DISPLAY "  AREA " CUR-AREA-TEMATICA
                           "  HORAS " CUR-HORAS
                           "  VIGENCIA (MESES) " CUR-VIGENCIA-MESES
           END-READ
           DISPLAY "NOMBRE DEL CURSO: "
           MOVE SPACES TO WS-NOMBRE-CAPTURA
           ACCEPT WS-NOMBRE-CAPTURA
           IF WS-NOMBRE-CAPTURA NOT EQUAL SPACES
              MOVE WS-NOMBRE-CAPTURA TO CUR-NOMBRE
           END-IF
           IF CUR-NOMBRE EQUAL SPACES
              DISPLAY "EL CURSO DEBE TENER NOMBRE."
              GO TO 050-FIN
           END-IF
           DISPLAY "AREA TEMATICA DEL CATALOGO STPS (4 DIGITOS): "
           ACCEPT WS-AREA-CAPTURA
           IF WS-AREA-CAPTURA NOT EQUAL ZEROS
              MOVE WS-AREA-CAPTURA TO CUR-AREA-TEMATICA
           END-IF
           DISPLAY "DURACION EN HORAS: "
           ACCEPT WS-HORAS-CAPTURA
           IF WS-HORAS-CAPTURA NOT EQUAL ZEROS
              MOVE WS-HORAS-CAPTURA TO CUR-HORAS
           END-IF
           IF CUR-AREA-TEMATICA EQUAL ZEROS OR CUR-HORAS EQUAL ZEROS
              DISPLAY "AREA TEMATICA Y HORAS SON OBLIGATORIAS."
              GO TO 050-FIN
           END-IF
           DISPLAY "MESES DE VIGENCIA (000 = NO VENCE, 999 = DEJAR "
                   "COMO ESTA): "
           ACCEPT WS-VIGENCIA-CAPTURA
           IF WS-VIGENCIA-CAPTURA NOT EQUAL 999
              MOVE WS-VIGENCIA-CAPTURA TO CUR-VIGENCIA-MESES
           END-IF
           DISPLAY "¿GRABA EL CURSO " CUR-CLAVE "? (Y/N): "
           ACCEPT SW-CONFIRMA
           IF SW-CONFIRMA NOT EQUAL "Y"
              DISPLAY "OPERACION CANCELADA."
              GO TO 050-FIN
           END-IF
           MOVE WS-FECHA-SISTEMA TO CUR-FECHA-REG
           MOVE WS-OPERADOR-ID   TO CUR-OPERADOR
           WRITE REG-CURSOS
                INVALID KEY
                   REWRITE REG-CURSOS
                        INVALID KEY
                           DISPLAY "NO SE PUDO GRABAR EL CURSO."
                           GO TO 050-FIN
                   END-REWRITE
           END-WRITE
           DISPLAY "CURSO GRABADO."
           MOVE WS-CURSO-CAPTURA TO WS-ID-EMP
           MOVE "CURALT"         TO WS-AUD-OPERACION
           PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN.
       050-FIN. EXIT.

      *----------------------------------------------------------------
      * NO SE DA DE BAJA UN CURSO QUE ALGUN PUESTO EXIGE NI UNO QUE YA
      * TIENE ASISTENCIAS REGISTRADAS.
      *----------------------------------------------------------------
       055-BAJA-CURSO.
           DISPLAY "CLAVE DEL CURSO A DAR DE BAJA: "
           ACCEPT WS-CURSO-CAPTURA
           MOVE WS-CURSO-CAPTURA TO CUR-CLAVE
           READ CURSOS
                INVALID KEY
                   DISPLAY "CLAVE DE CURSO INEXISTENTE."
                   GO TO 055-FIN
           END-READ
           PERFORM 062-BUSCA-USO THRU 062-FIN
           IF CURSO-USADO
              GO TO 055-FIN
           END-IF
           DISPLAY "¿DA DE BAJA EL CURSO " CUR-NOMBRE "? (Y/N): "
           ACCEPT SW-CONFIRMA
           IF SW-CONFIRMA NOT EQUAL "Y"
              DISPLAY "OPERACION CANCELADA."
              GO TO 055-FIN
           END-IF
           DELETE CURSOS
              INVALID KEY
                 DISPLAY "NO SE PUDO DAR DE BAJA EL CURSO."
              NOT INVALID KEY
                 DISPLAY "CURSO DADO DE BAJA."
                 MOVE WS-CURSO-CAPTURA TO WS-ID-EMP
                 MOVE "CURBAJ"         TO WS-AUD-OPERACION
                 PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN
           END-DELETE.
       055-FIN. EXIT.

       062-BUSCA-USO.
           MOVE "N" TO SW-CURSO-USADO
           MOVE LOW-VALUES TO CUP-LLAVE
           START CURSOS-PUESTO KEY IS GREATER THAN OR EQUAL CUP-LLAVE
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN
                 NOT INVALID KEY
                    MOVE SPACES TO SW-FIN
           END-START
           PERFORM 064-REVISA-PUESTO THRU 064-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           IF CURSO-USADO
              DISPLAY "EL CURSO ES OBLIGATORIO PARA EL PUESTO "
                      CUP-PUESTO "; QUITELO DEL PUESTO PRIMERO."
              GO TO 062-FIN
           END-IF
           IF NOT HAY-CAPACITACION
              GO TO 062-FIN
           END-IF
           MOVE LOW-VALUES TO CAP-LLAVE
           START CAPACITACION KEY IS GREATER THAN OR EQUAL CAP-LLAVE
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN
                 NOT INVALID KEY
                    MOVE SPACES TO SW-FIN
           END-START
           PERFORM 066-REVISA-ASISTENCIA THRU 066-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           IF CURSO-USADO
              DISPLAY "EL CURSO TIENE ASISTENCIAS REGISTRADAS "
                      "(EMPLEADO " CAP-ID-EMP "); NO SE PUEDE DAR DE "
                      "BAJA."
           END-IF.
       062-FIN. EXIT.

       064-REVISA-PUESTO.
           READ CURSOS-PUESTO NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 064-FIN
           END-READ
           IF CUP-CURSO EQUAL WS-CURSO-CAPTURA
              MOVE "S"   TO SW-CURSO-USADO
              MOVE "FIN" TO SW-FIN
           END-IF.
       064-FIN. EXIT.

       066-REVISA-ASISTENCIA.
           READ CAPACITACION NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 066-FIN
           END-READ
           IF CAP-CURSO EQUAL WS-CURSO-CAPTURA
              MOVE "S"   TO SW-CURSO-USADO
              MOVE "FIN" TO SW-FIN
           END-IF.
       066-FIN. EXIT.

      *----------------------------------------------------------------
      * PUESTO Y CURSO SE VALIDAN CONTRA SUS CATALOGOS.
      *----------------------------------------------------------------
       068-PIDE-PUESTO-CURSO.
           MOVE "S" TO SW-CONFIRMA
           DISPLAY "PUESTO (2 DIGITOS): "
           ACCEPT WS-PUESTO-CAPTURA
           MOVE WS-PUESTO-CAPTURA TO REG-PUESTO-COD
           READ PUESTOS
                INVALID KEY
                   DISPLAY "CLAVE DE PUESTO INEXISTENTE."
                   MOVE "N" TO SW-CONFIRMA
                   GO TO 068-FIN
           END-READ
           DISPLAY "CLAVE DEL CURSO: "
           ACCEPT WS-CURSO-CAPTURA
           MOVE WS-CURSO-CAPTURA TO CUR-CLAVE
           READ CURSOS
                INVALID KEY
                   DISPLAY "CLAVE DE CURSO INEXISTENTE."
                   MOVE "N" TO SW-CONFIRMA
                   GO TO 068-FIN
           END-READ
           DISPLAY REG-PUESTO-NOMBRE " / " CUR-NOMBRE.
       068-FIN. EXIT.

       070-ASIGNA-OBLIGATORIO.
           PERFORM 068-PIDE-PUESTO-CURSO THRU 068-FIN
           IF SW-CONFIRMA NOT EQUAL "S"
              GO TO 070-FIN
           END-IF
           MOVE WS-PUESTO-CAPTURA TO CUP-PUESTO
           MOVE WS-CURSO-CAPTURA  TO CUP-CURSO
           MOVE WS-FECHA-SISTEMA  TO CUP-FECHA-REG
           MOVE WS-OPERADOR-ID    TO CUP-OPERADOR
           WRITE REG-CURSOS-PUESTO
                INVALID KEY
                   DISPLAY "EL CURSO YA ES OBLIGATORIO PARA EL PUESTO."
                   GO TO 070-FIN
           END-WRITE
           DISPLAY "CURSO OBLIGATORIO REGISTRADO."
           MOVE WS-CURSO-CAPTURA TO WS-ID-EMP
           MOVE "CUPALT"         TO WS-AUD-OPERACION
           PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN.
       070-FIN. EXIT.

       075-QUITA-OBLIGATORIO.
           PERFORM 068-PIDE-PUESTO-CURSO THRU 068-FIN
           IF SW-CONFIRMA NOT EQUAL "S"
              GO TO 075-FIN
           END-IF
           MOVE WS-PUESTO-CAPTURA TO CUP-PUESTO
           MOVE WS-CURSO-CAPTURA  TO CUP-CURSO
           READ CURSOS-PUESTO
                INVALID KEY
                   DISPLAY "EL CURSO NO ES OBLIGATORIO PARA EL PUESTO."
                   GO TO 075-FIN
           END-READ
           DISPLAY "¿QUITA EL CURSO DE LOS OBLIGATORIOS DEL PUESTO? "
                   "(Y/N): "
           ACCEPT SW-CONFIRMA
           IF SW-CONFIRMA NOT EQUAL "Y"
              DISPLAY "OPERACION CANCELADA."
              GO TO 075-FIN
           END-IF
           DELETE CURSOS-PUESTO
              INVALID KEY
                 DISPLAY "NO SE PUDO QUITAR EL CURSO DEL PUESTO."
              NOT INVALID KEY
                 DISPLAY "CURSO QUITADO DEL PUESTO."
                 MOVE WS-CURSO-CAPTURA TO WS-ID-EMP
                 MOVE "CUPBAJ"         TO WS-AUD-OPERACION
                 PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN
           END-DELETE.
       075-FIN. EXIT.

       080-LISTA-CURSOS.
           MOVE LOW-VALUES TO CUR-CLAVE
           START CURSOS KEY IS GREATER THAN OR EQUAL CUR-CLAVE
                 INVALID KEY
                    DISPLAY "NO HAY CURSOS CAPTURADOS."
                    GO TO 080-FIN
           END-START
           MOVE SPACES TO SW-FIN
           PERFORM 082-MUESTRA-CURSO THRU 082-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       080-FIN. EXIT.

       082-MUESTRA-CURSO.
           READ CURSOS NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 082-FIN
           END-READ
           DISPLAY CUR-CLAVE " " CUR-NOMBRE
           DISPLAY "     AREA " CUR-AREA-TEMATICA
                   "  HORAS " CUR-HORAS
                   "  VIGENCIA (MESES) " CUR-VIGENCIA-MESES
                   "  CAPTURO: " CUR-OPERADOR " EL " CUR-FECHA-REG.
       082-FIN. EXIT.

      *----------------------------------------------------------------
      * EL PUESTO EN CEROS LISTA LOS OBLIGATORIOS DE TODOS LOS PUESTOS.
      *----------------------------------------------------------------
       085-LISTA-OBLIGATORIOS.
           DISPLAY "PUESTO (00 = TODOS): "
           ACCEPT WS-PUESTO-LISTA
           MOVE WS-PUESTO-LISTA TO CUP-PUESTO
           MOVE ZEROS           TO CUP-CURSO
           START CURSOS-PUESTO KEY IS GREATER THAN OR EQUAL CUP-LLAVE
                 INVALID KEY
                    DISPLAY "NO HAY CURSOS OBLIGATORIOS CAPTURADOS."
                    GO TO 085-FIN
           END-START
           MOVE SPACES TO SW-FIN
           PERFORM 087-MUESTRA-OBLIGATORIO THRU 087-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       085-FIN. EXIT.

       087-MUESTRA-OBLIGATORIO.
           READ CURSOS-PUESTO NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 087-FIN
           END-READ
           IF WS-PUESTO-LISTA NOT EQUAL ZEROS AND
              CUP-PUESTO NOT EQUAL WS-PUESTO-LISTA
              MOVE "FIN" TO SW-FIN
              GO TO 087-FIN
           END-IF
           MOVE CUP-CURSO TO CUR-CLAVE
           READ CURSOS
                INVALID KEY
                   MOVE "NO EXISTE EN EL CATALOGO" TO CUR-NOMBRE
           END-READ
           DISPLAY "PUESTO " CUP-PUESTO "  CURSO " CUP-CURSO " "
                   CUR-NOMBRE.
       087-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE PUESTOS
                 CURSOS
                 CURSOS-PUESTO
                 AUDITORIA
           IF HAY-CAPACITACION
              CLOSE CAPACITACION
           END-IF.
       090-FIN. EXIT.
