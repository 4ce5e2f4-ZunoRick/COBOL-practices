      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * CAPAEMP.cbl - REGISTRO DE LA CAPACITACION DE CADA EMPLEADO
      *               (BD-CAPACITACION.TXT). POR CADA CURSO TOMADO SE
      *               CAPTURA EL CURSO DEL CATALOGO DE MANTCURS, EL
      *               PERIODO DE EJECUCION, LAS HORAS, EL INSTRUCTOR,
      *               EL REGISTRO DEL AGENTE CAPACITADOR ANTE LA STPS
      *               Y SI LO APROBO; CON ESO DC3EMP IMPRIME LA DC-3,
      *               DC4REP ARMA LA LISTA ANUAL DC-4 Y CAPAREP REVISA
      *               LOS CURSOS OBLIGATORIOS DEL PUESTO. LA ENTRADA
      *               PIDE LA CLAVE DE BD-OPERADORES.TXT: EL OPERADOR
      *               DE CONSULTA SOLO LISTA, UN SUPERVISOR O
      *               ADMINISTRADOR PUEDE BORRAR UN REGISTRO MAL
      *               CAPTURADO. CADA MOVIMIENTO QUEDA EN
      *               BD-AUDITORIA.TXT CON LA CLAVE DEL EMPLEADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                CAPAEMP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY OPERSEL.
           COPY AUDSEL.
           COPY CURSEL.
           COPY CAPSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY OPERFD.
           COPY AUDFD.
           COPY CURFD.
           COPY CAPFD.

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPFS.
           COPY EMPRUTA.
           COPY OPERFS.
           COPY OPERRUTA.
           COPY AUDFS.
           COPY AUDRUTA.
           COPY CURFS.
           COPY CURRUTA.
           COPY CAPFS.
           COPY CAPRUTA.

       01  WS-RESPUESTA            PIC X(01).
       01  SW-CONFIRMA             PIC X(01).
       01  SW-FIN                  PIC X(03)     VALUE SPACES.

       01  WS-ID-CAPTURA           PIC 9(04).
       01  WS-CURSO-CAPTURA        PIC 9(04).
       01  WS-INICIO-CAPTURA       PIC 9(08).
       01  WS-FIN-CAPTURA          PIC 9(08).
       01  WS-HORAS-CAPTURA        PIC 9(03).
       01  WS-RESULTADO-CAPTURA    PIC X(01).
       01  WS-CONT-CURSOS          PIC 9(04)     VALUE ZEROS.

       01  WS-FECHA-SISTEMA        PIC 9(08).

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 027-OBTIENE-RUTA-OPERADORES  THRU 027-FIN
           PERFORM 021-OBTIENE-RUTA-AUDITORIA   THRU 021-FIN
           PERFORM 151-OBTIENE-RUTA-CURSOS      THRU 151-FIN
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
           COPY OPERRUTAP.
           COPY AUDRUTAP.
           COPY AUDWRTP.
           COPY CURRUTAP.
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
      * SIN CATALOGO DE CURSOS NO HAY NADA QUE REGISTRAR: SE DA DE
      * ALTA PRIMERO EN MANTCURS. BD-CAPACITACION.TXT SE CREA VACIO
      * EN LA PRIMERA CORRIDA.
      *----------------------------------------------------------------
       020-ABRE-ARCHIVOS.
           OPEN INPUT  EMPLEADOS
           OPEN INPUT  CURSOS
           IF NOT FS-CURSOS-OK
              DISPLAY "NO SE PUDO ABRIR BD-CURSOS.TXT. DE DE ALTA LOS "
                      "CURSOS DESDE MANTCURS PRIMERO."
              GOBACK
           END-IF
           OPEN I-O    CAPACITACION
           IF FS-CAPACITACION-NO-EXISTE
              OPEN OUTPUT CAPACITACION
              CLOSE CAPACITACION
              OPEN I-O CAPACITACION
           END-IF
           OPEN EXTEND AUDITORIA
           IF NOT FS-EMPLEADOS-OK OR NOT FS-CAPACITACION-OK
              OR NOT FS-AUDITORIA-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              GOBACK
           END-IF.
       020-FIN. EXIT.

       030-MUESTRA-MENU.
           DISPLAY " "
           DISPLAY "TECLEE UNA OPCION: "
           DISPLAY " "
           DISPLAY "1: REGISTRAR UN CURSO TOMADO"
           DISPLAY "2: CONSULTAR LOS CURSOS DE UN EMPLEADO"
           DISPLAY "3: BORRAR UN REGISTRO MAL CAPTURADO"
           DISPLAY " "
           DISPLAY "E: SALIR DEL PROGRAMA"
           DISPLAY " "
           ACCEPT WS-RESPUESTA.

       040-EJECUTA-OPCION.
           EVALUATE WS-RESPUESTA
           WHEN "1"
                IF OPERADOR-CONSULTA
                   DISPLAY "EL OPERADOR DE CONSULTA NO PUEDE REGISTRAR "
                           "CURSOS."
                ELSE
                   PERFORM 050-REGISTRA-CURSO THRU 050-FIN
                END-IF
           WHEN "2"
                PERFORM 080-CONSULTA-EMPLEADO THRU 080-FIN
           WHEN "3"
                IF OPERADOR-ADMINISTRADOR OR OPERADOR-SUPERVISOR
                   PERFORM 065-BORRA-REGISTRO THRU 065-FIN
                ELSE
                   DISPLAY "SOLO UN SUPERVISOR O ADMINISTRADOR PUEDE "
                           "BORRAR REGISTROS."
                END-IF
           WHEN "E"
                CONTINUE
           WHEN OTHER
                DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.
       040-FIN. EXIT.

      *----------------------------------------------------------------
      * EL EMPLEADO DEBE EXISTIR EN EL MAESTRO (PUEDE ESTAR DADO DE
      * BAJA: SE REGISTRA LO QUE TOMO MIENTRAS LABORABA). DEJA
      * SW-CONFIRMA EN "N" SI NO SE ENCUENTRA.
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
           IF EMP-INACTIVO
              DISPLAY "AVISO: EL EMPLEADO ESTA DADO DE BAJA."
           END-IF.
       045-FIN. EXIT.

      *----------------------------------------------------------------
      * LAS HORAS EN CEROS TOMAN LA DURACION DEL CATALOGO. LA MISMA
      * LLAVE (EMPLEADO, CURSO, FECHA DE INICIO) NO SE CAPTURA DOS
      * VECES; PARA CORREGIRLA SE BORRA Y SE VUELVE A REGISTRAR.
      *----------------------------------------------------------------
       050-REGISTRA-CURSO.
           PERFORM 045-PIDE-EMPLEADO THRU 045-FIN
           IF SW-CONFIRMA NOT EQUAL "S"
              GO TO 050-FIN
           END-IF
           DISPLAY "CLAVE DEL CURSO: "
           ACCEPT WS-CURSO-CAPTURA
           MOVE WS-CURSO-CAPTURA TO CUR-CLAVE
           READ CURSOS
                INVALID KEY
                   DISPLAY "CLAVE DE CURSO INEXISTENTE."
                   GO TO 050-FIN
           END-READ
           DISPLAY CUR-NOMBRE "  (" CUR-HORAS " HORAS)"
           DISPLAY "FECHA DE INICIO (AAAAMMDD): "
           ACCEPT WS-INICIO-CAPTURA
           DISPLAY "FECHA DE TERMINO (AAAAMMDD): "
           ACCEPT WS-FIN-CAPTURA
           IF WS-INICIO-CAPTURA EQUAL ZEROS OR
              WS-FIN-CAPTURA IS LESS THAN WS-INICIO-CAPTURA
              DISPLAY "PERIODO NO VALIDO."
              GO TO 050-FIN
           END-IF
           IF WS-FIN-CAPTURA IS GREATER THAN WS-FECHA-SISTEMA
              DISPLAY "EL CURSO NO HA TERMINADO; REGISTRELO AL "
                      "CONCLUIR."
              GO TO 050-FIN
           END-IF
           IF WS-INICIO-CAPTURA IS LESS THAN WS-FECHA-ALTA
              DISPLAY "AVISO: EL CURSO ES ANTERIOR AL INGRESO DEL "
                      "EMPLEADO."
           END-IF
           DISPLAY "HORAS CURSADAS (000 = " CUR-HORAS "): "
           ACCEPT WS-HORAS-CAPTURA
           IF WS-HORAS-CAPTURA EQUAL ZEROS
              MOVE CUR-HORAS TO WS-HORAS-CAPTURA
           END-IF
           INITIALIZE REG-CAPACITACION
           DISPLAY "NOMBRE DEL INSTRUCTOR: "
           ACCEPT CAP-INSTRUCTOR
           DISPLAY "REGISTRO STPS DEL AGENTE CAPACITADOR (EN BLANCO = "
                   "CAPACITACION INTERNA): "
           ACCEPT CAP-AGENTE-REG
           DISPLAY "RESULTADO (A = APROBADO / N = NO APROBADO): "
           ACCEPT WS-RESULTADO-CAPTURA
           IF WS-RESULTADO-CAPTURA NOT EQUAL "A" AND
              WS-RESULTADO-CAPTURA NOT EQUAL "N"
              DISPLAY "RESULTADO NO VALIDO."
              GO TO 050-FIN
           END-IF
           DISPLAY "¿REGISTRA EL CURSO " WS-CURSO-CAPTURA
                   " DEL EMPLEADO " WS-ID-CAPTURA "? (Y/N): "
           ACCEPT SW-CONFIRMA
           IF SW-CONFIRMA NOT EQUAL "Y"
              DISPLAY "OPERACION CANCELADA."
              GO TO 050-FIN
           END-IF
           MOVE WS-ID-CAPTURA        TO CAP-ID-EMP
           MOVE WS-CURSO-CAPTURA     TO CAP-CURSO
           MOVE WS-INICIO-CAPTURA    TO CAP-FECHA-INICIO
           MOVE WS-FIN-CAPTURA       TO CAP-FECHA-FIN
           MOVE WS-HORAS-CAPTURA     TO CAP-HORAS
           MOVE WS-RESULTADO-CAPTURA TO CAP-RESULTADO
           MOVE WS-FECHA-SISTEMA     TO CAP-FECHA-REG
           MOVE WS-OPERADOR-ID       TO CAP-OPERADOR
           WRITE REG-CAPACITACION
                INVALID KEY
                   DISPLAY "YA EXISTE ESE CURSO CON ESA FECHA DE "
                           "INICIO PARA EL EMPLEADO."
                   GO TO 050-FIN
           END-WRITE
           DISPLAY "CURSO REGISTRADO."
           MOVE WS-ID-CAPTURA TO WS-ID-EMP
           MOVE "CAPALT"      TO WS-AUD-OPERACION
           PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN.
       050-FIN. EXIT.

       065-BORRA-REGISTRO.
           PERFORM 045-PIDE-EMPLEADO THRU 045-FIN
           IF SW-CONFIRMA NOT EQUAL "S"
              GO TO 065-FIN
           END-IF
           DISPLAY "CLAVE DEL CURSO: "
           ACCEPT WS-CURSO-CAPTURA
           DISPLAY "FECHA DE INICIO (AAAAMMDD): "
           ACCEPT WS-INICIO-CAPTURA
           MOVE WS-ID-CAPTURA     TO CAP-ID-EMP
           MOVE WS-CURSO-CAPTURA  TO CAP-CURSO
           MOVE WS-INICIO-CAPTURA TO CAP-FECHA-INICIO
           READ CAPACITACION
                INVALID KEY
                   DISPLAY "NO HAY REGISTRO CON ESA LLAVE."
                   GO TO 065-FIN
           END-READ
           DISPLAY "DEL " CAP-FECHA-INICIO " AL " CAP-FECHA-FIN "  "
                   CAP-HORAS " HORAS  RESULTADO " CAP-RESULTADO
           DISPLAY "¿BORRA EL REGISTRO? (Y/N): "
           ACCEPT SW-CONFIRMA
           IF SW-CONFIRMA NOT EQUAL "Y"
              DISPLAY "OPERACION CANCELADA."
              GO TO 065-FIN
           END-IF
           DELETE CAPACITACION
              INVALID KEY
                 DISPLAY "NO SE PUDO BORRAR EL REGISTRO."
              NOT INVALID KEY
                 DISPLAY "REGISTRO BORRADO."
                 MOVE WS-ID-CAPTURA TO WS-ID-EMP
                 MOVE "CAPBAJ"      TO WS-AUD-OPERACION
                 PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN
           END-DELETE.
       065-FIN. EXIT.

       080-CONSULTA-EMPLEADO.
           PERFORM 045-PIDE-EMPLEADO THRU 045-FIN
           IF SW-CONFIRMA NOT EQUAL "S"
              GO TO 080-FIN
           END-IF
           MOVE ZEROS TO WS-CONT-CURSOS
           MOVE WS-ID-CAPTURA TO CAP-ID-EMP
           MOVE ZEROS         TO CAP-CURSO
                                 CAP-FECHA-INICIO
           START CAPACITACION KEY IS GREATER THAN OR EQUAL CAP-LLAVE
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN
                 NOT INVALID KEY
                    MOVE SPACES TO SW-FIN
           END-START
           PERFORM 082-MUESTRA-CURSO THRU 082-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           IF WS-CONT-CURSOS EQUAL ZEROS
              DISPLAY "EL EMPLEADO NO TIENE CURSOS REGISTRADOS."
           END-IF.
       080-FIN. EXIT.

       082-MUESTRA-CURSO.
           READ CAPACITACION NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 082-FIN
           END-READ
           IF CAP-ID-EMP NOT EQUAL WS-ID-CAPTURA
              MOVE "FIN" TO SW-FIN
              GO TO 082-FIN
           END-IF
           ADD 1 TO WS-CONT-CURSOS
           MOVE CAP-CURSO TO CUR-CLAVE
           READ CURSOS
                INVALID KEY
                   MOVE "NO EXISTE EN EL CATALOGO" TO CUR-NOMBRE
           END-READ
           DISPLAY CAP-CURSO " " CUR-NOMBRE
           DISPLAY "     DEL " CAP-FECHA-INICIO " AL " CAP-FECHA-FIN
                   "  " CAP-HORAS " HORAS  RESULTADO " CAP-RESULTADO
                   "  INSTRUCTOR " CAP-INSTRUCTOR
           IF CAP-AGENTE-INTERNO
              DISPLAY "     CAPACITACION INTERNA"
           ELSE
              DISPLAY "     AGENTE CAPACITADOR " CAP-AGENTE-REG
           END-IF.
       082-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 CURSOS
                 CAPACITACION
                 AUDITORIA.
       090-FIN. EXIT.
