      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * EVALEMP.cbl - CAPTURA DE LA EVALUACION ANUAL DE DESEMPENO
      *               (BD-EVALUACIONES.TXT). POR EMPLEADO Y ANIO SE
      *               REGISTRA LA CALIFICACION (1 INSUFICIENTE, 2 POR
      *               DEBAJO DE LO ESPERADO, 3 CUMPLE, 4 SUPERA, 5
      *               SOBRESALIENTE), QUIEN EVALUO (POR OMISION EL
      *               JEFE INMEDIATO) Y UN COMENTARIO. CON ESTO Y LA
      *               MATRIZ DE MANTMERI, MERITEMP PROPONE EL AUMENTO
      *               POR MERITO A LA COLA DE AUTORIZACIONES. UNA
      *               EVALUACION QUE YA GENERO PROPUESTA NO SE PUEDE
      *               MODIFICAR. LA ENTRADA PIDE LA CLAVE DE
      *               BD-OPERADORES.TXT: EL OPERADOR DE CONSULTA SOLO
      *               CONSULTA. CADA CAPTURA QUEDA EN BD-AUDITORIA.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                EVALEMP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY OPERSEL.
           COPY AUDSEL.
           COPY EVASEL.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY OPERFD.
           COPY AUDFD.
           COPY EVAFD.

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPFS.
           COPY EMPRUTA.
           COPY OPERFS.
           COPY OPERRUTA.
           COPY AUDFS.
           COPY AUDRUTA.
           COPY EVAFS.
           COPY EVARUTA.

       01  WS-RESPUESTA            PIC X(01).
       01  SW-CONFIRMA             PIC X(01).
       01  SW-FIN                  PIC X(03)     VALUE SPACES.
       01  SW-EXISTE-EVA           PIC X(01).

       01  WS-ID-CAPTURA           PIC 9(04).
       01  WS-ANIO-CAPTURA         PIC 9(04).
       01  WS-CALIF-CAPTURA        PIC 9(01).
       01  WS-EVALUADOR-CAPTURA    PIC 9(04).
       01  WS-JEFE-CAPTURA         PIC 9(04).
       01  WS-COMENTARIO-CAPTURA   PIC X(40).
       01  WS-CONT-EVALUACIONES    PIC 9(04)     VALUE ZEROS.
       01  WS-TABLA-CALIF.
           05 WS-CONT-CALIF        PIC 9(04)     OCCURS 5 TIMES.
       01  WS-IDX                  PIC 9(01).

       01  WS-FECHA-SISTEMA        PIC 9(08).
       01  WS-ANIO-SISTEMA REDEFINES WS-FECHA-SISTEMA.
           05 WS-ANIO-HOY          PIC 9(04).
           05 FILLER               PIC 9(04).

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 027-OBTIENE-RUTA-OPERADORES  THRU 027-FIN
           PERFORM 021-OBTIENE-RUTA-AUDITORIA   THRU 021-FIN
           PERFORM 154-OBTIENE-RUTA-EVALUACIONES THRU 154-FIN
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
           COPY EVARUTAP.

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
      * BD-EVALUACIONES.TXT SE CREA VACIO EN LA PRIMERA CORRIDA.
      *----------------------------------------------------------------
       020-ABRE-ARCHIVOS.
           OPEN INPUT  EMPLEADOS
           OPEN I-O    EVALUACIONES
           IF FS-EVALUACIONES-NO-EXISTE
              OPEN OUTPUT EVALUACIONES
              CLOSE EVALUACIONES
              OPEN I-O EVALUACIONES
           END-IF
           OPEN EXTEND AUDITORIA
           IF NOT FS-EMPLEADOS-OK OR NOT FS-EVALUACIONES-OK
              OR NOT FS-AUDITORIA-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              GOBACK
           END-IF.
       020-FIN. EXIT.

       030-MUESTRA-MENU.
           DISPLAY " "
           DISPLAY "TECLEE UNA OPCION: "
           DISPLAY " "
           DISPLAY "1: CAPTURAR O CORREGIR UNA EVALUACION"
           DISPLAY "2: CONSULTAR LAS EVALUACIONES DE UN EMPLEADO"
           DISPLAY "3: LISTAR LAS EVALUACIONES DE UN ANIO"
           DISPLAY " "
           DISPLAY "E: SALIR DEL PROGRAMA"
           DISPLAY " "
           ACCEPT WS-RESPUESTA.

       040-EJECUTA-OPCION.
           EVALUATE WS-RESPUESTA
           WHEN "1"
                IF OPERADOR-CONSULTA
                   DISPLAY "EL OPERADOR DE CONSULTA NO PUEDE CAPTURAR "
                           "EVALUACIONES."
                ELSE
                   PERFORM 050-CAPTURA-EVALUACION THRU 050-FIN
                END-IF
           WHEN "2"
                PERFORM 080-CONSULTA-EMPLEADO THRU 080-FIN
           WHEN "3"
                PERFORM 085-LISTA-ANIO THRU 085-FIN
           WHEN "E"
                CONTINUE
           WHEN OTHER
                DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.
       040-FIN. EXIT.

      *----------------------------------------------------------------
      * EL EMPLEADO DEBE EXISTIR EN EL MAESTRO. DEJA SW-CONFIRMA EN
      * "N" SI NO SE ENCUENTRA.
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
           DISPLAY WS-NOMBRE-EMP " " WS-APE-PAT-EMP " " WS-APE-MAT-EMP.
       045-FIN. EXIT.

      *----------------------------------------------------------------
      * SOLO SE EVALUA AL PERSONAL QUE NO ESTA DADO DE BAJA, Y NO UN
      * ANIO POSTERIOR AL ACTUAL. SI YA HAY EVALUACION DE ESE ANIO SE
      * MUESTRA Y SE PUEDE CORREGIR, SALVO QUE MERITEMP YA HAYA
      * GENERADO CON ELLA LA PROPUESTA DE AUMENTO. EL EVALUADOR POR
      * OMISION ES EL JEFE INMEDIATO; DEBE SER UN EMPLEADO REGISTRADO
      * Y DISTINTO DEL EVALUADO.
      *----------------------------------------------------------------
       050-CAPTURA-EVALUACION.
           PERFORM 045-PIDE-EMPLEADO THRU 045-FIN
           IF SW-CONFIRMA NOT EQUAL "S"
              GO TO 050-FIN
           END-IF
           IF EMP-INACTIVO
              DISPLAY "EL EMPLEADO ESTA DADO DE BAJA; NO SE EVALUA."
              GO TO 050-FIN
           END-IF
           MOVE WS-JEFE-INMEDIATO TO WS-JEFE-CAPTURA
           DISPLAY "ANIO EVALUADO (AAAA): "
           ACCEPT WS-ANIO-CAPTURA
           IF WS-ANIO-CAPTURA EQUAL ZEROS OR
              WS-ANIO-CAPTURA IS GREATER THAN WS-ANIO-HOY
              DISPLAY "ANIO NO VALIDO."
              GO TO 050-FIN
           END-IF
           MOVE WS-ID-CAPTURA   TO EVA-ID-EMP
           MOVE WS-ANIO-CAPTURA TO EVA-ANIO
           MOVE "S" TO SW-EXISTE-EVA
           READ EVALUACIONES
                INVALID KEY
                   MOVE "N" TO SW-EXISTE-EVA
           END-READ
           IF SW-EXISTE-EVA EQUAL "S"
              DISPLAY "EVALUACION REGISTRADA: CALIFICACION "
                      EVA-CALIFICACION "  EVALUADOR " EVA-EVALUADOR
              DISPLAY "  " EVA-COMENTARIO
              IF NOT EVA-SIN-PROPUESTA
                 DISPLAY "YA SE PROPUSO EL AUMENTO CON ESTA EVALUACION "
                         "(FOLIO " EVA-FOLIO "); NO SE PUEDE CORREGIR."
                 GO TO 050-FIN
              END-IF
           END-IF
           DISPLAY "CALIFICACION (1 A 5): "
           ACCEPT WS-CALIF-CAPTURA
           IF WS-CALIF-CAPTURA IS LESS THAN 1 OR
              WS-CALIF-CAPTURA IS GREATER THAN 5
              DISPLAY "CALIFICACION NO VALIDA."
              GO TO 050-FIN
           END-IF
           DISPLAY "CLAVE DEL EVALUADOR (0000 = JEFE INMEDIATO "
                   WS-JEFE-CAPTURA "): "
           ACCEPT WS-EVALUADOR-CAPTURA
           IF WS-EVALUADOR-CAPTURA EQUAL ZEROS
              MOVE WS-JEFE-CAPTURA TO WS-EVALUADOR-CAPTURA
           END-IF
           IF WS-EVALUADOR-CAPTURA EQUAL ZEROS
              DISPLAY "EL EMPLEADO NO TIENE JEFE INMEDIATO; CAPTURE LA "
                      "CLAVE DEL EVALUADOR."
              GO TO 050-FIN
           END-IF
           IF WS-EVALUADOR-CAPTURA EQUAL WS-ID-CAPTURA
              DISPLAY "EL EMPLEADO NO PUEDE EVALUARSE A SI MISMO."
              GO TO 050-FIN
           END-IF
           MOVE WS-EVALUADOR-CAPTURA TO REG-ID-EMP
           READ EMPLEADOS
                INVALID KEY
                   DISPLAY "EL EVALUADOR NO EXISTE EN EL MAESTRO."
                   GO TO 050-FIN
           END-READ
           DISPLAY "EVALUADOR: " REG-NOMBRE-EMP " " REG-APE-PAT-EMP
           DISPLAY "COMENTARIO: "
           ACCEPT WS-COMENTARIO-CAPTURA
           DISPLAY "¿REGISTRA CALIFICACION " WS-CALIF-CAPTURA
                   " DEL EMPLEADO " WS-ID-CAPTURA " PARA "
                   WS-ANIO-CAPTURA "? (Y/N): "
           ACCEPT SW-CONFIRMA
           IF SW-CONFIRMA NOT EQUAL "Y"
              DISPLAY "OPERACION CANCELADA."
              GO TO 050-FIN
           END-IF
           MOVE WS-ID-CAPTURA         TO EVA-ID-EMP
           MOVE WS-ANIO-CAPTURA       TO EVA-ANIO
           MOVE WS-CALIF-CAPTURA      TO EVA-CALIFICACION
           MOVE WS-EVALUADOR-CAPTURA  TO EVA-EVALUADOR
           MOVE WS-COMENTARIO-CAPTURA TO EVA-COMENTARIO
           MOVE ZEROS                 TO EVA-FOLIO
           MOVE WS-FECHA-SISTEMA      TO EVA-FECHA-REG
           MOVE WS-OPERADOR-ID        TO EVA-OPERADOR
           IF SW-EXISTE-EVA EQUAL "S"
              REWRITE REG-EVALUACIONES
                   INVALID KEY
                      DISPLAY "NO SE PUDO ACTUALIZAR LA EVALUACION."
                      GO TO 050-FIN
              END-REWRITE
           ELSE
              WRITE REG-EVALUACIONES
                   INVALID KEY
                      DISPLAY "NO SE PUDO REGISTRAR LA EVALUACION."
                      GO TO 050-FIN
              END-WRITE
           END-IF
           DISPLAY "EVALUACION REGISTRADA."
           MOVE WS-ID-CAPTURA TO WS-ID-EMP
           MOVE "EVAALT"      TO WS-AUD-OPERACION
           PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN.
       050-FIN. EXIT.

       080-CONSULTA-EMPLEADO.
           PERFORM 045-PIDE-EMPLEADO THRU 045-FIN
           IF SW-CONFIRMA NOT EQUAL "S"
              GO TO 080-FIN
           END-IF
           MOVE ZEROS TO WS-CONT-EVALUACIONES
           MOVE WS-ID-CAPTURA TO EVA-ID-EMP
           MOVE ZEROS         TO EVA-ANIO
           START EVALUACIONES KEY IS GREATER THAN OR EQUAL EVA-LLAVE
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN
                 NOT INVALID KEY
                    MOVE SPACES TO SW-FIN
           END-START
           PERFORM 082-MUESTRA-EVALUACION THRU 082-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           IF WS-CONT-EVALUACIONES EQUAL ZEROS
              DISPLAY "EL EMPLEADO NO TIENE EVALUACIONES REGISTRADAS."
           END-IF.
       080-FIN. EXIT.

       082-MUESTRA-EVALUACION.
           READ EVALUACIONES NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 082-FIN
           END-READ
           IF EVA-ID-EMP NOT EQUAL WS-ID-CAPTURA
              MOVE "FIN" TO SW-FIN
              GO TO 082-FIN
           END-IF
           ADD 1 TO WS-CONT-EVALUACIONES
           DISPLAY EVA-ANIO "  CALIFICACION " EVA-CALIFICACION
                   "  EVALUADOR " EVA-EVALUADOR "  " EVA-COMENTARIO
           IF NOT EVA-SIN-PROPUESTA
              DISPLAY "      AUMENTO PROPUESTO EN EL FOLIO " EVA-FOLIO
           END-IF.
       082-FIN. EXIT.

      *----------------------------------------------------------------
      * EL ARCHIVO ESTA ORDENADO POR EMPLEADO Y ANIO, ASI QUE SE LEE
      * COMPLETO Y SE MUESTRAN SOLO LAS DEL ANIO PEDIDO, CON EL
      * RECUENTO POR CALIFICACION AL FINAL.
      *----------------------------------------------------------------
       085-LISTA-ANIO.
           DISPLAY "ANIO A LISTAR (AAAA): "
           ACCEPT WS-ANIO-CAPTURA
           MOVE ZEROS TO WS-CONT-EVALUACIONES
           PERFORM 089-LIMPIA-CONTADOR THRU 089-FIN
                   VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
           MOVE ZEROS TO EVA-LLAVE
           START EVALUACIONES KEY IS GREATER THAN OR EQUAL EVA-LLAVE
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN
                 NOT INVALID KEY
                    MOVE SPACES TO SW-FIN
           END-START
           PERFORM 087-MUESTRA-ANIO THRU 087-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           IF WS-CONT-EVALUACIONES EQUAL ZEROS
              DISPLAY "NO HAY EVALUACIONES DE ESE ANIO."
              GO TO 085-FIN
           END-IF
           DISPLAY " "
           DISPLAY "EVALUACIONES: " WS-CONT-EVALUACIONES
           PERFORM 088-MUESTRA-CONTADOR THRU 088-FIN
                   VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5.
       085-FIN. EXIT.

       087-MUESTRA-ANIO.
           READ EVALUACIONES NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 087-FIN
           END-READ
           IF EVA-ANIO NOT EQUAL WS-ANIO-CAPTURA
              GO TO 087-FIN
           END-IF
           ADD 1 TO WS-CONT-EVALUACIONES
           IF EVA-CALIF-VALIDA
              ADD 1 TO WS-CONT-CALIF (EVA-CALIFICACION)
           END-IF
           MOVE EVA-ID-EMP TO REG-ID-EMP
           READ EMPLEADOS
                INVALID KEY
                   MOVE SPACES TO REG-NOMBRE-EMP REG-APE-PAT-EMP
           END-READ
           DISPLAY EVA-ID-EMP " " REG-NOMBRE-EMP " " REG-APE-PAT-EMP
                   "  CALIF " EVA-CALIFICACION
                   "  EVALUADOR " EVA-EVALUADOR
                   "  FOLIO " EVA-FOLIO.
       087-FIN. EXIT.

       088-MUESTRA-CONTADOR.
           DISPLAY "  CALIFICACION " WS-IDX ": " WS-CONT-CALIF (WS-IDX).
       088-FIN. EXIT.

       089-LIMPIA-CONTADOR.
           MOVE ZEROS TO WS-CONT-CALIF (WS-IDX).
       089-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 EVALUACIONES
                 AUDITORIA.
       090-FIN. EXIT.
