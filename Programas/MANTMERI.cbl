      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * MANTMERI.cbl - MANTENIMIENTO DE LA MATRIZ DE AUMENTO POR
      *                MERITO (BD-MATRIZ-MERITO.TXT). PARA CADA CICLO
      *                (ANIO EVALUADO) SE CAPTURA EL PORCENTAJE DE
      *                AUMENTO QUE CORRESPONDE A CADA CALIFICACION DE
      *                EVALEMP (1 A 5) SEGUN LA POSICION DEL SUELDO EN
      *                LA BANDA DEL PUESTO (CUARTIL 1 A 4). MERITEMP
      *                LA APLICA PARA PROPONER LOS AUMENTOS. LA ENTRADA
      *                PIDE LA CLAVE DE BD-OPERADORES.TXT: SOLO UN
      *                SUPERVISOR O ADMINISTRADOR MODIFICA LA MATRIZ,
      *                CUALQUIER OPERADOR LA CONSULTA. CADA CAMBIO
      *                QUEDA EN BD-AUDITORIA.TXT CON EL ANIO DEL CICLO
      *                EN LUGAR DE LA CLAVE DE EMPLEADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                MANTMERI.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OPERSEL.
           COPY AUDSEL.
           COPY MERSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY OPERFD.
           COPY AUDFD.
           COPY MERFD.

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPRUTA.
           COPY OPERFS.
           COPY OPERRUTA.
           COPY AUDFS.
           COPY AUDRUTA.
           COPY MERFS.
           COPY MERRUTA.

       01  WS-RESPUESTA            PIC X(01).
       01  SW-CONFIRMA             PIC X(01).
       01  SW-FIN                  PIC X(03)     VALUE SPACES.
       01  SW-EXISTE-MER           PIC X(01).

       01  WS-ANIO-CAPTURA         PIC 9(04).
       01  WS-ANIO-DESTINO         PIC 9(04).
       01  WS-CALIF-CAPTURA        PIC 9(01).
       01  WS-CUARTIL-CAPTURA      PIC 9(01).
       01  WS-PCT-CAPTURA          PIC 9(02)V99.
       01  WS-CONT-CELDAS          PIC 9(02)     VALUE ZEROS.

      *----------------------------------------------------------------
      * MATRIZ DEL ANIO EN MEMORIA PARA MOSTRARLA EN CUADRICULA Y PARA
      * COPIARLA DE UN CICLO A OTRO.
      *----------------------------------------------------------------
       01  WS-MATRIZ.
           05 WS-MAT-CALIF         OCCURS 5 TIMES.
              10 WS-MAT-PCT        PIC 9(02)V99  OCCURS 4 TIMES.
       01  WS-IDX-CAL              PIC 9(01).
       01  WS-IDX-CUA              PIC 9(01).

       01  WS-LINEA-MATRIZ.
           05 FILLER               PIC X(15)     VALUE
                                   "  CALIFICACION ".
           05 WS-LIN-CALIF         PIC 9(01).
           05 WS-LIN-CELDA         OCCURS 4 TIMES.
              10 FILLER            PIC X(04)     VALUE SPACES.
              10 WS-LIN-PCT        PIC Z9.99.
              10 FILLER            PIC X(01)     VALUE "%".

       01  WS-FECHA-SISTEMA        PIC 9(08).

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 027-OBTIENE-RUTA-OPERADORES  THRU 027-FIN
           PERFORM 021-OBTIENE-RUTA-AUDITORIA   THRU 021-FIN
           PERFORM 155-OBTIENE-RUTA-MATRIZ-MERITO THRU 155-FIN
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
           COPY MERRUTAP.

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
      * BD-MATRIZ-MERITO.TXT SE CREA VACIO EN LA PRIMERA CORRIDA.
      *----------------------------------------------------------------
       020-ABRE-ARCHIVOS.
           OPEN I-O    MATRIZ-MERITO
           IF FS-MATRIZ-MERITO-NO-EXISTE
              OPEN OUTPUT MATRIZ-MERITO
              CLOSE MATRIZ-MERITO
              OPEN I-O MATRIZ-MERITO
           END-IF
           OPEN EXTEND AUDITORIA
           IF NOT FS-MATRIZ-MERITO-OK OR NOT FS-AUDITORIA-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              GOBACK
           END-IF.
       020-FIN. EXIT.

       030-MUESTRA-MENU.
           DISPLAY " "
           DISPLAY "TECLEE UNA OPCION: "
           DISPLAY " "
           DISPLAY "1: CAPTURAR UN PORCENTAJE DE LA MATRIZ"
           DISPLAY "2: COPIAR LA MATRIZ DE OTRO ANIO"
           DISPLAY "3: CONSULTAR LA MATRIZ DE UN ANIO"
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
                           "MODIFICAR LA MATRIZ."
                END-IF
           WHEN "3"
                PERFORM 080-CONSULTA-MATRIZ THRU 080-FIN
           WHEN "E"
                CONTINUE
           WHEN OTHER
                DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.
       040-FIN. EXIT.

       042-OPCION-CAMBIO.
           EVALUATE WS-RESPUESTA
           WHEN "1"
                PERFORM 050-GRABA-CELDA THRU 050-FIN
           WHEN "2"
                PERFORM 070-COPIA-MATRIZ THRU 070-FIN
           END-EVALUATE.
       042-FIN. EXIT.

      *----------------------------------------------------------------
      * UN PORCENTAJE EN CEROS DEJA LA CELDA SIN AUMENTO. SI LA CELDA
      * YA EXISTE SE MUESTRA EL VALOR ANTERIOR Y SE REEMPLAZA.
      *----------------------------------------------------------------
       050-GRABA-CELDA.
           DISPLAY "ANIO EVALUADO (AAAA): "
           ACCEPT WS-ANIO-CAPTURA
           IF WS-ANIO-CAPTURA EQUAL ZEROS
              DISPLAY "ANIO NO VALIDO."
              GO TO 050-FIN
           END-IF
           DISPLAY "CALIFICACION (1 A 5): "
           ACCEPT WS-CALIF-CAPTURA
           IF WS-CALIF-CAPTURA IS LESS THAN 1 OR
              WS-CALIF-CAPTURA IS GREATER THAN 5
              DISPLAY "CALIFICACION NO VALIDA."
              GO TO 050-FIN
           END-IF
           DISPLAY "CUARTIL DE LA BANDA (1 = MAS BAJO ... 4 = MAS "
                   "ALTO): "
           ACCEPT WS-CUARTIL-CAPTURA
           IF WS-CUARTIL-CAPTURA IS LESS THAN 1 OR
              WS-CUARTIL-CAPTURA IS GREATER THAN 4
              DISPLAY "CUARTIL NO VALIDO."
              GO TO 050-FIN
           END-IF
           MOVE WS-ANIO-CAPTURA    TO MER-ANIO
           MOVE WS-CALIF-CAPTURA   TO MER-CALIFICACION
           MOVE WS-CUARTIL-CAPTURA TO MER-CUARTIL
           MOVE "S" TO SW-EXISTE-MER
           READ MATRIZ-MERITO
                INVALID KEY
                   MOVE "N" TO SW-EXISTE-MER
           END-READ
           IF SW-EXISTE-MER EQUAL "S"
              DISPLAY "PORCENTAJE ACTUAL: " MER-PORCENTAJE
           END-IF
           DISPLAY "PORCENTAJE DE AUMENTO (99.99): "
           ACCEPT WS-PCT-CAPTURA
           DISPLAY "¿GRABA " WS-PCT-CAPTURA "% PARA CALIFICACION "
                   WS-CALIF-CAPTURA " CUARTIL " WS-CUARTIL-CAPTURA
                   "? (Y/N): "
           ACCEPT SW-CONFIRMA
           IF SW-CONFIRMA NOT EQUAL "Y"
              DISPLAY "OPERACION CANCELADA."
              GO TO 050-FIN
           END-IF
           MOVE WS-PCT-CAPTURA     TO MER-PORCENTAJE
           PERFORM 055-ESCRIBE-CELDA THRU 055-FIN
           DISPLAY "PORCENTAJE GRABADO."
           MOVE WS-ANIO-CAPTURA TO WS-ID-EMP
           MOVE "MERALT"        TO WS-AUD-OPERACION
           PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN.
       050-FIN. EXIT.

      *----------------------------------------------------------------
      * GRABA REG-MATRIZ-MERITO YA ARMADO (LLAVE Y PORCENTAJE): SI LA
      * CELDA EXISTE LA REEMPLAZA.
      *----------------------------------------------------------------
       055-ESCRIBE-CELDA.
           MOVE WS-FECHA-SISTEMA TO MER-FECHA-REG
           MOVE WS-OPERADOR-ID   TO MER-OPERADOR
           WRITE REG-MATRIZ-MERITO
                INVALID KEY
                   REWRITE REG-MATRIZ-MERITO
                        INVALID KEY
                           DISPLAY "NO SE PUDO GRABAR LA CELDA "
                                   MER-CALIFICACION "/" MER-CUARTIL
                   END-REWRITE
           END-WRITE.
       055-FIN. EXIT.

      *----------------------------------------------------------------
      * COPIA LAS 20 CELDAS DE UN CICLO ANTERIOR COMO PUNTO DE PARTIDA
      * DEL NUEVO; LAS CELDAS QUE EL ORIGEN NO TIENE QUEDAN EN CEROS.
      * REEMPLAZA LO QUE YA HUBIERA EN EL ANIO DESTINO.
      *----------------------------------------------------------------
       070-COPIA-MATRIZ.
           DISPLAY "ANIO DE ORIGEN (AAAA): "
           ACCEPT WS-ANIO-CAPTURA
           DISPLAY "ANIO DESTINO (AAAA): "
           ACCEPT WS-ANIO-DESTINO
           IF WS-ANIO-DESTINO EQUAL ZEROS OR
              WS-ANIO-DESTINO EQUAL WS-ANIO-CAPTURA
              DISPLAY "ANIO DESTINO NO VALIDO."
              GO TO 070-FIN
           END-IF
           PERFORM 085-CARGA-MATRIZ THRU 085-FIN
           IF WS-CONT-CELDAS EQUAL ZEROS
              DISPLAY "EL ANIO DE ORIGEN NO TIENE MATRIZ CAPTURADA."
              GO TO 070-FIN
           END-IF
           PERFORM 087-MUESTRA-MATRIZ THRU 087-FIN
           DISPLAY "¿COPIA ESTA MATRIZ AL ANIO " WS-ANIO-DESTINO
                   "? (Y/N): "
           ACCEPT SW-CONFIRMA
           IF SW-CONFIRMA NOT EQUAL "Y"
              DISPLAY "OPERACION CANCELADA."
              GO TO 070-FIN
           END-IF
           PERFORM 075-COPIA-CELDA THRU 075-FIN
                   VARYING WS-IDX-CAL FROM 1 BY 1 UNTIL WS-IDX-CAL > 5
                   AFTER WS-IDX-CUA FROM 1 BY 1 UNTIL WS-IDX-CUA > 4
           DISPLAY "MATRIZ COPIADA."
           MOVE WS-ANIO-DESTINO TO WS-ID-EMP
           MOVE "MERALT"        TO WS-AUD-OPERACION
           PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN.
       070-FIN. EXIT.

       075-COPIA-CELDA.
           MOVE WS-ANIO-DESTINO TO MER-ANIO
           MOVE WS-IDX-CAL      TO MER-CALIFICACION
           MOVE WS-IDX-CUA      TO MER-CUARTIL
           MOVE WS-MAT-PCT (WS-IDX-CAL, WS-IDX-CUA) TO MER-PORCENTAJE
           PERFORM 055-ESCRIBE-CELDA THRU 055-FIN.
       075-FIN. EXIT.

       080-CONSULTA-MATRIZ.
           DISPLAY "ANIO A CONSULTAR (AAAA): "
           ACCEPT WS-ANIO-CAPTURA
           PERFORM 085-CARGA-MATRIZ THRU 085-FIN
           IF WS-CONT-CELDAS EQUAL ZEROS
              DISPLAY "NO HAY MATRIZ CAPTURADA PARA ESE ANIO."
              GO TO 080-FIN
           END-IF
           PERFORM 087-MUESTRA-MATRIZ THRU 087-FIN
           IF WS-CONT-CELDAS IS LESS THAN 20
              DISPLAY "FALTAN CELDAS POR CAPTURAR; NO DAN AUMENTO."
           END-IF.
       080-FIN. EXIT.

      *----------------------------------------------------------------
      * CARGA EN WS-MATRIZ LAS CELDAS DE WS-ANIO-CAPTURA Y CUENTA
      * CUANTAS ESTAN CAPTURADAS.
      *----------------------------------------------------------------
       085-CARGA-MATRIZ.
           MOVE ZEROS TO WS-CONT-CELDAS
           INITIALIZE WS-MATRIZ
           MOVE WS-ANIO-CAPTURA TO MER-ANIO
           MOVE ZEROS           TO MER-CALIFICACION
                                   MER-CUARTIL
           START MATRIZ-MERITO KEY IS GREATER THAN OR EQUAL MER-LLAVE
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN
                 NOT INVALID KEY
                    MOVE SPACES TO SW-FIN
           END-START
           PERFORM 086-LEE-CELDA THRU 086-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       085-FIN. EXIT.

       086-LEE-CELDA.
           READ MATRIZ-MERITO NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 086-FIN
           END-READ
           IF MER-ANIO NOT EQUAL WS-ANIO-CAPTURA
              MOVE "FIN" TO SW-FIN
              GO TO 086-FIN
           END-IF
           IF MER-CALIFICACION IS LESS THAN 1 OR
              MER-CALIFICACION IS GREATER THAN 5 OR
              MER-CUARTIL IS LESS THAN 1 OR
              MER-CUARTIL IS GREATER THAN 4
              GO TO 086-FIN
           END-IF
           ADD 1 TO WS-CONT-CELDAS
           MOVE MER-PORCENTAJE
                TO WS-MAT-PCT (MER-CALIFICACION, MER-CUARTIL).
       086-FIN. EXIT.

       087-MUESTRA-MATRIZ.
           DISPLAY " "
           DISPLAY "MATRIZ DE MERITO " WS-ANIO-CAPTURA
           DISPLAY "                 CUARTIL 1 CUARTIL 2 CUARTIL 3 "
                   "CUARTIL 4"
           PERFORM 088-MUESTRA-RENGLON THRU 088-FIN
                   VARYING WS-IDX-CAL FROM 5 BY -1 UNTIL WS-IDX-CAL < 1.
       087-FIN. EXIT.

       088-MUESTRA-RENGLON.
           MOVE WS-IDX-CAL TO WS-LIN-CALIF
           PERFORM 089-MUEVE-CELDA THRU 089-FIN
                   VARYING WS-IDX-CUA FROM 1 BY 1 UNTIL WS-IDX-CUA > 4
           DISPLAY WS-LINEA-MATRIZ.
       088-FIN. EXIT.

       089-MUEVE-CELDA.
           MOVE WS-MAT-PCT (WS-IDX-CAL, WS-IDX-CUA)
                TO WS-LIN-PCT (WS-IDX-CUA).
       089-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE MATRIZ-MERITO
                 AUDITORIA.
       090-FIN. EXIT.
