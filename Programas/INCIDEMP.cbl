      *   BD-CONCEPTOS.TXT (MANTENIDO CON MANTCONC), ASI QUE UN
      *   CONCEPTO NUEVO ENTRA SIN RECOMPILAR; SIN CATALOGO CARGADO
      *   LA CAPTURA SE RECHAZA.
      * - DESDE MENUNOM LA SESION Y LA QUINCENA LLEGAN EN
      *   MENUPAR.cpy Y NO SE PIDEN; LAS SALIDAS POR ERROR DEJAN
      *   RETURN-CODE 8 PARA QUE EL MENU LAS REGISTRE COMO FALLIDAS.
      * - LA CAPTURA SUELTA PIDE LA FRECUENCIA (FRECCORRP.cpy) Y
      *   ACEPTA SEMANAS (MES MAS 50); SE RECHAZA LA INCIDENCIA DEL
      *   EMPLEADO CUYA FRECUENCIA DE PAGO NO ES LA DEL PERIODO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                INCIDEMP.
           COPY INCRUTA.
           COPY CCATFS.
           COPY CCATRUTA.
           COPY MENUPAR.
           COPY FRECCORR.

       01  SW-FIN                  PIC X(01)     VALUE SPACES.
       01  SW-FIN-CAT              PIC X(03)     VALUE SPACES.
           PERFORM 041-OBTIENE-RUTA-CALENDARIO  THRU 041-FIN
           PERFORM 043-OBTIENE-RUTA-INCIDENCIAS THRU 043-FIN
           PERFORM 095-OBTIENE-RUTA-CONCEPTOS-CAT THRU 095-FIN
           IF CORRIDA-DESDE-MENU
              MOVE WS-MENU-OPERADOR-ID  TO WS-OPERADOR-ID
              MOVE WS-MENU-OPERADOR-ROL TO WS-OPERADOR-ROL
           ELSE
              PERFORM 028-ABRE-OPERADORES       THRU 028-FIN
              PERFORM 029-VALIDA-OPERADOR       THRU 029-FIN
              CLOSE OPERADORES
           END-IF
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 030-CAPTURA-INCIDENCIA       THRU 030-FIN
           COPY CALRUTAP.
           COPY INCRUTAP.
           COPY CCATRUTAP.
           COPY FRECCORRP.

       028-ABRE-OPERADORES.
           OPEN INPUT OPERADORES
           IF NOT FS-OPERADORES-OK
              DISPLAY "NO SE PUDO ABRIR BD-OPERADORES.TXT. DE DE ALTA "
                      "LOS OPERADORES DESDE CRUD-EMP PRIMERO."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       028-FIN. EXIT.
           IF NOT FS-EMPLEADOS-OK OR NOT FS-CALENDARIO-OK
              OR NOT FS-INCIDENCIAS-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT CATALOGO-CONCEPTOS
              DISPLAY "NO SE PUDO ABRIR BD-CONCEPTOS.TXT; CAPTURE EL "
                      "CATALOGO DE CONCEPTOS CON MANTCONC ANTES DE "
                      "CAPTURAR INCIDENCIAS."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       020-FIN. EXIT.
           PERFORM 036-SOLICITA-CONCEPTO THRU 036-FIN
           DISPLAY "CANTIDAD (HORAS O DIAS, 0 SI NO APLICA): "
           ACCEPT WS-CANTIDAD
           DISPLAY "IMPORTE A APLICAR EN EL PERIODO: "
           ACCEPT WS-IMPORTE
           PERFORM 045-CONFIRMA-DATOS THRU 045-FIN
           PERFORM 050-ESCRIBE-INCIDENCIA THRU 050-FIN
           END-IF.
       032-FIN. EXIT.

      *----------------------------------------------------------------
      * DESDE MENUNOM EL PERIODO ES EL QUE SE ELIGIO EN EL MENU (VER
      * MENUPAR.cpy) Y NO SE PIDE; SI YA NO ESTA ABIERTO LA CAPTURA
      * TERMINA CON ERROR EN LUGAR DE PEDIR OTRO. LA SEMANA SE GUARDA
      * CON EL MES MAS 50, IGUAL QUE EN BANCONOM; LA INCIDENCIA DE UN
      * EMPLEADO CUYA FRECUENCIA DE PAGO NO ES LA DEL PERIODO SE
      * RECHAZA, PORQUE NINGUNA CORRIDA DE NOMQUINC LA PAGARIA.
      *----------------------------------------------------------------
       034-SOLICITA-PERIODO.
           IF CORRIDA-DESDE-MENU
              MOVE WS-MENU-PERIODO TO WS-PERIODO-CAPTURA
              IF WS-PER-MES IS GREATER THAN 50
                 MOVE "S" TO WS-FRECUENCIA-CORRIDA
              ELSE
                 MOVE "Q" TO WS-FRECUENCIA-CORRIDA
              END-IF
              DISPLAY "PERIODO DE LA INCIDENCIA: " WS-PERIODO-CAPTURA
              GO TO 034-VALIDA-PERIODO
           END-IF
           PERFORM 048-PIDE-FRECUENCIA THRU 048-FIN
           IF CORRIDA-SEMANAL
              DISPLAY "SEMANA DE LA INCIDENCIA:"
              DISPLAY "ANIO (AAAA): "
              ACCEPT WS-PER-ANIO
              DISPLAY "MES DE PAGO (MM): "
              ACCEPT WS-PER-MES
              DISPLAY "SEMANA DEL MES (1 A 5): "
              ACCEPT WS-PER-QUINCENA
              IF WS-PER-MES IS LESS THAN 01 OR
                 WS-PER-MES IS GREATER THAN 12 OR
                 WS-PER-QUINCENA IS LESS THAN 1 OR
                 WS-PER-QUINCENA IS GREATER THAN 5
                 DISPLAY "EL MES VA DE 01 A 12 Y LA SEMANA DE 1 A 5."
                 DISPLAY " "
                 GO TO 034-SOLICITA-PERIODO
              END-IF
              ADD 50 TO WS-PER-MES
              GO TO 034-VALIDA-PERIODO
           END-IF
           DISPLAY "QUINCENA DE LA INCIDENCIA:"
           DISPLAY "ANIO (AAAA): "
           ACCEPT WS-PER-ANIO
           DISPLAY "MES (MM): "
           ACCEPT WS-PER-MES
           DISPLAY "QUINCENA (1/2): "
           ACCEPT WS-PER-QUINCENA.
       034-VALIDA-PERIODO.
           MOVE WS-PERIODO-CAPTURA TO CAL-PERIODO
           READ CALENDARIO-NOMINA
                INVALID KEY
                   DISPLAY "EL PERIODO NO ESTA EN EL CALENDARIO DE "
                           "NOMINA."
                   GO TO 034-RECHAZA
           END-READ
           IF NOT CAL-ABIERTO
              DISPLAY "EL PERIODO " WS-PERIODO-CAPTURA " YA PASO LA "
                      "CAPTURA (STATUS " CAL-STATUS "); UNA "
                      "INCIDENCIA CAPTURADA AHORA YA NO PAGARIA. "
                      "PIDA A SUPERVISION REABRIRLO EN MANTCAL."
              GO TO 034-RECHAZA
           END-IF
           IF CORRIDA-SEMANAL AND NOT EMP-PAGO-SEMANAL
              DISPLAY "EL EMPLEADO " WS-ID-BUSCA " SE PAGA QUINCENAL; "
                      "EL PERIODO NO CORRESPONDE."
              DISPLAY " "
              GO TO 030-CAPTURA-INCIDENCIA
           END-IF
           IF CORRIDA-QUINCENAL AND EMP-PAGO-SEMANAL
              DISPLAY "EL EMPLEADO " WS-ID-BUSCA " SE PAGA SEMANAL; "
                      "EL PERIODO NO CORRESPONDE."
              DISPLAY " "
              GO TO 030-CAPTURA-INCIDENCIA
           END-IF
           GO TO 034-FIN.
       034-RECHAZA.
           DISPLAY " "
           IF CORRIDA-DESDE-MENU
              PERFORM 090-CIERRA-ARCHIVOS THRU 090-FIN
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           GO TO 034-SOLICITA-PERIODO.
       034-FIN. EXIT.

      *----------------------------------------------------------------
           DISPLAY " "
           DISPLAY "REVISE LA INCIDENCIA ANTES DE GRABAR:"
           DISPLAY "EMPLEADO : " WS-ID-BUSCA " " WS-NOMBRE-EMP
           DISPLAY "PERIODO  : " WS-PERIODO-CAPTURA
           DISPLAY "CONCEPTO : " WS-CONCEPTO " " WS-NOMBRE-CONCEPTO
           DISPLAY "TIPO     : " WS-TIPO-CONCEPTO
           DISPLAY "CANTIDAD : " WS-CANTIDAD
