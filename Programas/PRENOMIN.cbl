      *                BD-OPERADORES.TXT) DECIDE GO/NO-GO: EL "GO"
      *                DEJA EL VISTO BUENO EN BD-VISTO-BUENO.TXT Y
      *                SOLO CON EL NOMQUINC.CBL EJECUTA EL PERIODO.
      *----------------------------------------------------------------
      * MODIFICACIONES:
      * - EL FILTRO PIDE LA FRECUENCIA (Q/S): LA SEMANAL COMPARA LA
      *   SEMANA A CORRER CONTRA LA ANTERIOR (CLAVES DE CALENDARIO
      *   CON MES MAS 50) Y SOLO REVISA A LOS EMPLEADOS CON PAGO
      *   SEMANAL; LA QUINCENAL SOLO A LOS DE PAGO QUINCENAL. EL
      *   SUELDO DEL MAESTRO SE LLEVA A 7 DIAS PARA MEDIR LA
      *   VARIACION CONTRA LO PAGADO EN LA SEMANA.
      * - DESDE MENUNOM LA SESION Y EL PERIODO A CORRER LLEGAN EN
      *   MENUPAR.cpy (SOLO SE PIDE EL ANTERIOR); EL ROL
      *   INSUFICIENTE, LOS ARCHIVOS QUE NO ABREN Y EL NO-GO DEJAN
      *   RETURN-CODE 8 PARA QUE EL MENU NO LOS REGISTRE COMO
      *   BUENOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PRENOMIN.
           COPY CALRUTA.

       01  WS-RUTA-REPORTE        PIC X(80).
           COPY FRECCORR.
           COPY MENUPAR.
       01  WS-SALARIO-COMPARA      PIC 9(07)V99.

       01  WS-PERIODO-CORRER.
           05 WS-COR-ANIO          PIC 9(04).

       01  WS-TITULO.
           05 FILLER              PIC X(18)   VALUE SPACES.
           05 WS-TIT-LEYENDA      PIC X(42)
               VALUE "FILTRO PREVIO A LA NOMINA DE LA QUINCENA  ".
           05 WS-TIT-PERIODO      PIC X(09).
           05 FILLER              PIC X(13)
           PERFORM 042-OBTIENE-RUTA-NOM-PERIODO THRU 042-FIN
           PERFORM 059-OBTIENE-RUTA-VISTO-BUENO THRU 059-FIN
           PERFORM 041-OBTIENE-RUTA-CALENDARIO  THRU 041-FIN
           IF CORRIDA-DESDE-MENU
              MOVE WS-MENU-OPERADOR-ID  TO WS-OPERADOR-ID
              MOVE WS-MENU-OPERADOR-ROL TO WS-OPERADOR-ROL
           ELSE
              PERFORM 028-ABRE-OPERADORES       THRU 028-FIN
              PERFORM 029-VALIDA-OPERADOR       THRU 029-FIN
              CLOSE OPERADORES
           END-IF
           IF NOT OPERADOR-SUPERVISOR AND NOT OPERADOR-ADMINISTRADOR
              DISPLAY "SOLO UN SUPERVISOR O ADMINISTRADOR PUEDE "
                      "LIBERAR LA QUINCENA."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 030-SOLICITA-PERIODOS        THRU 030-FIN
           COPY NOMPRUTAP.
           COPY VBRUTAP.
           COPY CALRUTAP.
           COPY FRECCORRP.

      *----------------------------------------------------------------
      * REPORTE-PRENOMINA.TXT VIVE EN LA MISMA CARPETA QUE
           IF NOT FS-OPERADORES-OK
              DISPLAY "NO SE PUDO ABRIR BD-OPERADORES.TXT. DE DE ALTA "
                      "LOS OPERADORES DESDE CRUD-EMP PRIMERO."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       028-FIN. EXIT.

       030-SOLICITA-PERIODOS.
           IF CORRIDA-DESDE-MENU
              PERFORM 032-TOMA-PERIODO-MENU THRU 032-FIN
              GO TO 030-UMBRAL
           END-IF
           PERFORM 048-PIDE-FRECUENCIA THRU 048-FIN
           IF CORRIDA-SEMANAL
              PERFORM 031-SOLICITA-SEMANAS THRU 031-FIN
              GO TO 030-UMBRAL
           END-IF
           DISPLAY "QUINCENA QUE SE VA A CORRER:"
           DISPLAY "ANIO (AAAA): "
           ACCEPT WS-COR-ANIO
           DISPLAY "MES (MM): "
           ACCEPT WS-ANT-MES
           DISPLAY "QUINCENA (1/2): "
           ACCEPT WS-ANT-QUINCENA.
       030-UMBRAL.
           DISPLAY "UMBRAL DE VARIACION DE SUELDO EN PORCENTAJE "
                   "(NN.NN): "
           ACCEPT WS-UMBRAL-PCT
           END-IF.
       030-FIN. EXIT.

      *----------------------------------------------------------------
      * LA SEMANA SE PIDE POR MES DE PAGO Y NUMERO DE SEMANA DEL MES;
      * LA CLAVE DEL CALENDARIO LLEVA EL MES MAS 50 (VER CALFD.cpy).
      *----------------------------------------------------------------
       031-SOLICITA-SEMANAS.
           DISPLAY "SEMANA QUE SE VA A CORRER:"
           DISPLAY "ANIO (AAAA): "
           ACCEPT WS-COR-ANIO
           DISPLAY "MES DE PAGO (MM): "
           ACCEPT WS-COR-MES
           DISPLAY "SEMANA DEL MES (1 A 5): "
           ACCEPT WS-COR-QUINCENA
           DISPLAY "SEMANA ANTERIOR (LA ULTIMA PAGADA):"
           DISPLAY "ANIO (AAAA): "
           ACCEPT WS-ANT-ANIO
           DISPLAY "MES DE PAGO (MM): "
           ACCEPT WS-ANT-MES
           DISPLAY "SEMANA DEL MES (1 A 5): "
           ACCEPT WS-ANT-QUINCENA
           IF WS-COR-MES IS LESS THAN 01 OR
              WS-COR-MES IS GREATER THAN 12 OR
              WS-ANT-MES IS LESS THAN 01 OR
              WS-ANT-MES IS GREATER THAN 12 OR
              WS-COR-QUINCENA IS LESS THAN 1 OR
              WS-COR-QUINCENA IS GREATER THAN 5 OR
              WS-ANT-QUINCENA IS LESS THAN 1 OR
              WS-ANT-QUINCENA IS GREATER THAN 5
              DISPLAY "EL MES VA DE 01 A 12 Y LA SEMANA DE 1 A 5."
              DISPLAY " "
              GO TO 031-SOLICITA-SEMANAS
           END-IF
           ADD 50 TO WS-COR-MES
           ADD 50 TO WS-ANT-MES
           MOVE "FILTRO PREVIO A LA NOMINA SEMANAL DE LA   "
                TO WS-TIT-LEYENDA.
       031-FIN. EXIT.

      *----------------------------------------------------------------
      * DESDE MENUNOM EL PERIODO A CORRER ES EL ELEGIDO EN EL MENU (VER
      * MENUPAR.cpy) Y SU MES DICE LA FRECUENCIA; SOLO SE PIDE EL
      * PERIODO ANTERIOR CONTRA EL QUE SE COMPARA.
      *----------------------------------------------------------------
       032-TOMA-PERIODO-MENU.
           MOVE WS-MENU-PERIODO TO WS-PERIODO-CORRER
           IF WS-COR-MES IS GREATER THAN 50
              MOVE "S" TO WS-FRECUENCIA-CORRIDA
              MOVE "FILTRO PREVIO A LA NOMINA SEMANAL DE LA   "
                   TO WS-TIT-LEYENDA
              DISPLAY "SEMANA QUE SE VA A CORRER: " WS-PERIODO-CORRER
              DISPLAY "SEMANA ANTERIOR (LA ULTIMA PAGADA):"
              DISPLAY "ANIO (AAAA): "
              ACCEPT WS-ANT-ANIO
              DISPLAY "MES DE PAGO (MM): "
              ACCEPT WS-ANT-MES
              DISPLAY "SEMANA DEL MES (1 A 5): "
              ACCEPT WS-ANT-QUINCENA
              IF WS-ANT-MES IS LESS THAN 01 OR
                 WS-ANT-MES IS GREATER THAN 12 OR
                 WS-ANT-QUINCENA IS LESS THAN 1 OR
                 WS-ANT-QUINCENA IS GREATER THAN 5
                 DISPLAY "EL MES VA DE 01 A 12 Y LA SEMANA DE 1 A 5."
                 DISPLAY " "
                 GO TO 032-TOMA-PERIODO-MENU
              END-IF
              ADD 50 TO WS-ANT-MES
              GO TO 032-FIN
           END-IF
           MOVE "Q" TO WS-FRECUENCIA-CORRIDA
           DISPLAY "QUINCENA QUE SE VA A CORRER: " WS-PERIODO-CORRER
           DISPLAY "QUINCENA ANTERIOR (LA ULTIMA PAGADA):"
           DISPLAY "ANIO (AAAA): "
           ACCEPT WS-ANT-ANIO
           DISPLAY "MES (MM): "
           ACCEPT WS-ANT-MES
           DISPLAY "QUINCENA (1/2): "
           ACCEPT WS-ANT-QUINCENA.
       032-FIN. EXIT.

       020-ABRE-ARCHIVOS.
           OPEN INPUT EMPLEADOS
           OPEN INPUT NOMINA-PERIODO
              OR NOT FS-VISTO-BUENO-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS "
                      "(LA QUINCENA ANTERIOR DEBE ESTAR CALCULADA)."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       020-FIN. EXIT.
           IF NOT EMP-ACTIVO
              GO TO 044-SIGUE
           END-IF
           IF CORRIDA-SEMANAL AND NOT EMP-PAGO-SEMANAL
              GO TO 044-SIGUE
           END-IF
           IF CORRIDA-QUINCENAL AND EMP-PAGO-SEMANAL
              GO TO 044-SIGUE
           END-IF
           MOVE WS-PERIODO-ANTERIOR TO NP-PERIODO
           MOVE WS-ID-EMP           TO NP-ID-EMP
           READ NOMINA-PERIODO
           IF NP-SALARIO-BASE EQUAL ZEROS
              GO TO 044-SIGUE
           END-IF
           IF CORRIDA-SEMANAL
              COMPUTE WS-SALARIO-COMPARA ROUNDED = WS-SALARIO * 7 / 15
           ELSE
              MOVE WS-SALARIO TO WS-SALARIO-COMPARA
           END-IF
           COMPUTE WS-DIFERENCIA =
                   WS-SALARIO-COMPARA - NP-SALARIO-BASE
           IF WS-DIFERENCIA IS LESS THAN ZEROS
              COMPUTE WS-DIF-ABS = WS-DIFERENCIA * -1
           ELSE
           WHEN "N"
              DISPLAY "QUINCENA NO LIBERADA; CORRIJA LAS EXCEPCIONES "
                      "Y VUELVA A CORRER ESTE FILTRO."
              MOVE 8 TO RETURN-CODE
           WHEN OTHER
              DISPLAY "RESPUESTA INVALIDA. TECLEE G O N."
              DISPLAY " "
