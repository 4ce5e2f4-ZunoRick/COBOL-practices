      *   PARTE EXENTA Y LA GRAVADA. SIN TABLA DE UMA CARGADA EL
      *   CALCULO SIGUE, AVISANDO, CON EL COMPORTAMIENTO ANTERIOR
      *   (TODO GRAVADO).
      * - LOS UNIFORMES, EPP Y HERRAMIENTAS NO DEVUELTOS
      *   (BD-ENTREGAS-EPP.TXT) SE PUEDEN DESCONTAR DEL FINIQUITO A
      *   COSTO DE REPOSICION, A CRITERIO DEL OPERADOR, CON TOPE DE
      *   UN MES DE SALARIO (ART. 110 LFT) Y SIN DEJAR EL NETO EN
      *   NEGATIVO; EL DOCUMENTO DETALLA LOS ARTICULOS Y EL
      *   DESCUENTO APLICADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                FINIQEMP.
           COPY EMPSEL.
           COPY ISRSEL.
           COPY UMASEL.
           COPY ARTSEL.
           COPY EPPSEL.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE.

           COPY EMPFD.
           COPY ISRFD.
           COPY UMAFD.
           COPY ARTFD.
           COPY EPPFD.

       FD  REPORTE
           RECORD CONTAINS 80 CHARACTERS
           COPY ISRRUTA.
           COPY UMAFS.
           COPY UMARUTA.
           COPY ARTFS.
           COPY ARTRUTA.
           COPY EPPFS.
           COPY EPPRUTA.

       01  WS-RUTA-REPORTE        PIC X(80).

       01  WS-ID-BUSCA             PIC 9(04).
       01  SW-PRIMA-ANTIG          PIC X(01).
       01  SW-DESCUENTA-EPP        PIC X(01)     VALUE "N".
           88 DESCUENTA-EPP               VALUE "Y".

       01  WS-FECHA-ALTA-R.
           05 WS-ALTA-ANIO         PIC 9(04).
       01  WS-TOTAL-GRAVADO        PIC 9(07)V99.
       01  WS-DEDUCCION-ISR        PIC 9(07)V99.
       01  WS-TOTAL-NETO           PIC 9(07)V99.
       01  WS-TOPE-DESCUENTO       PIC 9(07)V99.
       01  WS-DESCUENTO-EPP        PIC 9(07)V99  VALUE ZEROS.

       01  WS-LINEA-BLANCO         PIC X(80)    VALUE SPACES.

           05 WS-CON-IMPORTE      PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(36)   VALUE SPACES.

       01  WS-LIN-ARTICULO.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-ART-DESCRIP      PIC X(28).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-ART-PIEZAS       PIC ZZ9.
           05 FILLER              PIC X(06)   VALUE " PZAS ".
           05 WS-ART-IMPORTE      PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(28)   VALUE SPACES.

       01  WS-LIN-TOPE-EPP.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 FILLER              PIC X(44)
              VALUE "DESCUENTO LIMITADO A UN MES DE SALARIO O AL ".
           05 FILLER              PIC X(33)
              VALUE "NETO (ART. 110 LFT)".

       01  WS-LIN-FIRMA.
           05 FILLER              PIC X(10)   VALUE SPACES.
           05 FILLER              PIC X(30)   VALUE ALL "_".
           END-IF
           PERFORM 020-ABRE-ARCHIVOS          THRU 020-FIN
           PERFORM 030-SOLICITA-EMPLEADO      THRU 030-FIN
           PERFORM 040-ARTICULOS-PENDIENTES   THRU 040-FIN
           PERFORM 050-CALCULA-FINIQUITO      THRU 050-FIN
           PERFORM 060-IMPRIME-FINIQUITO      THRU 060-FIN
           PERFORM 090-CIERRA-ARCHIVOS        THRU 090-FIN
           COPY ISRCALCP.
           COPY UMARUTAP.
           COPY UMACARGP.
           COPY ARTRUTAP.
           COPY EPPRUTAP.
           COPY EPPPENDP.

      *----------------------------------------------------------------
      * REPORTE-FINIQUITO.TXT VIVE EN LA MISMA CARPETA QUE
           IF NOT FS-EMPLEADOS-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              GOBACK
           END-IF
           PERFORM 188-OBTIENE-RUTA-ARTICULOS THRU 188-FIN
           PERFORM 189-OBTIENE-RUTA-ENTREGAS  THRU 189-FIN.
       020-FIN. EXIT.

      *----------------------------------------------------------------
           END-EVALUATE.
       030-FIN. EXIT.

      *----------------------------------------------------------------
      * UNIFORMES, EPP Y HERRAMIENTAS QUE EL EMPLEADO NO DEVOLVIO
      * (BD-ENTREGAS-EPP.TXT, LOS MISMOS QUE BAJAEMP LISTO AL DAR LA
      * BAJA). EL OPERADOR DECIDE SI SE DESCUENTAN DEL FINIQUITO; SIN
      * EL ARCHIVO O SIN PENDIENTES NO HAY NADA QUE PREGUNTAR.
      *----------------------------------------------------------------
       040-ARTICULOS-PENDIENTES.
           MOVE "N"   TO SW-DESCUENTA-EPP
           MOVE ZEROS TO WS-EPP-PEND-USADOS
                         WS-EPP-PEND-ADEUDO
           OPEN INPUT ENTREGAS-EPP
           IF NOT FS-ENTREGAS-OK
              GO TO 040-FIN
           END-IF
           OPEN INPUT ARTICULOS-EPP
           IF FS-ARTICULOS-OK
              MOVE "S" TO SW-HAY-ARTICULOS
           END-IF
           MOVE WS-ID-EMP TO WS-EPP-ID-BUSCA
           PERFORM 190-CARGA-PENDIENTES-EPP THRU 190-FIN
           CLOSE ENTREGAS-EPP
           IF HAY-CATALOGO-EPP
              CLOSE ARTICULOS-EPP
           END-IF
           IF WS-EPP-PEND-USADOS EQUAL ZEROS
              GO TO 040-FIN
           END-IF
           MOVE WS-EPP-PEND-ADEUDO TO WS-CON-IMPORTE
           DISPLAY "EL EMPLEADO TIENE " WS-EPP-PEND-PIEZAS
                   " PIEZA(S) DE UNIFORME/EPP/HERRAMIENTA SIN "
                   "DEVOLVER POR " WS-CON-IMPORTE.
       040-PREGUNTA.
           DISPLAY "¿SE DESCUENTAN DEL FINIQUITO? (Y/N): "
           ACCEPT SW-DESCUENTA-EPP
           IF SW-DESCUENTA-EPP NOT EQUAL "Y" AND
              SW-DESCUENTA-EPP NOT EQUAL "N"
              DISPLAY "RESPUESTA INVALIDA. TECLEE Y O N."
              GO TO 040-PREGUNTA
           END-IF.
       040-FIN. EXIT.

      *----------------------------------------------------------------
      * TODOS LOS CONCEPTOS SE VALUAN A SALARIO DIARIO (SUELDO
      * QUINCENAL ENTRE 15). EL AGUINALDO PROPORCIONAL TOMA LOS DIAS
           PERFORM 035-CALCULA-ISR THRU 035-FIN
           MOVE WS-ISR-RETENCION TO WS-DEDUCCION-ISR
           SUBTRACT WS-DEDUCCION-ISR FROM WS-TOTAL-BRUTO
                    GIVING WS-TOTAL-NETO
           PERFORM 057-DESCUENTO-EPP THRU 057-FIN.
       050-FIN. EXIT.

      *----------------------------------------------------------------
      * EL ADEUDO POR ARTICULOS NO DEVUELTOS ES UNA DEUDA CON EL
      * PATRON: EL DESCUENTO NO PUEDE PASAR DEL IMPORTE DE UN MES DE
      * SALARIO (ART. 110, FRACCION I, LFT; 30 DIAS DE SALARIO DIARIO)
      * NI DEJAR EL NETO EN NEGATIVO. EL RESTO NO SE DESCUENTA.
      *----------------------------------------------------------------
       057-DESCUENTO-EPP.
           MOVE ZEROS TO WS-DESCUENTO-EPP
           IF NOT DESCUENTA-EPP
              GO TO 057-FIN
           END-IF
           COMPUTE WS-TOPE-DESCUENTO = WS-SALARIO-DIARIO * 30
           IF WS-TOPE-DESCUENTO IS GREATER THAN WS-TOTAL-NETO
              MOVE WS-TOTAL-NETO TO WS-TOPE-DESCUENTO
           END-IF
           IF WS-EPP-PEND-ADEUDO IS GREATER THAN WS-TOPE-DESCUENTO
              MOVE WS-TOPE-DESCUENTO  TO WS-DESCUENTO-EPP
           ELSE
              MOVE WS-EPP-PEND-ADEUDO TO WS-DESCUENTO-EPP
           END-IF
           SUBTRACT WS-DESCUENTO-EPP FROM WS-TOTAL-NETO.
       057-FIN. EXIT.

      *----------------------------------------------------------------
      * EXENCIONES DE LEY SOBRE EL FINIQUITO, CADA CONCEPTO CON SU
      * PROPIO TOPE EN UMA: 30 UMA DEL AGUINALDO PROPORCIONAL, 15 UMA
           MOVE "RETENCION DE ISR"          TO WS-CON-NOMBRE
           MOVE WS-DEDUCCION-ISR            TO WS-CON-IMPORTE
           WRITE REG-REPORTE FROM WS-LIN-CONCEPTO
           IF DESCUENTA-EPP
              PERFORM 062-IMPRIME-ARTICULOS THRU 062-FIN
           END-IF
           MOVE "NETO A PAGAR"              TO WS-CON-NOMBRE
           MOVE WS-TOTAL-NETO               TO WS-CON-IMPORTE
           WRITE REG-REPORTE FROM WS-LIN-CONCEPTO
           WRITE REG-REPORTE FROM WS-LIN-FIRMA-PIE.
       060-FIN. EXIT.

      *----------------------------------------------------------------
      * DETALLE DE LOS ARTICULOS NO DEVUELTOS Y EL DESCUENTO APLICADO,
      * CON LA LEYENDA DEL TOPE CUANDO NO SE DESCONTO TODO.
      *----------------------------------------------------------------
       062-IMPRIME-ARTICULOS.
           MOVE "ARTICULOS NO DEVUELTOS:"   TO WS-CON-NOMBRE
           MOVE WS-EPP-PEND-ADEUDO          TO WS-CON-IMPORTE
           WRITE REG-REPORTE FROM WS-LIN-CONCEPTO
           MOVE 1 TO WS-EPP-PEND-IDX
           PERFORM 064-IMPRIME-ARTICULO THRU 064-FIN
                   UNTIL WS-EPP-PEND-IDX IS GREATER THAN
                         WS-EPP-PEND-USADOS
           MOVE "DESCUENTO ART. NO DEVUELTOS"
                                            TO WS-CON-NOMBRE
           MOVE WS-DESCUENTO-EPP            TO WS-CON-IMPORTE
           WRITE REG-REPORTE FROM WS-LIN-CONCEPTO
           IF WS-DESCUENTO-EPP IS LESS THAN WS-EPP-PEND-ADEUDO
              WRITE REG-REPORTE FROM WS-LIN-TOPE-EPP
           END-IF.
       062-FIN. EXIT.

       064-IMPRIME-ARTICULO.
           MOVE WS-EPP-PEND-DESCRIP  (WS-EPP-PEND-IDX)
                                            TO WS-ART-DESCRIP
           MOVE WS-EPP-PEND-CANTIDAD (WS-EPP-PEND-IDX)
                                            TO WS-ART-PIEZAS
           MOVE WS-EPP-PEND-IMPORTE  (WS-EPP-PEND-IDX)
                                            TO WS-ART-IMPORTE
           WRITE REG-REPORTE FROM WS-LIN-ARTICULO
           ADD 1 TO WS-EPP-PEND-IDX.
       064-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 REPORTE.
