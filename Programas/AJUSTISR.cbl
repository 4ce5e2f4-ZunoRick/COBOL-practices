      *   RETROACTIVO DE CONCEPTO 08) Y MARCA EL REGISTRO "D" COMO
      *   COBRADO; EL SALDO A FAVOR SE DISPERSA CON BANCONOM BAJO EL
      *   PSEUDO-PERIODO 12-4.
      * - EL INGRESO GRAVADO Y EL ISR RETENIDO DEL EJERCICIO SE LEEN
      *   DE LOS ACUMULADOS ANUALES (BD-ACUMULADOS.TXT, CONCEPTOS 03
      *   Y 05) EN LUGAR DE RELEER BD-NOMINA-PERIODO.TXT Y SU
      *   DESGLOSE; AHORA ENTRAN TAMBIEN LAS SEMANAS Y LAS CORRIDAS
      *   EXTRAORDINARIAS. EL AJUSTE GRABADO SUMA SU CARGO (CONCEPTO
      *   11) A LOS ACUMULADOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                AJUSTISR.
           COPY EMPSEL.
           COPY ISRSEL.
           COPY NOMPSEL.
           COPY ACMSEL.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE.

           COPY EMPFD.
           COPY ISRFD.
           COPY NOMPFD.
           COPY ACMFD.

       FD  REPORTE
           RECORD CONTAINS 100 CHARACTERS
           COPY ISRRUTA.
           COPY NOMPFS.
           COPY NOMPRUTA.
           COPY ACMFS.
           COPY ACMRUTA.

       01  WS-RUTA-REPORTE        PIC X(80).

       01  WS-FECHA-SISTEMA.
           05 WS-SIS-ANIO          PIC 9(04).
           05 WS-SIS-MES           PIC 9(02).
       01  SW-PERIODO-CORRIDO      PIC X(01)     VALUE "N".
           88 PERIODO-YA-CORRIDO          VALUE "S".

       01  WS-ACUMULADO            PIC S9(09)V99.

       01  WS-INGRESO-ANUAL        PIC 9(09)V99.
       01  WS-ISR-RETENIDO         PIC 9(09)V99.
           PERFORM 016-OBTIENE-RUTA-REPORTE    THRU 016-FIN
           PERFORM 017-OBTIENE-RUTA-TARIFA-ANUAL THRU 017-FIN
           PERFORM 042-OBTIENE-RUTA-NOM-PERIODO THRU 042-FIN
           PERFORM 200-OBTIENE-RUTA-ACUMULADOS THRU 200-FIN
           PERFORM 032-CARGA-TABLA-ISR         THRU 032-FIN
           IF NOT TABLA-ISR-CARGADA
              DISPLAY "NO HAY TARIFA ANUAL VIGENTE EN "
           COPY ISRCARGP.
           COPY ISRCALCP.
           COPY NOMPRUTAP.
           COPY ACMRUTAP.
           COPY ACMWRTP.

      *----------------------------------------------------------------
      * REPORTE-AJUSTE-ISR.TXT VIVE EN LA MISMA CARPETA QUE
                      "AJUSTAR."
              GOBACK
           END-IF
           OPEN I-O   ACUMULADOS
           IF NOT FS-ACUMULADOS-OK
              DISPLAY "NO SE PUDO ABRIR BD-ACUMULADOS.TXT. FS: "
                      WS-FS-ACUMULADOS ". RECONSTRUYA LOS ACUMULADOS "
                      "DEL EJERCICIO CON CARGAACU."
              CLOSE EMPLEADOS
                    NOMINA-PERIODO
              GOBACK
           END-IF
           MOVE "S" TO SW-HAY-ACUMULADOS.
       020-FIN. EXIT.

      *----------------------------------------------------------------
       050-FIN. EXIT.

      *----------------------------------------------------------------
      * EL EJERCICIO DEL EMPLEADO SALE DE SUS ACUMULADOS ANUALES: EL
      * INGRESO GRAVADO (CONCEPTO 03, YA SIN LAS PARTES EXENTAS EN UMA
      * NI EL PAGO DEL FONDO DE AHORRO) Y EL ISR RETENIDO (CONCEPTO
      * 05, SIN CARGOS DE AJUSTES ANTERIORES). SIN RENGLON DE
      * PERCEPCIONES (CONCEPTO 01) NO TUVO INGRESOS EN EL EJERCICIO.
      *----------------------------------------------------------------
       052-SUMA-EJERCICIO.
           MOVE "N"   TO SW-TIENE-INGRESOS
           MOVE ZEROS TO WS-INGRESO-ANUAL
                         WS-ISR-RETENIDO
           MOVE 01 TO ACM-CONCEPTO
           PERFORM 053-LEE-ACUMULADO THRU 053-FIN
           IF NOT FS-ACUMULADOS-OK
              GO TO 052-FIN
           END-IF
           MOVE "S" TO SW-TIENE-INGRESOS
           MOVE 03 TO ACM-CONCEPTO
           PERFORM 053-LEE-ACUMULADO THRU 053-FIN
           MOVE WS-ACUMULADO TO WS-INGRESO-ANUAL
           MOVE 05 TO ACM-CONCEPTO
           PERFORM 053-LEE-ACUMULADO THRU 053-FIN
           MOVE WS-ACUMULADO TO WS-ISR-RETENIDO.
       052-FIN. EXIT.

       053-LEE-ACUMULADO.
           MOVE WS-PJ-ANIO TO ACM-ANIO
           MOVE WS-ID-EMP  TO ACM-ID-EMP
           MOVE ZEROS      TO WS-ACUMULADO
           READ ACUMULADOS
                INVALID KEY
                   GO TO 053-FIN
           END-READ
           IF ACM-TOTAL IS GREATER THAN ZEROS
              MOVE ACM-TOTAL TO WS-ACUMULADO
           END-IF.
       053-FIN. EXIT.

      *----------------------------------------------------------------
      * EL RESULTADO SE PERSISTE COMO CORRIDA "D" DEL PERIODO
                   ADD 1 TO WS-CONT-CALCULADOS
                   ADD WS-CARGO       TO WS-TOT-CARGOS
                   ADD WS-SALDO-FAVOR TO WS-TOT-SALDOS
                   PERFORM 201-TOMA-RESULTADO THRU 201-FIN
                   PERFORM 202-ACUMULA-RESULTADO THRU 202-FIN
           END-WRITE.
       060-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 NOMINA-PERIODO
           IF HAY-ACUMULADOS
              CLOSE ACUMULADOS
           END-IF.
       090-FIN. EXIT.
