      *   (ORIGEN "X") DE LA GRAVADA. SIN TABLA DE UMA CARGADA LA
      *   CORRIDA SIGUE, AVISANDO, CON EL COMPORTAMIENTO ANTERIOR
      *   (TODO GRAVADO).
      * - EL REGISTRO DE ORDENAMIENTO INCLUYE SRT-FRECUENCIA-PAGO,
      *   AL PAR DEL REGISTRO DE EMPLEADO DE 169 POSICIONES.
      * - EL REGISTRO DE ORDENAMIENTO INCLUYE SRT-JEFE-INMEDIATO, AL
      *   PAR DEL REGISTRO DE EMPLEADO DE 173 POSICIONES.
      * - EL AGUINALDO GRABADO SUMA A LOS ACUMULADOS ANUALES
      *   (BD-ACUMULADOS.TXT), CON LA PARTE EXENTA EN UMA COMO
      *   INGRESO EXENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                AGUINEMP.
           COPY UMASEL.
           COPY NOMPSEL.
           COPY NDETSEL.
           COPY ACMSEL.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE.
           SELECT ARCHIVO-ORDEN
           COPY UMAFD.
           COPY NOMPFD.
           COPY NDETFD.
           COPY ACMFD.

       FD  REPORTE
           RECORD CONTAINS 100 CHARACTERS
           05 SRT-CURP             PIC X(18).
           05 SRT-NSS              PIC X(11).
           05 SRT-CLABE            PIC X(18).
           05 SRT-FRECUENCIA-PAGO  PIC X(01).
           05 SRT-JEFE-INMEDIATO   PIC 9(04).

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY NOMPRUTA.
           COPY NDETFS.
           COPY NDETRUTA.
           COPY ACMFS.
           COPY ACMRUTA.

       01  WS-RUTA-REPORTE        PIC X(80).

           PERFORM 031-OBTIENE-RUTA-TABLA-ISR  THRU 031-FIN
           PERFORM 042-OBTIENE-RUTA-NOM-PERIODO THRU 042-FIN
           PERFORM 091-OBTIENE-RUTA-NOM-DETALLE THRU 091-FIN
           PERFORM 200-OBTIENE-RUTA-ACUMULADOS THRU 200-FIN
           PERFORM 117-OBTIENE-RUTA-UMA        THRU 117-FIN
           PERFORM 032-CARGA-TABLA-ISR         THRU 032-FIN
           IF NOT TABLA-ISR-CARGADA
              CLOSE DEPARTAMENTOS
                    NOMINA-PERIODO
                    NOMINA-DETALLE
              IF HAY-ACUMULADOS
                 CLOSE ACUMULADOS
              END-IF
              GOBACK
           END-IF
           OPEN OUTPUT REPORTE
           COPY UMACARGP.
           COPY NOMPRUTAP.
           COPY NDETRUTAP.
           COPY ACMRUTAP.
           COPY ACMWRTP.

      *----------------------------------------------------------------
      * REPORTE-AGUINALDO.TXT VIVE EN LA MISMA CARPETA QUE
              OR NOT FS-NOM-DETALLE-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              GOBACK
           END-IF
           OPEN I-O   ACUMULADOS
           IF FS-ACUMULADOS-NO-EXISTE
              OPEN OUTPUT ACUMULADOS
              CLOSE ACUMULADOS
              OPEN I-O ACUMULADOS
           END-IF
           IF FS-ACUMULADOS-OK
              MOVE "S" TO SW-HAY-ACUMULADOS
           ELSE
              DISPLAY "NO SE PUDO ABRIR BD-ACUMULADOS.TXT. FS: "
                      WS-FS-ACUMULADOS "; RECONSTRUYALO CON CARGAACU "
                      "AL TERMINAR."
           END-IF.
       020-FIN. EXIT.

                   ADD WS-AGUINALDO-NETO TO WS-TOTAL-NETO
                                            WS-TOTAL-DEPTO
                   PERFORM 062-GRABA-DETALLE THRU 062-FIN
                   PERFORM 201-TOMA-RESULTADO THRU 201-FIN
                   MOVE WS-AGUINALDO-EXENTO TO WS-ACM-EXENTO
                   PERFORM 202-ACUMULA-RESULTADO THRU 202-FIN
           END-WRITE.
       060-FIN. EXIT.

           CLOSE DEPARTAMENTOS
                 NOMINA-PERIODO
                 NOMINA-DETALLE
                 REPORTE
           IF HAY-ACUMULADOS
              CLOSE ACUMULADOS
           END-IF.
       090-FIN. EXIT.
