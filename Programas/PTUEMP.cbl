      *              COMO EN AGUINEMP, MENOS LOS DIAS DE FALTA DEL
      *              CONCEPTO 03 DE BD-INCIDENCIAS.TXT) Y LA OTRA
      *              MITAD POR EL SALARIO DEVENGADO EN EL ANIO (SUMA
      *              DE BRUTOS DE LAS CORRIDAS TIPO "Q" DE
      *              BD-NOMINA-PERIODO.TXT, LEIDA DEL CONCEPTO 02 DE
      *              BD-ACUMULADOS.TXT). LA PRIMERA PASADA
      *              ACUMULA LOS TOTALES DE LA PLANTILLA; LA SEGUNDA
      *              (ORDENADA POR DEPARTAMENTO, COMO AGUINEMP)
      *              CALCULA CADA PARTE, RETIENE ISR CON LA TARIFA DE
      *              PROTECCION CONTRA CORRERSE DOS VECES. EL LISTADO
      *              FIRMABLE CON SUBTOTALES POR DEPARTAMENTO QUEDA
      *              EN REPORTE-PTU.TXT.
      *----------------------------------------------------------------
      * MODIFICACIONES:
      * - EL REGISTRO DE ORDENAMIENTO INCLUYE SRT-FRECUENCIA-PAGO,
      *   AL PAR DEL REGISTRO DE EMPLEADO DE 169 POSICIONES.
      * - EL REGISTRO DE ORDENAMIENTO INCLUYE SRT-JEFE-INMEDIATO, AL
      *   PAR DEL REGISTRO DE EMPLEADO DE 173 POSICIONES.
      * - EL SALARIO DEVENGADO SE LEE DE LOS ACUMULADOS ANUALES
      *   (BD-ACUMULADOS.TXT, CONCEPTO 02) EN LUGAR DE RELEER LAS
      *   QUINCENAS DE BD-NOMINA-PERIODO.TXT; YA INCLUYE LAS
      *   SEMANAS. LA PTU GRABADA SUMA A LOS ACUMULADOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PTUEMP.
           COPY ISRSEL.
           COPY NOMPSEL.
           COPY INCSEL.
           COPY ACMSEL.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE.
           SELECT ARCHIVO-ORDEN
           COPY ISRFD.
           COPY NOMPFD.
           COPY INCFD.
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
           COPY INCFS.
           COPY INCRUTA.
           COPY ACMFS.
           COPY ACMRUTA.

       01  WS-RUTA-REPORTE        PIC X(80).

           PERFORM 031-OBTIENE-RUTA-TABLA-ISR  THRU 031-FIN
           PERFORM 042-OBTIENE-RUTA-NOM-PERIODO THRU 042-FIN
           PERFORM 043-OBTIENE-RUTA-INCIDENCIAS THRU 043-FIN
           PERFORM 200-OBTIENE-RUTA-ACUMULADOS THRU 200-FIN
           PERFORM 032-CARGA-TABLA-ISR         THRU 032-FIN
           IF NOT TABLA-ISR-CARGADA
              DISPLAY "NO HAY TARIFA DE ISR VIGENTE EN BD-TABLA-ISR"
           COPY ISRCALCP.
           COPY NOMPRUTAP.
           COPY INCRUTAP.
           COPY ACMRUTAP.
           COPY ACMWRTP.

      *----------------------------------------------------------------
      * REPORTE-PTU.TXT VIVE EN LA MISMA CARPETA QUE BD-EMPLEADOS.TXT,
           OPEN INPUT INCIDENCIAS
           IF FS-INCIDENCIAS-OK
              MOVE "S" TO SW-HAY-INCIDENCIAS
           END-IF
      *----------------------------------------------------------------
      * EL SALARIO DEVENGADO SALE DE LOS ACUMULADOS ANUALES: SIN
      * ELLOS NO HAY BASE PARA LA MITAD POR SALARIOS.
      *----------------------------------------------------------------
           OPEN I-O   ACUMULADOS
           IF NOT FS-ACUMULADOS-OK
              DISPLAY "NO SE PUDO ABRIR BD-ACUMULADOS.TXT. FS: "
                      WS-FS-ACUMULADOS ". RECONSTRUYA LOS ACUMULADOS "
                      "DEL EJERCICIO CON CARGAACU."
              PERFORM 090-CIERRA-ARCHIVOS THRU 090-FIN
              GOBACK
           END-IF
           MOVE "S" TO SW-HAY-ACUMULADOS.
       020-FIN. EXIT.

      *----------------------------------------------------------------
      *----------------------------------------------------------------
      * BASES DEL EMPLEADO: DIAS DEL EJERCICIO (365 PRORRATEADOS AL
      * INGRESO, MENOS FALTAS DEL CONCEPTO 03) Y SALARIO DEVENGADO
      * (BRUTOS DE LAS CORRIDAS "Q" DEL EJERCICIO, YA ACUMULADOS).
      *----------------------------------------------------------------
       038-BASES-EMPLEADO.
           MOVE WS-FECHA-ALTA TO WS-FECHA-ALTA-R
       048-FIN. EXIT.

       046-SUMA-DEVENGADO.
           MOVE ZEROS             TO WS-SALARIO-DEVENGADO
           MOVE WS-ANIO-EJERCICIO TO ACM-ANIO
           MOVE WS-ID-EMP         TO ACM-ID-EMP
           MOVE 02                TO ACM-CONCEPTO
           READ ACUMULADOS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE ACM-TOTAL TO WS-SALARIO-DEVENGADO
           END-READ.
       046-FIN. EXIT.

       030-TITULOS.
           WRITE REG-REPORTE FROM WS-TITULO
                   ADD 1 TO WS-CONT-DEPTO
                   ADD WS-PTU-NETO TO WS-TOTAL-NETO
                                      WS-TOTAL-DEPTO
                   PERFORM 201-TOMA-RESULTADO THRU 201-FIN
                   PERFORM 202-ACUMULA-RESULTADO THRU 202-FIN
           END-WRITE.
       060-FIN. EXIT.

                 NOMINA-PERIODO
           IF HAY-INCIDENCIAS
              CLOSE INCIDENCIAS
           END-IF
           IF HAY-ACUMULADOS
              CLOSE ACUMULADOS
           END-IF.
       090-FIN. EXIT.
