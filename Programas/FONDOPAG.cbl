      *                SALDOS PAGADOS SE RESETEAN A CEROS Y EL PAGO
      *                QUEDA PENDIENTE DE DISPERSION (BANCONOM SOLO
      *                TOMA PENDIENTES). EL LISTADO FIRMABLE QUEDA EN
      *                REPORTE-PAGO-FONDO.TXT. CADA PAGO SUMA A LOS
      *                ACUMULADOS ANUALES DE BD-ACUMULADOS.TXT COMO
      *                INGRESO EXENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                FONDOPAG.
           COPY NOMPSEL.
           COPY NDETSEL.
           COPY FAHSEL.
           COPY ACMSEL.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE.

           COPY NOMPFD.
           COPY NDETFD.
           COPY FAHFD.
           COPY ACMFD.

       FD  REPORTE
           RECORD CONTAINS 100 CHARACTERS
           COPY NDETRUTA.
           COPY FAHFS.
           COPY FAHRUTA.
           COPY ACMFS.
           COPY ACMRUTA.

       01  WS-RUTA-REPORTE        PIC X(80).

           PERFORM 042-OBTIENE-RUTA-NOM-PERIODO THRU 042-FIN
           PERFORM 091-OBTIENE-RUTA-NOM-DETALLE THRU 091-FIN
           PERFORM 103-OBTIENE-RUTA-FONDO       THRU 103-FIN
           PERFORM 200-OBTIENE-RUTA-ACUMULADOS  THRU 200-FIN
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-SIS-ANIO TO WS-PF-ANIO
                               WS-TIT-ANIO
           COPY NOMPRUTAP.
           COPY NDETRUTAP.
           COPY FAHRUTAP.
           COPY ACMRUTAP.
           COPY ACMWRTP.

      *----------------------------------------------------------------
      * REPORTE-PAGO-FONDO.TXT VIVE EN LA MISMA CARPETA QUE
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS "
                      "(DEBE EXISTIR EL FONDO DE AHORRO)."
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

                           "EMPLEADO " FA-ID-EMP "."
                   GO TO 060-FIN
           END-WRITE
           PERFORM 201-TOMA-RESULTADO    THRU 201-FIN
           PERFORM 202-ACUMULA-RESULTADO THRU 202-FIN
           MOVE WS-PERIODO-FONDO  TO ND-PERIODO
           MOVE FA-ID-EMP         TO ND-ID-EMP
           MOVE 1                 TO ND-CONSEC
           CLOSE EMPLEADOS
                 FONDO-AHORRO
                 NOMINA-PERIODO
                 NOMINA-DETALLE
           IF HAY-ACUMULADOS
              CLOSE ACUMULADOS
           END-IF.
       090-FIN. EXIT.
