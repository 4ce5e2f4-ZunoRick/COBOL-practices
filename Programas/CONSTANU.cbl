      * Tectonics: cobc
      *----------------------------------------------------------------
      * CONSTANU.cbl - CONSTANCIA ANUAL DE PERCEPCIONES Y RETENCIONES.
      *                PARA EL EJERCICIO PEDIDO TOMA POR EMPLEADO SUS
      *                ACUMULADOS ANUALES DE BD-ACUMULADOS.TXT (TODAS
      *                LAS CORRIDAS DEL ANIO: QUINCENAS, SEMANAS,
      *                EXTRAORDINARIAS, AGUINALDO, AJUSTE ANUAL, FONDO
      *                Y PTU), RESUELVE EL NOMBRE
      *                COMPLETO COMO RECIBNOM Y DEJA UNA CONSTANCIA
      *                POR PAGINA (LINAGE, COMO LOS RECIBOS) EN
      *                CONSTANCIAS-ANUALES.TXT. CADA EMISION SE
       FILE-CONTROL.
           COPY EMPSEL.
           COPY OPERSEL.
           COPY ACMSEL.
           COPY AUDSEL.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE.
       FILE SECTION.
           COPY EMPFD.
           COPY OPERFD.
           COPY ACMFD.
           COPY AUDFD.

      *----------------------------------------------------------------
           COPY EMPRUTA.
           COPY OPERFS.
           COPY OPERRUTA.
           COPY ACMFS.
           COPY ACMRUTA.
           COPY AUDFS.
           COPY AUDRUTA.

           88 CONSTANCIA-UNA              VALUE "U".
       01  WS-ID-PEDIDO            PIC 9(04).

       01  WS-ACUMULADO            PIC S9(09)V99.

       01  SW-TIENE-INGRESOS       PIC X(01).
           88 TIENE-INGRESOS              VALUE "S".
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 016-OBTIENE-RUTA-REPORTE     THRU 016-FIN
           PERFORM 200-OBTIENE-RUTA-ACUMULADOS  THRU 200-FIN
           PERFORM 021-OBTIENE-RUTA-AUDITORIA   THRU 021-FIN
           PERFORM 027-OBTIENE-RUTA-OPERADORES  THRU 027-FIN
           PERFORM 028-ABRE-OPERADORES          THRU 028-FIN
           COPY EMPRUTAP.
           COPY OPERRUTAP.
           COPY OPERVALP.
           COPY ACMRUTAP.
           COPY AUDRUTAP.
           COPY AUDWRTP.


       020-ABRE-ARCHIVOS.
           OPEN INPUT EMPLEADOS
           OPEN INPUT ACUMULADOS
           OPEN EXTEND AUDITORIA
           OPEN OUTPUT REPORTE
           IF NOT FS-ACUMULADOS-OK
              DISPLAY "NO SE PUDO ABRIR BD-ACUMULADOS.TXT. FS: "
                      WS-FS-ACUMULADOS ". RECONSTRUYA LOS ACUMULADOS "
                      "DEL EJERCICIO CON CARGAACU."
              GOBACK
           END-IF
           IF NOT FS-EMPLEADOS-OK OR NOT FS-AUDITORIA-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              GOBACK
           END-IF.
      *----------------------------------------------------------------
      * LA CONSTANCIA SE EMITE A CUALQUIER EMPLEADO CON RESULTADOS EN
      * EL EJERCICIO, INCLUIDO EL QUE YA CAUSO BAJA: SUS CIFRAS
      * SIGUEN EN SUS ACUMULADOS ANUALES.
      *----------------------------------------------------------------
       050-PROCESA-EMPLEADO.
           PERFORM 052-SUMA-EJERCICIO THRU 052-FIN
       070-FIN. EXIT.

      *----------------------------------------------------------------
      * EL EJERCICIO COMPLETO DEL EMPLEADO SALE DE SUS ACUMULADOS
      * ANUALES, QUE YA TRAEN TODAS LAS CORRIDAS DEL ANIO (QUINCENAS,
      * SEMANAS, EXTRAORDINARIAS, AGUINALDO, AJUSTE ANUAL, FONDO DE
      * AHORRO Y PTU). EL ISR RETENIDO INCLUYE EL CARGO DEL AJUSTE
      * ANUAL (CONCEPTO 11), COMO SIEMPRE LO SUMO LA CONSTANCIA.
      *----------------------------------------------------------------
       052-SUMA-EJERCICIO.
           MOVE "N"   TO SW-TIENE-INGRESOS
                         WS-ACUM-INFONAVIT
                         WS-ACUM-OTRAS
                         WS-ACUM-NETO
           MOVE 01 TO ACM-CONCEPTO
           PERFORM 053-LEE-ACUMULADO THRU 053-FIN
           MOVE WS-ACUMULADO TO WS-ACUM-PERCEPCIONES
           MOVE 05 TO ACM-CONCEPTO
           PERFORM 053-LEE-ACUMULADO THRU 053-FIN
           MOVE WS-ACUMULADO TO WS-ACUM-ISR
           MOVE 11 TO ACM-CONCEPTO
           PERFORM 053-LEE-ACUMULADO THRU 053-FIN
           ADD WS-ACUMULADO TO WS-ACUM-ISR
           MOVE 06 TO ACM-CONCEPTO
           PERFORM 053-LEE-ACUMULADO THRU 053-FIN
           MOVE WS-ACUMULADO TO WS-ACUM-SUBSIDIO
           MOVE 07 TO ACM-CONCEPTO
           PERFORM 053-LEE-ACUMULADO THRU 053-FIN
           MOVE WS-ACUMULADO TO WS-ACUM-IMSS
           MOVE 08 TO ACM-CONCEPTO
           PERFORM 053-LEE-ACUMULADO THRU 053-FIN
           MOVE WS-ACUMULADO TO WS-ACUM-INFONAVIT
           MOVE 09 TO ACM-CONCEPTO
           PERFORM 053-LEE-ACUMULADO THRU 053-FIN
           MOVE WS-ACUMULADO TO WS-ACUM-OTRAS
           MOVE 10 TO ACM-CONCEPTO
           PERFORM 053-LEE-ACUMULADO THRU 053-FIN
           MOVE WS-ACUMULADO TO WS-ACUM-NETO.
       052-FIN. EXIT.

       053-LEE-ACUMULADO.
           MOVE WS-ANIO-PEDIDO TO ACM-ANIO
           MOVE WS-ID-EMP      TO ACM-ID-EMP
           MOVE ZEROS          TO WS-ACUMULADO
           READ ACUMULADOS
                INVALID KEY
                   GO TO 053-FIN
           END-READ
           MOVE "S" TO SW-TIENE-INGRESOS
           IF ACM-TOTAL IS GREATER THAN ZEROS
              MOVE ACM-TOTAL TO WS-ACUMULADO
           END-IF.
       053-FIN. EXIT.

      *----------------------------------------------------------------
      * UNA CONSTANCIA POR PAGINA CON EL NOMBRE COMPLETO ARMADO COMO

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 ACUMULADOS
                 AUDITORIA
                 REPORTE.
       090-FIN. EXIT.
