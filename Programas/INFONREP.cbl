      *                DE CREDITO CON SU EMPLEADO Y EL TOTAL DEL
      *                BIMESTRE, PARA ACOMPANAR EL PAGO AL INSTITUTO.
      *                EL LISTADO QUEDA EN REPORTE-INFONAVIT.TXT.
      *----------------------------------------------------------------
      * MODIFICACIONES:
      * - EL BIMESTRE INCLUYE TAMBIEN LAS SEMANAS DE LA NOMINA
      *   SEMANAL CUYA FECHA DE FIN EN EL CALENDARIO CAE DENTRO DE
      *   EL (CALBIMP.cpy)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                INFONREP.
           COPY EMPSEL.
           COPY NOMPSEL.
           COPY INFSEL.
           COPY CALSEL.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE.

           COPY EMPFD.
           COPY NOMPFD.
           COPY INFFD.
           COPY CALFD.

       FD  REPORTE
           RECORD CONTAINS 90 CHARACTERS
           COPY NOMPRUTA.
           COPY INFFS.
           COPY INFRUTA.
           COPY CALFS.
           COPY CALRUTA.
           COPY CALBIM.

       01  WS-RUTA-REPORTE        PIC X(80).

       01  WS-ANIO-PEDIDO          PIC 9(04).
       01  WS-BIMESTRE-PEDIDO      PIC 9(01).
       01  WS-MES-BASE             PIC 9(02).
       01  WS-IDX-PERIODO          PIC 9(02).

       01  WS-PERIODO-BIM.
           05 WS-PB-ANIO           PIC 9(04).
           PERFORM 016-OBTIENE-RUTA-REPORTE     THRU 016-FIN
           PERFORM 042-OBTIENE-RUTA-NOM-PERIODO THRU 042-FIN
           PERFORM 022-OBTIENE-RUTA-INFONAVIT   THRU 022-FIN
           PERFORM 041-OBTIENE-RUTA-CALENDARIO  THRU 041-FIN
           PERFORM 018-SOLICITA-BIMESTRE        THRU 018-FIN
           PERFORM 046-ARMA-PERIODOS-BIM        THRU 046-FIN
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           PERFORM 030-TITULOS                  THRU 030-FIN
           PERFORM 045-POSICIONA-CREDITOS       THRU 045-FIN
           COPY EMPRUTAP.
           COPY NOMPRUTAP.
           COPY INFRUTAP.
           COPY CALRUTAP.
           COPY CALBIMP.

      *----------------------------------------------------------------
      * REPORTE-INFONAVIT.TXT VIVE EN LA MISMA CARPETA QUE
       045-FIN. EXIT.

      *----------------------------------------------------------------
      * POR CADA CREDITO SE SUMAN LAS RETENCIONES DE LAS QUINCENAS Y
      * SEMANAS DEL BIMESTRE (046-ARMA-PERIODOS-BIM) LEIDAS POR
      * CLAVE, COMO EN SUAEXP; EL
      * CREDITO SIN RETENCION EN EL BIMESTRE NO SALE EN EL LISTADO.
      *----------------------------------------------------------------
       050-PROCESA-CREDITO.
                   GO TO 050-FIN
           END-READ
           MOVE ZEROS TO WS-RETENIDO-CREDITO
           MOVE 1     TO WS-IDX-PERIODO
           PERFORM 052-SUMA-QUINCENA THRU 052-FIN
                   UNTIL WS-IDX-PERIODO IS GREATER THAN
                         WS-BIM-TOTAL-PERIODOS
           IF WS-RETENIDO-CREDITO EQUAL ZEROS
              GO TO 050-FIN
           END-IF
       050-FIN. EXIT.

       052-SUMA-QUINCENA.
           MOVE WS-BIM-PERIODO (WS-IDX-PERIODO) TO WS-PERIODO-BIM
           MOVE WS-PERIODO-BIM TO NP-PERIODO
           MOVE INF-ID-EMP     TO NP-ID-EMP
           READ NOMINA-PERIODO
                NOT INVALID KEY
                   ADD NP-DEDUCCION-INFONAVIT TO WS-RETENIDO-CREDITO
           END-READ
           ADD 1 TO WS-IDX-PERIODO.
       052-FIN. EXIT.

       055-BUSCA-NOMBRE.
