      *              PRESENTAR LAS MODIFICACIONES DE SALARIO AL IMSS.
      *              EL EMPLEADO SIN REGISTRO DE SDI LO ESTRENA EN
      *              ESTA CORRIDA.
      *----------------------------------------------------------------
      * MODIFICACIONES:
      * - LAS PARTES EXENTAS DE LOS PREMIOS DE ASISTENCIA Y
      *   PUNTUALIDAD (CONCEPTOS 12 Y 13 DE PREMIEMP) YA NO SE SUMAN
      *   A LA PARTE VARIABLE DEL SDI, COMO PIDE LA LEY DEL SEGURO
      *   SOCIAL.
      * - EL BIMESTRE INCLUYE TAMBIEN LAS SEMANAS DE LA NOMINA
      *   SEMANAL CUYA FECHA DE FIN EN EL CALENDARIO CAE DENTRO DE
      *   EL (CALBIMP.cpy)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                SDIBIM.
           COPY EMPSEL.
           COPY INCSEL.
           COPY SDISEL.
           COPY CALSEL.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE.

           COPY EMPFD.
           COPY INCFD.
           COPY SDIFD.
           COPY CALFD.

       FD  REPORTE
           RECORD CONTAINS 80 CHARACTERS
           COPY INCRUTA.
           COPY SDIFS.
           COPY SDIRUTA.
           COPY CALFS.
           COPY CALRUTA.
           COPY CALBIM.

       01  WS-RUTA-REPORTE        PIC X(80).

       01  WS-BIMESTRE-PEDIDO      PIC 9(01).
       01  WS-MES-BASE             PIC 9(02).
       01  WS-DIAS-BIMESTRE        PIC 9(02).
       01  WS-IDX-PERIODO          PIC 9(02).

       01  WS-PERIODO-BIM.
           05 WS-PB-ANIO           PIC 9(04).
           PERFORM 016-OBTIENE-RUTA-REPORTE     THRU 016-FIN
           PERFORM 043-OBTIENE-RUTA-INCIDENCIAS THRU 043-FIN
           PERFORM 075-OBTIENE-RUTA-SDI         THRU 075-FIN
           PERFORM 044-OBTIENE-RUTA-CALENDARIO  THRU 044-FIN
           PERFORM 018-SOLICITA-BIMESTRE        THRU 018-FIN
           PERFORM 046-ARMA-PERIODOS-BIM        THRU 046-FIN
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           PERFORM 030-TITULOS                  THRU 030-FIN
           PERFORM 041-LEE-EMPLEADO             THRU 041-FIN
           COPY INCRUTAP.
           COPY SDIRUTAP.
           COPY SDICALCP.
      *----------------------------------------------------------------
      * EL 041 DE ESTE PROGRAMA ES LA LECTURA DEL MAESTRO: LA RUTA DEL
      * CALENDARIO SE NUMERA 044.
      *----------------------------------------------------------------
           COPY CALRUTAP REPLACING
                ==041-OBTIENE-RUTA-CALENDARIO==
                BY ==044-OBTIENE-RUTA-CALENDARIO==
                ==041-FIN== BY ==044-FIN==.
           COPY CALBIMP.

      *----------------------------------------------------------------
      * REPORTE-SDI.TXT VIVE EN LA MISMA CARPETA QUE BD-EMPLEADOS.TXT,

      *----------------------------------------------------------------
      * SUMA LAS PERCEPCIONES DE INCIDENCIAS DEL EMPLEADO EN LAS
      * QUINCENAS Y SEMANAS DEL BIMESTRE (046-ARMA-PERIODOS-BIM),
      * CON EL MISMO RECORRIDO POR
      * CLAVE QUE 066-SUMA-INCIDENCIAS DE NOMQUINC. LAS PARTES
      * EXENTAS DE LOS PREMIOS DE ASISTENCIA Y PUNTUALIDAD (CONCEPTOS
      * 12 Y 13, PREMIEMP) NO INTEGRAN SALARIO.
      *----------------------------------------------------------------
       054-SUMA-PERCEPCIONES.
           MOVE ZEROS TO WS-SUMA-PERCEPCIONES
           IF NOT HAY-INCIDENCIAS
              GO TO 054-FIN
           END-IF
           MOVE 1 TO WS-IDX-PERIODO
           PERFORM 055-SUMA-QUINCENA THRU 055-FIN
                   UNTIL WS-IDX-PERIODO IS GREATER THAN
                         WS-BIM-TOTAL-PERIODOS.
       054-FIN. EXIT.

       055-SUMA-QUINCENA.
           MOVE WS-BIM-PERIODO (WS-IDX-PERIODO) TO WS-PERIODO-BIM
           MOVE WS-PERIODO-BIM TO INC-PERIODO
           MOVE WS-ID-EMP      TO INC-ID-EMP
           MOVE ZEROS          TO INC-CONSEC
           END-START
           PERFORM 056-ACUMULA-PERCEPCION THRU 056-FIN.
       055-SIGUE.
           ADD 1 TO WS-IDX-PERIODO.
       055-FIN. EXIT.

       056-ACUMULA-PERCEPCION.
              INC-ID-EMP  NOT EQUAL WS-ID-EMP
              GO TO 056-FIN
           END-IF
           IF INC-PERCEPCION AND
              INC-CONCEPTO NOT EQUAL 12 AND
              INC-CONCEPTO NOT EQUAL 13
              ADD INC-IMPORTE TO WS-SUMA-PERCEPCIONES
           END-IF
           GO TO 056-ACUMULA-PERCEPCION.
