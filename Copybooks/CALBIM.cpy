      *----------------------------------------------------------------
      * CALBIM.cpy - CLAVES DE LOS PERIODOS QUE FORMAN UN BIMESTRE DEL
      *              IMSS (VER CALBIMP.cpy): LAS CUATRO QUINCENAS DE SUS
      *              DOS MESES Y LAS SEMANAS DE LA NOMINA SEMANAL QUE
      *              TERMINAN DENTRO DE EL. EL LLAMANTE RECORRE
      *              WS-BIM-PERIODO DE 1 A WS-BIM-TOTAL-PERIODOS.
      *----------------------------------------------------------------
       01  WS-TABLA-PERIODOS-BIM.
           05 WS-BIM-PERIODO       PIC 9(07)    OCCURS 16 TIMES.
       01  WS-BIM-TOTAL-PERIODOS   PIC 9(02)    VALUE ZEROS.
       01  WS-BIM-CLAVE.
           05 WS-BIM-ANIO          PIC 9(04).
           05 WS-BIM-MES           PIC 9(02).
           05 WS-BIM-QUINCENA      PIC 9(01).
       01  WS-BIM-FECHA-INI        PIC 9(08).
       01  WS-BIM-FECHA-FIN        PIC 9(08).
       01  WS-BIM-ANIO-TOPE        PIC 9(04).
       01  SW-FIN-CAL-BIM          PIC X(03).
