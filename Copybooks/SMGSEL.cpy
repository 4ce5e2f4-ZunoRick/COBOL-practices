      *----------------------------------------------------------------
      * SMGSEL.cpy - CLAUSULA SELECT DE BD-SALARIO-MINIMO.TXT, SALARIO
      *              MINIMO DIARIO POR ZONA CON FECHA DE VIGENCIA (UN
      *              RENGLON POR VIGENCIA Y ZONA, COMO BD-UMA.TXT): LA
      *              VALIDACION TOMA SOLA LA VIGENCIA MAS RECIENTE QUE
      *              YA HAYA ENTRADO EN VIGOR, ASI QUE EL AUMENTO DEL
      *              1 DE ENERO PUEDE CARGARSE POR ADELANTADO.
      *----------------------------------------------------------------
           SELECT SALARIO-MINIMO
           ASSIGN TO WS-RUTA-SAL-MINIMO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SAL-MINIMO.
