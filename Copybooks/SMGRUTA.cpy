      *----------------------------------------------------------------
      * SMGRUTA.cpy - AREAS DE TRABAJO PARA LA RUTA DE
      *               BD-SALARIO-MINIMO.TXT, LOS MINIMOS DIARIOS DE
      *               CADA ZONA YA CARGADOS EN MEMORIA (VER
      *               SMGCARGP.cpy) Y LA VALIDACION DE UN SUELDO
      *               QUINCENAL CONTRA EL MINIMO DE LA ZONA DE SU
      *               PLANTA (VER SMGVALP.cpy).
      *----------------------------------------------------------------
       01  WS-RUTA-SAL-MINIMO      PIC X(80).

       01  SW-SAL-MINIMO           PIC X(01)     VALUE "N".
           88 SAL-MINIMO-CARGADO          VALUE "S".

       01  WS-SMG-FECHA-CORTE      PIC 9(08)     VALUE ZEROS.
       01  WS-SMG-VIG-GENERAL      PIC 9(08)     VALUE ZEROS.
       01  WS-SMG-DIARIO-GENERAL   PIC 9(06)V99  VALUE ZEROS.
       01  WS-SMG-VIG-FRONTERA     PIC 9(08)     VALUE ZEROS.
       01  WS-SMG-DIARIO-FRONTERA  PIC 9(06)V99  VALUE ZEROS.

       01  WS-SMG-ZONA             PIC X(01).
           88 SMG-APLICA-FRONTERA         VALUE "F".
       01  WS-SMG-SALARIO-COMPARA  PIC 9(09)V99.
       01  WS-SMG-MINIMO-QUINCENA  PIC 9(07)V99.
       01  SW-BAJO-MINIMO          PIC X(01)     VALUE "N".
           88 SUELDO-BAJO-MINIMO          VALUE "S".
