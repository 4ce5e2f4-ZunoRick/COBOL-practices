      *----------------------------------------------------------------
      * TEMRUTA.cpy - AREAS DE TRABAJO PARA LA RUTA DE
      *               BD-TURNO-EMP.TXT (VER TEMRUTAP.cpy) Y PARA LA
      *               BUSQUEDA DEL TURNO VIGENTE DE UN EMPLEADO EN UNA
      *               FECHA (VER TEMBUSP.cpy).
      *----------------------------------------------------------------
       01  WS-RUTA-TURNO-EMP       PIC X(80).

       01  WS-TEM-ID-BUSCA         PIC 9(04).
       01  WS-TEM-FECHA-BUSCA      PIC 9(08).
       01  WS-TEM-TURNO-VIGENTE    PIC 9(02).
       01  SW-FIN-TEM              PIC X(03)     VALUE SPACES.
       01  SW-TURNO-VIGENTE        PIC X(01)     VALUE "N".
           88 HAY-TURNO-VIGENTE           VALUE "S".
