      *----------------------------------------------------------------
      * EPPRUTA.cpy - AREAS DE TRABAJO PARA LA RUTA DE
      *               BD-ENTREGAS-EPP.TXT (VER EPPRUTAP.cpy) Y PARA
      *               LOS ARTICULOS PENDIENTES DE DEVOLUCION DE UN
      *               EMPLEADO (VER EPPPENDP.cpy): UN RENGLON POR
      *               ENTREGA CON PIEZAS PENDIENTES, CON SU IMPORTE A
      *               COSTO DE REPOSICION, Y LOS TOTALES.
      *----------------------------------------------------------------
       01  WS-RUTA-ENTREGAS        PIC X(80).

       01  WS-EPP-ID-BUSCA         PIC 9(04).
       01  SW-FIN-EPP              PIC X(03)     VALUE SPACES.
       01  SW-HAY-ARTICULOS        PIC X(01)     VALUE "N".
           88 HAY-CATALOGO-EPP            VALUE "S".
       01  WS-EPP-PEND-USADOS      PIC 9(02)     VALUE ZEROS.
       01  WS-EPP-PEND-IDX         PIC 9(02).
       01  WS-EPP-PEND-PIEZAS      PIC 9(05)     VALUE ZEROS.
       01  WS-EPP-PEND-ADEUDO      PIC 9(07)V99  VALUE ZEROS.
       01  WS-EPP-PEND-TABLA.
           05 WS-EPP-PEND-REN OCCURS 50 TIMES.
              10 WS-EPP-PEND-ARTICULO  PIC 9(03).
              10 WS-EPP-PEND-DESCRIP   PIC X(30).
              10 WS-EPP-PEND-ENTREGA   PIC 9(08).
              10 WS-EPP-PEND-CANTIDAD  PIC 9(03).
              10 WS-EPP-PEND-IMPORTE   PIC 9(07)V99.
