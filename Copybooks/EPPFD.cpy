      *----------------------------------------------------------------
      * EPPFD.cpy - DESCRIPCION DE ARCHIVO PARA BD-ENTREGAS-EPP.TXT
      *             (ORGANIZACION INDEXADA, CLAVE EMPLEADO + ARTICULO
      *             DE ARTFD.cpy + FECHA DE ENTREGA). UN RENGLON POR
      *             ENTREGA: LAS PIEZAS ENTREGADAS, LAS YA DEVUELTAS
      *             Y EL COSTO DE REPOSICION POR PIEZA VIGENTE EL DIA
      *             DE LA ENTREGA, QUE ES EL QUE SE DESCUENTA SI NO SE
      *             DEVUELVE. PENDIENTE = ENTREGADAS - DEVUELTAS.
      *----------------------------------------------------------------
       FD  ENTREGAS-EPP
           RECORD CONTAINS 46 CHARACTERS.
       01  REG-ENTREGAS-EPP.
           05 EPP-LLAVE.
              10 EPP-ID-EMP        PIC 9(04).
              10 EPP-ARTICULO      PIC 9(03).
              10 EPP-FECHA-ENTREGA PIC 9(08).
           05 EPP-CANTIDAD         PIC 9(03).
           05 EPP-DEVUELTOS        PIC 9(03).
           05 EPP-FECHA-DEVOL      PIC 9(08).
           05 EPP-COSTO-UNIT       PIC 9(07)V99.
           05 EPP-OPERADOR         PIC X(08).
