      *----------------------------------------------------------------
      * PCOFD.cpy - DESCRIPCION DE ARCHIVO PARA BD-PLAN-COMISION.TXT
      *             (ORGANIZACION INDEXADA, CLAVE PUESTO + VENTA
      *             MINIMA). CADA PUESTO DE VENTAS TIENE UNO O MAS
      *             TRAMOS; LA VENTA DEL MES CAE EN EL TRAMO DE VENTA
      *             MINIMA MAS ALTA QUE NO LA REBASA, Y EL PORCENTAJE
      *             DE ESE TRAMO SE APLICA SOBRE TODA LA VENTA. UN
      *             PUESTO SIN TRAMOS NO COMISIONA.
      *----------------------------------------------------------------
       FD  PLAN-COMISION
           RECORD CONTAINS 33 CHARACTERS.
       01  REG-PLAN-COMISION.
           05 PCO-LLAVE.
              10 PCO-PUESTO        PIC 9(02).
              10 PCO-VENTA-DESDE   PIC 9(09)V99.
           05 PCO-PORCENTAJE       PIC 9(02)V99.
           05 PCO-FECHA-REG        PIC 9(08).
           05 PCO-OPERADOR         PIC X(08).
