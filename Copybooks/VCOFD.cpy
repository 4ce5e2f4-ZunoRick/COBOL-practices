      *----------------------------------------------------------------
      * VCOFD.cpy - DESCRIPCION DE ARCHIVO PARA
      *             BD-VIATICOS-COMPROB.TXT. EL RENGLON DE GASTO ("G")
      *             ES EL IMPORTE DEDUCIBLE DE UNA FACTURA DEL
      *             PROVEEDOR Y LLEVA SU UUID Y EL RFC EMISOR; EL
      *             REINTEGRO ("R") ES EL SOBRANTE DEVUELTO EN CAJA Y
      *             NO LLEVA CFDI. AMBOS BAJAN EL SALDO POR COMPROBAR
      *             DEL ANTICIPO.
      *----------------------------------------------------------------
       FD  COMPROB-VIATICOS
           RECORD CONTAINS 120 CHARACTERS.
       01  REG-COMPROB-VIATICOS.
           05 VCO-LLAVE.
              10 VCO-ID-EMP        PIC 9(04).
              10 VCO-FOLIO         PIC 9(03).
              10 VCO-RENGLON       PIC 9(02).
           05 VCO-TIPO             PIC X(01).
              88 VCO-GASTO                VALUE "G".
              88 VCO-REINTEGRO            VALUE "R".
           05 VCO-FECHA-GASTO      PIC 9(08).
           05 VCO-CONCEPTO         PIC X(20).
           05 VCO-IMPORTE          PIC 9(07)V99.
           05 VCO-UUID             PIC X(36).
           05 VCO-RFC-EMISOR       PIC X(13).
           05 VCO-OPERADOR         PIC X(08).
           05 VCO-FECHA-CAPTURA    PIC 9(08).
           05 FILLER               PIC X(08).
