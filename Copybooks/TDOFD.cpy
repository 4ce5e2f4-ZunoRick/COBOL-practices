      *----------------------------------------------------------------
      * TDOFD.cpy - DESCRIPCION DE ARCHIVO PARA BD-TIPOS-DOCUMENTO.TXT
      *             (ORGANIZACION INDEXADA, CLAVE TDO-CODIGO). CADA
      *             DOCUMENTO QUE PUEDE IR EN EL EXPEDIENTE DEL
      *             EMPLEADO (CONTRATO FIRMADO, INE, ACTA, COMPROBANTE
      *             DE DOMICILIO, CONSTANCIA DEL RFC, NSS...), SI ES
      *             OBLIGATORIO PARA CADA TIPO DE CONTRATO (CTO-TIPO
      *             P/E/O DE CTOFD.cpy) Y SI TIENE VIGENCIA, PARA
      *             PEDIR SU FECHA DE VENCIMIENTO AL RECIBIRLO.
      *----------------------------------------------------------------
       FD  TIPOS-DOCUMENTO
           RECORD CONTAINS 36 CHARACTERS.
       01  REG-TIPOS-DOCUMENTO.
           05 TDO-CODIGO           PIC 9(02).
           05 TDO-DESCRIPCION      PIC X(30).
           05 TDO-OBLIGA-PLANTA    PIC X(01).
              88 TDO-OBLIG-PLANTA         VALUE "S".
           05 TDO-OBLIGA-EVENTUAL  PIC X(01).
              88 TDO-OBLIG-EVENTUAL       VALUE "S".
           05 TDO-OBLIGA-OBRA      PIC X(01).
              88 TDO-OBLIG-OBRA           VALUE "S".
           05 TDO-VENCE            PIC X(01).
              88 TDO-CON-VIGENCIA         VALUE "S".
