      *----------------------------------------------------------------
      * CFHFD.cpy - DESCRIPCION DE ARCHIVO PARA BD-CFDI-HIST.TXT. UN
      *             REGISTRO POR UUID DE CADA RECIBO, CON LA FECHA DE
      *             TIMBRADO, EL UUID QUE SUSTITUYE (SI SE TIMBRO COMO
      *             SUSTITUTO DE UNO CON ERROR), EL QUE LO SUSTITUYO,
      *             EL MOTIVO DEL SAT Y LA FECHA DE CANCELACION. LOS
      *             REGISTROS NUNCA SE BORRAN.
      *----------------------------------------------------------------
       FD  HIST-CFDI
           RECORD CONTAINS 150 CHARACTERS.
       01  REG-HIST-CFDI.
           05 CFH-LLAVE.
              10 CFH-PERIODO       PIC 9(07).
              10 CFH-ID-EMP        PIC 9(04).
              10 CFH-UUID          PIC X(36).
           05 CFH-FECHA-TIMBRE     PIC 9(08).
           05 CFH-ESTADO           PIC X(01).
              88 CFH-VIGENTE              VALUE "V".
              88 CFH-SUSTITUIDO           VALUE "S".
              88 CFH-CANCELADO            VALUE "C".
           05 CFH-UUID-RELACIONADO PIC X(36).
           05 CFH-UUID-SUSTITUTO   PIC X(36).
           05 CFH-MOTIVO           PIC X(02).
           05 CFH-FECHA-CANCEL     PIC 9(08).
           05 FILLER               PIC X(12).
