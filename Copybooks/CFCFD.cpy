      *----------------------------------------------------------------
      * CFCFD.cpy - DESCRIPCION DE ARCHIVO PARA BD-CFDI-CANCEL.TXT.
      *             CADA SOLICITUD GUARDA EL UUID A CANCELAR, EL MOTIVO
      *             DEL SAT Y SU CICLO: CON MOTIVO 01 (COMPROBANTE CON
      *             ERRORES CON RELACION) ESPERA PRIMERO EL TIMBRE DEL
      *             RECIBO SUSTITUTO, QUE CFDIIMP ANOTA EN
      *             CFC-UUID-SUSTITUTO; CON LOS DEMAS MOTIVOS QUEDA
      *             LISTA PARA ENVIARSE DESDE LA CAPTURA. ENVIADA AL
      *             PAC, EL ACUSE LA DEJA ACEPTADA O RECHAZADA. UNA
      *             SOLICITUD CERRADA (ACEPTADA O RECHAZADA) PUEDE
      *             SUSTITUIRSE POR OTRA DEL MISMO RECIBO; EL RASTRO
      *             COMPLETO QUEDA EN BD-CFDI-HIST.TXT.
      *----------------------------------------------------------------
       FD  CANCELA-CFDI
           RECORD CONTAINS 128 CHARACTERS.
       01  REG-CANCELA-CFDI.
           05 CFC-LLAVE.
              10 CFC-PERIODO       PIC 9(07).
              10 CFC-ID-EMP        PIC 9(04).
           05 CFC-UUID             PIC X(36).
           05 CFC-MOTIVO           PIC X(02).
              88 CFC-MOTIVO-VALIDO        VALUE "01" "02" "03" "04".
              88 CFC-CON-RELACION         VALUE "01".
           05 CFC-UUID-SUSTITUTO   PIC X(36).
           05 CFC-ESTADO           PIC X(01).
              88 CFC-ESPERA-SUSTITUTO     VALUE "S".
              88 CFC-POR-ENVIAR           VALUE "P".
              88 CFC-ENVIADA              VALUE "E".
              88 CFC-ACEPTADA             VALUE "A".
              88 CFC-RECHAZADA            VALUE "R".
              88 CFC-CERRADA              VALUE "A" "R".
           05 CFC-FECHA-SOLICITUD  PIC 9(08).
           05 CFC-OPERADOR         PIC X(08).
           05 CFC-FECHA-ENVIO      PIC 9(08).
           05 CFC-FECHA-ACUSE      PIC 9(08).
           05 FILLER               PIC X(10).
