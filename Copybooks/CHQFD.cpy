      *----------------------------------------------------------------
      * CHQFD.cpy - DESCRIPCION DE ARCHIVO PARA BD-CHEQUES.TXT. CADA
      *             CHEQUE GUARDA EL RESULTADO QUE PAGA (PERIODO Y
      *             EMPLEADO DE BD-NOMINA-PERIODO.TXT), SU IMPORTE Y
      *             SU CICLO: EMITIDO AL IMPRIMIRSE, COBRADO CUANDO EL
      *             BANCO LO REPORTA PAGADO POR EL MISMO IMPORTE Y
      *             CANCELADO CUANDO SE DA POR PERDIDO (EL RESULTADO
      *             REGRESA A PENDIENTE PARA REEXPEDIRSE). EL CHEQUE
      *             CANCELADO NO SE BORRA: SU FOLIO NO DEBE VOLVER A
      *             USARSE NI COBRARSE.
      *----------------------------------------------------------------
       FD  CHEQUES
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-CHEQUE.
           05 CHQ-FOLIO            PIC 9(07).
           05 CHQ-PERIODO          PIC 9(07).
           05 CHQ-ID-EMP           PIC 9(04).
           05 CHQ-NOMBRE           PIC X(20).
           05 CHQ-IMPORTE          PIC 9(07)V99.
           05 CHQ-FECHA-EMISION    PIC 9(08).
           05 CHQ-FECHA-MOVTO      PIC 9(08).
           05 CHQ-STATUS           PIC X(01).
              88 CHQ-EMITIDO              VALUE "E".
              88 CHQ-COBRADO              VALUE "G".
              88 CHQ-CANCELADO            VALUE "C".
           05 FILLER               PIC X(16).
