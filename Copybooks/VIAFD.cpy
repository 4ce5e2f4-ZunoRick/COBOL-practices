      *----------------------------------------------------------------
      * VIAFD.cpy - DESCRIPCION DE ARCHIVO PARA BD-VIATICOS.TXT. CADA
      *             ANTICIPO LLEVA SU CICLO: SOLICITADO, AUTORIZADO (O
      *             RECHAZADO) POR UN SUPERVISOR DISTINTO DE QUIEN LO
      *             CAPTURO, PAGADO (VIATPAG LO DEJA EN
      *             BD-NOMINA-PERIODO.TXT PARA LA SIGUIENTE DISPERSION
      *             O CHEQUE), Y CERRADO YA SEA COMPROBADO (GASTOS
      *             DEDUCIBLES CON SU CFDI MAS REINTEGRO EN EFECTIVO,
      *             RENGLONES EN BD-VIATICOS-COMPROB.TXT) O DESCONTADO
      *             POR NOMINA: LO NO COMPROBADO AL VENCER LA FECHA
      *             LIMITE SE CONVIERTE EN PRESTAMO DE BD-PRESTAMOS.TXT
      *             (VIA-NUM-PRESTAMO) Y NOMQUINC LO RETIENE COMO
      *             CUALQUIER OTRO ABONO. LA FECHA LIMITE SE FIJA AL
      *             AUTORIZAR: EL REGRESO DEL VIAJE MAS EL PLAZO DE LA
      *             POLITICA.
      *----------------------------------------------------------------
       FD  VIATICOS
           RECORD CONTAINS 160 CHARACTERS.
       01  REG-VIATICOS.
           05 VIA-LLAVE.
              10 VIA-ID-EMP        PIC 9(04).
              10 VIA-FOLIO         PIC 9(03).
           05 VIA-PLANTA-DESTINO   PIC 9(02).
           05 VIA-MOTIVO           PIC X(30).
           05 VIA-FECHA-SALIDA     PIC 9(08).
           05 VIA-FECHA-REGRESO    PIC 9(08).
           05 VIA-IMPORTE          PIC 9(07)V99.
           05 VIA-FECHA-SOLICITUD  PIC 9(08).
           05 VIA-OPER-CAPTURA     PIC X(08).
           05 VIA-OPER-AUTORIZA    PIC X(08).
           05 VIA-FECHA-AUTORIZA   PIC 9(08).
           05 VIA-FECHA-LIMITE     PIC 9(08).
           05 VIA-PERIODO-PAGO     PIC 9(07).
           05 VIA-FECHA-PAGO       PIC 9(08).
           05 VIA-COMPROBADO       PIC 9(07)V99.
           05 VIA-REINTEGRADO      PIC 9(07)V99.
           05 VIA-DESCONTADO       PIC 9(07)V99.
           05 VIA-NUM-PRESTAMO     PIC 9(02).
           05 VIA-STATUS           PIC X(01).
              88 VIA-SOLICITADO           VALUE "S".
              88 VIA-AUTORIZADO           VALUE "A".
              88 VIA-RECHAZADO            VALUE "X".
              88 VIA-PAGADO               VALUE "P".
              88 VIA-COMPROBADO-TOTAL     VALUE "C".
              88 VIA-DESCONTADO-NOMINA    VALUE "N".
              88 VIA-CERRADO              VALUE "X" "C" "N".
           05 FILLER               PIC X(11).
