      *              CORRIDA, LO PONE ENVIADO BANCONOM, PAGADO O
      *              RECHAZADO BANCORET CON EL RETORNO, Y REENVIADO
      *              REEXPIDE AL REDISPERSAR UN RECHAZO CORREGIDO.
      *              LOS ANTICIPOS DE VIATICOS (VIATPAG) VIAJAN COMO
      *              CORRIDA "V" EN LOS LOTES 6 A 9 DE CADA MES: NO
      *              SON INGRESO DEL EMPLEADO, ASI QUE SOLO LLEVAN EL
      *              NETO A PAGAR.
      *----------------------------------------------------------------
       FD  NOMINA-PERIODO
           RECORD CONTAINS 102 CHARACTERS.
              88 NP-CORRIDA-AJUSTE-ISR    VALUE "D".
              88 NP-CORRIDA-EXTRAORD      VALUE "E".
              88 NP-CORRIDA-FONDO         VALUE "F".
              88 NP-CORRIDA-VIATICOS      VALUE "V".
           05 NP-SALARIO-BASE      PIC 9(07)V99.
           05 NP-PERCEPCIONES      PIC 9(07)V99.
           05 NP-SALARIO-BRUTO     PIC 9(07)V99.
