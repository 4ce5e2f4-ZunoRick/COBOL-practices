      *             VALUADO POR FINANZAS); CEROS = RAMO SIN TOPE. LA
      *             FECHA DE VIGENCIA AAAAMMDD PERMITE DEJAR CARGADAS
      *             LAS TASAS DEL ANIO ENTRANTE JUNTO A LAS VIGENTES.
      *             EL RAMO 01 ES EL DE RIESGOS DE TRABAJO: SU TASA
      *             PATRONAL ES LA PRIMA GENERAL, QUE LA PRIMA POR
      *             PLANTA DE BD-PRIMA-RIESGO.TXT SUSTITUYE. LA
      *             PERIODICIDAD (REGISTRO DE 51 A 52 BYTES) SEPARA
      *             LOS RAMOS QUE EL IMSS EMITE CADA MES (EMA) DE LOS
      *             QUE EMITE CADA BIMESTRE (EBA: RETIRO, CESANTIA Y
      *             VEJEZ); EL BLANCO DE LOS RENGLONES VIEJOS CUENTA
      *             COMO MENSUAL.
      *----------------------------------------------------------------
       FD  TASAS-IMSS
           RECORD CONTAINS 52 CHARACTERS.
       01  REG-TASAS-IMSS.
           05 TIM-FECHA-VIGENCIA  PIC 9(08).
           05 TIM-RAMO            PIC 9(02).
           05 TIM-TASA-OBRERO     PIC V9(06).
           05 TIM-TASA-PATRON     PIC V9(06).
           05 TIM-TOPE-PERIODO    PIC 9(07)V99.
           05 TIM-PERIODICIDAD    PIC X(01).
              88 TIM-RAMO-MENSUAL         VALUE "M" " ".
              88 TIM-RAMO-BIMESTRAL       VALUE "B".
