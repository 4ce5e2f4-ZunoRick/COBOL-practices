      *----------------------------------------------------------------
      * FRECCORR.cpy - FRECUENCIA DE LA CORRIDA QUE SE PIDE AL
      *                OPERADOR: LA QUINCENA DE SIEMPRE O LA SEMANA DE
      *                LOS OPERADORES DE PLANTA (WS-FRECUENCIA-PAGO
      *                "S" EN EL MAESTRO). LA SEMANA SE GUARDA EN EL
      *                CALENDARIO Y EN BD-NOMINA-PERIODO.TXT CON EL MES
      *                DE PAGO MAS 50 Y EL NUMERO DE SEMANA DEL MES EN
      *                LUGAR DE LA QUINCENA (VER CALFD.cpy).
      *----------------------------------------------------------------
       01  WS-FRECUENCIA-CORRIDA   PIC X(01)     VALUE "Q".
           88 CORRIDA-QUINCENAL           VALUE "Q".
           88 CORRIDA-SEMANAL             VALUE "S".
