      *----------------------------------------------------------------
      * ACMFD.cpy - DESCRIPCION DE ARCHIVO PARA BD-ACUMULADOS.TXT
      *             (ORGANIZACION INDEXADA, CLAVE ACM-LLAVE). UN
      *             RENGLON POR EJERCICIO, EMPLEADO Y CONCEPTO CON EL
      *             IMPORTE DE CADA MES (EL MES DEL PERIODO; LA SEMANA
      *             GUARDADA CON MES MAS 50 CAE EN SU MES) Y EL TOTAL
      *             DEL EJERCICIO. LOS CONCEPTOS SALEN DE CADA
      *             RESULTADO DE BD-NOMINA-PERIODO.TXT:
      *               01 PERCEPCIONES: BRUTO DE TODAS LAS CORRIDAS.
      *               02 SUELDO DEVENGADO: BRUTO DE LAS CORRIDAS "Q"
      *                  (QUINCENAS Y SEMANAS ORDINARIAS).
      *               03 INGRESO GRAVADO: BRUTO MENOS LA PARTE EXENTA
      *                  EN UMA (ORIGEN "X" DEL DESGLOSE); EL PAGO DEL
      *                  FONDO DE AHORRO (CORRIDA "F") NO GRAVA.
      *               04 INGRESO EXENTO: LA PARTE EXENTA Y EL PAGO DEL
      *                  FONDO DE AHORRO.
      *               05 ISR RETENIDO (SIN EL CARGO DEL AJUSTE ANUAL).
      *               06 SUBSIDIO AL EMPLEO APLICADO.
      *               07 CUOTAS IMSS OBRERAS.
      *               08 RETENCIONES INFONAVIT.
      *               09 OTRAS DEDUCCIONES.
      *               10 NETO PAGADO.
      *               11 CARGO DEL AJUSTE ANUAL DE ISR (CORRIDA "D").
      *             LOS IMPORTES LLEVAN SIGNO PARA QUE UNA REVERSA
      *             FUERA DE ORDEN NO SE PIERDA.
      *----------------------------------------------------------------
       FD  ACUMULADOS
           RECORD CONTAINS 170 CHARACTERS.
       01  REG-ACUMULADOS.
           05 ACM-LLAVE.
              10 ACM-ANIO          PIC 9(04).
              10 ACM-ID-EMP        PIC 9(04).
              10 ACM-CONCEPTO      PIC 9(02).
                 88 ACM-PERCEPCIONES      VALUE 01.
                 88 ACM-DEVENGADO         VALUE 02.
                 88 ACM-GRAVADO           VALUE 03.
                 88 ACM-EXENTO            VALUE 04.
                 88 ACM-ISR               VALUE 05.
                 88 ACM-SUBSIDIO          VALUE 06.
                 88 ACM-IMSS              VALUE 07.
                 88 ACM-INFONAVIT         VALUE 08.
                 88 ACM-OTRAS             VALUE 09.
                 88 ACM-NETO              VALUE 10.
                 88 ACM-AJUSTE-ISR        VALUE 11.
           05 ACM-IMPORTE-MES      PIC S9(09)V99 OCCURS 12 TIMES.
           05 ACM-TOTAL            PIC S9(09)V99.
           05 ACM-FECHA-ACT        PIC 9(08).
           05 FILLER               PIC X(09).
