      *             BLANCO DE LOS PERIODOS VIEJOS CUENTA COMO
      *             ABIERTO. LOS PROGRAMAS DE CAPTURA RECHAZAN
      *             MOVIMIENTOS DE UN PERIODO QUE YA PASO LA CAPTURA.
      *             LAS SEMANAS DE LA NOMINA SEMANAL DE PLANTA VAN EN
      *             EL MISMO ARCHIVO CON CAL-MES = MES DE PAGO MAS 50
      *             (51 A 62) Y CAL-QUINCENA = SEMANA DEL MES (1 A 5).
      *             CADA PERIODO LLEVA ADEMAS EL BIMESTRE DEL IMSS AL
      *             QUE PERTENECE Y LA FECHA DE CORTE DE INCIDENCIAS
      *             (REGISTRO DE 32 A 41 BYTES); LOS DEJA EL GENERADOR
      *             ANUAL DE MANTCAL. EN LOS PERIODOS VIEJOS VIENEN EN
      *             CEROS: SIN FECHA DE CORTE DEFINIDA.
      *----------------------------------------------------------------
       FD  CALENDARIO-NOMINA
           RECORD CONTAINS 41 CHARACTERS.
       01  REG-CALENDARIO.
           05 CAL-PERIODO.
              10 CAL-ANIO          PIC 9(04).
              10 CAL-MES           PIC 9(02).
                 88 CAL-MES-SEMANAL       VALUE 51 THRU 62.
              10 CAL-QUINCENA      PIC 9(01).
           05 CAL-FECHA-INICIO     PIC 9(08).
           05 CAL-FECHA-FIN        PIC 9(08).
              88 CAL-CALCULADO            VALUE "L".
              88 CAL-DISPERSADO           VALUE "D".
              88 CAL-CERRADO              VALUE "X".
           05 CAL-BIMESTRE         PIC 9(01).
           05 CAL-FECHA-CORTE      PIC 9(08).
