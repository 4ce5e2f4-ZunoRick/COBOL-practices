      *              FIJO O AGUINALDO; LA REFERENCIA GUARDA EL
      *              CONSECUTIVO O NUMERO DE ORIGEN (EL NUMERO DE
      *              PRESTAMO, EL CONSECUTIVO DE LA INCIDENCIA O DEL
      *              CONCEPTO FIJO). EL RENGLON DE DIAS PAGADOS
      *              (ORIGEN "R") ES INFORMATIVO, SIN TIPO: LO DEJA EL
      *              CALCULO CUANDO EL INGRESO O LA BAJA CAEN DENTRO
      *              DEL PERIODO, CON LOS DIAS PAGADOS EN LA
      *              REFERENCIA Y EL SUELDO PROPORCIONAL EN EL
      *              IMPORTE. LA CUOTA SINDICAL (ORIGEN "S") SOLO
      *              SE GRABA CUANDO EL NETO ALCANZO PARA RETENERLA.
      *              LA RETENCION FONACOT (ORIGEN "K") LLEVA EN LA
      *              REFERENCIA EL CONSECUTIVO DEL CREDITO DEL
      *              EMPLEADO EN BD-FONACOT.TXT.
      *----------------------------------------------------------------
       FD  NOMINA-DETALLE
           RECORD CONTAINS 30 CHARACTERS.
              88 ND-DE-PRIMA-VAC          VALUE "V".
              88 ND-DE-PARTE-EXENTA       VALUE "X".
              88 ND-DE-AJUSTE-ISR         VALUE "D".
              88 ND-DE-DIAS-PAGADOS       VALUE "R".
              88 ND-DE-CUOTA-SINDICAL     VALUE "S".
              88 ND-DE-FONACOT            VALUE "K".
           05 ND-CONCEPTO          PIC 9(02).
           05 ND-TIPO              PIC X(01).
              88 ND-PERCEPCION            VALUE "P".
              88 ND-DEDUCCION             VALUE "D".
              88 ND-INFORMATIVO           VALUE " ".
           05 ND-REFERENCIA        PIC 9(03).
           05 ND-IMPORTE           PIC 9(07)V99.
