      *             RETENIDA AL EMPLEADO (NP-DEDUCCION-IMSS) Y LA
      *             PATRONAL LA QUE LA EMPRESA ENTERA AL IMSS; DE
      *             AQUI SALE EL ARCHIVO BIMESTRAL PARA EL SUA
      *             (SUAEXP.CBL). EL REGISTRO (DE 46 A 66 BYTES)
      *             GUARDA TAMBIEN LOS DIAS COTIZADOS DEL PERIODO
      *             (PAGADOS MENOS INCAPACIDAD) Y QUE PARTE DE LAS
      *             CUOTAS ES DE RAMOS BIMESTRALES, PARA CONCILIAR
      *             CONTRA LA EMISION EMA/EBA DEL IMSS (EMISCONC.CBL).
      *             EN LOS RENGLONES ANTERIORES ESOS CAMPOS VIENEN EN
      *             CEROS.
      *----------------------------------------------------------------
       FD  IMSS-PERIODO
           RECORD CONTAINS 66 CHARACTERS.
       01  REG-IMSS-PERIODO.
           05 IMP-LLAVE.
              10 IMP-PERIODO       PIC 9(07).
           05 IMP-CUOTA-OBRERO     PIC 9(07)V99.
           05 IMP-CUOTA-PATRON     PIC 9(07)V99.
           05 IMP-FECHA-CALCULO    PIC 9(08).
           05 IMP-DIAS-COTIZADOS   PIC 9(02).
           05 IMP-OBRERO-BIMESTRAL PIC 9(07)V99.
           05 IMP-PATRON-BIMESTRAL PIC 9(07)V99.
