      * CFDFD.cpy - DESCRIPCION DE ARCHIVO PARA BD-CFDI.TXT
      *             (ORGANIZACION INDEXADA, CLAVE COMPUESTA PERIODO
      *             AAAAMMQ MAS WS-ID-EMP). EL RECIBO SIN REGISTRO
      *             AQUI TODAVIA NO ESTA TIMBRADO (O SU TIMBRE SE
      *             CANCELO SIN SUSTITUTO, VER CFDIACU). AQUI SOLO
      *             VIVE EL UUID VIGENTE; LOS ANTERIORES QUEDAN EN
      *             BD-CFDI-HIST.TXT.
      *----------------------------------------------------------------
       FD  TIMBRES-CFDI
           RECORD CONTAINS 55 CHARACTERS.
