      *----------------------------------------------------------------
      * PRTRUTA.cpy - AREAS DE TRABAJO PARA LA RUTA DE
      *               BD-PRIMA-RIESGO.TXT (VER PRTRUTAP.cpy), LAS
      *               PRIMAS VIGENTES POR PLANTA YA CARGADAS EN
      *               MEMORIA (VER PRTCARGP.cpy) Y LA PLANTA DEL
      *               EMPLEADO A CUYA PRIMA SE AJUSTA LA TABLA DEL
      *               IMSS (VER PRTCALCP.cpy). EL RAMO DE RIESGOS DE
      *               TRABAJO DE BD-TASAS-IMSS.TXT ES EL 01: SU TASA
      *               PATRONAL ES LA PRIMA GENERAL QUE APLICA A LA
      *               PLANTA SIN PRIMA PROPIA.
      *----------------------------------------------------------------
       01  WS-RUTA-PRIMA-RIESGO    PIC X(80).

       01  SW-PRIMA-RIESGO         PIC X(01)     VALUE "N".
           88 PRIMAS-RIESGO-CARGADAS       VALUE "S".

       01  WS-PRT-FECHA-HOY        PIC 9(08).
       01  WS-PRT-RAMO-RIESGO      PIC 9(02)     VALUE 01.
       01  WS-PRT-IDX-RAMO         PIC 9(02)     VALUE ZEROS.
       01  WS-PRT-TASA-GENERAL     PIC V9(06)    VALUE ZEROS.
       01  WS-PRT-PLANTA           PIC 9(02)     VALUE ZEROS.
       01  WS-PRT-RENGLONES        PIC 9(03)     VALUE ZEROS.

       01  WS-TABLA-PRIMA-RIESGO.
           05 WS-PRT-REN OCCURS 99 TIMES.
              10 WS-PRT-VIGENCIA   PIC 9(08).
              10 WS-PRT-TASA       PIC V9(06).
