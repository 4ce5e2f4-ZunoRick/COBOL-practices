      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * FONDEO.cbl - PRONOSTICO DE FONDEO DE TESORERIA POR FECHA DE
      *              PAGO Y BANCO. TOMA DE BD-CALEND-NOMINA.TXT LAS
      *              PROXIMAS FECHAS DE PAGO (QUINCENAS Y SEMANAS QUE
      *              AUN NO SE DISPERSAN NI SE CIERRAN) Y POR CADA UNA
      *              ESTIMA LO QUE HAY QUE TENER EN CADA CUENTA: EL
      *              NETO POR BANCO SEGUN EL PREFIJO DE LA CLABE (CON
      *              EL NOMBRE DE BD-BANCOS.TXT, COMO EL RUTEO DE
      *              BANCONOM), EL CHEQUE/EFECTIVO POR PLANTA DE LOS
      *              EMPLEADOS SIN CLABE (LOS QUE PAGA CHEQNOM) Y LOS
      *              PAGOS A TERCEROS: PENSIONES ALIMENTICIAS Y FONDO
      *              DE AHORRO (APORTACION DEL EMPLEADO MAS LA DE LA
      *              EMPRESA). UN PERIODO YA CALCULADO SE TOMA DE SUS
      *              RESULTADOS EN BD-NOMINA-PERIODO.TXT (Y SU
      *              DESGLOSE EN BD-NOMINA-DETALLE.TXT), JUNTO CON LAS
      *              CORRIDAS ESPECIALES CALCULADAS QUE SE PAGAN EN LA
      *              MISMA FECHA; UNO SIN CALCULAR SE PROYECTA DEL
      *              MAESTRO DE EMPLEADOS CON EL MISMO BRUTO-A-NETO DE
      *              NOMSIMUL (CONCEPTOS FIJOS, ABONOS DE PRESTAMOS,
      *              INFONAVIT, FONDO, ISR CON SUBSIDIO Y CUOTA IMSS)
      *              SIN INCIDENCIAS, QUE AUN NO SE CONOCEN. LA FECHA
      *              DE FONDEO ES DOS DIAS HABILES ANTES DEL PAGO. EL
      *              PRONOSTICO QUEDA EN REPORTE-FONDEO-TESORERIA.TXT;
      *              NO PIDE DATOS, PARA CORRER CADA NOCHE EN EL LOTE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                FONDEO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY CALSEL.
           COPY NOMPSEL.
           COPY NDETSEL.
           COPY PRESTSEL.
           COPY CFIJSEL.
           COPY PERMSEL.
           COPY INFSEL.
           COPY PENSEL.
           COPY FAHSEL.
           COPY PLTSEL.
           COPY ISRSEL.
           COPY SUBSEL.
           COPY TIMSEL.
           SELECT CATALOGO-BANCOS
           ASSIGN TO WS-RUTA-BANCOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-BANCOS.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE.
           SELECT ARCHIVO-ORDEN
           ASSIGN TO "ORDFONDEO.TMP".

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY CALFD.
           COPY NOMPFD.
           COPY NDETFD.
           COPY PRESTFD.
           COPY CFIJFD.
           COPY PERMFD.
           COPY INFFD.
           COPY PENFD.
           COPY FAHFD.
           COPY PLTFD.
           COPY ISRFD.
           COPY SUBFD.
           COPY TIMFD.

      *----------------------------------------------------------------
      * MISMO CATALOGO DE BANCOS POR PREFIJO DE CLABE QUE BANCONOM.
      *----------------------------------------------------------------
       FD  CATALOGO-BANCOS
           RECORD CONTAINS 23 CHARACTERS.
       01  REG-CATALOGO-BANCOS.
           05 BCO-PREFIJO          PIC X(03).
           05 BCO-NOMBRE           PIC X(20).

       FD  REPORTE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(100).

      *----------------------------------------------------------------
      * ARCHIVO DE TRABAJO DEL SORT, MISMO LAYOUT QUE REG-CALENDARIO
      * PARA USAR EL CALENDARIO DIRECTO COMO ENTRADA (USING) Y
      * RECORRER LOS PERIODOS EN ORDEN DE FECHA DE PAGO: LA CLAVE
      * DEL CALENDARIO PONE LAS SEMANAS (MES 51 A 62) DESPUES DE
      * TODAS LAS QUINCENAS DEL ANIO.
      *----------------------------------------------------------------
       SD  ARCHIVO-ORDEN.
       01  REG-ORDEN.
           05 SRT-PERIODO.
              10 SRT-ANIO          PIC 9(04).
              10 SRT-MES           PIC 9(02).
                 88 SRT-MES-SEMANAL       VALUE 51 THRU 62.
              10 SRT-QUINCENA      PIC 9(01).
           05 SRT-FECHA-INICIO     PIC 9(08).
           05 SRT-FECHA-FIN        PIC 9(08).
           05 SRT-FECHA-PAGO       PIC 9(08).
           05 SRT-STATUS           PIC X(01).
              88 SRT-CALCULADO            VALUE "L".
              88 SRT-DISPERSADO           VALUE "D".
              88 SRT-CERRADO              VALUE "X".

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPFS.
           COPY EMPRUTA.
           COPY CALFS.
           COPY CALRUTA.
           COPY NOMPFS.
           COPY NOMPRUTA.
           COPY NDETFS.
           COPY NDETRUTA.
           COPY PRESTFS.
           COPY PRESTRUTA.
           COPY CFIJFS.
           COPY CFIJRUTA.
           COPY PERMFS.
           COPY PERMRUTA.
           COPY INFFS.
           COPY INFRUTA.
           COPY PENFS.
           COPY PENRUTA.
           COPY FAHFS.
           COPY FAHRUTA.
           COPY PLTFS.
           COPY PLTRUTA.
           COPY ISRFS.
           COPY ISRRUTA.
           COPY SUBFS.
           COPY SUBRUTA.
           COPY TIMFS.
           COPY TIMRUTA.

       01  WS-RUTA-BANCOS          PIC X(80).
       01  WS-RUTA-REPORTE         PIC X(80).
       01  WS-FS-BANCOS            PIC X(02)     VALUE "00".
           88 FS-BANCOS-OK                 VALUE "00".
           88 FS-BANCOS-EOF                VALUE "10".

       01  SW-HAY-NOMINA           PIC X(01)     VALUE "N".
           88 HAY-NOMINA                  VALUE "S".
       01  SW-HAY-DETALLE          PIC X(01)     VALUE "N".
           88 HAY-DETALLE                 VALUE "S".
       01  SW-HAY-PRESTAMOS        PIC X(01)     VALUE "N".
           88 HAY-PRESTAMOS               VALUE "S".
       01  SW-HAY-CONCEPTOS        PIC X(01)     VALUE "N".
           88 HAY-CONCEPTOS               VALUE "S".
       01  SW-HAY-PERMISOS         PIC X(01)     VALUE "N".
           88 HAY-PERMISOS                VALUE "S".
       01  SW-HAY-INFONAVIT        PIC X(01)     VALUE "N".
           88 HAY-INFONAVIT               VALUE "S".
       01  SW-HAY-PENSIONES        PIC X(01)     VALUE "N".
           88 HAY-PENSIONES               VALUE "S".
       01  SW-HAY-FONDO            PIC X(01)     VALUE "N".
           88 HAY-FONDO                   VALUE "S".
       01  SW-HAY-PLANTAS          PIC X(01)     VALUE "N".
           88 HAY-PLANTAS                 VALUE "S".
       01  SW-PAGA-EMPLEADO        PIC X(01).
           88 PAGA-EMPLEADO               VALUE "S".
       01  SW-FIN                  PIC X(03)     VALUE SPACES.
       01  SW-FIN-ORDEN            PIC X(01)     VALUE "N".
           88 FIN-ORDEN                   VALUE "S".

       01  WS-FECHA-HOY            PIC 9(08).

      *----------------------------------------------------------------
      * HORIZONTE DEL PRONOSTICO: LAS SIGUIENTES CUATRO FECHAS DE
      * PAGO DISTINTAS (CON QUINCENAL Y SEMANAL JUNTAS, UN MES DE
      * FONDEOS POR DELANTE).
      *----------------------------------------------------------------
       01  WS-HORIZONTE            PIC 9(02)     VALUE 04.

      *----------------------------------------------------------------
      * PERIODOS DEL HORIZONTE, EN ORDEN DE FECHA DE PAGO. EL ORDEN
      * CUENTA LOS PERIODOS SIN CALCULAR DE LA MISMA FRECUENCIA HASTA
      * ESTE: SIRVE PARA AGOTAR EL SALDO DE UN PRESTAMO CUANDO VARIOS
      * PERIODOS PROYECTADOS LE DESCUENTAN ABONO.
      *----------------------------------------------------------------
       01  WS-TABLA-PERIODOS.
           05 WS-PRD-USADOS        PIC 9(02)     VALUE ZEROS.
           05 WS-PRD-REN OCCURS 30 TIMES.
              10 WS-PRD-PERIODO    PIC 9(07).
              10 WS-PRD-INICIO     PIC 9(08).
              10 WS-PRD-FIN        PIC 9(08).
              10 WS-PRD-PAGO       PIC 9(08).
              10 WS-PRD-STATUS     PIC X(01).
              10 WS-PRD-ORDEN      PIC 9(02).
              10 WS-PRD-PAGOS      PIC 9(05).
              10 WS-PRD-NETO       PIC 9(11)V99.
       01  WS-PRD-IDX              PIC 9(02).
       01  WS-ORDEN-QUINCENAL      PIC 9(02)     VALUE ZEROS.
       01  WS-ORDEN-SEMANAL        PIC 9(02)     VALUE ZEROS.

       01  WS-TABLA-FECHAS.
           05 WS-FEC-USADAS        PIC 9(02)     VALUE ZEROS.
           05 WS-FEC-PAGO          PIC 9(08)     OCCURS 12 TIMES.
       01  WS-FEC-IDX              PIC 9(02).

      *----------------------------------------------------------------
      * PERIODO EN TURNO Y PERIODO CUYOS RESULTADOS SE ESTAN LEYENDO
      * (EL MISMO, O EL PSEUDO-PERIODO DE UNA CORRIDA ESPECIAL).
      *----------------------------------------------------------------
       01  WS-PERIODO-ACTUAL.
           05 WS-PA-ANIO           PIC 9(04).
           05 WS-PA-MES            PIC 9(02).
              88 PA-SEMANAL               VALUE 51 THRU 62.
           05 WS-PA-QUINCENA       PIC 9(01).
       01  WS-PERIODO-BUSCA.
           05 WS-PB-ANIO           PIC 9(04).
           05 WS-PB-MES            PIC 9(02).
           05 WS-PB-QUINCENA       PIC 9(01).
       01  WS-PA-INICIO            PIC 9(08).
       01  WS-PA-FIN               PIC 9(08).
       01  WS-PA-ORDEN             PIC 9(02).
       01  WS-DIAS-PERIODO         PIC 9(02).
       01  WS-CONT-PERIODO         PIC 9(05).
       01  WS-NETO-PERIODO         PIC 9(11)V99.

      *----------------------------------------------------------------
      * BRUTO-A-NETO PROYECTADO DE UN EMPLEADO.
      *----------------------------------------------------------------
       01  WS-SALARIO-PERIODO      PIC 9(07)V99.
       01  WS-IMPORTE-CONCEPTO     PIC 9(07)V99.
       01  WS-ABONO-PERIODO        PIC 9(07)V99.
       01  WS-SALDO-PROYECTADO     PIC S9(09)V99.
       01  WS-PERCEPCIONES         PIC 9(07)V99.
       01  WS-OTRAS-DEDUCC         PIC 9(07)V99.
       01  WS-SALARIO-BRUTO        PIC 9(07)V99.
       01  WS-DEDUCCION-ISR        PIC 9(07)V99.
       01  WS-DEDUCCION-IMSS       PIC 9(07)V99.
       01  WS-DEDUCCION-INFONAVIT  PIC 9(07)V99.
       01  WS-SUBSIDIO-EXCEDENTE   PIC 9(07)V99.
       01  WS-TOTAL-DEDUCCIONES    PIC 9(07)V99.
       01  WS-APORTACION-FONDO     PIC 9(07)V99.
       01  WS-NETO-BASE-PENSION    PIC 9(07)V99.
       01  WS-IMPORTE-PENSION      PIC 9(07)V99.
       01  WS-NETO-EMP             PIC 9(07)V99.

      *----------------------------------------------------------------
      * CATALOGO DE BANCOS Y DESTINOS DE LA FECHA EN TURNO, COMO EN
      * BANCONOM.
      *----------------------------------------------------------------
       01  WS-TABLA-BANCOS.
           05 WS-BAN-USADOS        PIC 9(02)      VALUE ZEROS.
           05 WS-BAN-REN OCCURS 50 TIMES.
              10 WS-BAN-PREFIJO    PIC X(03).
              10 WS-BAN-NOMBRE     PIC X(20).
       01  WS-BAN-IDX              PIC 9(02).

       01  WS-TABLA-DESTINOS.
           05 WS-DST-USADOS        PIC 9(02)      VALUE ZEROS.
           05 WS-DST-REN OCCURS 30 TIMES.
              10 WS-DST-PREFIJO    PIC X(03).
              10 WS-DST-CUENTA     PIC 9(05).
              10 WS-DST-SUMA       PIC 9(11)V99.
       01  WS-DST-IDX              PIC 9(02).
       01  SW-DST-LOCALIZADO       PIC X(01).
       01  WS-PAG-PREFIJO          PIC X(03).

      *----------------------------------------------------------------
      * CHEQUE/EFECTIVO POR PLANTA: RENGLON = CLAVE DE PLANTA + 1
      * (LA PLANTA 00 ES EL EMPLEADO SIN PLANTA O YA ARCHIVADO).
      *----------------------------------------------------------------
       01  WS-TABLA-PLANTAS.
           05 WS-PLA-REN OCCURS 100 TIMES.
              10 WS-PLA-CUENTA     PIC 9(05).
              10 WS-PLA-SUMA       PIC 9(11)V99.
       01  WS-PLA-IDX              PIC 9(03).
       01  WS-PLA-COD              PIC 9(02).

       01  WS-TERCEROS.
           05 WS-TER-PEN-CUENTA    PIC 9(05).
           05 WS-TER-PEN-SUMA      PIC 9(11)V99.
           05 WS-TER-FON-CUENTA    PIC 9(05).
           05 WS-TER-FON-SUMA      PIC 9(11)V99.

       01  WS-TOT-CUENTA           PIC 9(05).
       01  WS-TOT-SUMA             PIC 9(11)V99.
       01  WS-GRAN-TOTAL           PIC 9(11)V99  VALUE ZEROS.

      *----------------------------------------------------------------
      * FECHA DE FONDEO: DOS DIAS HABILES ANTES DEL PAGO. EL DIA DE
      * LA SEMANA DE LA FECHA DE PAGO SALE POR CONGRUENCIA DE ZELLER
      * (0 = SABADO, 1 = DOMINGO, ..., 6 = VIERNES) Y SE VA
      * RETROCEDIENDO DIA POR DIA; LOS FESTIVOS NO SE DESCUENTAN.
      * FEBRERO BISIESTO CADA CUATRO ANIOS BASTA EN ESTE SIGLO.
      *----------------------------------------------------------------
       01  WS-FECHA-FONDEO.
           05 WS-FON-ANIO          PIC 9(04).
           05 WS-FON-MES           PIC 9(02).
           05 WS-FON-DIA           PIC 9(02).
       01  WS-FECHA-FONDEO-N REDEFINES WS-FECHA-FONDEO
                                   PIC 9(08).
       01  WS-DIAS-HABILES         PIC 9(01).
       01  WS-DIA-SEMANA           PIC 9(01).
           88 DIA-INHABIL                 VALUE 0 1.
       01  WS-ZEL-ANIO             PIC 9(04).
       01  WS-ZEL-MES              PIC 9(02).
       01  WS-ZEL-J                PIC 9(02).
       01  WS-ZEL-K                PIC 9(02).
       01  WS-ZEL-T1               PIC 9(03).
       01  WS-ZEL-T2               PIC 9(02).
       01  WS-ZEL-T3               PIC 9(02).
       01  WS-ZEL-SUMA             PIC 9(04).
       01  WS-ZEL-COCIENTE         PIC 9(04).
       01  WS-RESIDUO              PIC 9(02).
       01  WS-DIAS-MES-VALORES     PIC X(24)
                                   VALUE "312831303130313130313031".
       01  WS-DIAS-MES-TABLA REDEFINES WS-DIAS-MES-VALORES.
           05 WS-DIAS-MES          PIC 9(02)  OCCURS 12 TIMES.

       01  WS-FECHA-EDITA.
           05 WS-FED-ANIO          PIC 9(04).
           05 WS-FED-MES           PIC 9(02).
           05 WS-FED-DIA           PIC 9(02).
       01  WS-FECHA-EDITA-N REDEFINES WS-FECHA-EDITA
                                   PIC 9(08).
       01  WS-FECHA-IMPRESA.
           05 WS-FIM-DIA           PIC 9(02).
           05 FILLER               PIC X(01)  VALUE "/".
           05 WS-FIM-MES           PIC 9(02).
           05 FILLER               PIC X(01)  VALUE "/".
           05 WS-FIM-ANIO          PIC 9(04).

       01  WS-CONT-FECHAS          PIC 9(02)     VALUE ZEROS.
       01  WS-CONT-URGENTES        PIC 9(02)     VALUE ZEROS.

       01  WS-MARGEN.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(01)   VALUE "*".
           05 FILLER              PIC X(97)   VALUE ALL "-".
           05 FILLER              PIC X(01)   VALUE "*".

       01  WS-TITULO.
           05 FILLER              PIC X(20)   VALUE SPACES.
           05 FILLER              PIC X(39)
              VALUE "PRONOSTICO DE FONDEO DE TESORERIA   AL ".
           05 WS-TIT-FECHA        PIC X(10).
           05 FILLER              PIC X(31)   VALUE SPACES.

       01  WS-LIN-FECHA.
           05 FILLER              PIC X(16)
              VALUE " FECHA DE PAGO: ".
           05 WS-LF-PAGO          PIC X(10).
           05 FILLER              PIC X(37)
              VALUE "   SOLICITAR FONDEO A MAS TARDAR EL: ".
           05 WS-LF-FONDEO        PIC X(10).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-LF-AVISO         PIC X(20).
           05 FILLER              PIC X(05)   VALUE SPACES.

       01  WS-LIN-PERIODO.
           05 FILLER              PIC X(11)   VALUE "   PERIODO ".
           05 WS-LP-PERIODO       PIC X(09).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-LP-FRECUENCIA    PIC X(09).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-LP-ORIGEN        PIC X(28).
           05 FILLER              PIC X(08)   VALUE " PAGOS: ".
           05 WS-LP-PAGOS         PIC ZZZZ9.
           05 FILLER              PIC X(08)   VALUE "  NETO: ".
           05 WS-LP-NETO          PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(05)   VALUE SPACES.

       01  WS-LIN-SECCION.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-LS-TEXTO         PIC X(45).
           05 FILLER              PIC X(52)   VALUE SPACES.

       01  WS-COLUMNAS.
           05 FILLER              PIC X(06)   VALUE SPACES.
           05 FILLER              PIC X(03)   VALUE "CVE".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(07)   VALUE "DESTINO".
           05 FILLER              PIC X(31)   VALUE SPACES.
           05 FILLER              PIC X(05)   VALUE "PAGOS".
           05 FILLER              PIC X(10)   VALUE SPACES.
           05 FILLER              PIC X(07)   VALUE "IMPORTE".
           05 FILLER              PIC X(29)   VALUE SPACES.

       01  WS-LIN-RENGLON.
           05 FILLER              PIC X(06)   VALUE SPACES.
           05 WS-LR-CLAVE         PIC X(03).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-LR-NOMBRE        PIC X(36).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-LR-CUENTA        PIC ZZZZ9.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 WS-LR-IMPORTE       PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(29)   VALUE SPACES.

       01  WS-LIN-TOTAL.
           05 FILLER              PIC X(06)   VALUE SPACES.
           05 FILLER              PIC X(43)
              VALUE "TOTAL A FONDEAR PARA ESTA FECHA DE PAGO".
           05 WS-LT-CUENTA        PIC ZZZZ9.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 WS-LT-IMPORTE       PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(29)   VALUE SPACES.

       01  WS-LIN-SIN-FECHAS.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(36)
              VALUE "NO HAY FECHAS DE PAGO PENDIENTES EN ".
           05 FILLER              PIC X(24)
              VALUE "BD-CALEND-NOMINA.TXT.".
           05 FILLER              PIC X(39)   VALUE SPACES.

       01  WS-LIN-NOTA.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(48)
              VALUE "NOTA: LO PROYECTADO NO INCLUYE INCIDENCIAS NI ".
           05 FILLER              PIC X(51)
              VALUE "CORRIDAS ESPECIALES AUN SIN CALCULAR.".

       PROCEDURE DIVISION.
       010-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 011-OBTIENE-RUTAS            THRU 011-FIN
           PERFORM 041-OBTIENE-RUTA-CALENDARIO  THRU 041-FIN
           PERFORM 042-OBTIENE-RUTA-NOM-PERIODO THRU 042-FIN
           PERFORM 091-OBTIENE-RUTA-NOM-DETALLE THRU 091-FIN
           PERFORM 044-OBTIENE-RUTA-PRESTAMOS   THRU 044-FIN
           PERFORM 045-OBTIENE-RUTA-CONCEPTOS   THRU 045-FIN
           PERFORM 047-OBTIENE-RUTA-PERMISOS    THRU 047-FIN
           PERFORM 022-OBTIENE-RUTA-INFONAVIT   THRU 022-FIN
           PERFORM 100-OBTIENE-RUTA-PENSIONES   THRU 100-FIN
           PERFORM 103-OBTIENE-RUTA-FONDO       THRU 103-FIN
           PERFORM 056-OBTIENE-RUTA-PLANTAS     THRU 056-FIN
           PERFORM 031-OBTIENE-RUTA-TABLA-ISR   THRU 031-FIN
           PERFORM 024-OBTIENE-RUTA-TABLA-SUB   THRU 024-FIN
           PERFORM 037-OBTIENE-RUTA-TASAS-IMSS  THRU 037-FIN
           PERFORM 017-ORDENA-CALENDARIO        THRU 017-FIN
           PERFORM 016-ABRE-ARCHIVOS            THRU 016-FIN
           PERFORM 012-CARGA-BANCOS             THRU 012-FIN
           PERFORM 106-TITULOS                  THRU 106-FIN
           IF WS-FEC-USADAS EQUAL ZEROS
              WRITE REG-REPORTE FROM WS-LIN-SIN-FECHAS
              DISPLAY "NO HAY FECHAS DE PAGO PENDIENTES EN "
                      "BD-CALEND-NOMINA.TXT; NADA QUE FONDEAR."
           END-IF
           MOVE 1 TO WS-FEC-IDX
           PERFORM 050-PRONOSTICA-FECHA         THRU 050-FIN
                   UNTIL WS-FEC-IDX IS GREATER THAN WS-FEC-USADAS
           WRITE REG-REPORTE FROM WS-MARGEN
           WRITE REG-REPORTE FROM WS-LIN-NOTA
           PERFORM 090-CIERRA-ARCHIVOS          THRU 090-FIN
           DISPLAY "FECHAS DE PAGO PRONOSTICADAS: " WS-CONT-FECHAS
           DISPLAY "FONDEOS QUE YA DEBEN SOLICITARSE: "
                   WS-CONT-URGENTES
           DISPLAY "PRONOSTICO: " WS-RUTA-REPORTE
           GOBACK.

           COPY EMPRUTAP.
           COPY CALRUTAP.
           COPY NOMPRUTAP.
           COPY NDETRUTAP.
           COPY PRESTRUTAP.
           COPY CFIJRUTAP.
           COPY PERMRUTAP.
           COPY INFRUTAP.
           COPY PENRUTAP.
           COPY FAHRUTAP.
           COPY PLTRUTAP.
           COPY ISRRUTAP.
           COPY ISRCARGP.
           COPY ISRCALCP.
           COPY SUBRUTAP.
           COPY SUBCARGP.
           COPY SUBCALCP.
           COPY TIMRUTAP.
           COPY TIMCARGP.
           COPY TIMCALCP.

       011-OBTIENE-RUTAS.
           STRING WS-DIR-DATOS          DELIMITED BY SPACE
                  "\BD-BANCOS.txt"      DELIMITED BY SIZE
                  INTO WS-RUTA-BANCOS
           END-STRING
           STRING WS-DIR-DATOS                    DELIMITED BY SPACE
                  "\REPORTE-FONDEO-TESORERIA.TXT" DELIMITED BY SIZE
                  INTO WS-RUTA-REPORTE
           END-STRING.
       011-FIN. EXIT.

      *----------------------------------------------------------------
      * CATALOGO DE BANCOS, OPCIONAL COMO EN BANCONOM: SIN EL, CADA
      * PREFIJO SALE COMO NO CATALOGADO.
      *----------------------------------------------------------------
       012-CARGA-BANCOS.
           OPEN INPUT CATALOGO-BANCOS
           IF NOT FS-BANCOS-OK
              DISPLAY "SIN BD-BANCOS.TXT: EL PRONOSTICO SALE SIN "
                      "NOMBRES DE BANCO."
              GO TO 012-FIN
           END-IF
           PERFORM 013-LEE-BANCO THRU 013-FIN
           PERFORM 014-ACOMODA-BANCO THRU 014-FIN
                   UNTIL FS-BANCOS-EOF
           CLOSE CATALOGO-BANCOS.
       012-FIN. EXIT.

       013-LEE-BANCO.
           READ CATALOGO-BANCOS
                AT END
                   MOVE "10" TO WS-FS-BANCOS
           END-READ.
       013-FIN. EXIT.

       014-ACOMODA-BANCO.
           IF WS-BAN-USADOS IS LESS THAN 50
              ADD 1 TO WS-BAN-USADOS
              MOVE BCO-PREFIJO TO WS-BAN-PREFIJO (WS-BAN-USADOS)
              MOVE BCO-NOMBRE  TO WS-BAN-NOMBRE  (WS-BAN-USADOS)
           END-IF
           PERFORM 013-LEE-BANCO THRU 013-FIN.
       014-FIN. EXIT.

      *----------------------------------------------------------------
      * EL MAESTRO ES OBLIGATORIO; LOS RESULTADOS Y LOS ARCHIVOS DE
      * MOVIMIENTOS SON OPCIONALES. SIN TARIFAS DE ISR O DE IMSS LO
      * PROYECTADO SE ESTIMA SIN ESA RETENCION: EL FONDEO QUEDA POR
      * ARRIBA, NUNCA POR DEBAJO.
      *----------------------------------------------------------------
       016-ABRE-ARCHIVOS.
           OPEN INPUT EMPLEADOS
           IF NOT FS-EMPLEADOS-OK
              DISPLAY "NO SE PUDO ABRIR BD-EMPLEADOS.TXT."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT REPORTE
           PERFORM 032-CARGA-TABLA-ISR THRU 032-FIN
           IF NOT TABLA-ISR-CARGADA
              DISPLAY "SIN TARIFA DE ISR VIGENTE: LO PROYECTADO SE "
                      "ESTIMA SIN RETENCION DE ISR."
           END-IF
           PERFORM 025-CARGA-TABLA-SUB THRU 025-FIN
           PERFORM 038-CARGA-TASAS-IMSS THRU 038-FIN
           IF NOT TASAS-IMSS-CARGADAS
              DISPLAY "SIN TASAS DE IMSS VIGENTES: LO PROYECTADO SE "
                      "ESTIMA SIN CUOTA OBRERA."
           END-IF
           OPEN INPUT NOMINA-PERIODO
           IF FS-NOM-PERIODO-OK
              MOVE "S" TO SW-HAY-NOMINA
           END-IF
           OPEN INPUT NOMINA-DETALLE
           IF FS-NOM-DETALLE-OK
              MOVE "S" TO SW-HAY-DETALLE
           END-IF
           OPEN INPUT PRESTAMOS
           IF FS-PRESTAMOS-OK
              MOVE "S" TO SW-HAY-PRESTAMOS
           END-IF
           OPEN INPUT CONCEPTOS-FIJOS
           IF FS-CONCEPTOS-OK
              MOVE "S" TO SW-HAY-CONCEPTOS
           END-IF
           OPEN INPUT PERMISOS
           IF FS-PERMISOS-OK
              MOVE "S" TO SW-HAY-PERMISOS
           END-IF
           OPEN INPUT CREDITOS-INFONAVIT
           IF FS-INFONAVIT-OK
              MOVE "S" TO SW-HAY-INFONAVIT
           END-IF
           OPEN INPUT PENSIONES
           IF FS-PENSIONES-OK
              MOVE "S" TO SW-HAY-PENSIONES
           END-IF
           OPEN INPUT FONDO-AHORRO
           IF FS-FONDO-OK
              MOVE "S" TO SW-HAY-FONDO
           END-IF
           OPEN INPUT PLANTAS
           IF FS-PLANTAS-OK
              MOVE "S" TO SW-HAY-PLANTAS
           END-IF.
       016-FIN. EXIT.

      *----------------------------------------------------------------
      * ORDENA EL CALENDARIO POR FECHA DE PAGO Y SE QUEDA CON LOS
      * PERIODOS QUE PAGAN HOY O DESPUES Y QUE AUN NO SE DISPERSAN
      * NI SE CIERRAN, HASTA JUNTAR LAS FECHAS DEL HORIZONTE.
      *----------------------------------------------------------------
       017-ORDENA-CALENDARIO.
           OPEN INPUT CALENDARIO-NOMINA
           IF NOT FS-CALENDARIO-OK
              DISPLAY "NO SE PUDO ABRIR BD-CALEND-NOMINA.TXT. PIDA A "
                      "NOMINAS DAR DE ALTA LOS PERIODOS CON MANTCAL."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           CLOSE CALENDARIO-NOMINA
           SORT ARCHIVO-ORDEN
                ON ASCENDING KEY SRT-FECHA-PAGO SRT-PERIODO
                USING CALENDARIO-NOMINA
                OUTPUT PROCEDURE 018-SELECCIONA-PERIODOS
                            THRU 018-FIN.
       017-FIN. EXIT.

       018-SELECCIONA-PERIODOS.
           PERFORM 019-LEE-ORDEN THRU 019-FIN
           PERFORM 020-ACOMODA-PERIODO THRU 020-FIN
                   UNTIL FIN-ORDEN.
       018-FIN. EXIT.

       019-LEE-ORDEN.
           RETURN ARCHIVO-ORDEN
                AT END
                   MOVE "S" TO SW-FIN-ORDEN
           END-RETURN.
       019-FIN. EXIT.

       020-ACOMODA-PERIODO.
           IF SRT-FECHA-PAGO IS LESS THAN WS-FECHA-HOY OR
              SRT-DISPERSADO OR SRT-CERRADO
              GO TO 020-SIGUE
           END-IF
           IF WS-FEC-USADAS EQUAL ZEROS OR
              SRT-FECHA-PAGO NOT EQUAL WS-FEC-PAGO (WS-FEC-USADAS)
              IF WS-FEC-USADAS IS GREATER THAN OR EQUAL WS-HORIZONTE
                 MOVE "S" TO SW-FIN-ORDEN
                 GO TO 020-FIN
              END-IF
              ADD 1 TO WS-FEC-USADAS
              MOVE SRT-FECHA-PAGO TO WS-FEC-PAGO (WS-FEC-USADAS)
           END-IF
           IF WS-PRD-USADOS IS GREATER THAN OR EQUAL 30
              DISPLAY "DESBORDO LA TABLA DE PERIODOS; EL PERIODO "
                      SRT-PERIODO " NO ENTRA AL PRONOSTICO."
              GO TO 020-SIGUE
           END-IF
           ADD 1 TO WS-PRD-USADOS
           MOVE WS-PRD-USADOS    TO WS-PRD-IDX
           MOVE SRT-PERIODO      TO WS-PRD-PERIODO (WS-PRD-IDX)
           MOVE SRT-FECHA-INICIO TO WS-PRD-INICIO  (WS-PRD-IDX)
           MOVE SRT-FECHA-FIN    TO WS-PRD-FIN     (WS-PRD-IDX)
           MOVE SRT-FECHA-PAGO   TO WS-PRD-PAGO    (WS-PRD-IDX)
           MOVE SRT-STATUS       TO WS-PRD-STATUS  (WS-PRD-IDX)
           MOVE ZEROS            TO WS-PRD-ORDEN   (WS-PRD-IDX)
                                    WS-PRD-PAGOS   (WS-PRD-IDX)
                                    WS-PRD-NETO    (WS-PRD-IDX)
           IF NOT SRT-CALCULADO
              IF SRT-MES-SEMANAL
                 ADD 1 TO WS-ORDEN-SEMANAL
                 MOVE WS-ORDEN-SEMANAL TO WS-PRD-ORDEN (WS-PRD-IDX)
              ELSE
                 ADD 1 TO WS-ORDEN-QUINCENAL
                 MOVE WS-ORDEN-QUINCENAL TO WS-PRD-ORDEN (WS-PRD-IDX)
              END-IF
           END-IF.
       020-SIGUE.
           PERFORM 019-LEE-ORDEN THRU 019-FIN.
       020-FIN. EXIT.

      *----------------------------------------------------------------
      * UNA FECHA DE PAGO: ACUMULA TODOS SUS PERIODOS POR DESTINO E
      * IMPRIME SU BLOQUE CON LA FECHA DE FONDEO.
      *----------------------------------------------------------------
       050-PRONOSTICA-FECHA.
           INITIALIZE WS-TABLA-DESTINOS
                      WS-TABLA-PLANTAS
                      WS-TERCEROS
           MOVE 1 TO WS-PRD-IDX
           PERFORM 052-PRONOSTICA-PERIODO THRU 052-FIN
                   UNTIL WS-PRD-IDX IS GREATER THAN WS-PRD-USADOS
           PERFORM 092-CALCULA-FONDEO THRU 092-FIN
           PERFORM 107-IMPRIME-FECHA THRU 107-FIN
           ADD 1 TO WS-CONT-FECHAS
           ADD 1 TO WS-FEC-IDX.
       050-FIN. EXIT.

      *----------------------------------------------------------------
      * UN PERIODO CALCULADO SE TOMA DE SUS RESULTADOS; UNO SIN
      * CALCULAR SE PROYECTA. LAS CORRIDAS ESPECIALES (AGUINALDO,
      * AJUSTE ANUAL Y FONDO EN 12-3/4/5, PTU EN 05-3) SE PAGAN CON
      * LA SEGUNDA QUINCENA DEL MES, COMO EN BANCONOM, Y ENTRAN EN
      * CUANTO ESTAN CALCULADAS.
      *----------------------------------------------------------------
       052-PRONOSTICA-PERIODO.
           IF WS-PRD-PAGO (WS-PRD-IDX) NOT EQUAL
              WS-FEC-PAGO (WS-FEC-IDX)
              GO TO 052-SIGUE
           END-IF
           MOVE WS-PRD-PERIODO (WS-PRD-IDX) TO WS-PERIODO-ACTUAL
           MOVE WS-PRD-INICIO  (WS-PRD-IDX) TO WS-PA-INICIO
           MOVE WS-PRD-FIN     (WS-PRD-IDX) TO WS-PA-FIN
           MOVE WS-PRD-ORDEN   (WS-PRD-IDX) TO WS-PA-ORDEN
           IF PA-SEMANAL
              MOVE 07 TO WS-DIAS-PERIODO
           ELSE
              MOVE 15 TO WS-DIAS-PERIODO
           END-IF
           MOVE ZEROS TO WS-CONT-PERIODO
                         WS-NETO-PERIODO
           IF WS-PRD-STATUS (WS-PRD-IDX) EQUAL "L"
              MOVE WS-PERIODO-ACTUAL TO WS-PERIODO-BUSCA
              PERFORM 060-TOMA-RESULTADOS THRU 060-FIN
           ELSE
              PERFORM 070-PROYECTA-PERIODO THRU 070-FIN
           END-IF
           IF NOT PA-SEMANAL AND WS-PA-QUINCENA EQUAL 2 AND
              (WS-PA-MES EQUAL 12 OR WS-PA-MES EQUAL 05)
              PERFORM 053-CORRIDAS-ESPECIALES THRU 053-FIN
           END-IF
           MOVE WS-CONT-PERIODO TO WS-PRD-PAGOS (WS-PRD-IDX)
           MOVE WS-NETO-PERIODO TO WS-PRD-NETO  (WS-PRD-IDX).
       052-SIGUE.
           ADD 1 TO WS-PRD-IDX.
       052-FIN. EXIT.

       053-CORRIDAS-ESPECIALES.
           MOVE WS-PERIODO-ACTUAL TO WS-PERIODO-BUSCA
           MOVE 3 TO WS-PB-QUINCENA
           PERFORM 060-TOMA-RESULTADOS THRU 060-FIN
           IF WS-PA-MES EQUAL 12
              MOVE 4 TO WS-PB-QUINCENA
              PERFORM 060-TOMA-RESULTADOS THRU 060-FIN
              MOVE 5 TO WS-PB-QUINCENA
              PERFORM 060-TOMA-RESULTADOS THRU 060-FIN
           END-IF.
       053-FIN. EXIT.

      *----------------------------------------------------------------
      * RESULTADOS YA CALCULADOS DEL PERIODO BUSCADO QUE TODAVIA HAY
      * QUE PAGAR: PENDIENTES, O RECHAZADOS QUE SE VAN A REEXPEDIR.
      * LO ENVIADO O PAGADO YA SALIO DE TESORERIA.
      *----------------------------------------------------------------
       060-TOMA-RESULTADOS.
           IF NOT HAY-NOMINA
              GO TO 060-FIN
           END-IF
           MOVE WS-PERIODO-BUSCA TO NP-PERIODO
           MOVE ZEROS            TO NP-ID-EMP
           START NOMINA-PERIODO KEY IS GREATER THAN OR EQUAL NP-LLAVE
                 INVALID KEY
                    GO TO 060-FIN
           END-START
           PERFORM 061-LEE-RESULTADO THRU 061-FIN.
       060-FIN. EXIT.

       061-LEE-RESULTADO.
           READ NOMINA-PERIODO NEXT RECORD
                AT END
                   GO TO 061-FIN
           END-READ
           IF NP-PERIODO NOT EQUAL WS-PERIODO-BUSCA
              GO TO 061-FIN
           END-IF
           IF NOT NP-PAGO-PENDIENTE AND NOT NP-PAGO-RECHAZADO
              GO TO 061-LEE-RESULTADO
           END-IF
           MOVE NP-ID-EMP TO REG-ID-EMP
           READ EMPLEADOS INTO WS-DATOS-EMPLEADO
                INVALID KEY
                   MOVE SPACES TO WS-CLABE
                   MOVE ZEROS  TO WS-PLANTA
           END-READ
           MOVE NP-SALARIO-NETO TO WS-NETO-EMP
           PERFORM 088-ACUMULA-PAGO THRU 088-FIN
           PERFORM 062-TERCEROS-CALCULADOS THRU 062-FIN
           GO TO 061-LEE-RESULTADO.
       061-FIN. EXIT.

      *----------------------------------------------------------------
      * LO RETENIDO PARA TERCEROS SALE DEL DESGLOSE DEL CALCULO: LA
      * PENSION (ORIGEN "J") TAL CUAL Y EL FONDO DE AHORRO (ORIGEN
      * "F") AL DOBLE, PORQUE LA EMPRESA IGUALA LA APORTACION.
      *----------------------------------------------------------------
       062-TERCEROS-CALCULADOS.
           IF NOT HAY-DETALLE
              GO TO 062-FIN
           END-IF
           MOVE NP-PERIODO TO ND-PERIODO
           MOVE NP-ID-EMP  TO ND-ID-EMP
           MOVE ZEROS      TO ND-CONSEC
           START NOMINA-DETALLE KEY IS GREATER THAN OR EQUAL ND-LLAVE
                 INVALID KEY
                    GO TO 062-FIN
           END-START
           PERFORM 063-LEE-DETALLE THRU 063-FIN.
       062-FIN. EXIT.

       063-LEE-DETALLE.
           READ NOMINA-DETALLE NEXT RECORD
                AT END
                   GO TO 063-FIN
           END-READ
           IF ND-PERIODO NOT EQUAL NP-PERIODO OR
              ND-ID-EMP  NOT EQUAL NP-ID-EMP
              GO TO 063-FIN
           END-IF
           IF ND-DE-PENSION
              ADD 1          TO WS-TER-PEN-CUENTA
              ADD ND-IMPORTE TO WS-TER-PEN-SUMA
           END-IF
           IF ND-DE-FONDO-AHORRO
              ADD 1 TO WS-TER-FON-CUENTA
              COMPUTE WS-TER-FON-SUMA =
                      WS-TER-FON-SUMA + (ND-IMPORTE * 2)
           END-IF
           GO TO 063-LEE-DETALLE.
       063-FIN. EXIT.

      *----------------------------------------------------------------
      * PERIODO SIN CALCULAR: RECORRE EL MAESTRO Y PROYECTA A CADA
      * EMPLEADO DE LA FRECUENCIA DEL PERIODO QUE COBRARIA.
      *----------------------------------------------------------------
       070-PROYECTA-PERIODO.
           MOVE SPACES TO SW-FIN
           MOVE ZEROS  TO REG-ID-EMP
           START EMPLEADOS KEY IS GREATER THAN OR EQUAL REG-ID-EMP
                 INVALID KEY
                    GO TO 070-FIN
           END-START
           PERFORM 071-LEE-EMPLEADO THRU 071-FIN
           PERFORM 072-PROYECTA-EMPLEADO THRU 072-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       070-FIN. EXIT.

       071-LEE-EMPLEADO.
           READ EMPLEADOS NEXT RECORD INTO WS-DATOS-EMPLEADO
                AT END
                   MOVE "FIN" TO SW-FIN
           END-READ.
       071-FIN. EXIT.

       072-PROYECTA-EMPLEADO.
           PERFORM 073-DECIDE-PAGO THRU 073-FIN
           IF PAGA-EMPLEADO
              PERFORM 074-CALCULA-NETO THRU 074-FIN
              PERFORM 086-APLICA-PENSIONES THRU 086-FIN
              PERFORM 088-ACUMULA-PAGO THRU 088-FIN
           END-IF
           PERFORM 071-LEE-EMPLEADO THRU 071-FIN.
       072-FIN. EXIT.

      *----------------------------------------------------------------
      * MISMA REGLA DE PAGO QUE 078-DECIDE-PAGO DE NOMQUINC, MAS LA
      * FRECUENCIA DEL PERIODO Y EL INGRESO: UN ALTA CON FECHA
      * POSTERIOR AL PERIODO TODAVIA NO COBRA.
      *----------------------------------------------------------------
       073-DECIDE-PAGO.
           MOVE "N" TO SW-PAGA-EMPLEADO
           IF PA-SEMANAL AND NOT EMP-PAGO-SEMANAL
              GO TO 073-FIN
           END-IF
           IF NOT PA-SEMANAL AND EMP-PAGO-SEMANAL
              GO TO 073-FIN
           END-IF
           IF WS-FECHA-ALTA IS GREATER THAN WS-PA-FIN
              GO TO 073-FIN
           END-IF
           IF EMP-ACTIVO
              MOVE "S" TO SW-PAGA-EMPLEADO
              GO TO 073-FIN
           END-IF
           IF EMP-PERMISO AND HAY-PERMISOS
              MOVE WS-ID-EMP TO PERM-ID-EMP
              READ PERMISOS
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF PERM-CON-GOCE
                         MOVE "S" TO SW-PAGA-EMPLEADO
                      END-IF
              END-READ
           END-IF.
       073-FIN. EXIT.

      *----------------------------------------------------------------
      * BRUTO-A-NETO DE NOMSIMUL SOBRE EL SUELDO DEL PERIODO (LA
      * SEMANA ES 7/15 DEL SUELDO QUINCENAL, COMO EN NOMQUINC).
      *----------------------------------------------------------------
       074-CALCULA-NETO.
           IF PA-SEMANAL
              COMPUTE WS-SALARIO-PERIODO ROUNDED =
                      WS-SALARIO * WS-DIAS-PERIODO / 15
           ELSE
              MOVE WS-SALARIO TO WS-SALARIO-PERIODO
           END-IF
           MOVE ZEROS TO WS-PERCEPCIONES
                         WS-OTRAS-DEDUCC
           PERFORM 076-APLICA-CONCEPTOS THRU 076-FIN
           PERFORM 078-DESCUENTA-PRESTAMOS THRU 078-FIN
           PERFORM 081-APORTA-FONDO THRU 081-FIN
           ADD WS-SALARIO-PERIODO WS-PERCEPCIONES
               GIVING WS-SALARIO-BRUTO
           PERFORM 085-CALCULA-IMPUESTOS THRU 085-FIN
           PERFORM 080-DESCUENTA-INFONAVIT THRU 080-FIN
           COMPUTE WS-TOTAL-DEDUCCIONES =
                   WS-DEDUCCION-ISR + WS-DEDUCCION-IMSS +
                   WS-DEDUCCION-INFONAVIT + WS-OTRAS-DEDUCC
           IF WS-TOTAL-DEDUCCIONES IS GREATER THAN WS-SALARIO-BRUTO
              MOVE ZEROS TO WS-NETO-EMP
           ELSE
              SUBTRACT WS-TOTAL-DEDUCCIONES FROM WS-SALARIO-BRUTO
                       GIVING WS-NETO-EMP
              ADD WS-SUBSIDIO-EXCEDENTE TO WS-NETO-EMP
           END-IF.
       074-FIN. EXIT.

       076-APLICA-CONCEPTOS.
           IF NOT HAY-CONCEPTOS
              GO TO 076-FIN
           END-IF
           MOVE WS-ID-EMP TO CF-ID-EMP
           MOVE ZEROS     TO CF-CONSEC
           START CONCEPTOS-FIJOS KEY IS GREATER THAN OR EQUAL CF-LLAVE
                 INVALID KEY
                    GO TO 076-FIN
           END-START
           PERFORM 077-ACUMULA-CONCEPTO THRU 077-FIN.
       076-FIN. EXIT.

       077-ACUMULA-CONCEPTO.
           READ CONCEPTOS-FIJOS NEXT RECORD
                AT END
                   GO TO 077-FIN
           END-READ
           IF CF-ID-EMP NOT EQUAL WS-ID-EMP
              GO TO 077-FIN
           END-IF
           IF CF-VIGENTE AND
              CF-FECHA-INICIO IS LESS THAN OR EQUAL WS-PA-FIN AND
              (CF-FECHA-FIN EQUAL ZEROS OR
               CF-FECHA-FIN IS GREATER THAN OR EQUAL WS-PA-INICIO)
              IF CF-PORCENTUAL
                 COMPUTE WS-IMPORTE-CONCEPTO ROUNDED =
                         WS-SALARIO-PERIODO * CF-PORCENTAJE / 100
              ELSE
                 MOVE CF-IMPORTE TO WS-IMPORTE-CONCEPTO
              END-IF
              IF CF-PERCEPCION
                 ADD WS-IMPORTE-CONCEPTO TO WS-PERCEPCIONES
              ELSE
                 ADD WS-IMPORTE-CONCEPTO TO WS-OTRAS-DEDUCC
              END-IF
           END-IF
           GO TO 077-ACUMULA-CONCEPTO.
       077-FIN. EXIT.

      *----------------------------------------------------------------
      * EL ABONO DE CADA PRESTAMO VIGENTE, SIN PASAR DEL SALDO QUE LE
      * QUEDARIA DESPUES DE LOS PERIODOS PROYECTADOS ANTERIORES.
      *----------------------------------------------------------------
       078-DESCUENTA-PRESTAMOS.
           IF NOT HAY-PRESTAMOS
              GO TO 078-FIN
           END-IF
           MOVE WS-ID-EMP TO PRE-ID-EMP
           MOVE ZEROS     TO PRE-NUM-PRESTAMO
           START PRESTAMOS KEY IS GREATER THAN OR EQUAL PRE-LLAVE
                 INVALID KEY
                    GO TO 078-FIN
           END-START
           PERFORM 079-SUMA-ABONO THRU 079-FIN.
       078-FIN. EXIT.

       079-SUMA-ABONO.
           READ PRESTAMOS NEXT RECORD
                AT END
                   GO TO 079-FIN
           END-READ
           IF PRE-ID-EMP NOT EQUAL WS-ID-EMP
              GO TO 079-FIN
           END-IF
           IF NOT PRE-VIGENTE OR
              PRE-PERIODO-INICIO IS GREATER THAN WS-PERIODO-ACTUAL
              GO TO 079-SUMA-ABONO
           END-IF
           COMPUTE WS-SALDO-PROYECTADO =
                   PRE-SALDO - (PRE-ABONO * (WS-PA-ORDEN - 1))
           IF WS-SALDO-PROYECTADO IS NOT GREATER THAN ZEROS
              GO TO 079-SUMA-ABONO
           END-IF
           IF PRE-ABONO IS LESS THAN WS-SALDO-PROYECTADO
              MOVE PRE-ABONO TO WS-ABONO-PERIODO
           ELSE
              MOVE WS-SALDO-PROYECTADO TO WS-ABONO-PERIODO
           END-IF
           ADD WS-ABONO-PERIODO TO WS-OTRAS-DEDUCC
           GO TO 079-SUMA-ABONO.
       079-FIN. EXIT.

      *----------------------------------------------------------------
      * MISMO DESCUENTO INFONAVIT QUE NOMQUINC, A LOS DIAS DEL
      * PERIODO (EL CREDITO EN VECES UMA CON EL VALOR DEL AVISO).
      *----------------------------------------------------------------
       080-DESCUENTA-INFONAVIT.
           MOVE ZEROS TO WS-DEDUCCION-INFONAVIT
           IF NOT HAY-INFONAVIT
              GO TO 080-FIN
           END-IF
           MOVE WS-ID-EMP TO INF-ID-EMP
           READ CREDITOS-INFONAVIT
                INVALID KEY
                   GO TO 080-FIN
           END-READ
           IF NOT INF-VIGENTE
              GO TO 080-FIN
           END-IF
           IF INF-FECHA-INICIO IS GREATER THAN WS-PA-FIN
              GO TO 080-FIN
           END-IF
           IF INF-FECHA-SUSPENDE NOT EQUAL ZEROS AND
              INF-FECHA-SUSPENDE IS LESS THAN OR EQUAL WS-PA-INICIO
              GO TO 080-FIN
           END-IF
           EVALUATE TRUE
           WHEN INF-PORCENTAJE
              COMPUTE WS-DEDUCCION-INFONAVIT ROUNDED =
                      WS-SALARIO-BRUTO * INF-VALOR / 100
           WHEN INF-CUOTA-FIJA
              COMPUTE WS-DEDUCCION-INFONAVIT ROUNDED =
                      INF-VALOR * WS-DIAS-PERIODO / 15
           WHEN INF-VECES-UMA
              COMPUTE WS-DEDUCCION-INFONAVIT ROUNDED =
                      INF-VALOR * INF-VALOR-UMA * WS-DIAS-PERIODO
           END-EVALUATE.
       080-FIN. EXIT.

      *----------------------------------------------------------------
      * APORTACION AL FONDO DE AHORRO: SE DESCUENTA AL EMPLEADO Y,
      * CON EL IGUALAMIENTO DE LA EMPRESA, SE VA DOBLE AL FONDO.
      *----------------------------------------------------------------
       081-APORTA-FONDO.
           IF NOT HAY-FONDO
              GO TO 081-FIN
           END-IF
           MOVE WS-ID-EMP TO FA-ID-EMP
           READ FONDO-AHORRO
                INVALID KEY
                   GO TO 081-FIN
           END-READ
           IF NOT FA-VIGENTE
              GO TO 081-FIN
           END-IF
           COMPUTE WS-APORTACION-FONDO ROUNDED =
                   WS-SALARIO-PERIODO * FA-PORCENTAJE / 100
           IF WS-APORTACION-FONDO EQUAL ZEROS
              GO TO 081-FIN
           END-IF
           ADD WS-APORTACION-FONDO TO WS-OTRAS-DEDUCC
           ADD 1 TO WS-TER-FON-CUENTA
           COMPUTE WS-TER-FON-SUMA =
                   WS-TER-FON-SUMA + (WS-APORTACION-FONDO * 2).
       081-FIN. EXIT.

      *----------------------------------------------------------------
      * ISR CON SUBSIDIO Y CUOTA OBRERA DEL IMSS. LAS TARIFAS Y LOS
      * TOPES CARGADOS SON QUINCENALES: LA SEMANA SE LLEVA A SU
      * EQUIVALENTE QUINCENAL, SE CALCULA Y SE REGRESA A 7 DIAS.
      *----------------------------------------------------------------
       085-CALCULA-IMPUESTOS.
           MOVE ZEROS TO WS-SUBSIDIO-EXCEDENTE
           IF PA-SEMANAL
              COMPUTE WS-ISR-BASE ROUNDED =
                      WS-SALARIO-BRUTO * 15 / WS-DIAS-PERIODO
           ELSE
              MOVE WS-SALARIO-BRUTO TO WS-ISR-BASE
           END-IF
           PERFORM 035-CALCULA-ISR THRU 035-FIN
           MOVE WS-ISR-RETENCION TO WS-DEDUCCION-ISR
           MOVE WS-ISR-BASE TO WS-SUB-BASE
           PERFORM 083-CALCULA-SUBSIDIO THRU 083-FIN
           IF WS-SUB-IMPORTE IS GREATER THAN WS-DEDUCCION-ISR
              SUBTRACT WS-DEDUCCION-ISR FROM WS-SUB-IMPORTE
                       GIVING WS-SUBSIDIO-EXCEDENTE
              MOVE ZEROS TO WS-DEDUCCION-ISR
           ELSE
              SUBTRACT WS-SUB-IMPORTE FROM WS-DEDUCCION-ISR
           END-IF
           MOVE WS-ISR-BASE TO WS-IMSS-BASE
           PERFORM 115-CALCULA-IMSS THRU 115-FIN
           MOVE WS-IMSS-OBRERO TO WS-DEDUCCION-IMSS
           IF PA-SEMANAL
              COMPUTE WS-DEDUCCION-ISR ROUNDED =
                      WS-DEDUCCION-ISR * WS-DIAS-PERIODO / 15
              COMPUTE WS-SUBSIDIO-EXCEDENTE ROUNDED =
                      WS-SUBSIDIO-EXCEDENTE * WS-DIAS-PERIODO / 15
              COMPUTE WS-DEDUCCION-IMSS ROUNDED =
                      WS-DEDUCCION-IMSS * WS-DIAS-PERIODO / 15
           END-IF.
       085-FIN. EXIT.

      *----------------------------------------------------------------
      * PENSIONES ALIMENTICIAS SOBRE EL NETO, EN ORDEN DE PRIORIDAD,
      * COMO 101-APLICA-PENSIONES DE NOMQUINC: LO RETENIDO SALE DEL
      * NETO DEL EMPLEADO Y SE FONDEA COMO PAGO A TERCEROS.
      *----------------------------------------------------------------
       086-APLICA-PENSIONES.
           IF NOT HAY-PENSIONES OR WS-NETO-EMP EQUAL ZEROS
              GO TO 086-FIN
           END-IF
           MOVE WS-NETO-EMP TO WS-NETO-BASE-PENSION
           MOVE WS-ID-EMP   TO PEN-ID-EMP
           MOVE ZEROS       TO PEN-PRIORIDAD
           START PENSIONES KEY IS GREATER THAN OR EQUAL PEN-LLAVE
                 INVALID KEY
                    GO TO 086-FIN
           END-START
           PERFORM 087-RETIENE-PENSION THRU 087-FIN.
       086-FIN. EXIT.

       087-RETIENE-PENSION.
           READ PENSIONES NEXT RECORD
                AT END
                   GO TO 087-FIN
           END-READ
           IF PEN-ID-EMP NOT EQUAL WS-ID-EMP
              GO TO 087-FIN
           END-IF
           IF NOT PEN-VIGENTE
              GO TO 087-RETIENE-PENSION
           END-IF
           IF PEN-PORCENTAJE
              COMPUTE WS-IMPORTE-PENSION ROUNDED =
                      WS-NETO-BASE-PENSION * PEN-VALOR / 100
           ELSE
              MOVE PEN-VALOR TO WS-IMPORTE-PENSION
           END-IF
           IF WS-IMPORTE-PENSION IS GREATER THAN WS-NETO-EMP
              MOVE WS-NETO-EMP TO WS-IMPORTE-PENSION
           END-IF
           IF WS-IMPORTE-PENSION EQUAL ZEROS
              GO TO 087-RETIENE-PENSION
           END-IF
           SUBTRACT WS-IMPORTE-PENSION FROM WS-NETO-EMP
           ADD 1                  TO WS-TER-PEN-CUENTA
           ADD WS-IMPORTE-PENSION TO WS-TER-PEN-SUMA
           GO TO 087-RETIENE-PENSION.
       087-FIN. EXIT.

      *----------------------------------------------------------------
      * EL NETO DEL EMPLEADO VA AL BANCO DE SU CLABE (PRIMEROS TRES
      * DIGITOS) O, SIN CLABE, AL CHEQUE/EFECTIVO DE SU PLANTA.
      *----------------------------------------------------------------
       088-ACUMULA-PAGO.
           IF WS-NETO-EMP EQUAL ZEROS
              GO TO 088-FIN
           END-IF
           ADD 1           TO WS-CONT-PERIODO
           ADD WS-NETO-EMP TO WS-NETO-PERIODO
           IF WS-CLABE EQUAL SPACES
              COMPUTE WS-PLA-IDX = WS-PLANTA + 1
              ADD 1           TO WS-PLA-CUENTA (WS-PLA-IDX)
              ADD WS-NETO-EMP TO WS-PLA-SUMA   (WS-PLA-IDX)
              GO TO 088-FIN
           END-IF
           MOVE WS-CLABE (1:3) TO WS-PAG-PREFIJO
           MOVE "N" TO SW-DST-LOCALIZADO
           MOVE 1   TO WS-DST-IDX
           PERFORM 089-BUSCA-DESTINO THRU 089-FIN
                   UNTIL SW-DST-LOCALIZADO EQUAL "S" OR
                         WS-DST-IDX IS GREATER THAN WS-DST-USADOS
           IF SW-DST-LOCALIZADO NOT EQUAL "S"
              IF WS-DST-USADOS IS LESS THAN 30
                 ADD 1 TO WS-DST-USADOS
                 MOVE WS-DST-USADOS  TO WS-DST-IDX
                 MOVE WS-PAG-PREFIJO TO WS-DST-PREFIJO (WS-DST-IDX)
              ELSE
                 DISPLAY "DESBORDO LA TABLA DE BANCOS; EL PAGO DEL "
                         "EMPLEADO " WS-ID-EMP " NO SE PRONOSTICA."
                 GO TO 088-FIN
              END-IF
           END-IF
           ADD 1           TO WS-DST-CUENTA (WS-DST-IDX)
           ADD WS-NETO-EMP TO WS-DST-SUMA   (WS-DST-IDX).
       088-FIN. EXIT.

       089-BUSCA-DESTINO.
           IF WS-DST-PREFIJO (WS-DST-IDX) EQUAL WS-PAG-PREFIJO
              MOVE "S" TO SW-DST-LOCALIZADO
           ELSE
              ADD 1 TO WS-DST-IDX
           END-IF.
       089-FIN. EXIT.

      *----------------------------------------------------------------
      * FECHA DE FONDEO: RETROCEDE DESDE LA FECHA DE PAGO HASTA
      * JUNTAR DOS DIAS HABILES (LUNES A VIERNES).
      *----------------------------------------------------------------
       092-CALCULA-FONDEO.
           MOVE WS-FEC-PAGO (WS-FEC-IDX) TO WS-FECHA-FONDEO-N
           PERFORM 093-DIA-SEMANA THRU 093-FIN
           MOVE ZEROS TO WS-DIAS-HABILES
           PERFORM 094-RESTA-DIA THRU 094-FIN
                   UNTIL WS-DIAS-HABILES EQUAL 2.
       092-FIN. EXIT.

       093-DIA-SEMANA.
           MOVE WS-FON-ANIO TO WS-ZEL-ANIO
           MOVE WS-FON-MES  TO WS-ZEL-MES
           IF WS-ZEL-MES IS LESS THAN 3
              ADD 12 TO WS-ZEL-MES
              SUBTRACT 1 FROM WS-ZEL-ANIO
           END-IF
           COMPUTE WS-ZEL-T1 = 13 * (WS-ZEL-MES + 1)
           DIVIDE WS-ZEL-T1 BY 5 GIVING WS-ZEL-T1
           DIVIDE WS-ZEL-ANIO BY 100 GIVING WS-ZEL-J
                  REMAINDER WS-ZEL-K
           DIVIDE WS-ZEL-K BY 4 GIVING WS-ZEL-T2
           DIVIDE WS-ZEL-J BY 4 GIVING WS-ZEL-T3
           COMPUTE WS-ZEL-SUMA = WS-FON-DIA + WS-ZEL-T1 + WS-ZEL-K +
                                 WS-ZEL-T2 + WS-ZEL-T3 +
                                 (5 * WS-ZEL-J)
           DIVIDE WS-ZEL-SUMA BY 7 GIVING WS-ZEL-COCIENTE
                  REMAINDER WS-DIA-SEMANA.
       093-FIN. EXIT.

       094-RESTA-DIA.
           IF WS-FON-DIA IS GREATER THAN 1
              SUBTRACT 1 FROM WS-FON-DIA
           ELSE
              IF WS-FON-MES EQUAL 1
                 MOVE 12 TO WS-FON-MES
                 SUBTRACT 1 FROM WS-FON-ANIO
              ELSE
                 SUBTRACT 1 FROM WS-FON-MES
              END-IF
              MOVE WS-DIAS-MES (WS-FON-MES) TO WS-FON-DIA
              IF WS-FON-MES EQUAL 2
                 DIVIDE WS-FON-ANIO BY 4 GIVING WS-ZEL-COCIENTE
                        REMAINDER WS-RESIDUO
                 IF WS-RESIDUO EQUAL ZEROS
                    MOVE 29 TO WS-FON-DIA
                 END-IF
              END-IF
           END-IF
           IF WS-DIA-SEMANA EQUAL ZEROS
              MOVE 6 TO WS-DIA-SEMANA
           ELSE
              SUBTRACT 1 FROM WS-DIA-SEMANA
           END-IF
           IF NOT DIA-INHABIL
              ADD 1 TO WS-DIAS-HABILES
           END-IF.
       094-FIN. EXIT.

       095-EDITA-FECHA.
           MOVE WS-FED-DIA  TO WS-FIM-DIA
           MOVE WS-FED-MES  TO WS-FIM-MES
           MOVE WS-FED-ANIO TO WS-FIM-ANIO.
       095-FIN. EXIT.

       106-TITULOS.
           MOVE WS-FECHA-HOY TO WS-FECHA-EDITA-N
           PERFORM 095-EDITA-FECHA THRU 095-FIN
           MOVE WS-FECHA-IMPRESA TO WS-TIT-FECHA
           WRITE REG-REPORTE FROM WS-TITULO.
       106-FIN. EXIT.

      *----------------------------------------------------------------
      * BLOQUE DE UNA FECHA DE PAGO: ENCABEZADO CON LA FECHA DE
      * FONDEO, SUS PERIODOS, LOS BANCOS, EL CHEQUE/EFECTIVO POR
      * PLANTA, LOS TERCEROS Y EL TOTAL A FONDEAR.
      *----------------------------------------------------------------
       107-IMPRIME-FECHA.
           WRITE REG-REPORTE FROM WS-MARGEN
           MOVE WS-FEC-PAGO (WS-FEC-IDX) TO WS-FECHA-EDITA-N
           PERFORM 095-EDITA-FECHA THRU 095-FIN
           MOVE WS-FECHA-IMPRESA TO WS-LF-PAGO
           MOVE WS-FECHA-FONDEO-N TO WS-FECHA-EDITA-N
           PERFORM 095-EDITA-FECHA THRU 095-FIN
           MOVE WS-FECHA-IMPRESA TO WS-LF-FONDEO
           MOVE SPACES TO WS-LF-AVISO
           IF WS-FECHA-FONDEO-N IS LESS THAN WS-FECHA-HOY
              MOVE "** FONDEO VENCIDO **" TO WS-LF-AVISO
              ADD 1 TO WS-CONT-URGENTES
           END-IF
           IF WS-FECHA-FONDEO-N EQUAL WS-FECHA-HOY
              MOVE "** SOLICITAR HOY **"  TO WS-LF-AVISO
              ADD 1 TO WS-CONT-URGENTES
           END-IF
           WRITE REG-REPORTE FROM WS-LIN-FECHA
           MOVE 1 TO WS-PRD-IDX
           PERFORM 108-IMPRIME-PERIODO THRU 108-FIN
                   UNTIL WS-PRD-IDX IS GREATER THAN WS-PRD-USADOS
           MOVE ZEROS TO WS-TOT-CUENTA
                         WS-TOT-SUMA
           WRITE REG-REPORTE FROM WS-COLUMNAS
           MOVE "DISPERSION POR BANCO (PREFIJO DE CLABE)"
             TO WS-LS-TEXTO
           WRITE REG-REPORTE FROM WS-LIN-SECCION
           MOVE 1 TO WS-DST-IDX
           PERFORM 109-IMPRIME-BANCO THRU 109-FIN
                   UNTIL WS-DST-IDX IS GREATER THAN WS-DST-USADOS
           MOVE "CHEQUE O EFECTIVO POR PLANTA (SIN CLABE)"
             TO WS-LS-TEXTO
           WRITE REG-REPORTE FROM WS-LIN-SECCION
           MOVE 1 TO WS-PLA-IDX
           PERFORM 111-IMPRIME-PLANTA THRU 111-FIN
                   UNTIL WS-PLA-IDX IS GREATER THAN 100
           MOVE "PAGOS A TERCEROS" TO WS-LS-TEXTO
           WRITE REG-REPORTE FROM WS-LIN-SECCION
           PERFORM 112-IMPRIME-TERCEROS THRU 112-FIN
           MOVE WS-TOT-CUENTA TO WS-LT-CUENTA
           MOVE WS-TOT-SUMA   TO WS-LT-IMPORTE
           WRITE REG-REPORTE FROM WS-LIN-TOTAL
           ADD WS-TOT-SUMA TO WS-GRAN-TOTAL.
       107-FIN. EXIT.

       108-IMPRIME-PERIODO.
           IF WS-PRD-PAGO (WS-PRD-IDX) NOT EQUAL
              WS-FEC-PAGO (WS-FEC-IDX)
              GO TO 108-SIGUE
           END-IF
           MOVE WS-PRD-PERIODO (WS-PRD-IDX) TO WS-PERIODO-ACTUAL
           MOVE SPACES TO WS-LP-PERIODO
           STRING WS-PA-ANIO     DELIMITED BY SIZE
                  "-"            DELIMITED BY SIZE
                  WS-PA-MES      DELIMITED BY SIZE
                  "-"            DELIMITED BY SIZE
                  WS-PA-QUINCENA DELIMITED BY SIZE
                  INTO WS-LP-PERIODO
           END-STRING
           IF PA-SEMANAL
              MOVE "SEMANAL"   TO WS-LP-FRECUENCIA
           ELSE
              MOVE "QUINCENAL" TO WS-LP-FRECUENCIA
           END-IF
           IF WS-PRD-STATUS (WS-PRD-IDX) EQUAL "L"
              MOVE "RESULTADOS CALCULADOS"  TO WS-LP-ORIGEN
           ELSE
              MOVE "PROYECTADO DEL MAESTRO" TO WS-LP-ORIGEN
           END-IF
           MOVE WS-PRD-PAGOS (WS-PRD-IDX) TO WS-LP-PAGOS
           MOVE WS-PRD-NETO  (WS-PRD-IDX) TO WS-LP-NETO
           WRITE REG-REPORTE FROM WS-LIN-PERIODO.
       108-SIGUE.
           ADD 1 TO WS-PRD-IDX.
       108-FIN. EXIT.

       109-IMPRIME-BANCO.
           MOVE WS-DST-PREFIJO (WS-DST-IDX) TO WS-LR-CLAVE
           MOVE "NO CATALOGADO" TO WS-LR-NOMBRE
           MOVE 1 TO WS-BAN-IDX
           PERFORM 110-BUSCA-NOMBRE THRU 110-FIN
                   UNTIL WS-BAN-IDX IS GREATER THAN WS-BAN-USADOS
           MOVE WS-DST-CUENTA (WS-DST-IDX) TO WS-LR-CUENTA
           MOVE WS-DST-SUMA   (WS-DST-IDX) TO WS-LR-IMPORTE
           WRITE REG-REPORTE FROM WS-LIN-RENGLON
           ADD WS-DST-CUENTA (WS-DST-IDX) TO WS-TOT-CUENTA
           ADD WS-DST-SUMA   (WS-DST-IDX) TO WS-TOT-SUMA
           ADD 1 TO WS-DST-IDX.
       109-FIN. EXIT.

       110-BUSCA-NOMBRE.
           IF WS-BAN-PREFIJO (WS-BAN-IDX) EQUAL
              WS-DST-PREFIJO (WS-DST-IDX)
              MOVE WS-BAN-NOMBRE (WS-BAN-IDX) TO WS-LR-NOMBRE
              MOVE 99 TO WS-BAN-IDX
           ELSE
              ADD 1 TO WS-BAN-IDX
           END-IF.
       110-FIN. EXIT.

       111-IMPRIME-PLANTA.
           IF WS-PLA-CUENTA (WS-PLA-IDX) EQUAL ZEROS
              GO TO 111-SIGUE
           END-IF
           COMPUTE WS-PLA-COD = WS-PLA-IDX - 1
           MOVE WS-PLA-COD TO WS-LR-CLAVE
           MOVE "SIN PLANTA" TO WS-LR-NOMBRE
           IF WS-PLA-COD IS GREATER THAN ZEROS AND HAY-PLANTAS
              MOVE WS-PLA-COD TO PLT-COD
              READ PLANTAS
                   INVALID KEY
                      MOVE "PLANTA NO CATALOGADA" TO WS-LR-NOMBRE
                   NOT INVALID KEY
                      MOVE PLT-NOMBRE TO WS-LR-NOMBRE
              END-READ
           END-IF
           MOVE WS-PLA-CUENTA (WS-PLA-IDX) TO WS-LR-CUENTA
           MOVE WS-PLA-SUMA   (WS-PLA-IDX) TO WS-LR-IMPORTE
           WRITE REG-REPORTE FROM WS-LIN-RENGLON
           ADD WS-PLA-CUENTA (WS-PLA-IDX) TO WS-TOT-CUENTA
           ADD WS-PLA-SUMA   (WS-PLA-IDX) TO WS-TOT-SUMA.
       111-SIGUE.
           ADD 1 TO WS-PLA-IDX.
       111-FIN. EXIT.

       112-IMPRIME-TERCEROS.
           MOVE "PEN" TO WS-LR-CLAVE
           MOVE "PENSIONES ALIMENTICIAS" TO WS-LR-NOMBRE
           MOVE WS-TER-PEN-CUENTA TO WS-LR-CUENTA
           MOVE WS-TER-PEN-SUMA   TO WS-LR-IMPORTE
           WRITE REG-REPORTE FROM WS-LIN-RENGLON
           MOVE "FAH" TO WS-LR-CLAVE
           MOVE "FONDO DE AHORRO (EMPLEADO + EMPRESA)"
             TO WS-LR-NOMBRE
           MOVE WS-TER-FON-CUENTA TO WS-LR-CUENTA
           MOVE WS-TER-FON-SUMA   TO WS-LR-IMPORTE
           WRITE REG-REPORTE FROM WS-LIN-RENGLON
           ADD WS-TER-PEN-CUENTA WS-TER-FON-CUENTA TO WS-TOT-CUENTA
           ADD WS-TER-PEN-SUMA   WS-TER-FON-SUMA   TO WS-TOT-SUMA.
       112-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 REPORTE
           IF HAY-NOMINA
              CLOSE NOMINA-PERIODO
           END-IF
           IF HAY-DETALLE
              CLOSE NOMINA-DETALLE
           END-IF
           IF HAY-PRESTAMOS
              CLOSE PRESTAMOS
           END-IF
           IF HAY-CONCEPTOS
              CLOSE CONCEPTOS-FIJOS
           END-IF
           IF HAY-PERMISOS
              CLOSE PERMISOS
           END-IF
           IF HAY-INFONAVIT
              CLOSE CREDITOS-INFONAVIT
           END-IF
           IF HAY-PENSIONES
              CLOSE PENSIONES
           END-IF
           IF HAY-FONDO
              CLOSE FONDO-AHORRO
           END-IF
           IF HAY-PLANTAS
              CLOSE PLANTAS
           END-IF.
       090-FIN. EXIT.
