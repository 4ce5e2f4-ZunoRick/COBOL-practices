      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * PRESPROY.cbl - PROYECCION DEL PRESUPUESTO DE NOMINA DEL
      *                SIGUIENTE EJERCICIO POR DEPARTAMENTO, MES POR
      *                MES. PARTE DE LOS EMPLEADOS VIGENTES DE
      *                BD-EMPLEADOS.TXT (ACTIVOS Y CON PERMISO) Y SU
      *                SUELDO ACTUAL (EL USD SE CONVIERTE CON EL TIPO
      *                DE CAMBIO DEL DIA), AL QUE APLICA DESDE EL MES
      *                INDICADO EL AUMENTO ESPERADO: EL GENERAL QUE
      *                TECLEA EL OPERADOR, O EL DEL DEPARTAMENTO O EL
      *                DEL PUESTO SI VIENE EN AUMENTOS-PROYECCION.TXT
      *                (EL DEL PUESTO GANA AL DEL DEPARTAMENTO). A CADA
      *                MES LE CARGA DOS QUINCENAS DE SUELDO, LA CUOTA
      *                PATRONAL DEL IMSS (TIMCALCP SOBRE EL SDI DEL
      *                EJERCICIO CON LA PRIMA DE RIESGO DE LA PLANTA)
      *                Y EL ISN DEL ESTADO DE LA PLANTA
      *                (BD-PLANTA-ESTADO.TXT / BD-TASAS-ISN.TXT, TASA
      *                VIGENTE AL PRIMERO DE ENERO); EN DICIEMBRE EL
      *                AGUINALDO Y EN EL MES DE ANIVERSARIO LA PRIMA
      *                VACACIONAL. LAS PLAZAS AUTORIZADAS DE
      *                BD-PLAZAS.TXT QUE HOY ESTAN VACANTES SE COSTEAN
      *                TODO EL ANIO AL PUNTO MEDIO DE LA BANDA DEL
      *                PUESTO, CON LA TASA DE ISN PROMEDIO DE LA
      *                EMPRESA. EL COSTO DEL EMPLEADO COMPARTIDO SE
      *                REPARTE CON BD-PRORRATEO.TXT COMO EN PRESREAL.
      *                EL DETALLE QUEDA EN
      *                REPORTE-PROYECCION-PRESUPUESTO.TXT Y EL ANUAL
      *                DE CADA DEPARTAMENTO EN
      *                PRESUPUESTO-PROYECTADO.TXT (MISMO FORMATO QUE
      *                BD-PRESUPUESTOS.TXT), QUE
      *                FINANZAS REVISA Y CARGA CON LA OPCION L DE
      *                PRESUEMP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PRESPROY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY DEPTSEL.
           COPY PUESSEL.
           COPY PLZSEL.
           COPY PRRSEL.
           COPY SDISEL.
           COPY TIMSEL.
           COPY PRTSEL.
           COPY TCSEL.
           SELECT PLANTA-ESTADO
           ASSIGN TO WS-RUTA-PLANTA-ESTADO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PLANTA-ESTADO.
           SELECT TASAS-ISN
           ASSIGN TO WS-RUTA-TASAS-ISN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TASAS-ISN.
           SELECT AUMENTOS
           ASSIGN TO WS-RUTA-AUMENTOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AUMENTOS.
           SELECT PRESUPUESTO-PROYECTADO
           ASSIGN TO WS-RUTA-PROYECTADO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PROYECTADO.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY DEPTFD.
           COPY PUESFD.
           COPY PLZFD.
           COPY PRRFD.
           COPY SDIFD.
           COPY TIMFD.
           COPY PRTFD.
           COPY TCFD.

      *----------------------------------------------------------------
      * MAPEO PLANTA -> ESTADO Y TASAS DE ISN, LOS MISMOS ARCHIVOS QUE
      * DECLARA ISNREP.
      *----------------------------------------------------------------
       FD  PLANTA-ESTADO
           RECORD CONTAINS 25 CHARACTERS.
       01  REG-PLANTA-ESTADO.
           05 PE-PLANTA            PIC 9(02).
           05 PE-ESTADO            PIC X(03).
           05 PE-NOMBRE-ESTADO     PIC X(20).

       FD  TASAS-ISN
           RECORD CONTAINS 15 CHARACTERS.
       01  REG-TASAS-ISN.
           05 ISN-ESTADO           PIC X(03).
           05 ISN-FECHA-VIGENCIA   PIC 9(08).
           05 ISN-TASA             PIC V9(04).

      *----------------------------------------------------------------
      * AUMENTOS ESPERADOS QUE SUSTITUYEN AL GENERAL: TIPO "D" CON LA
      * CLAVE DE DEPARTAMENTO O TIPO "P" CON LA CLAVE DE PUESTO (A
      * TRES DIGITOS), Y EL PORCENTAJE NN.NN.
      *----------------------------------------------------------------
       FD  AUMENTOS
           RECORD CONTAINS 8 CHARACTERS.
       01  REG-AUMENTOS.
           05 AUM-TIPO             PIC X(01).
              88 AUM-POR-DEPTO            VALUE "D".
              88 AUM-POR-PUESTO           VALUE "P".
           05 AUM-CLAVE            PIC 9(03).
           05 AUM-PORCENTAJE       PIC 9(02)V99.

      *----------------------------------------------------------------
      * ANUAL PROYECTADO POR DEPARTAMENTO, MISMO RENGLON QUE
      * BD-PRESUPUESTOS.TXT (PRESUFD.cpy).
      *----------------------------------------------------------------
       FD  PRESUPUESTO-PROYECTADO
           RECORD CONTAINS 18 CHARACTERS.
       01  REG-PROYECTADO.
           05 PPR-DEPTO            PIC 9(03).
           05 PPR-ANIO             PIC 9(04).
           05 PPR-IMPORTE          PIC 9(09)V99.

       FD  REPORTE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(100).

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPFS.
           COPY EMPRUTA.
           COPY DEPTFS.
           COPY DEPTRUTA.
           COPY PUESFS.
           COPY PUESRUTA.
           COPY PLZFS.
           COPY PLZRUTA.
           COPY PRRFS.
           COPY PRRRUTA.
           COPY SDIFS.
           COPY SDIRUTA.
           COPY TIMFS.
           COPY TIMRUTA.
           COPY PRTFS.
           COPY PRTRUTA.
           COPY TCFS.
           COPY TCRUTA.

       01  WS-RUTA-PLANTA-ESTADO   PIC X(80).
       01  WS-RUTA-TASAS-ISN       PIC X(80).
       01  WS-RUTA-AUMENTOS        PIC X(80).
       01  WS-RUTA-PROYECTADO      PIC X(80).
       01  WS-RUTA-REPORTE         PIC X(80).

       01  WS-FS-PLANTA-ESTADO     PIC X(02)    VALUE "00".
           88 FS-PLANTA-ESTADO-OK          VALUE "00".
           88 FS-PLANTA-ESTADO-EOF         VALUE "10".
       01  WS-FS-TASAS-ISN         PIC X(02)    VALUE "00".
           88 FS-TASAS-ISN-OK              VALUE "00".
           88 FS-TASAS-ISN-EOF             VALUE "10".
       01  WS-FS-AUMENTOS          PIC X(02)    VALUE "00".
           88 FS-AUMENTOS-OK               VALUE "00".
           88 FS-AUMENTOS-EOF              VALUE "10".
       01  WS-FS-PROYECTADO        PIC X(02)    VALUE "00".
           88 FS-PROYECTADO-OK             VALUE "00".

       01  SW-FIN                  PIC X(03)     VALUE SPACES.
       01  SW-HAY-PUESTOS          PIC X(01)     VALUE "N".
           88 HAY-PUESTOS                 VALUE "S".
       01  SW-HAY-SDI              PIC X(01)     VALUE "N".
           88 HAY-SDI                     VALUE "S".
       01  SW-REPARTO-VACANTE      PIC X(01)     VALUE "N".
           88 REPARTO-VACANTE             VALUE "S".

      *----------------------------------------------------------------
      * PARAMETROS DE LA PROYECCION.
      *----------------------------------------------------------------
       01  WS-EJERCICIO            PIC 9(04).
       01  WS-PCT-GENERAL          PIC 9(02)V99.
       01  WS-MES-AUMENTO          PIC 9(02).
       01  WS-FECHA-CORTE          PIC 9(08).
       01  WS-DIAS-AGUINALDO       PIC 9(02)     VALUE 15.

       01  WS-AUMENTO-DEPTO.
           05 WS-AUMD-REN OCCURS 999 TIMES.
              10 WS-AUMD-TIENE     PIC X(01).
              10 WS-AUMD-PCT       PIC 9(02)V99.
       01  WS-AUMENTO-PUESTO.
           05 WS-AUMP-REN OCCURS 99 TIMES.
              10 WS-AUMP-TIENE     PIC X(01).
              10 WS-AUMP-PCT       PIC 9(02)V99.

      *----------------------------------------------------------------
      * PLAZAS AUTORIZADAS POR DEPARTAMENTO Y PUESTO (LA VIGENTE: EL
      * ULTIMO ANIO QUE NO PASE DEL EJERCICIO) Y CUANTAS OCUPAN HOY
      * LOS EMPLEADOS VIGENTES.
      *----------------------------------------------------------------
       01  WS-TABLA-PLAZAS.
           05 WS-PZA-REN OCCURS 999 TIMES.
              10 WS-PZA-DEPTO      PIC 9(03).
              10 WS-PZA-PUESTO     PIC 9(02).
              10 WS-PZA-AUTORIZADAS PIC 9(04).
              10 WS-PZA-OCUPADAS   PIC 9(05).
       01  WS-PZA-RENGLONES        PIC 9(04)     VALUE ZEROS.
       01  WS-PZA-IDX              PIC 9(04).
       01  WS-PZA-ENCONTRADA       PIC 9(04).
       01  WS-VACANTES             PIC 9(05).
       01  WS-PUNTO-MEDIO          PIC 9(07)V99.

      *----------------------------------------------------------------
      * MAPEO Y TASAS DE ISN EN MEMORIA, COMO EN ISNREP.
      *----------------------------------------------------------------
       01  WS-ESTADO-DE-PLANTA.
           05 WS-EDP-REN OCCURS 99 TIMES.
              10 WS-EDP-ESTADO     PIC X(03).
       01  WS-TABLA-ESTADOS.
           05 WS-EST-REN OCCURS 35 TIMES.
              10 WS-EST-CLAVE      PIC X(03).
              10 WS-EST-VIGENCIA   PIC 9(08).
              10 WS-EST-TASA       PIC V9(04).
       01  WS-EST-RENGLONES        PIC 9(02)    VALUE ZEROS.
       01  WS-IDX                  PIC 9(04).
       01  WS-JDX                  PIC 9(02).

      *----------------------------------------------------------------
      * CIFRAS DEL EMPLEADO (O DE LA PLAZA VACANTE) EN TURNO.
      *----------------------------------------------------------------
       01  WS-ALTA-R.
           05 WS-ALTA-ANIO         PIC 9(04).
           05 WS-ALTA-MES          PIC 9(02).
           05 WS-ALTA-DIA          PIC 9(02).
       01  WS-MES-ANIVERSARIO      PIC 9(02).
       01  WS-PCT-EMP              PIC 9(02)V99.
       01  WS-SAL-ACTUAL           PIC 9(07)V99.
       01  WS-SAL-NUEVO            PIC 9(07)V99.
       01  WS-SAL-MES              PIC 9(07)V99.
       01  WS-SDI-VARIABLE         PIC 9(07)V99.
       01  WS-PAT-ACTUAL           PIC 9(07)V99.
       01  WS-PAT-NUEVO            PIC 9(07)V99.
       01  WS-PAT-MES              PIC 9(07)V99.
       01  WS-TASA-ISN-EMP         PIC V9(04).
       01  WS-MES-IDX              PIC 9(02).

       01  WS-TABLA-EMP-MES.
           05 WS-EMM-REN OCCURS 12 TIMES.
              10 WS-EMM-SUELDO     PIC 9(09)V99.
              10 WS-EMM-AGUINALDO  PIC 9(09)V99.
              10 WS-EMM-PRIMA      PIC 9(09)V99.
              10 WS-EMM-IMSS       PIC 9(09)V99.
              10 WS-EMM-ISN        PIC 9(09)V99.

      *----------------------------------------------------------------
      * A QUE DEPARTAMENTOS VA EL COSTO Y EN QUE PROPORCION: EL
      * PORCENTAJE DE BD-PRORRATEO.TXT ENTRE 100, O 1 AL DEPARTAMENTO
      * BASE; PARA LAS VACANTES EL FACTOR ES EL NUMERO DE PLAZAS.
      *----------------------------------------------------------------
       01  WS-TABLA-REPARTO.
           05 WS-REP-REN OCCURS 20 TIMES.
              10 WS-REP-DEPTO      PIC 9(03).
              10 WS-REP-FACTOR     PIC 9(04)V9(04).
       01  WS-REP-RENGLONES        PIC 9(02).
       01  WS-REP-IDX              PIC 9(02).
       01  WS-REP-DEP              PIC 9(03).

       01  WS-PARTE-SUELDO         PIC 9(09)V99.
       01  WS-PARTE-AGUINALDO      PIC 9(09)V99.
       01  WS-PARTE-PRIMA          PIC 9(09)V99.
       01  WS-PARTE-IMSS           PIC 9(09)V99.
       01  WS-PARTE-ISN            PIC 9(09)V99.
       01  WS-PARTE-MES            PIC 9(09)V99.
       01  WS-COSTO-EMP-MES        PIC 9(09)V99.

      *----------------------------------------------------------------
      * PROYECCION POR DEPARTAMENTO Y DE LA EMPRESA. LOS TRES GRUPOS
      * TIENEN LA MISMA FORMA PARA PODER PASAR CUALQUIERA AL BLOQUE
      * DE IMPRESION.
      *----------------------------------------------------------------
       01  WS-TABLA-DEPTOS.
           05 WS-DPT-REN OCCURS 999 TIMES.
              10 WS-DPT-EMPLEADOS  PIC 9(05).
              10 WS-DPT-VACANTES   PIC 9(05).
              10 WS-DPT-SUELDOS    PIC 9(11)V99.
              10 WS-DPT-AGUINALDO  PIC 9(11)V99.
              10 WS-DPT-PRIMA      PIC 9(11)V99.
              10 WS-DPT-IMSS       PIC 9(11)V99.
              10 WS-DPT-ISN        PIC 9(11)V99.
              10 WS-DPT-COSTO-VAC  PIC 9(11)V99.
              10 WS-DPT-TOTAL      PIC 9(11)V99.
              10 WS-DPT-MES        PIC 9(11)V99 OCCURS 12 TIMES.

       01  WS-TOTAL-EMPRESA.
           05 WS-TEM-EMPLEADOS     PIC 9(05).
           05 WS-TEM-VACANTES      PIC 9(05).
           05 WS-TEM-SUELDOS       PIC 9(11)V99.
           05 WS-TEM-AGUINALDO     PIC 9(11)V99.
           05 WS-TEM-PRIMA         PIC 9(11)V99.
           05 WS-TEM-IMSS          PIC 9(11)V99.
           05 WS-TEM-ISN           PIC 9(11)V99.
           05 WS-TEM-COSTO-VAC     PIC 9(11)V99.
           05 WS-TEM-TOTAL         PIC 9(11)V99.
           05 WS-TEM-MES           PIC 9(11)V99 OCCURS 12 TIMES.

       01  WS-BLOQUE.
           05 WS-BLQ-EMPLEADOS     PIC 9(05).
           05 WS-BLQ-VACANTES      PIC 9(05).
           05 WS-BLQ-SUELDOS       PIC 9(11)V99.
           05 WS-BLQ-AGUINALDO     PIC 9(11)V99.
           05 WS-BLQ-PRIMA         PIC 9(11)V99.
           05 WS-BLQ-IMSS          PIC 9(11)V99.
           05 WS-BLQ-ISN           PIC 9(11)V99.
           05 WS-BLQ-COSTO-VAC     PIC 9(11)V99.
           05 WS-BLQ-TOTAL         PIC 9(11)V99.
           05 WS-BLQ-MES           PIC 9(11)V99 OCCURS 12 TIMES.

       01  WS-DEP-IDX              PIC 9(04).
       01  WS-DEPTO-ED             PIC 9(03).
       01  WS-COL-IDX              PIC 9(01).

       01  WS-BASE-ISN-EMPLEADOS   PIC 9(11)V99  VALUE ZEROS.
       01  WS-ISN-EMPLEADOS        PIC 9(11)V99  VALUE ZEROS.
       01  WS-TASA-ISN-PROMEDIO    PIC V9(04)    VALUE ZEROS.
       01  WS-COSTO-SIN-DEPTO      PIC 9(11)V99  VALUE ZEROS.

       01  WS-CONT-EMPLEADOS       PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-SIN-TASA-ISN    PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-USD-SIN-TC      PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-SIN-BANDA       PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-SIN-CATALOGO    PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-CARGA           PIC 9(05)     VALUE ZEROS.

       01  WS-NOMBRES-MESES        PIC X(36)     VALUE
           "ENEFEBMARABRMAYJUNJULAGOSEPOCTNOVDIC".
       01  FILLER REDEFINES WS-NOMBRES-MESES.
           05 WS-NOMBRE-MES        PIC X(03) OCCURS 12 TIMES.

       01  WS-MARGEN.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(01)   VALUE "*".
           05 FILLER              PIC X(97)   VALUE ALL "-".
           05 FILLER              PIC X(01)   VALUE "*".

       01  WS-TITULO.
           05 FILLER              PIC X(22)   VALUE SPACES.
           05 FILLER              PIC X(50)   VALUE
              "PROYECCION DE PRESUPUESTO DE NOMINA DEL EJERCICIO ".
           05 WS-TIT-ANIO         PIC 9(04).
           05 FILLER              PIC X(24)   VALUE SPACES.

       01  WS-LIN-PARAMETROS.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(17)   VALUE
              "AUMENTO GENERAL: ".
           05 WS-PAR-PCT          PIC Z9.99.
           05 FILLER              PIC X(22)   VALUE
              " %  A PARTIR DEL MES: ".
           05 WS-PAR-MES          PIC 9(02).
           05 FILLER              PIC X(52)   VALUE SPACES.

       01  WS-LIN-ENCABEZADO.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-ENC-ETIQUETA     PIC X(06).
           05 WS-ENC-DEPTO        PIC X(03).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-ENC-NOMBRE       PIC X(15).
           05 FILLER              PIC X(13)   VALUE
              "  EMPLEADOS: ".
           05 WS-ENC-EMPLEADOS    PIC ZZZZ9.
           05 FILLER              PIC X(12)   VALUE
              "  VACANTES: ".
           05 WS-ENC-VACANTES     PIC ZZZZ9.
           05 FILLER              PIC X(18)   VALUE
              "  COSTO VACANTES: ".
           05 WS-ENC-COSTO-VAC    PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(07)   VALUE SPACES.

       01  WS-LIN-COMPONENTES.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-CMP-REN OCCURS 3 TIMES.
              10 WS-CMP-ETIQUETA  PIC X(14).
              10 WS-CMP-IMPORTE   PIC ZZZ,ZZZ,ZZ9.99.
              10 FILLER           PIC X(04).
           05 FILLER              PIC X(01)   VALUE SPACES.

       01  WS-LIN-MESES.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-LMS-REN OCCURS 4 TIMES.
              10 WS-LMS-NOMBRE    PIC X(03).
              10 FILLER           PIC X(01).
              10 WS-LMS-IMPORTE   PIC ZZZ,ZZZ,ZZ9.99.
              10 FILLER           PIC X(06).
           05 FILLER              PIC X(01)   VALUE SPACES.

       01  WS-LIN-CONTROL.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-CTL-NOMBRE       PIC X(40).
           05 WS-CTL-IMPORTE      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(44)   VALUE SPACES.

       01  WS-LIN-CONTEO.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-CNT-NOMBRE       PIC X(40).
           05 WS-CNT-VALOR        PIC ZZZZ9.
           05 FILLER              PIC X(53)   VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 016-OBTIENE-RUTAS-PROPIAS    THRU 016-FIN
           PERFORM 018-OBTIENE-RUTA-DEPARTAMENTOS THRU 018-FIN
           PERFORM 019-OBTIENE-RUTA-PUESTOS     THRU 019-FIN
           PERFORM 037-OBTIENE-RUTA-TASAS-IMSS  THRU 037-FIN
           PERFORM 051-OBTIENE-RUTA-TIPO-CAMBIO THRU 051-FIN
           PERFORM 075-OBTIENE-RUTA-SDI         THRU 075-FIN
           PERFORM 124-OBTIENE-RUTA-PRORRATEO   THRU 124-FIN
           PERFORM 145-OBTIENE-RUTA-PLAZAS      THRU 145-FIN
           PERFORM 165-OBTIENE-RUTA-PRIMA-RIESGO THRU 165-FIN
           PERFORM 017-SOLICITA-PARAMETROS      THRU 017-FIN
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           PERFORM 038-CARGA-TASAS-IMSS         THRU 038-FIN
           IF NOT TASAS-IMSS-CARGADAS
              DISPLAY "SIN TASAS VIGENTES EN BD-TASAS-IMSS.TXT: LA "
                      "PROYECCION NO INCLUYE LA CUOTA PATRONAL."
           END-IF
           PERFORM 166-CARGA-PRIMAS-RIESGO      THRU 166-FIN
           PERFORM 052-CARGA-TIPO-CAMBIO        THRU 052-FIN
           PERFORM 011-CARGA-AUMENTOS           THRU 011-FIN
           PERFORM 022-CARGA-ISN                THRU 022-FIN
           PERFORM 041-CARGA-PLAZAS             THRU 041-FIN
           MOVE ZEROS TO REG-ID-EMP
           START EMPLEADOS KEY IS GREATER THAN OR EQUAL REG-ID-EMP
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN
           END-START
           PERFORM 061-LEE-EMPLEADO             THRU 061-FIN
           PERFORM 062-PROYECTA-EMPLEADO        THRU 062-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           IF WS-BASE-ISN-EMPLEADOS IS GREATER THAN ZEROS
              COMPUTE WS-TASA-ISN-PROMEDIO ROUNDED =
                      WS-ISN-EMPLEADOS / WS-BASE-ISN-EMPLEADOS
           END-IF
           MOVE 1 TO WS-PZA-IDX
           PERFORM 071-PROYECTA-VACANTES        THRU 071-FIN
                   UNTIL WS-PZA-IDX IS GREATER THAN WS-PZA-RENGLONES
           MOVE WS-EJERCICIO   TO WS-TIT-ANIO
           MOVE WS-PCT-GENERAL TO WS-PAR-PCT
           MOVE WS-MES-AUMENTO TO WS-PAR-MES
           WRITE REG-REPORTE FROM WS-TITULO
           WRITE REG-REPORTE FROM WS-LIN-PARAMETROS
           WRITE REG-REPORTE FROM WS-MARGEN
           MOVE 1 TO WS-DEP-IDX
           PERFORM 080-IMPRIME-DEPTO            THRU 080-FIN
                   UNTIL WS-DEP-IDX IS GREATER THAN 999
           PERFORM 086-IMPRIME-TOTALES          THRU 086-FIN
           PERFORM 090-CIERRA-ARCHIVOS          THRU 090-FIN
           DISPLAY "EMPLEADOS PROYECTADOS: " WS-CONT-EMPLEADOS
           DISPLAY "DEPARTAMENTOS EN EL ARCHIVO DE CARGA: "
                   WS-CONT-CARGA
           DISPLAY "REPORTE: " WS-RUTA-REPORTE
           DISPLAY "ARCHIVO DE CARGA: " WS-RUTA-PROYECTADO
           GOBACK.

           COPY EMPRUTAP.
           COPY DEPTRUTAP.
           COPY PUESRUTAP.
           COPY TIMRUTAP.
           COPY TIMCARGP.
           COPY TIMCALCP.
           COPY TCRUTAP.
           COPY TCCARGP.
           COPY SDIRUTAP.
           COPY SDICALCP.
           COPY PRRRUTAP.
           COPY PLZRUTAP.
           COPY PRTRUTAP.
           COPY PRTCARGP.
           COPY PRTCALCP.

       016-OBTIENE-RUTAS-PROPIAS.
           STRING WS-DIR-DATOS             DELIMITED BY SPACE
                  "\BD-PLANTA-ESTADO.txt"  DELIMITED BY SIZE
                  INTO WS-RUTA-PLANTA-ESTADO
           END-STRING
           STRING WS-DIR-DATOS             DELIMITED BY SPACE
                  "\BD-TASAS-ISN.txt"      DELIMITED BY SIZE
                  INTO WS-RUTA-TASAS-ISN
           END-STRING
           STRING WS-DIR-DATOS             DELIMITED BY SPACE
                  "\AUMENTOS-PROYECCION.TXT" DELIMITED BY SIZE
                  INTO WS-RUTA-AUMENTOS
           END-STRING
           STRING WS-DIR-DATOS             DELIMITED BY SPACE
                  "\PRESUPUESTO-PROYECTADO.TXT" DELIMITED BY SIZE
                  INTO WS-RUTA-PROYECTADO
           END-STRING
           STRING WS-DIR-DATOS             DELIMITED BY SPACE
                  "\REPORTE-PROYECCION-PRESUPUESTO.TXT"
                                           DELIMITED BY SIZE
                  INTO WS-RUTA-REPORTE
           END-STRING.
       016-FIN. EXIT.

       017-SOLICITA-PARAMETROS.
           DISPLAY "EJERCICIO A PROYECTAR (AAAA): "
           ACCEPT WS-EJERCICIO
           IF WS-EJERCICIO IS LESS THAN 2000
              DISPLAY "EL EJERCICIO VA CON 4 DIGITOS."
              DISPLAY " "
              GO TO 017-SOLICITA-PARAMETROS
           END-IF
           DISPLAY "AUMENTO GENERAL ESPERADO (NN.NN): "
           ACCEPT WS-PCT-GENERAL
           DISPLAY "MES EN QUE ENTRA EL AUMENTO (MM): "
           ACCEPT WS-MES-AUMENTO
           IF WS-MES-AUMENTO IS LESS THAN 01 OR
              WS-MES-AUMENTO IS GREATER THAN 12
              DISPLAY "EL MES VA DE 01 A 12."
              DISPLAY " "
              GO TO 017-SOLICITA-PARAMETROS
           END-IF
           COMPUTE WS-FECHA-CORTE = WS-EJERCICIO * 10000 + 0101.
       017-FIN. EXIT.

      *----------------------------------------------------------------
      * SIN PUESTOS LAS VACANTES NO SE PUEDEN COSTEAR; SIN SDI NO HAY
      * PARTE VARIABLE; SIN PRORRATEO TODO VA AL DEPARTAMENTO BASE.
      *----------------------------------------------------------------
       020-ABRE-ARCHIVOS.
           OPEN INPUT EMPLEADOS
           OPEN INPUT DEPARTAMENTOS
           IF NOT FS-EMPLEADOS-OK OR NOT FS-DEPARTAMENTOS-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT PUESTOS
           IF FS-PUESTOS-OK
              MOVE "S" TO SW-HAY-PUESTOS
           END-IF
           OPEN INPUT ARCHIVO-SDI
           IF FS-SDI-OK
              MOVE "S" TO SW-HAY-SDI
           END-IF
           OPEN INPUT PRORRATEO
           IF FS-PRORRATEO-OK
              MOVE "S" TO SW-HAY-PRORRATEO
           END-IF
           OPEN OUTPUT PRESUPUESTO-PROYECTADO
           OPEN OUTPUT REPORTE
           INITIALIZE WS-AUMENTO-DEPTO
                      WS-AUMENTO-PUESTO
                      WS-TABLA-PLAZAS
                      WS-ESTADO-DE-PLANTA
                      WS-TABLA-ESTADOS
                      WS-TABLA-DEPTOS
                      WS-TOTAL-EMPRESA.
       020-FIN. EXIT.

      *----------------------------------------------------------------
      * AUMENTOS POR DEPARTAMENTO O PUESTO. SIN ARCHIVO, A TODOS LES
      * TOCA EL GENERAL.
      *----------------------------------------------------------------
       011-CARGA-AUMENTOS.
           OPEN INPUT AUMENTOS
           IF NOT FS-AUMENTOS-OK
              GO TO 011-FIN
           END-IF
           PERFORM 012-LEE-AUMENTO THRU 012-FIN
           PERFORM 013-ACOMODA-AUMENTO THRU 013-FIN
                   UNTIL FS-AUMENTOS-EOF
           CLOSE AUMENTOS.
       011-FIN. EXIT.

       012-LEE-AUMENTO.
           READ AUMENTOS
                AT END
                   MOVE "10" TO WS-FS-AUMENTOS
           END-READ.
       012-FIN. EXIT.

       013-ACOMODA-AUMENTO.
           IF AUM-CLAVE IS GREATER THAN ZEROS
              EVALUATE TRUE
              WHEN AUM-POR-DEPTO
                 MOVE "S"            TO WS-AUMD-TIENE (AUM-CLAVE)
                 MOVE AUM-PORCENTAJE TO WS-AUMD-PCT   (AUM-CLAVE)
              WHEN AUM-POR-PUESTO AND AUM-CLAVE IS LESS THAN 100
                 MOVE "S"            TO WS-AUMP-TIENE (AUM-CLAVE)
                 MOVE AUM-PORCENTAJE TO WS-AUMP-PCT   (AUM-CLAVE)
              WHEN OTHER
                 DISPLAY "RENGLON DE AUMENTOS IGNORADO: " REG-AUMENTOS
              END-EVALUATE
           END-IF
           PERFORM 012-LEE-AUMENTO THRU 012-FIN.
       013-FIN. EXIT.

      *----------------------------------------------------------------
      * MAPEO PLANTA->ESTADO Y TASA DE CADA ESTADO VIGENTE AL PRIMERO
      * DE ENERO DEL EJERCICIO, CON LA REGLA DE ISNREP. SIN ALGUNO DE
      * LOS DOS ARCHIVOS LA PROYECCION SALE SIN ISN Y SE AVISA.
      *----------------------------------------------------------------
       022-CARGA-ISN.
           OPEN INPUT PLANTA-ESTADO
           IF NOT FS-PLANTA-ESTADO-OK
              DISPLAY "SIN BD-PLANTA-ESTADO.TXT: LA PROYECCION NO "
                      "INCLUYE EL ISN."
              GO TO 022-FIN
           END-IF
           PERFORM 023-LEE-MAPEO THRU 023-FIN
           PERFORM 024-ACOMODA-MAPEO THRU 024-FIN
                   UNTIL FS-PLANTA-ESTADO-EOF
           CLOSE PLANTA-ESTADO
           OPEN INPUT TASAS-ISN
           IF NOT FS-TASAS-ISN-OK
              DISPLAY "SIN BD-TASAS-ISN.TXT: LA PROYECCION NO "
                      "INCLUYE EL ISN."
              GO TO 022-FIN
           END-IF
           PERFORM 025-LEE-TASA THRU 025-FIN
           PERFORM 026-ACOMODA-TASA THRU 026-FIN
                   UNTIL FS-TASAS-ISN-EOF
           CLOSE TASAS-ISN.
       022-FIN. EXIT.

       023-LEE-MAPEO.
           READ PLANTA-ESTADO
                AT END
                   MOVE "10" TO WS-FS-PLANTA-ESTADO
           END-READ.
       023-FIN. EXIT.

       024-ACOMODA-MAPEO.
           IF PE-PLANTA IS GREATER THAN ZEROS
              MOVE PE-ESTADO TO WS-EDP-ESTADO (PE-PLANTA)
              PERFORM 031-BUSCA-ESTADO THRU 031-FIN
              IF WS-JDX EQUAL ZEROS AND
                 WS-EST-RENGLONES IS LESS THAN 35
                 ADD 1 TO WS-EST-RENGLONES
                 MOVE PE-ESTADO TO WS-EST-CLAVE (WS-EST-RENGLONES)
              END-IF
           END-IF
           PERFORM 023-LEE-MAPEO THRU 023-FIN.
       024-FIN. EXIT.

       025-LEE-TASA.
           READ TASAS-ISN
                AT END
                   MOVE "10" TO WS-FS-TASAS-ISN
           END-READ.
       025-FIN. EXIT.

       026-ACOMODA-TASA.
           MOVE ISN-ESTADO TO PE-ESTADO
           PERFORM 031-BUSCA-ESTADO THRU 031-FIN
           IF WS-JDX IS GREATER THAN ZEROS AND
              ISN-FECHA-VIGENCIA IS LESS THAN OR EQUAL
                                                WS-FECHA-CORTE AND
              ISN-FECHA-VIGENCIA IS GREATER THAN
                                         WS-EST-VIGENCIA (WS-JDX)
              MOVE ISN-FECHA-VIGENCIA TO WS-EST-VIGENCIA (WS-JDX)
              MOVE ISN-TASA           TO WS-EST-TASA     (WS-JDX)
           END-IF
           PERFORM 025-LEE-TASA THRU 025-FIN.
       026-FIN. EXIT.

      *----------------------------------------------------------------
      * DEJA EN WS-JDX EL RENGLON DEL ESTADO PE-ESTADO EN LA TABLA DE
      * ESTADOS, O CEROS SI NO ESTA.
      *----------------------------------------------------------------
       031-BUSCA-ESTADO.
           MOVE ZEROS TO WS-JDX
           MOVE 1     TO WS-IDX
           PERFORM 032-COMPARA-ESTADO THRU 032-FIN
                   UNTIL WS-IDX IS GREATER THAN WS-EST-RENGLONES
                      OR WS-JDX IS GREATER THAN ZEROS.
       031-FIN. EXIT.

       032-COMPARA-ESTADO.
           IF WS-EST-CLAVE (WS-IDX) EQUAL PE-ESTADO
              MOVE WS-IDX TO WS-JDX
           END-IF
           ADD 1 TO WS-IDX.
       032-FIN. EXIT.

      *----------------------------------------------------------------
      * BD-PLAZAS.TXT VIENE EN ORDEN DEPARTAMENTO/PUESTO/ANIO: DE CADA
      * PAREJA QUEDA EL ULTIMO ANIO QUE NO PASE DEL EJERCICIO, LA
      * MISMA REGLA DE VIGENCIA QUE PLZVALP.
      *----------------------------------------------------------------
       041-CARGA-PLAZAS.
           OPEN INPUT PLAZAS
           IF NOT FS-PLAZAS-OK
              DISPLAY "SIN BD-PLAZAS.TXT: NO SE PROYECTAN VACANTES."
              GO TO 041-FIN
           END-IF
           MOVE "S" TO SW-HAY-PLAZAS
           MOVE SPACES TO SW-FIN-PLZ
           PERFORM 044-LEE-PLAZA THRU 044-FIN
           PERFORM 045-ACOMODA-PLAZA THRU 045-FIN
                   UNTIL SW-FIN-PLZ EQUAL "FIN"
           CLOSE PLAZAS.
       041-FIN. EXIT.

       044-LEE-PLAZA.
           READ PLAZAS NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN-PLZ
           END-READ.
       044-FIN. EXIT.

       045-ACOMODA-PLAZA.
           IF PLZ-ANIO IS GREATER THAN WS-EJERCICIO OR
              PLZ-DEPTO EQUAL ZEROS
              GO TO 045-SIGUE
           END-IF
           IF WS-PZA-RENGLONES IS GREATER THAN ZEROS
              IF WS-PZA-DEPTO  (WS-PZA-RENGLONES) EQUAL PLZ-DEPTO AND
                 WS-PZA-PUESTO (WS-PZA-RENGLONES) EQUAL PLZ-PUESTO
                 MOVE PLZ-AUTORIZADAS
                   TO WS-PZA-AUTORIZADAS (WS-PZA-RENGLONES)
                 GO TO 045-SIGUE
              END-IF
           END-IF
           IF WS-PZA-RENGLONES IS LESS THAN 999
              ADD 1 TO WS-PZA-RENGLONES
              MOVE PLZ-DEPTO  TO WS-PZA-DEPTO  (WS-PZA-RENGLONES)
              MOVE PLZ-PUESTO TO WS-PZA-PUESTO (WS-PZA-RENGLONES)
              MOVE PLZ-AUTORIZADAS
                TO WS-PZA-AUTORIZADAS (WS-PZA-RENGLONES)
           END-IF.
       045-SIGUE.
           PERFORM 044-LEE-PLAZA THRU 044-FIN.
       045-FIN. EXIT.

      *----------------------------------------------------------------
      * DEJA EN WS-PZA-ENCONTRADA EL RENGLON DE LA PAREJA
      * WS-DEPARTAMENTO/WS-PUESTO, O CEROS SI NO TIENE PLAZAS.
      *----------------------------------------------------------------
       046-BUSCA-PLAZA.
           MOVE ZEROS TO WS-PZA-ENCONTRADA
           MOVE 1     TO WS-PZA-IDX
           PERFORM 047-COMPARA-PLAZA THRU 047-FIN
                   UNTIL WS-PZA-IDX IS GREATER THAN WS-PZA-RENGLONES
                      OR WS-PZA-ENCONTRADA IS GREATER THAN ZEROS.
       046-FIN. EXIT.

       047-COMPARA-PLAZA.
           IF WS-PZA-DEPTO  (WS-PZA-IDX) EQUAL WS-DEPARTAMENTO AND
              WS-PZA-PUESTO (WS-PZA-IDX) EQUAL WS-PUESTO
              MOVE WS-PZA-IDX TO WS-PZA-ENCONTRADA
           END-IF
           ADD 1 TO WS-PZA-IDX.
       047-FIN. EXIT.

       061-LEE-EMPLEADO.
           READ EMPLEADOS NEXT RECORD INTO WS-DATOS-EMPLEADO
                AT END
                   MOVE "FIN" TO SW-FIN
           END-READ.
       061-FIN. EXIT.

      *----------------------------------------------------------------
      * UN EMPLEADO VIGENTE: OCUPA SU PLAZA, SE LE FIJA EL AUMENTO,
      * EL SDI DEL EJERCICIO (DIAS DE VACACIONES DEL ANIVERSARIO QUE
      * CUMPLE EN EL EJERCICIO MAS LA PARTE VARIABLE QUE TENGA HOY),
      * LA CUOTA PATRONAL ANTES Y DESPUES DEL AUMENTO Y LA TASA DE
      * ISN DE SU PLANTA; DESPUES SE PROYECTAN LOS 12 MESES Y SE
      * REPARTEN ENTRE SUS DEPARTAMENTOS.
      *----------------------------------------------------------------
       062-PROYECTA-EMPLEADO.
           IF EMP-INACTIVO OR WS-SALARIO EQUAL ZEROS
              GO TO 062-SIGUE
           END-IF
           ADD 1 TO WS-CONT-EMPLEADOS
           IF WS-DEPARTAMENTO IS GREATER THAN ZEROS
              ADD 1 TO WS-DPT-EMPLEADOS (WS-DEPARTAMENTO)
                       WS-TEM-EMPLEADOS
           END-IF
           PERFORM 046-BUSCA-PLAZA THRU 046-FIN
           IF WS-PZA-ENCONTRADA IS GREATER THAN ZEROS
              ADD 1 TO WS-PZA-OCUPADAS (WS-PZA-ENCONTRADA)
           END-IF
           PERFORM 063-PORCENTAJE-AUMENTO THRU 063-FIN
           MOVE WS-SALARIO TO WS-SAL-ACTUAL
           IF WS-MONEDA EQUAL "USD"
              IF TIPO-CAMBIO-CARGADO
                 COMPUTE WS-SAL-ACTUAL ROUNDED =
                         WS-SALARIO * WS-TIPO-CAMBIO-DIA
              ELSE
                 ADD 1 TO WS-CONT-USD-SIN-TC
              END-IF
           END-IF
           COMPUTE WS-SAL-NUEVO ROUNDED =
                   WS-SAL-ACTUAL * (100 + WS-PCT-EMP) / 100
           MOVE WS-FECHA-ALTA TO WS-ALTA-R
           IF WS-ALTA-ANIO EQUAL ZEROS OR
              WS-ALTA-ANIO IS NOT LESS THAN WS-EJERCICIO
              MOVE 1 TO WS-SDI-ANIOS
           ELSE
              COMPUTE WS-SDI-ANIOS = WS-EJERCICIO - WS-ALTA-ANIO
           END-IF
           PERFORM 077-ESCALERA-VAC-SDI THRU 077-FIN
           MOVE WS-ALTA-MES TO WS-MES-ANIVERSARIO
           MOVE ZEROS TO WS-SDI-VARIABLE
           IF HAY-SDI
              MOVE WS-ID-EMP TO SDI-ID-EMP
              READ ARCHIVO-SDI
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE SDI-PARTE-VARIABLE TO WS-SDI-VARIABLE
              END-READ
           END-IF
           MOVE WS-PLANTA TO WS-PRT-PLANTA
           PERFORM 064-CUOTA-PATRONAL THRU 064-FIN
           MOVE ZEROS TO WS-TASA-ISN-EMP
           IF WS-PLANTA IS GREATER THAN ZEROS
              MOVE WS-EDP-ESTADO (WS-PLANTA) TO PE-ESTADO
              PERFORM 031-BUSCA-ESTADO THRU 031-FIN
              IF WS-JDX IS GREATER THAN ZEROS
                 MOVE WS-EST-TASA (WS-JDX) TO WS-TASA-ISN-EMP
              END-IF
           END-IF
           IF WS-TASA-ISN-EMP EQUAL ZEROS
              ADD 1 TO WS-CONT-SIN-TASA-ISN
           END-IF
           MOVE "N" TO SW-REPARTO-VACANTE
           MOVE 1 TO WS-MES-IDX
           PERFORM 065-PROYECTA-MES THRU 065-FIN
                   UNTIL WS-MES-IDX IS GREATER THAN 12
           PERFORM 066-ARMA-REPARTO THRU 066-FIN
           IF WS-REP-RENGLONES EQUAL ZEROS
              MOVE 1 TO WS-MES-IDX
              PERFORM 070-SUMA-SIN-DEPTO THRU 070-FIN
                      UNTIL WS-MES-IDX IS GREATER THAN 12
              GO TO 062-SIGUE
           END-IF
           MOVE 1 TO WS-REP-IDX
           PERFORM 068-REPARTE-RENGLON THRU 068-FIN
                   UNTIL WS-REP-IDX IS GREATER THAN WS-REP-RENGLONES.
       062-SIGUE.
           PERFORM 061-LEE-EMPLEADO THRU 061-FIN.
       062-FIN. EXIT.

      *----------------------------------------------------------------
      * EL AUMENTO DEL PUESTO GANA AL DEL DEPARTAMENTO Y ESTE AL
      * GENERAL.
      *----------------------------------------------------------------
       063-PORCENTAJE-AUMENTO.
           MOVE WS-PCT-GENERAL TO WS-PCT-EMP
           IF WS-DEPARTAMENTO IS GREATER THAN ZEROS
              IF WS-AUMD-TIENE (WS-DEPARTAMENTO) EQUAL "S"
                 MOVE WS-AUMD-PCT (WS-DEPARTAMENTO) TO WS-PCT-EMP
              END-IF
           END-IF
           IF WS-PUESTO IS GREATER THAN ZEROS
              IF WS-AUMP-TIENE (WS-PUESTO) EQUAL "S"
                 MOVE WS-AUMP-PCT (WS-PUESTO) TO WS-PCT-EMP
              END-IF
           END-IF.
       063-FIN. EXIT.

      *----------------------------------------------------------------
      * CUOTA PATRONAL QUINCENAL CON EL SUELDO ACTUAL Y CON EL NUEVO.
      * EL SDI SE INTEGRA COMO EN SDICALCP CON LOS DIAS DE VACACIONES
      * YA FIJADOS EN WS-SDI-DIAS-VAC, Y LA BASE ES LA QUINCENA (15
      * DIAS) PORQUE LOS TOPES DE BD-TASAS-IMSS.TXT SON QUINCENALES.
      * LA PRIMA DE RIESGO ES LA DE WS-PRT-PLANTA.
      *----------------------------------------------------------------
       064-CUOTA-PATRONAL.
           COMPUTE WS-SDI-FACTOR ROUNDED =
                   (365 + WS-DIAS-AGUINALDO +
                   (WS-SDI-DIAS-VAC * .25)) / 365
           PERFORM 170-APLICA-PRIMA-RIESGO THRU 170-FIN
           COMPUTE WS-IMSS-BASE ROUNDED =
                   (WS-SAL-ACTUAL / 15 * WS-SDI-FACTOR +
                    WS-SDI-VARIABLE) * 15
           PERFORM 115-CALCULA-IMSS THRU 115-FIN
           MOVE WS-IMSS-PATRON TO WS-PAT-ACTUAL
           COMPUTE WS-IMSS-BASE ROUNDED =
                   (WS-SAL-NUEVO / 15 * WS-SDI-FACTOR +
                    WS-SDI-VARIABLE) * 15
           PERFORM 115-CALCULA-IMSS THRU 115-FIN
           MOVE WS-IMSS-PATRON TO WS-PAT-NUEVO.
       064-FIN. EXIT.

      *----------------------------------------------------------------
      * UN MES: DOS QUINCENAS DE SUELDO Y DE CUOTA PATRONAL (LAS DEL
      * SUELDO NUEVO DESDE EL MES DEL AUMENTO), EL AGUINALDO EN
      * DICIEMBRE, LA PRIMA VACACIONAL (25 POR CIENTO DE LOS DIAS DE
      * VACACIONES) EN EL MES DE ANIVERSARIO Y EL ISN SOBRE TODO LO
      * PAGADO EN EL MES, QUE ES LA BASE QUE DECLARA ISNREP.
      *----------------------------------------------------------------
       065-PROYECTA-MES.
           IF WS-MES-IDX IS LESS THAN WS-MES-AUMENTO
              MOVE WS-SAL-ACTUAL TO WS-SAL-MES
              MOVE WS-PAT-ACTUAL TO WS-PAT-MES
           ELSE
              MOVE WS-SAL-NUEVO  TO WS-SAL-MES
              MOVE WS-PAT-NUEVO  TO WS-PAT-MES
           END-IF
           COMPUTE WS-EMM-SUELDO (WS-MES-IDX) = WS-SAL-MES * 2
           COMPUTE WS-EMM-IMSS   (WS-MES-IDX) = WS-PAT-MES * 2
           MOVE ZEROS TO WS-EMM-AGUINALDO (WS-MES-IDX)
                         WS-EMM-PRIMA     (WS-MES-IDX)
           IF WS-MES-IDX EQUAL 12
              COMPUTE WS-EMM-AGUINALDO (WS-MES-IDX) ROUNDED =
                      WS-SAL-MES / 15 * WS-DIAS-AGUINALDO
           END-IF
           IF WS-MES-IDX EQUAL WS-MES-ANIVERSARIO
              COMPUTE WS-EMM-PRIMA (WS-MES-IDX) ROUNDED =
                      WS-SAL-MES / 15 * WS-SDI-DIAS-VAC * .25
           END-IF
           COMPUTE WS-EMM-ISN (WS-MES-IDX) ROUNDED =
                   (WS-EMM-SUELDO    (WS-MES-IDX) +
                    WS-EMM-AGUINALDO (WS-MES-IDX) +
                    WS-EMM-PRIMA     (WS-MES-IDX)) * WS-TASA-ISN-EMP
           IF NOT REPARTO-VACANTE
              COMPUTE WS-BASE-ISN-EMPLEADOS =
                      WS-BASE-ISN-EMPLEADOS +
                      WS-EMM-SUELDO    (WS-MES-IDX) +
                      WS-EMM-AGUINALDO (WS-MES-IDX) +
                      WS-EMM-PRIMA     (WS-MES-IDX)
              ADD WS-EMM-ISN (WS-MES-IDX) TO WS-ISN-EMPLEADOS
           END-IF
           ADD 1 TO WS-MES-IDX.
       065-FIN. EXIT.

      *----------------------------------------------------------------
      * LOS RENGLONES DE BD-PRORRATEO.TXT DEL EMPLEADO, O EL 100 AL
      * DEPARTAMENTO BASE; SIN NINGUNO EL COSTO QUEDA SIN DEPARTAMENTO.
      *----------------------------------------------------------------
       066-ARMA-REPARTO.
           MOVE ZEROS TO WS-REP-RENGLONES
           IF NOT HAY-PRORRATEO
              GO TO 066-BASE
           END-IF
           MOVE WS-ID-EMP TO PRR-ID-EMP
           MOVE ZEROS     TO PRR-CONSEC
           START PRORRATEO KEY IS GREATER THAN OR EQUAL PRR-LLAVE
                 INVALID KEY
                    GO TO 066-BASE
           END-START
           MOVE "N" TO SW-PRR-FIN
           PERFORM 067-LEE-PRORRATEO THRU 067-FIN
                   UNTIL PRR-FIN-LECTURA.
       066-BASE.
           IF WS-REP-RENGLONES EQUAL ZEROS AND
              WS-DEPARTAMENTO IS GREATER THAN ZEROS
              MOVE 1               TO WS-REP-RENGLONES
              MOVE WS-DEPARTAMENTO TO WS-REP-DEPTO  (1)
              MOVE 1               TO WS-REP-FACTOR (1)
           END-IF.
       066-FIN. EXIT.

       067-LEE-PRORRATEO.
           READ PRORRATEO NEXT RECORD
                AT END
                   MOVE "S" TO SW-PRR-FIN
                   GO TO 067-FIN
           END-READ
           IF PRR-ID-EMP NOT EQUAL WS-ID-EMP
              MOVE "S" TO SW-PRR-FIN
              GO TO 067-FIN
           END-IF
           IF PRR-DEPARTAMENTO IS GREATER THAN ZEROS AND
              WS-REP-RENGLONES IS LESS THAN 20
              ADD 1 TO WS-REP-RENGLONES
              MOVE PRR-DEPARTAMENTO TO WS-REP-DEPTO (WS-REP-RENGLONES)
              COMPUTE WS-REP-FACTOR (WS-REP-RENGLONES) =
                      PRR-PORCENTAJE / 100
           END-IF.
       067-FIN. EXIT.

       068-REPARTE-RENGLON.
           MOVE WS-REP-DEPTO (WS-REP-IDX) TO WS-REP-DEP
           MOVE 1 TO WS-MES-IDX
           PERFORM 069-ACUMULA-MES THRU 069-FIN
                   UNTIL WS-MES-IDX IS GREATER THAN 12
           ADD 1 TO WS-REP-IDX.
       068-FIN. EXIT.

       069-ACUMULA-MES.
           COMPUTE WS-PARTE-SUELDO ROUNDED =
                   WS-EMM-SUELDO (WS-MES-IDX) *
                   WS-REP-FACTOR (WS-REP-IDX)
           COMPUTE WS-PARTE-AGUINALDO ROUNDED =
                   WS-EMM-AGUINALDO (WS-MES-IDX) *
                   WS-REP-FACTOR (WS-REP-IDX)
           COMPUTE WS-PARTE-PRIMA ROUNDED =
                   WS-EMM-PRIMA (WS-MES-IDX) *
                   WS-REP-FACTOR (WS-REP-IDX)
           COMPUTE WS-PARTE-IMSS ROUNDED =
                   WS-EMM-IMSS (WS-MES-IDX) *
                   WS-REP-FACTOR (WS-REP-IDX)
           COMPUTE WS-PARTE-ISN ROUNDED =
                   WS-EMM-ISN (WS-MES-IDX) *
                   WS-REP-FACTOR (WS-REP-IDX)
           COMPUTE WS-PARTE-MES = WS-PARTE-SUELDO + WS-PARTE-AGUINALDO +
                   WS-PARTE-PRIMA + WS-PARTE-IMSS + WS-PARTE-ISN
           ADD WS-PARTE-SUELDO    TO WS-DPT-SUELDOS   (WS-REP-DEP)
                                     WS-TEM-SUELDOS
           ADD WS-PARTE-AGUINALDO TO WS-DPT-AGUINALDO (WS-REP-DEP)
                                     WS-TEM-AGUINALDO
           ADD WS-PARTE-PRIMA     TO WS-DPT-PRIMA     (WS-REP-DEP)
                                     WS-TEM-PRIMA
           ADD WS-PARTE-IMSS      TO WS-DPT-IMSS      (WS-REP-DEP)
                                     WS-TEM-IMSS
           ADD WS-PARTE-ISN       TO WS-DPT-ISN       (WS-REP-DEP)
                                     WS-TEM-ISN
           ADD WS-PARTE-MES TO WS-DPT-MES   (WS-REP-DEP, WS-MES-IDX)
                               WS-DPT-TOTAL (WS-REP-DEP)
                               WS-TEM-MES   (WS-MES-IDX)
                               WS-TEM-TOTAL
           IF REPARTO-VACANTE
              ADD WS-PARTE-MES TO WS-DPT-COSTO-VAC (WS-REP-DEP)
                                  WS-TEM-COSTO-VAC
           END-IF
           ADD 1 TO WS-MES-IDX.
       069-FIN. EXIT.

       070-SUMA-SIN-DEPTO.
           COMPUTE WS-COSTO-EMP-MES =
                   WS-EMM-SUELDO    (WS-MES-IDX) +
                   WS-EMM-AGUINALDO (WS-MES-IDX) +
                   WS-EMM-PRIMA     (WS-MES-IDX) +
                   WS-EMM-IMSS      (WS-MES-IDX) +
                   WS-EMM-ISN       (WS-MES-IDX)
           ADD WS-COSTO-EMP-MES TO WS-COSTO-SIN-DEPTO
           ADD 1 TO WS-MES-IDX.
       070-FIN. EXIT.

      *----------------------------------------------------------------
      * PLAZAS AUTORIZADAS NO OCUPADAS: SE SUPONEN CUBIERTAS DESDE
      * ENERO AL PUNTO MEDIO DE LA BANDA DEL PUESTO, CON EL AUMENTO
      * QUE LES TOQUE, SDI DE PRIMER ANIO, PRIMA DE RIESGO GENERAL,
      * SIN PRIMA VACACIONAL (EL PRIMER ANIVERSARIO CAE EN EL
      * EJERCICIO SIGUIENTE) Y LA TASA DE ISN PROMEDIO DE LA PLANTILLA.
      * EL COSTO DE UNA PLAZA SE MULTIPLICA POR LAS VACANTES.
      *----------------------------------------------------------------
       071-PROYECTA-VACANTES.
           IF WS-PZA-AUTORIZADAS (WS-PZA-IDX) IS NOT GREATER THAN
              WS-PZA-OCUPADAS (WS-PZA-IDX)
              GO TO 071-SIGUE
           END-IF
           COMPUTE WS-VACANTES = WS-PZA-AUTORIZADAS (WS-PZA-IDX) -
                                 WS-PZA-OCUPADAS (WS-PZA-IDX)
           MOVE ZEROS TO WS-PUNTO-MEDIO
           IF HAY-PUESTOS
              MOVE WS-PZA-PUESTO (WS-PZA-IDX) TO REG-PUESTO-COD
              READ PUESTOS
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      COMPUTE WS-PUNTO-MEDIO ROUNDED =
                              (REG-PUESTO-SAL-MIN +
                               REG-PUESTO-SAL-MAX) / 2
              END-READ
           END-IF
           IF WS-PUNTO-MEDIO EQUAL ZEROS
              ADD 1 TO WS-CONT-SIN-BANDA
              GO TO 071-SIGUE
           END-IF
           MOVE WS-PZA-DEPTO  (WS-PZA-IDX) TO WS-DEPARTAMENTO
           MOVE WS-PZA-PUESTO (WS-PZA-IDX) TO WS-PUESTO
           PERFORM 063-PORCENTAJE-AUMENTO THRU 063-FIN
           MOVE WS-PUNTO-MEDIO TO WS-SAL-ACTUAL
           COMPUTE WS-SAL-NUEVO ROUNDED =
                   WS-SAL-ACTUAL * (100 + WS-PCT-EMP) / 100
           MOVE 1 TO WS-SDI-ANIOS
           PERFORM 077-ESCALERA-VAC-SDI THRU 077-FIN
           MOVE ZEROS TO WS-SDI-VARIABLE
                         WS-MES-ANIVERSARIO
                         WS-PRT-PLANTA
           PERFORM 064-CUOTA-PATRONAL THRU 064-FIN
           MOVE WS-TASA-ISN-PROMEDIO TO WS-TASA-ISN-EMP
           MOVE "S" TO SW-REPARTO-VACANTE
           MOVE 1 TO WS-MES-IDX
           PERFORM 065-PROYECTA-MES THRU 065-FIN
                   UNTIL WS-MES-IDX IS GREATER THAN 12
           MOVE 1                TO WS-REP-RENGLONES
           MOVE WS-DEPARTAMENTO  TO WS-REP-DEPTO  (1)
           MOVE WS-VACANTES      TO WS-REP-FACTOR (1)
           MOVE 1 TO WS-REP-IDX
           PERFORM 068-REPARTE-RENGLON THRU 068-FIN
           ADD WS-VACANTES TO WS-DPT-VACANTES (WS-DEPARTAMENTO)
                              WS-TEM-VACANTES.
       071-SIGUE.
           ADD 1 TO WS-PZA-IDX.
       071-FIN. EXIT.

      *----------------------------------------------------------------
      * UN BLOQUE POR DEPARTAMENTO CON PLANTILLA O COSTO, Y SU ANUAL
      * AL ARCHIVO DE CARGA. UN DEPARTAMENTO QUE YA NO ESTA EN EL
      * CATALOGO SE LISTA PERO NO SE MANDA A CARGAR.
      *----------------------------------------------------------------
       080-IMPRIME-DEPTO.
           IF WS-DPT-TOTAL (WS-DEP-IDX) EQUAL ZEROS AND
              WS-DPT-EMPLEADOS (WS-DEP-IDX) EQUAL ZEROS
              GO TO 080-SIGUE
           END-IF
           MOVE WS-DEP-IDX TO REG-DEPTO-COD
                              WS-DEPTO-ED
           MOVE "DEPTO "   TO WS-ENC-ETIQUETA
           MOVE WS-DEPTO-ED TO WS-ENC-DEPTO
           READ DEPARTAMENTOS
                INVALID KEY
                   MOVE "NO EXIST"       TO WS-ENC-NOMBRE
                   ADD 1 TO WS-CONT-SIN-CATALOGO
                NOT INVALID KEY
                   MOVE REG-DEPTO-NOMBRE TO WS-ENC-NOMBRE
                   MOVE WS-DEP-IDX       TO PPR-DEPTO
                   MOVE WS-EJERCICIO     TO PPR-ANIO
                   MOVE WS-DPT-TOTAL (WS-DEP-IDX) TO PPR-IMPORTE
                   WRITE REG-PROYECTADO
                   ADD 1 TO WS-CONT-CARGA
           END-READ
           MOVE WS-DPT-REN (WS-DEP-IDX) TO WS-BLOQUE
           PERFORM 082-IMPRIME-BLOQUE THRU 082-FIN.
       080-SIGUE.
           ADD 1 TO WS-DEP-IDX.
       080-FIN. EXIT.

       082-IMPRIME-BLOQUE.
           MOVE WS-BLQ-EMPLEADOS TO WS-ENC-EMPLEADOS
           MOVE WS-BLQ-VACANTES  TO WS-ENC-VACANTES
           MOVE WS-BLQ-COSTO-VAC TO WS-ENC-COSTO-VAC
           WRITE REG-REPORTE FROM WS-LIN-ENCABEZADO
           MOVE "SUELDOS"        TO WS-CMP-ETIQUETA (1)
           MOVE WS-BLQ-SUELDOS   TO WS-CMP-IMPORTE  (1)
           MOVE "AGUINALDO"      TO WS-CMP-ETIQUETA (2)
           MOVE WS-BLQ-AGUINALDO TO WS-CMP-IMPORTE  (2)
           MOVE "PRIMA VACAC."   TO WS-CMP-ETIQUETA (3)
           MOVE WS-BLQ-PRIMA     TO WS-CMP-IMPORTE  (3)
           WRITE REG-REPORTE FROM WS-LIN-COMPONENTES
           MOVE "IMSS PATRONAL"  TO WS-CMP-ETIQUETA (1)
           MOVE WS-BLQ-IMSS      TO WS-CMP-IMPORTE  (1)
           MOVE "ISN"            TO WS-CMP-ETIQUETA (2)
           MOVE WS-BLQ-ISN       TO WS-CMP-IMPORTE  (2)
           MOVE "TOTAL ANUAL"    TO WS-CMP-ETIQUETA (3)
           MOVE WS-BLQ-TOTAL     TO WS-CMP-IMPORTE  (3)
           WRITE REG-REPORTE FROM WS-LIN-COMPONENTES
           MOVE ZEROS TO WS-COL-IDX
           MOVE 1     TO WS-MES-IDX
           PERFORM 084-ARMA-MES THRU 084-FIN
                   UNTIL WS-MES-IDX IS GREATER THAN 12
           WRITE REG-REPORTE FROM WS-MARGEN.
       082-FIN. EXIT.

      *----------------------------------------------------------------
      * CUATRO MESES POR RENGLON.
      *----------------------------------------------------------------
       084-ARMA-MES.
           ADD 1 TO WS-COL-IDX
           MOVE WS-NOMBRE-MES (WS-MES-IDX) TO WS-LMS-NOMBRE (WS-COL-IDX)
           MOVE WS-BLQ-MES (WS-MES-IDX) TO WS-LMS-IMPORTE (WS-COL-IDX)
           IF WS-COL-IDX EQUAL 4
              WRITE REG-REPORTE FROM WS-LIN-MESES
              MOVE ZEROS TO WS-COL-IDX
           END-IF
           ADD 1 TO WS-MES-IDX.
       084-FIN. EXIT.

       086-IMPRIME-TOTALES.
           MOVE SPACES          TO WS-ENC-ETIQUETA
                                   WS-ENC-DEPTO
           MOVE "TOTAL EMPRESA" TO WS-ENC-NOMBRE
           MOVE WS-TOTAL-EMPRESA TO WS-BLOQUE
           PERFORM 082-IMPRIME-BLOQUE THRU 082-FIN
           MOVE "COSTO SIN DEPARTAMENTO (NO CARGADO)"
                                         TO WS-CTL-NOMBRE
           MOVE WS-COSTO-SIN-DEPTO      TO WS-CTL-IMPORTE
           WRITE REG-REPORTE FROM WS-LIN-CONTROL
           MOVE "EMPLEADOS PROYECTADOS"  TO WS-CNT-NOMBRE
           MOVE WS-CONT-EMPLEADOS        TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-LIN-CONTEO
           MOVE "EMPLEADOS SIN TASA DE ISN" TO WS-CNT-NOMBRE
           MOVE WS-CONT-SIN-TASA-ISN     TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-LIN-CONTEO
           MOVE "SUELDOS USD SIN TIPO DE CAMBIO" TO WS-CNT-NOMBRE
           MOVE WS-CONT-USD-SIN-TC       TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-LIN-CONTEO
           MOVE "PLAZAS VACANTES SIN BANDA DE SUELDO"
                                         TO WS-CNT-NOMBRE
           MOVE WS-CONT-SIN-BANDA        TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-LIN-CONTEO
           MOVE "DEPARTAMENTOS FUERA DE CATALOGO" TO WS-CNT-NOMBRE
           MOVE WS-CONT-SIN-CATALOGO     TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-LIN-CONTEO
           MOVE "DEPARTAMENTOS EN EL ARCHIVO DE CARGA"
                                         TO WS-CNT-NOMBRE
           MOVE WS-CONT-CARGA            TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-LIN-CONTEO.
       086-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 DEPARTAMENTOS
                 PRESUPUESTO-PROYECTADO
                 REPORTE
           IF HAY-PUESTOS
              CLOSE PUESTOS
           END-IF
           IF HAY-SDI
              CLOSE ARCHIVO-SDI
           END-IF
           IF HAY-PRORRATEO
              CLOSE PRORRATEO
           END-IF.
       090-FIN. EXIT.
