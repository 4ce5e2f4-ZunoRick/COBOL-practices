      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * VALESMES.cbl - CORRIDA MENSUAL DE VALES DE DESPENSA. PARA CADA
      *                EMPLEADO ACTIVO CON DERECHO (BD-VALES-DERECHO
      *                .TXT, MANTVALE: EL RENGLON DEL EMPLEADO MANDA
      *                SOBRE EL DE SU PUESTO) CALCULA EL IMPORTE DEL
      *                MES Y LO PARTE EN LA PORCION EXENTA Y LA
      *                GRAVADA: EL TOPE EXENTO DEL MES ES EL 40 POR
      *                CIENTO DE LA UMA DIARIA DE BD-UMA.TXT POR LOS
      *                DIAS DEL MES. DEJA TRES SALIDAS:
      *                - VALES-DESPENSA-AAAAMM.TXT, EL ARCHIVO DE
      *                  CARGA DEL PROVEEDOR DE TARJETAS, CON HEADER
      *                  "H" (FECHA Y MES) Y TRAILER "T" (CONTEO Y
      *                  SUMA DE IMPORTES EN CENTAVOS) COMO EL ARCHIVO
      *                  DEL BANCO DE BANCONOM,
      *                - BD-VALES-MES.TXT, EL HISTORIAL POR MES Y
      *                  EMPLEADO CON SU PARTE EXENTA Y GRAVADA,
      *                - EL EXCEDENTE GRAVADO COMO INCIDENCIAS DE LA
      *                  PRIMERA QUINCENA DEL MES SIGUIENTE (O DE LA
      *                  PRIMERA SEMANA, PARA LA NOMINA SEMANAL DE
      *                  PLANTA), PARA QUE NOMQUINC LO GRAVE:
      *                    14 EXCEDENTE DE VALES GRAVADO (PERCEPCION)
      *                    15 EXCEDENTE DE VALES YA ENTREGADO
      *                       (DEDUCCION DEL MISMO IMPORTE)
      *                  EL VALE YA SE ENTREGO EN LA TARJETA, ASI QUE
      *                  LA DEDUCCION DEJA EL NETO SIN CAMBIO Y SOLO
      *                  SUBE LA BASE DEL IMPUESTO. EL PERIODO DESTINO
      *                  TIENE QUE ESTAR EN EL CALENDARIO Y ABIERTO A
      *                  CAPTURA; SI NO, EL EXCEDENTE SE REPORTA Y SE
      *                  CAPTURA A MANO EN INCIDEMP.
      *                VOLVER A CORRER EL MES REEMPLAZA EL HISTORIAL Y
      *                LAS INCIDENCIAS QUE ESTE PROGRAMA HAYA GENERADO
      *                ANTES (OPERADOR "VALES"). EL LISTADO QUEDA EN
      *                REPORTE-VALES.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                VALESMES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY CALSEL.
           COPY INCSEL.
           COPY UMASEL.
           COPY VDESEL.
           COPY VDMSEL.
           SELECT INTERFAZ-VALES
           ASSIGN TO WS-RUTA-PROVEEDOR.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY CALFD.
           COPY INCFD.
           COPY UMAFD.
           COPY VDEFD.
           COPY VDMFD.

       FD  INTERFAZ-VALES
           RECORD CONTAINS 105 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-INTERFAZ-VALES     PIC X(105).

       FD  REPORTE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(100).

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPFS.
           COPY EMPRUTA.
           COPY CALFS.
           COPY CALRUTA.
           COPY INCFS.
           COPY INCRUTA.
           COPY UMAFS.
           COPY UMARUTA.
           COPY VDEFS.
           COPY VDERUTA.
           COPY VDMFS.
           COPY VDMRUTA.

       01  WS-RUTA-PROVEEDOR      PIC X(80).
       01  WS-RUTA-REPORTE        PIC X(80).

       01  WS-MES-VALES.
           05 WS-VAL-ANIO          PIC 9(04).
           05 WS-VAL-MES           PIC 9(02).
       01  WS-MES-VALES-9 REDEFINES WS-MES-VALES
                                   PIC 9(06).

      *----------------------------------------------------------------
      * PERIODOS DE NOMINA DONDE SE CARGA EL EXCEDENTE GRAVADO: LA
      * PRIMERA QUINCENA DEL MES SIGUIENTE Y SU PRIMERA SEMANA (CLAVE
      * SEMANAL DEL CALENDARIO, MES MAS 50).
      *----------------------------------------------------------------
       01  WS-PERIODO-QNA.
           05 WS-QNA-ANIO          PIC 9(04).
           05 WS-QNA-MES           PIC 9(02).
           05 WS-QNA-NUMERO        PIC 9(01)     VALUE 1.
       01  WS-PERIODO-QNA-9 REDEFINES WS-PERIODO-QNA
                                   PIC 9(07).
       01  WS-PERIODO-SEM.
           05 WS-SEM-ANIO          PIC 9(04).
           05 WS-SEM-MES           PIC 9(02).
           05 WS-SEM-NUMERO        PIC 9(01)     VALUE 1.
       01  WS-PERIODO-SEM-9 REDEFINES WS-PERIODO-SEM
                                   PIC 9(07).
       01  WS-PERIODO-DESTINO      PIC 9(07).

       01  SW-QNA-ABIERTA          PIC X(01)     VALUE "N".
           88 QNA-ABIERTA                 VALUE "S".
       01  SW-SEM-ABIERTA          PIC X(01)     VALUE "N".
           88 SEM-ABIERTA                 VALUE "S".
       01  SW-DESTINO-ABIERTO      PIC X(01).
           88 DESTINO-ABIERTO             VALUE "S".

       01  WS-TABLA-DIAS-MES.
           05 FILLER               PIC X(24)
               VALUE "312831303130313130313031".
       01  FILLER REDEFINES WS-TABLA-DIAS-MES.
           05 WS-DIAS-MES-TAB      PIC 9(02) OCCURS 12 TIMES.
       01  WS-DIAS-MES             PIC 9(02).
       01  WS-FIN-MES              PIC 9(08).
       01  WS-COCIENTE             PIC 9(04).
       01  WS-RESIDUO-4            PIC 9(04).
       01  WS-RESIDUO-100          PIC 9(04).
       01  WS-RESIDUO-400          PIC 9(04).

      *----------------------------------------------------------------
      * TOPE EXENTO DEL MES: 40 POR CIENTO DE LA UMA DIARIA POR LOS
      * DIAS DEL MES.
      *----------------------------------------------------------------
       01  WS-PCT-UMA-VALES        PIC V99       VALUE .40.
       01  WS-TOPE-EXENTO          PIC 9(07)V99.

       01  WS-FECHA-SISTEMA        PIC 9(08).
       01  WS-IMPORTE-VALE         PIC 9(07)V99.
       01  WS-PARTE-EXENTA         PIC 9(07)V99.
       01  WS-PARTE-GRAVADA        PIC 9(07)V99.
       01  WS-ORIGEN-DERECHO       PIC X(01).
       01  WS-CONCEPTO-PAGO        PIC 9(02).
       01  WS-TIPO-PAGO            PIC X(01).
       01  SW-CON-DERECHO          PIC X(01).
           88 CON-DERECHO                 VALUE "S".

       01  WS-CONT-VALES           PIC 9(07)     VALUE ZEROS.
       01  WS-CONT-CON-EXCEDENTE   PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-SIN-CARGAR      PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-BORRADOS        PIC 9(05)     VALUE ZEROS.
       01  WS-SUMA-CENTAVOS        PIC 9(13)     VALUE ZEROS.
       01  WS-TOT-IMPORTE          PIC 9(09)V99  VALUE ZEROS.
       01  WS-TOT-EXENTO           PIC 9(09)V99  VALUE ZEROS.
       01  WS-TOT-GRAVADO          PIC 9(09)V99  VALUE ZEROS.

       01  SW-FIN                  PIC X(03)     VALUE SPACES.
       01  SW-FIN-INC              PIC X(03)     VALUE SPACES.

       01  WS-REG-HEADER.
           05 FILLER               PIC X(01)     VALUE "H".
           05 WS-HDR-FECHA         PIC 9(08).
           05 WS-HDR-MES           PIC 9(06).
           05 FILLER               PIC X(90)     VALUE SPACES.

       01  WS-REG-DETALLE-VALES.
           05 FILLER               PIC X(01)     VALUE "D".
           05 WS-VAL-ID-EMP        PIC 9(04).
           05 WS-VAL-RFC           PIC X(13).
           05 WS-VAL-CURP          PIC X(18).
           05 WS-VAL-APE-PAT       PIC X(20).
           05 WS-VAL-APE-MAT       PIC X(20).
           05 WS-VAL-NOMBRE        PIC X(20).
           05 WS-VAL-IMPORTE       PIC 9(07)V99.

       01  WS-REG-TRAILER.
           05 FILLER               PIC X(01)     VALUE "T".
           05 WS-TRL-CUENTA        PIC 9(07).
           05 WS-TRL-SUMA          PIC 9(13).
           05 FILLER               PIC X(84)     VALUE SPACES.

       01  WS-MARGEN.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(01)   VALUE "*".
           05 FILLER              PIC X(97)   VALUE ALL "-".
           05 FILLER              PIC X(01)   VALUE "*".

       01  WS-TITULO.
           05 FILLER              PIC X(25)   VALUE SPACES.
           05 FILLER              PIC X(37)
               VALUE "VALES DE DESPENSA DEL MES (AAAAMM)   ".
           05 WS-TIT-MES          PIC 9(06).
           05 FILLER              PIC X(14)   VALUE "   TOPE EXENTO".
           05 WS-TIT-TOPE         PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(09)   VALUE SPACES.

       01  WS-COLUMNAS.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(02)   VALUE "ID".
           05 FILLER              PIC X(05)   VALUE SPACES.
           05 FILLER              PIC X(06)   VALUE "NOMBRE".
           05 FILLER              PIC X(16)   VALUE SPACES.
           05 FILLER              PIC X(06)   VALUE "ORIGEN".
           05 FILLER              PIC X(06)   VALUE SPACES.
           05 FILLER              PIC X(07)   VALUE "IMPORTE".
           05 FILLER              PIC X(07)   VALUE SPACES.
           05 FILLER              PIC X(06)   VALUE "EXENTO".
           05 FILLER              PIC X(06)   VALUE SPACES.
           05 FILLER              PIC X(07)   VALUE "GRAVADO".
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 FILLER              PIC X(13)   VALUE "CARGADO EN   ".
           05 FILLER              PIC X(08)   VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-ID           PIC ZZZZ9.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-DET-NOMBRE       PIC X(20).
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-DET-ORIGEN       PIC X(08).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-IMPORTE      PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-DET-EXENTO       PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-DET-GRAVADO      PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-DET-PERIODO      PIC X(10).
           05 FILLER              PIC X(09)   VALUE SPACES.

       01  WS-PIE.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(07)   VALUE "VALES: ".
           05 WS-PIE-VALES        PIC ZZZZZZ9.
           05 FILLER              PIC X(11)   VALUE "  IMPORTE: ".
           05 WS-PIE-IMPORTE      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(10)   VALUE "  EXENTO: ".
           05 WS-PIE-EXENTO       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(11)   VALUE "  GRAVADO: ".
           05 WS-PIE-GRAVADO      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(10)   VALUE SPACES.

       01  WS-PIE-NOTA.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(45)
               VALUE "EXCEDENTES NO CARGADOS (PERIODO DESTINO NO AB".
           05 FILLER              PIC X(38)
               VALUE "IERTO), CAPTURAR A MANO EN INCIDEMP: ".
           05 WS-NOTA-SIN-CARGAR  PIC ZZZZ9.
           05 FILLER              PIC X(10)   VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 041-OBTIENE-RUTA-CALENDARIO  THRU 041-FIN
           PERFORM 043-OBTIENE-RUTA-INCIDENCIAS THRU 043-FIN
           PERFORM 117-OBTIENE-RUTA-UMA         THRU 117-FIN
           PERFORM 140-OBTIENE-RUTA-VALES-DERECHO THRU 140-FIN
           PERFORM 141-OBTIENE-RUTA-VALES-MES   THRU 141-FIN
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 018-SOLICITA-MES             THRU 018-FIN
           PERFORM 016-OBTIENE-RUTA-SALIDAS     THRU 016-FIN
           PERFORM 022-CALCULA-TOPE             THRU 022-FIN
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           PERFORM 025-VALIDA-PERIODOS          THRU 025-FIN
           PERFORM 030-ENCABEZADOS              THRU 030-FIN
           PERFORM 040-LEE-EMPLEADO             THRU 040-FIN
           PERFORM 050-PROCESA-EMPLEADO         THRU 050-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           PERFORM 080-CIERRES                  THRU 080-FIN
           PERFORM 090-CIERRA-ARCHIVOS          THRU 090-FIN
           DISPLAY "VALES DEL MES          : " WS-CONT-VALES
           DISPLAY "CON EXCEDENTE GRAVADO  : " WS-CONT-CON-EXCEDENTE
           DISPLAY "EXCEDENTES SIN CARGAR  : " WS-CONT-SIN-CARGAR
           DISPLAY "INCIDENCIAS ANTERIORES REEMPLAZADAS: "
                   WS-CONT-BORRADOS
           DISPLAY "ARCHIVO DEL PROVEEDOR: " WS-RUTA-PROVEEDOR
           DISPLAY "LISTADO: " WS-RUTA-REPORTE
           GOBACK.

           COPY EMPRUTAP.
           COPY CALRUTAP.
           COPY INCRUTAP.
           COPY UMARUTAP.
           COPY UMACARGP.
           COPY VDERUTAP.
           COPY VDMRUTAP.

      *----------------------------------------------------------------
      * EL ARCHIVO DEL PROVEEDOR LLEVA EL MES EN EL NOMBRE PARA QUE
      * CADA CARGA SE CONSERVE; AMBAS SALIDAS VIVEN EN LA MISMA
      * CARPETA QUE BD-EMPLEADOS.TXT.
      *----------------------------------------------------------------
       016-OBTIENE-RUTA-SALIDAS.
           STRING WS-DIR-DATOS            DELIMITED BY SPACE
                  "\VALES-DESPENSA-"      DELIMITED BY SIZE
                  WS-MES-VALES            DELIMITED BY SIZE
                  ".TXT"                  DELIMITED BY SIZE
                  INTO WS-RUTA-PROVEEDOR
           END-STRING
           STRING WS-DIR-DATOS            DELIMITED BY SPACE
                  "\REPORTE-VALES.TXT"    DELIMITED BY SIZE
                  INTO WS-RUTA-REPORTE
           END-STRING.
       016-FIN. EXIT.

       018-SOLICITA-MES.
           DISPLAY "MES DE LOS VALES:"
           DISPLAY "ANIO (AAAA): "
           ACCEPT WS-VAL-ANIO
           DISPLAY "MES (MM): "
           ACCEPT WS-VAL-MES
           IF WS-VAL-MES IS LESS THAN 1 OR
              WS-VAL-MES IS GREATER THAN 12
              DISPLAY "EL MES DEBE SER DE 01 A 12."
              DISPLAY " "
              GO TO 018-SOLICITA-MES
           END-IF.
       018-FIN. EXIT.

      *----------------------------------------------------------------
      * SIN UMA VIGENTE NO HAY TOPE EXENTO CONTRA QUE PARTIR EL VALE,
      * ASI QUE LA CORRIDA NO SE HACE. EL DIA 29 DE FEBRERO SE SUMA
      * EN ANIO BISIESTO (DIVISIBLE ENTRE 4, SALVO LOS SECULARES NO
      * DIVISIBLES ENTRE 400).
      *----------------------------------------------------------------
       022-CALCULA-TOPE.
           PERFORM 118-CARGA-UMA THRU 118-FIN
           IF NOT UMA-CARGADA
              DISPLAY "NO HAY UMA VIGENTE EN BD-UMA.TXT; SIN ELLA NO "
                      "SE PUEDE CALCULAR LA PARTE EXENTA DE LOS VALES."
              GOBACK
           END-IF
           MOVE WS-DIAS-MES-TAB (WS-VAL-MES) TO WS-DIAS-MES
           IF WS-VAL-MES EQUAL 2
              DIVIDE WS-VAL-ANIO BY 4   GIVING WS-COCIENTE
                     REMAINDER WS-RESIDUO-4
              DIVIDE WS-VAL-ANIO BY 100 GIVING WS-COCIENTE
                     REMAINDER WS-RESIDUO-100
              DIVIDE WS-VAL-ANIO BY 400 GIVING WS-COCIENTE
                     REMAINDER WS-RESIDUO-400
              IF WS-RESIDUO-4 EQUAL ZEROS AND
                 (WS-RESIDUO-100 NOT EQUAL ZEROS OR
                  WS-RESIDUO-400 EQUAL ZEROS)
                 MOVE 29 TO WS-DIAS-MES
              END-IF
           END-IF
           COMPUTE WS-FIN-MES = WS-MES-VALES-9 * 100 + WS-DIAS-MES
           COMPUTE WS-TOPE-EXENTO ROUNDED =
                   WS-UMA-DIARIA * WS-PCT-UMA-VALES * WS-DIAS-MES.
       022-FIN. EXIT.

      *----------------------------------------------------------------
      * BD-VALES-MES.TXT SE CREA VACIO EN LA PRIMERA CORRIDA.
      *----------------------------------------------------------------
       020-ABRE-ARCHIVOS.
           OPEN INPUT EMPLEADOS
           OPEN INPUT CALENDARIO-NOMINA
           OPEN INPUT VALES-DERECHO
           OPEN I-O   INCIDENCIAS
           IF FS-INCIDENCIAS-NO-EXISTE
              OPEN OUTPUT INCIDENCIAS
              CLOSE INCIDENCIAS
              OPEN I-O INCIDENCIAS
           END-IF
           OPEN I-O   VALES-MES
           IF FS-VALES-MES-NO-EXISTE
              OPEN OUTPUT VALES-MES
              CLOSE VALES-MES
              OPEN I-O VALES-MES
           END-IF
           IF NOT FS-EMPLEADOS-OK OR NOT FS-CALENDARIO-OK
              OR NOT FS-INCIDENCIAS-OK OR NOT FS-VALES-MES-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              GOBACK
           END-IF
           IF NOT FS-VALES-DERECHO-OK
              DISPLAY "NO SE PUDO ABRIR BD-VALES-DERECHO.TXT. CAPTURE "
                      "LOS DERECHOS A VALES EN MANTVALE PRIMERO."
              GOBACK
           END-IF
           OPEN OUTPUT INTERFAZ-VALES
           OPEN OUTPUT REPORTE.
       020-FIN. EXIT.

      *----------------------------------------------------------------
      * EL EXCEDENTE SE CARGA EN LA PRIMERA QUINCENA (O SEMANA) DEL
      * MES SIGUIENTE; SI ESE PERIODO NO ESTA DADO DE ALTA O YA PASO
      * LA CAPTURA SE AVISA Y EL EXCEDENTE SOLO QUEDA REPORTADO.
      *----------------------------------------------------------------
       025-VALIDA-PERIODOS.
           MOVE WS-VAL-ANIO TO WS-QNA-ANIO
           COMPUTE WS-QNA-MES = WS-VAL-MES + 1
           IF WS-QNA-MES IS GREATER THAN 12
              MOVE 1 TO WS-QNA-MES
              ADD 1 TO WS-QNA-ANIO
           END-IF
           MOVE WS-QNA-ANIO TO WS-SEM-ANIO
           COMPUTE WS-SEM-MES = WS-QNA-MES + 50
           MOVE WS-PERIODO-QNA TO CAL-PERIODO
           READ CALENDARIO-NOMINA
                INVALID KEY
                   MOVE "N" TO SW-QNA-ABIERTA
                NOT INVALID KEY
                   IF CAL-ABIERTO
                      MOVE "S" TO SW-QNA-ABIERTA
                   END-IF
           END-READ
           IF NOT QNA-ABIERTA
              DISPLAY "LA QUINCENA " WS-PERIODO-QNA " NO ESTA ABIERTA "
                      "EN EL CALENDARIO: EL EXCEDENTE GRAVADO DE LA "
                      "NOMINA QUINCENAL SOLO SE REPORTA."
           END-IF
           MOVE WS-PERIODO-SEM TO CAL-PERIODO
           READ CALENDARIO-NOMINA
                INVALID KEY
                   MOVE "N" TO SW-SEM-ABIERTA
                NOT INVALID KEY
                   IF CAL-ABIERTO
                      MOVE "S" TO SW-SEM-ABIERTA
                   END-IF
           END-READ.
       025-FIN. EXIT.

       030-ENCABEZADOS.
           MOVE WS-FECHA-SISTEMA TO WS-HDR-FECHA
           MOVE WS-MES-VALES-9   TO WS-HDR-MES
           WRITE REG-INTERFAZ-VALES FROM WS-REG-HEADER
           MOVE WS-MES-VALES-9   TO WS-TIT-MES
           MOVE WS-TOPE-EXENTO   TO WS-TIT-TOPE
           WRITE REG-REPORTE FROM WS-TITULO
           WRITE REG-REPORTE FROM WS-MARGEN
           WRITE REG-REPORTE FROM WS-COLUMNAS
           WRITE REG-REPORTE FROM WS-MARGEN.
       030-FIN. EXIT.

       040-LEE-EMPLEADO.
           READ EMPLEADOS NEXT RECORD INTO WS-DATOS-EMPLEADO
                AT END
                   MOVE "FIN" TO SW-FIN
           END-READ.
       040-FIN. EXIT.

      *----------------------------------------------------------------
      * EL BARRIDO DE INCIDENCIAS DEL PERIODO DESTINO (QUE BORRA EL
      * EXCEDENTE DE UNA CORRIDA ANTERIOR DEL MES) SE HACE PARA TODOS
      * LOS EMPLEADOS, PARA QUE NO SOBREVIVA EL DE QUIEN YA NO TIENE
      * VALES; SOLO EL ACTIVO QUE INGRESO A MAS TARDAR EL ULTIMO DIA
      * DEL MES Y TIENE DERECHO RECIBE VALES.
      *----------------------------------------------------------------
       050-PROCESA-EMPLEADO.
           IF EMP-PAGO-SEMANAL
              MOVE WS-PERIODO-SEM-9 TO WS-PERIODO-DESTINO
              MOVE SW-SEM-ABIERTA   TO SW-DESTINO-ABIERTO
           ELSE
              MOVE WS-PERIODO-QNA-9 TO WS-PERIODO-DESTINO
              MOVE SW-QNA-ABIERTA   TO SW-DESTINO-ABIERTO
           END-IF
           IF DESTINO-ABIERTO
              PERFORM 055-LIMPIA-INCIDENCIAS THRU 055-FIN
           END-IF
           MOVE "N" TO SW-CON-DERECHO
           IF EMP-ACTIVO AND WS-FECHA-ALTA NOT GREATER THAN WS-FIN-MES
              PERFORM 052-BUSCA-DERECHO THRU 052-FIN
           END-IF
           IF NOT CON-DERECHO
              PERFORM 058-BORRA-HISTORIAL THRU 058-FIN
              GO TO 050-SIGUE
           END-IF
           IF WS-IMPORTE-VALE IS GREATER THAN WS-TOPE-EXENTO
              MOVE WS-TOPE-EXENTO TO WS-PARTE-EXENTA
              SUBTRACT WS-TOPE-EXENTO FROM WS-IMPORTE-VALE
                       GIVING WS-PARTE-GRAVADA
           ELSE
              MOVE WS-IMPORTE-VALE TO WS-PARTE-EXENTA
              MOVE ZEROS           TO WS-PARTE-GRAVADA
           END-IF
           PERFORM 065-ESCRIBE-PROVEEDOR THRU 065-FIN
           MOVE "SIN EXCED." TO WS-DET-PERIODO
           IF WS-PARTE-GRAVADA IS GREATER THAN ZEROS
              PERFORM 070-CARGA-EXCEDENTE THRU 070-FIN
           END-IF
           PERFORM 062-GRABA-HISTORIAL THRU 062-FIN
           PERFORM 076-IMPRIME-DETALLE THRU 076-FIN.
       050-SIGUE.
           PERFORM 040-LEE-EMPLEADO THRU 040-FIN.
       050-FIN. EXIT.

      *----------------------------------------------------------------
      * EL RENGLON DEL EMPLEADO MANDA (CON IMPORTE EN CEROS LO
      * EXCLUYE); SI NO LO HAY SE TOMA EL DE SU PUESTO.
      *----------------------------------------------------------------
       052-BUSCA-DERECHO.
           MOVE "E"       TO VDE-TIPO
           MOVE WS-ID-EMP TO VDE-CODIGO
           READ VALES-DERECHO
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF VDE-MONTO IS GREATER THAN ZEROS
                      MOVE "S"       TO SW-CON-DERECHO
                      MOVE "E"       TO WS-ORIGEN-DERECHO
                      MOVE VDE-MONTO TO WS-IMPORTE-VALE
                   END-IF
                   GO TO 052-FIN
           END-READ
           MOVE "P"       TO VDE-TIPO
           MOVE WS-PUESTO TO VDE-CODIGO
           READ VALES-DERECHO
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF VDE-MONTO IS GREATER THAN ZEROS
                      MOVE "S"       TO SW-CON-DERECHO
                      MOVE "P"       TO WS-ORIGEN-DERECHO
                      MOVE VDE-MONTO TO WS-IMPORTE-VALE
                   END-IF
           END-READ.
       052-FIN. EXIT.

      *----------------------------------------------------------------
      * MISMO RECORRIDO DE INCIDENCIAS DEL EMPLEADO EN EL PERIODO QUE
      * 055-REVISA-INCIDENCIAS DE PREMIEMP: BORRA LO QUE ESTE PROGRAMA
      * HAYA CARGADO ANTES (OPERADOR "VALES", CONCEPTOS 14 Y 15).
      *----------------------------------------------------------------
       055-LIMPIA-INCIDENCIAS.
           MOVE WS-PERIODO-DESTINO TO INC-PERIODO
           MOVE WS-ID-EMP          TO INC-ID-EMP
           MOVE ZEROS              TO INC-CONSEC
           START INCIDENCIAS KEY IS GREATER THAN OR EQUAL INC-LLAVE
                 INVALID KEY
                    GO TO 055-FIN
           END-START
           MOVE SPACES TO SW-FIN-INC
           PERFORM 056-LEE-INCIDENCIA THRU 056-FIN
                   UNTIL SW-FIN-INC EQUAL "FIN".
       055-FIN. EXIT.

       056-LEE-INCIDENCIA.
           READ INCIDENCIAS NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN-INC
                   GO TO 056-FIN
           END-READ
           IF INC-PERIODO NOT EQUAL WS-PERIODO-DESTINO OR
              INC-ID-EMP  NOT EQUAL WS-ID-EMP
              MOVE "FIN" TO SW-FIN-INC
              GO TO 056-FIN
           END-IF
           IF INC-OPERADOR EQUAL "VALES" AND
              (INC-CONCEPTO EQUAL 14 OR INC-CONCEPTO EQUAL 15)
              DELETE INCIDENCIAS RECORD
              ADD 1 TO WS-CONT-BORRADOS
           END-IF.
       056-FIN. EXIT.

      *----------------------------------------------------------------
      * QUIEN YA NO TIENE VALES EN UNA NUEVA CORRIDA DEL MES NO DEBE
      * CONSERVAR EL HISTORIAL DE LA CORRIDA ANTERIOR.
      *----------------------------------------------------------------
       058-BORRA-HISTORIAL.
           MOVE WS-MES-VALES-9 TO VDM-MES
           MOVE WS-ID-EMP      TO VDM-ID-EMP
           DELETE VALES-MES RECORD
                INVALID KEY
                   CONTINUE
           END-DELETE.
       058-FIN. EXIT.

       062-GRABA-HISTORIAL.
           MOVE WS-MES-VALES-9   TO VDM-MES
           MOVE WS-ID-EMP        TO VDM-ID-EMP
           MOVE WS-IMPORTE-VALE  TO VDM-IMPORTE
           MOVE WS-PARTE-EXENTA  TO VDM-EXENTO
           MOVE WS-PARTE-GRAVADA TO VDM-GRAVADO
           MOVE ZEROS            TO VDM-PERIODO-NOMINA
           IF WS-PARTE-GRAVADA IS GREATER THAN ZEROS AND
              DESTINO-ABIERTO
              MOVE WS-PERIODO-DESTINO TO VDM-PERIODO-NOMINA
           END-IF
           MOVE WS-FECHA-SISTEMA TO VDM-FECHA-GEN
           WRITE REG-VALES-MES
                INVALID KEY
                   REWRITE REG-VALES-MES
                        INVALID KEY
                           DISPLAY "NO SE PUDO GRABAR EL HISTORIAL DE "
                                   "VALES DEL EMPLEADO " WS-ID-EMP "."
                   END-REWRITE
           END-WRITE.
       062-FIN. EXIT.

       065-ESCRIBE-PROVEEDOR.
           MOVE WS-ID-EMP         TO WS-VAL-ID-EMP
           MOVE WS-RFC            TO WS-VAL-RFC
           MOVE WS-CURP           TO WS-VAL-CURP
           MOVE WS-APE-PAT-EMP    TO WS-VAL-APE-PAT
           MOVE WS-APE-MAT-EMP    TO WS-VAL-APE-MAT
           MOVE WS-NOMBRE-EMP     TO WS-VAL-NOMBRE
           MOVE WS-IMPORTE-VALE   TO WS-VAL-IMPORTE
           WRITE REG-INTERFAZ-VALES FROM WS-REG-DETALLE-VALES
           ADD 1 TO WS-CONT-VALES
           COMPUTE WS-SUMA-CENTAVOS = WS-SUMA-CENTAVOS +
                   WS-IMPORTE-VALE * 100
           ADD WS-IMPORTE-VALE  TO WS-TOT-IMPORTE
           ADD WS-PARTE-EXENTA  TO WS-TOT-EXENTO
           ADD WS-PARTE-GRAVADA TO WS-TOT-GRAVADO.
       065-FIN. EXIT.

      *----------------------------------------------------------------
      * EL EXCEDENTE VA COMO PERCEPCION GRAVADA (14) Y COMO DEDUCCION
      * DEL MISMO IMPORTE (15), PORQUE EL VALE YA SE ENTREGO EN LA
      * TARJETA Y NO SE VUELVE A PAGAR EN EFECTIVO.
      *----------------------------------------------------------------
       070-CARGA-EXCEDENTE.
           ADD 1 TO WS-CONT-CON-EXCEDENTE
           IF NOT DESTINO-ABIERTO
              ADD 1 TO WS-CONT-SIN-CARGAR
              MOVE "NO CARGADO" TO WS-DET-PERIODO
              GO TO 070-FIN
           END-IF
           MOVE 14  TO WS-CONCEPTO-PAGO
           MOVE "P" TO WS-TIPO-PAGO
           PERFORM 072-ESCRIBE-INCIDENCIA THRU 072-FIN
           MOVE 15  TO WS-CONCEPTO-PAGO
           MOVE "D" TO WS-TIPO-PAGO
           PERFORM 072-ESCRIBE-INCIDENCIA THRU 072-FIN
           MOVE WS-PERIODO-DESTINO TO WS-DET-PERIODO.
       070-FIN. EXIT.

       072-ESCRIBE-INCIDENCIA.
           MOVE WS-PERIODO-DESTINO TO INC-PERIODO
           MOVE WS-ID-EMP          TO INC-ID-EMP
           MOVE 1                  TO INC-CONSEC
           PERFORM 082-BUSCA-CONSECUTIVO THRU 082-FIN
           MOVE WS-CONCEPTO-PAGO   TO INC-CONCEPTO
           MOVE WS-TIPO-PAGO       TO INC-TIPO
           MOVE 1                  TO INC-CANTIDAD
           MOVE WS-PARTE-GRAVADA   TO INC-IMPORTE
           MOVE WS-FECHA-SISTEMA   TO INC-FECHA-REG
           MOVE "VALES"            TO INC-OPERADOR
           WRITE REG-INCIDENCIAS
                INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR EL EXCEDENTE DE VALES "
                           "DEL EMPLEADO " WS-ID-EMP "."
           END-WRITE.
       072-FIN. EXIT.

       076-IMPRIME-DETALLE.
           MOVE WS-ID-EMP          TO WS-DET-ID
           MOVE WS-NOMBRE-EMP      TO WS-DET-NOMBRE
           IF WS-ORIGEN-DERECHO EQUAL "E"
              MOVE "EMPLEADO"      TO WS-DET-ORIGEN
           ELSE
              MOVE "PUESTO"        TO WS-DET-ORIGEN
           END-IF
           MOVE WS-IMPORTE-VALE    TO WS-DET-IMPORTE
           MOVE WS-PARTE-EXENTA    TO WS-DET-EXENTO
           MOVE WS-PARTE-GRAVADA   TO WS-DET-GRAVADO
           WRITE REG-REPORTE FROM WS-DETALLE.
       076-FIN. EXIT.

      *----------------------------------------------------------------
      * MISMO RECORRIDO DE CONSECUTIVO QUE 052-BUSCA-CONSECUTIVO DE
      * INCIDEMP.CBL, PARA CONVIVIR CON INCIDENCIAS YA CAPTURADAS A
      * MANO EN EL MISMO PERIODO.
      *----------------------------------------------------------------
       082-BUSCA-CONSECUTIVO.
           READ INCIDENCIAS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   ADD 1 TO INC-CONSEC
                   GO TO 082-BUSCA-CONSECUTIVO
           END-READ.
       082-FIN. EXIT.

       080-CIERRES.
           MOVE WS-CONT-VALES     TO WS-TRL-CUENTA
           MOVE WS-SUMA-CENTAVOS  TO WS-TRL-SUMA
           WRITE REG-INTERFAZ-VALES FROM WS-REG-TRAILER
           WRITE REG-REPORTE FROM WS-MARGEN
           MOVE WS-CONT-VALES     TO WS-PIE-VALES
           MOVE WS-TOT-IMPORTE    TO WS-PIE-IMPORTE
           MOVE WS-TOT-EXENTO     TO WS-PIE-EXENTO
           MOVE WS-TOT-GRAVADO    TO WS-PIE-GRAVADO
           WRITE REG-REPORTE FROM WS-PIE
           MOVE WS-CONT-SIN-CARGAR TO WS-NOTA-SIN-CARGAR
           WRITE REG-REPORTE FROM WS-PIE-NOTA.
       080-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 CALENDARIO-NOMINA
                 VALES-DERECHO
                 INCIDENCIAS
                 VALES-MES
                 INTERFAZ-VALES
                 REPORTE.
       090-FIN. EXIT.
