      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * VARINOM.cbl - VARIACION DE NOMINA POR CONCEPTO ENTRE DOS
      *               PERIODOS YA CALCULADOS. PRENOMIN REVISA EL
      *               MAESTRO ANTES DE LA CORRIDA; ESTE PROGRAMA SE
      *               CORRE DESPUES DE NOMQUINC Y ANTES DE LIBERAR LA
      *               DISPERSION (BANCONOM), PARA QUE EL SUPERVISOR
      *               DE NOMINA PUEDA EXPLICAR POR QUE EL TOTAL SE
      *               MOVIO CONTRA EL PERIODO ANTERIOR. COMPARA
      *               BD-NOMINA-PERIODO.TXT (SUELDO BASE, ISR,
      *               SUBSIDIO, IMSS, INFONAVIT Y NETO) Y EL DESGLOSE
      *               DE BD-NOMINA-DETALLE.TXT (INCIDENCIAS, CONCEPTOS
      *               FIJOS, PRESTAMOS, PENSIONES, ETC.) DE LOS DOS
      *               PERIODOS, EMPLEADO POR EMPLEADO, Y REPORTA POR
      *               CONCEPTO EL TOTAL ANTERIOR, EL ACTUAL Y LA
      *               DIFERENCIA, SEGUIDOS DE LOS EMPLEADOS QUE LA
      *               EXPLICAN: CONCEPTO NUEVO, CONCEPTO QUE YA NO
      *               APARECE E IMPORTE QUE CAMBIO MAS DEL UMBRAL
      *               CAPTURADO. LO QUE QUEDA BAJO EL UMBRAL SE
      *               MUESTRA COMO UN SOLO IMPORTE POR CONCEPTO.
      *               SALE EN REPORTE-VARIACION-NOMINA.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                VARINOM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY NOMPSEL.
           COPY NDETSEL.
           COPY CCATSEL.
           SELECT TRABAJO-VARIACION
           ASSIGN TO "TRABVARN.TMP"
           ORGANIZATION IS SEQUENTIAL.
           SELECT ARCHIVO-ORDEN
           ASSIGN TO "ORDVARN.TMP".
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY NOMPFD.
           COPY NDETFD.
           COPY CCATFD.

       FD  TRABAJO-VARIACION
           RECORD CONTAINS 59 CHARACTERS.
       01  REG-TRABAJO-VARIACION  PIC X(59).

      *----------------------------------------------------------------
      * UN RENGLON "0" POR CONCEPTO CON SUS TOTALES Y UN RENGLON "1"
      * POR EMPLEADO QUE EXPLICA UN CAMBIO; EL SORT LOS DEJA JUNTOS
      * POR CONCEPTO, EL TOTAL PRIMERO.
      *----------------------------------------------------------------
       SD  ARCHIVO-ORDEN.
       01  REG-ORDEN.
           05 SRT-CLAVE.
              10 SRT-ORIGEN        PIC X(01).
              10 SRT-CONCEPTO      PIC 9(02).
              10 SRT-TIPO          PIC X(01).
           05 SRT-REGISTRO         PIC X(01).
              88 SRT-ES-TOTAL             VALUE "0".
              88 SRT-ES-EMPLEADO          VALUE "1".
           05 SRT-ID-EMP           PIC 9(04).
           05 SRT-MOTIVO           PIC X(01).
              88 SRT-CONCEPTO-NUEVO       VALUE "N".
              88 SRT-CONCEPTO-FALTA       VALUE "F".
              88 SRT-CAMBIO-IMPORTE       VALUE "C".
           05 SRT-IMP-ANTERIOR     PIC 9(11)V99.
           05 SRT-IMP-ACTUAL       PIC 9(11)V99.
           05 SRT-EXPLICADO        PIC S9(11)V99.
           05 SRT-EMPLEADOS        PIC 9(05).
           05 SRT-CAMBIOS          PIC 9(05).

       FD  REPORTE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(100).

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPFS.
           COPY EMPRUTA.
           COPY NOMPFS.
           COPY NOMPRUTA.
           COPY NDETFS.
           COPY NDETRUTA.
           COPY CCATFS.
           COPY CCATRUTA.

       01  WS-RUTA-REPORTE        PIC X(80).
           COPY FRECCORR.

       01  WS-PERIODO-ACTUAL.
           05 WS-ACT-ANIO          PIC 9(04).
           05 WS-ACT-MES           PIC 9(02).
           05 WS-ACT-QUINCENA      PIC 9(01).
       01  WS-PERIODO-ANTERIOR.
           05 WS-ANT-ANIO          PIC 9(04).
           05 WS-ANT-MES           PIC 9(02).
           05 WS-ANT-QUINCENA      PIC 9(01).

       01  WS-UMBRAL-PCT           PIC 9(02)V99.
       01  WS-UMBRAL-IMPORTE       PIC 9(07)V99.
       01  WS-VARIACION-PCT        PIC 9(05)V99.
       01  WS-DIFERENCIA           PIC S9(11)V99.
       01  WS-DIF-ABS              PIC 9(11)V99.

       01  SW-FIN                  PIC X(03)    VALUE SPACES.
       01  SW-HAY-CATALOGO         PIC X(01)    VALUE "N".
           88 HAY-CATALOGO                VALUE "S".
       01  SW-HAY-ANTERIOR         PIC X(01).
           88 HAY-ANTERIOR                VALUE "S".
       01  SW-HAY-ACTUAL           PIC X(01).
           88 HAY-ACTUAL                  VALUE "S".
       01  SW-DESBORDE             PIC X(01)    VALUE "N".

       01  WS-EMP-EN-PROCESO       PIC 9(04).
       01  WS-NP-ANTERIOR          PIC X(102).
       01  WS-NP-ACTUAL            PIC X(102).
       01  WS-PERIODO-LEER         PIC 9(07).

      *----------------------------------------------------------------
      * RENGLON QUE SE AGREGA A LA TABLA DEL EMPLEADO: CLAVE DEL
      * CONCEPTO (ORIGEN DEL DESGLOSE, CODIGO Y TIPO; LOS IMPORTES DE
      * BD-NOMINA-PERIODO.TXT LLEVAN ORIGEN "*"), IMPORTE Y COLUMNA
      * (A: PERIODO ANTERIOR, B: PERIODO ACTUAL).
      *----------------------------------------------------------------
       01  WS-CLAVE-CONCEPTO.
           05 WS-CLV-ORIGEN        PIC X(01).
           05 WS-CLV-CONCEPTO      PIC 9(02).
           05 WS-CLV-TIPO          PIC X(01).
       01  WS-IMP-RENGLON          PIC 9(07)V99.
       01  WS-COLUMNA              PIC X(01).
           88 COLUMNA-ANTERIOR            VALUE "A".
           88 COLUMNA-ACTUAL              VALUE "B".

       01  WS-TABLA-EMPLEADO.
           05 WS-TE-RENGLON        OCCURS 60 TIMES.
              10 WS-TE-CLAVE       PIC X(04).
              10 WS-TE-EN-ANT      PIC X(01).
              10 WS-TE-EN-ACT      PIC X(01).
              10 WS-TE-IMP-ANT     PIC 9(09)V99.
              10 WS-TE-IMP-ACT     PIC 9(09)V99.
       01  WS-TE-USADOS            PIC 9(03).
       01  WS-TE-IDX               PIC 9(03).

       01  WS-TABLA-CONCEPTOS.
           05 WS-TC-RENGLON        OCCURS 150 TIMES.
              10 WS-TC-CLAVE       PIC X(04).
              10 WS-TC-TOT-ANT     PIC 9(11)V99.
              10 WS-TC-TOT-ACT     PIC 9(11)V99.
              10 WS-TC-EXPLICADO   PIC S9(11)V99.
              10 WS-TC-EMPLEADOS   PIC 9(05).
              10 WS-TC-CAMBIOS     PIC 9(05).
       01  WS-TC-USADOS            PIC 9(03)    VALUE ZEROS.
       01  WS-TC-IDX               PIC 9(03).

       01  WS-MOTIVO               PIC X(01).
       01  WS-NOMBRE-CONCEPTO      PIC X(26).
       01  WS-ID-NOMBRE            PIC 9(04).
       01  WS-RESTO                PIC S9(11)V99.

       01  WS-CONT-EMPLEADOS       PIC 9(05)    VALUE ZEROS.
       01  WS-CONT-NUEVOS          PIC 9(05)    VALUE ZEROS.
       01  WS-CONT-SIN-PAGO        PIC 9(05)    VALUE ZEROS.
       01  WS-CONT-CAMBIOS         PIC 9(05)    VALUE ZEROS.

       01  WS-TITULO.
           05 FILLER              PIC X(10)   VALUE SPACES.
           05 WS-TIT-LEYENDA      PIC X(44)
               VALUE "VARIACION DE NOMINA POR CONCEPTO  QUINCENA ".
           05 WS-TIT-ACTUAL       PIC X(09).
           05 FILLER              PIC X(13)
                              VALUE "  CONTRA LA  ".
           05 WS-TIT-ANTERIOR     PIC X(09).
           05 FILLER              PIC X(15)   VALUE SPACES.

       01  WS-LIN-UMBRAL.
           05 FILLER              PIC X(10)   VALUE SPACES.
           05 FILLER              PIC X(24)
               VALUE "UMBRAL DE CAMBIO (PCT): ".
           05 WS-UMB-PCT          PIC Z9.99.
           05 FILLER              PIC X(24)
               VALUE "   DIFERENCIA MINIMA:   ".
           05 WS-UMB-IMPORTE      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(25)   VALUE SPACES.

       01  WS-MARGEN.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(01)   VALUE "*".
           05 FILLER              PIC X(97)   VALUE ALL "-".
           05 FILLER              PIC X(01)   VALUE "*".

       01  WS-ENCABEZADO.
           05 FILLER              PIC X(34)
               VALUE " CLAVE CONCEPTO                  T".
           05 FILLER              PIC X(34)
               VALUE "     PERIODO ANT.    PERIODO ACT.".
           05 FILLER              PIC X(32)
               VALUE "       DIFERENCIA  EMPL CAMB.   ".

       01  WS-LIN-CONCEPTO.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-LC-ORIGEN        PIC X(01).
           05 FILLER              PIC X(01)   VALUE "-".
           05 WS-LC-CODIGO        PIC 99.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-LC-NOMBRE        PIC X(26).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-LC-TIPO          PIC X(01).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-LC-ANTERIOR      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-LC-ACTUAL        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-LC-DIFERENCIA    PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-LC-EMPLEADOS     PIC ZZZZ9.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-LC-CAMBIOS       PIC ZZZZ9.
           05 FILLER              PIC X(01)   VALUE SPACES.

       01  WS-LIN-EXPLICA.
           05 FILLER              PIC X(08)   VALUE SPACES.
           05 FILLER              PIC X(34)
               VALUE "DIFERENCIA DE LOS CAMBIOS LISTADOS".
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-LX-EXPLICADO     PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 FILLER              PIC X(16)
               VALUE "BAJO EL UMBRAL: ".
           05 WS-LX-RESTO         PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(04)   VALUE SPACES.

       01  WS-LIN-EMPLEADO.
           05 FILLER              PIC X(06)   VALUE SPACES.
           05 WS-LE-ID            PIC 9(04).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-LE-NOMBRE        PIC X(24).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-LE-MOTIVO        PIC X(16).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-LE-ANTERIOR      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-LE-ACTUAL        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-LE-DIFERENCIA    PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-LIN-CONTROL.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-CTL-TEXTO        PIC X(44).
           05 WS-CTL-CUENTA       PIC ZZZZ9.
           05 FILLER              PIC X(50)   VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 016-OBTIENE-RUTA-REPORTE     THRU 016-FIN
           PERFORM 042-OBTIENE-RUTA-NOM-PERIODO THRU 042-FIN
           PERFORM 091-OBTIENE-RUTA-NOM-DETALLE THRU 091-FIN
           PERFORM 095-OBTIENE-RUTA-CONCEPTOS-CAT THRU 095-FIN
           PERFORM 030-SOLICITA-PERIODOS        THRU 030-FIN
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           OPEN OUTPUT TRABAJO-VARIACION
           PERFORM 040-PASADA-ACTUAL            THRU 040-FIN
           PERFORM 043-PASADA-ANTERIOR          THRU 043-FIN
           PERFORM 070-GRABA-TOTALES            THRU 070-FIN
           CLOSE TRABAJO-VARIACION
           PERFORM 035-TITULOS                  THRU 035-FIN
           SORT ARCHIVO-ORDEN
                ON ASCENDING KEY SRT-CLAVE
                                 SRT-REGISTRO
                                 SRT-ID-EMP
                USING TRABAJO-VARIACION
                OUTPUT PROCEDURE 080-IMPRIME-ORDEN THRU 080-PROC-FIN
           PERFORM 088-IMPRIME-CONTROL          THRU 088-FIN
           DISPLAY " "
           DISPLAY "EMPLEADOS COMPARADOS  : " WS-CONT-EMPLEADOS
           DISPLAY "NUEVOS EN LA NOMINA   : " WS-CONT-NUEVOS
           DISPLAY "YA SIN PAGO           : " WS-CONT-SIN-PAGO
           DISPLAY "CAMBIOS LISTADOS      : " WS-CONT-CAMBIOS
           DISPLAY "DETALLE EN: " WS-RUTA-REPORTE
           PERFORM 090-CIERRA-ARCHIVOS          THRU 090-FIN
           GOBACK.

           COPY EMPRUTAP.
           COPY NOMPRUTAP.
           COPY NDETRUTAP.
           COPY CCATRUTAP.
           COPY FRECCORRP.

      *----------------------------------------------------------------
      * REPORTE-VARIACION-NOMINA.TXT VIVE EN LA MISMA CARPETA QUE
      * BD-EMPLEADOS.TXT, YA RESUELTA POR 015-OBTIENE-RUTA-DATOS.
      *----------------------------------------------------------------
       016-OBTIENE-RUTA-REPORTE.
           STRING WS-DIR-DATOS                     DELIMITED BY SPACE
                  "\REPORTE-VARIACION-NOMINA.TXT"  DELIMITED BY SIZE
                  INTO WS-RUTA-REPORTE
           END-STRING.
       016-FIN. EXIT.

      *----------------------------------------------------------------
      * SIN CATALOGO DE CONCEPTOS EL REPORTE SALE IGUAL, CON EL
      * CODIGO Y "CONCEPTO DESCONOCIDO" EN LUGAR DEL NOMBRE.
      *----------------------------------------------------------------
       020-ABRE-ARCHIVOS.
           OPEN INPUT EMPLEADOS
           OPEN INPUT NOMINA-PERIODO
           OPEN INPUT NOMINA-DETALLE
           IF NOT FS-EMPLEADOS-OK OR NOT FS-NOM-PERIODO-OK
              OR NOT FS-NOM-DETALLE-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS DE NOMINA "
                      "(LOS DOS PERIODOS DEBEN ESTAR CALCULADOS)."
              GOBACK
           END-IF
           OPEN INPUT CATALOGO-CONCEPTOS
           IF FS-CONCEPTOS-CAT-OK
              MOVE "S" TO SW-HAY-CATALOGO
           END-IF
           MOVE WS-PERIODO-ACTUAL TO NP-PERIODO
           MOVE ZEROS             TO NP-ID-EMP
           START NOMINA-PERIODO KEY IS GREATER THAN OR EQUAL NP-LLAVE
                 INVALID KEY
                    MOVE ZEROS TO NP-PERIODO
           END-START
           IF FS-NOM-PERIODO-OK
              READ NOMINA-PERIODO NEXT RECORD
                   AT END
                      MOVE ZEROS TO NP-PERIODO
              END-READ
           END-IF
           IF NP-PERIODO NOT EQUAL WS-PERIODO-ACTUAL
              DISPLAY "EL PERIODO ACTUAL NO ESTA CALCULADO: "
                      WS-PERIODO-ACTUAL
              GOBACK
           END-IF
           OPEN OUTPUT REPORTE.
       020-FIN. EXIT.

       030-SOLICITA-PERIODOS.
           PERFORM 048-PIDE-FRECUENCIA THRU 048-FIN
           IF CORRIDA-SEMANAL
              PERFORM 031-SOLICITA-SEMANAS THRU 031-FIN
              GO TO 030-UMBRAL
           END-IF
           DISPLAY "QUINCENA RECIEN CALCULADA:"
           DISPLAY "ANIO (AAAA): "
           ACCEPT WS-ACT-ANIO
           DISPLAY "MES (MM): "
           ACCEPT WS-ACT-MES
           DISPLAY "QUINCENA (1/2): "
           ACCEPT WS-ACT-QUINCENA
           DISPLAY "QUINCENA CONTRA LA QUE SE COMPARA:"
           DISPLAY "ANIO (AAAA): "
           ACCEPT WS-ANT-ANIO
           DISPLAY "MES (MM): "
           ACCEPT WS-ANT-MES
           DISPLAY "QUINCENA (1/2): "
           ACCEPT WS-ANT-QUINCENA.
       030-UMBRAL.
           DISPLAY "UMBRAL DE CAMBIO DE IMPORTE EN PORCENTAJE "
                   "(NN.NN): "
           ACCEPT WS-UMBRAL-PCT
           DISPLAY "DIFERENCIA MINIMA EN PESOS PARA LISTAR UN "
                   "CAMBIO (0 = CUALQUIERA): "
           ACCEPT WS-UMBRAL-IMPORTE
           IF WS-PERIODO-ACTUAL EQUAL WS-PERIODO-ANTERIOR
              DISPLAY "LOS DOS PERIODOS DEBEN SER DISTINTOS."
              DISPLAY " "
              GO TO 030-SOLICITA-PERIODOS
           END-IF.
       030-FIN. EXIT.

      *----------------------------------------------------------------
      * LA SEMANA SE PIDE POR MES DE PAGO Y NUMERO DE SEMANA DEL MES;
      * LA CLAVE DEL CALENDARIO LLEVA EL MES MAS 50 (VER CALFD.cpy).
      *----------------------------------------------------------------
       031-SOLICITA-SEMANAS.
           DISPLAY "SEMANA RECIEN CALCULADA:"
           DISPLAY "ANIO (AAAA): "
           ACCEPT WS-ACT-ANIO
           DISPLAY "MES DE PAGO (MM): "
           ACCEPT WS-ACT-MES
           DISPLAY "SEMANA DEL MES (1 A 5): "
           ACCEPT WS-ACT-QUINCENA
           DISPLAY "SEMANA CONTRA LA QUE SE COMPARA:"
           DISPLAY "ANIO (AAAA): "
           ACCEPT WS-ANT-ANIO
           DISPLAY "MES DE PAGO (MM): "
           ACCEPT WS-ANT-MES
           DISPLAY "SEMANA DEL MES (1 A 5): "
           ACCEPT WS-ANT-QUINCENA
           IF WS-ACT-MES IS LESS THAN 01 OR
              WS-ACT-MES IS GREATER THAN 12 OR
              WS-ANT-MES IS LESS THAN 01 OR
              WS-ANT-MES IS GREATER THAN 12 OR
              WS-ACT-QUINCENA IS LESS THAN 1 OR
              WS-ACT-QUINCENA IS GREATER THAN 5 OR
              WS-ANT-QUINCENA IS LESS THAN 1 OR
              WS-ANT-QUINCENA IS GREATER THAN 5
              DISPLAY "EL MES VA DE 01 A 12 Y LA SEMANA DE 1 A 5."
              DISPLAY " "
              GO TO 031-SOLICITA-SEMANAS
           END-IF
           ADD 50 TO WS-ACT-MES
           ADD 50 TO WS-ANT-MES
           MOVE "VARIACION DE NOMINA POR CONCEPTO  SEMANA   "
                TO WS-TIT-LEYENDA.
       031-FIN. EXIT.

       035-TITULOS.
           STRING WS-ACT-ANIO     DELIMITED BY SIZE
                  "-"             DELIMITED BY SIZE
                  WS-ACT-MES      DELIMITED BY SIZE
                  "-"             DELIMITED BY SIZE
                  WS-ACT-QUINCENA DELIMITED BY SIZE
                  INTO WS-TIT-ACTUAL
           END-STRING
           STRING WS-ANT-ANIO     DELIMITED BY SIZE
                  "-"             DELIMITED BY SIZE
                  WS-ANT-MES      DELIMITED BY SIZE
                  "-"             DELIMITED BY SIZE
                  WS-ANT-QUINCENA DELIMITED BY SIZE
                  INTO WS-TIT-ANTERIOR
           END-STRING
           MOVE WS-UMBRAL-PCT     TO WS-UMB-PCT
           MOVE WS-UMBRAL-IMPORTE TO WS-UMB-IMPORTE
           WRITE REG-REPORTE FROM WS-TITULO
           WRITE REG-REPORTE FROM WS-LIN-UMBRAL
           WRITE REG-REPORTE FROM WS-MARGEN
           WRITE REG-REPORTE FROM WS-ENCABEZADO
           WRITE REG-REPORTE FROM WS-MARGEN.
       035-FIN. EXIT.

      *----------------------------------------------------------------
      * PRIMERA PASADA: CADA EMPLEADO PAGADO EN EL PERIODO ACTUAL SE
      * BUSCA EN EL ANTERIOR. COMO LA BUSQUEDA MUEVE LA POSICION DEL
      * ARCHIVO, CADA VUELTA SE REPOSICIONA DESPUES DEL ULTIMO
      * EMPLEADO PROCESADO.
      *----------------------------------------------------------------
       040-PASADA-ACTUAL.
           MOVE ZEROS  TO WS-EMP-EN-PROCESO
           MOVE SPACES TO SW-FIN
           PERFORM 041-EMPLEADO-ACTUAL THRU 041-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       040-FIN. EXIT.

       041-EMPLEADO-ACTUAL.
           MOVE WS-PERIODO-ACTUAL TO NP-PERIODO
           MOVE WS-EMP-EN-PROCESO TO NP-ID-EMP
           START NOMINA-PERIODO KEY IS GREATER THAN NP-LLAVE
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN
                    GO TO 041-FIN
           END-START
           READ NOMINA-PERIODO NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 041-FIN
           END-READ
           IF NP-PERIODO NOT EQUAL WS-PERIODO-ACTUAL
              MOVE "FIN" TO SW-FIN
              GO TO 041-FIN
           END-IF
           MOVE NP-ID-EMP          TO WS-EMP-EN-PROCESO
           MOVE REG-NOMINA-PERIODO TO WS-NP-ACTUAL
           MOVE "S" TO SW-HAY-ACTUAL
           MOVE WS-PERIODO-ANTERIOR TO NP-PERIODO
           MOVE WS-EMP-EN-PROCESO   TO NP-ID-EMP
           READ NOMINA-PERIODO
                INVALID KEY
                   MOVE "N" TO SW-HAY-ANTERIOR
                   ADD 1 TO WS-CONT-NUEVOS
                NOT INVALID KEY
                   MOVE "S" TO SW-HAY-ANTERIOR
                   MOVE REG-NOMINA-PERIODO TO WS-NP-ANTERIOR
           END-READ
           PERFORM 050-COMPARA-EMPLEADO THRU 050-FIN.
       041-FIN. EXIT.

      *----------------------------------------------------------------
      * SEGUNDA PASADA: QUIEN COBRO EN EL PERIODO ANTERIOR Y NO EN EL
      * ACTUAL (BAJA, PERMISO, CAMBIO DE FRECUENCIA) SE COMPARA
      * CONTRA CERO; LOS QUE SI COBRARON YA SALIERON EN LA PRIMERA.
      *----------------------------------------------------------------
       043-PASADA-ANTERIOR.
           MOVE ZEROS  TO WS-EMP-EN-PROCESO
           MOVE SPACES TO SW-FIN
           PERFORM 044-EMPLEADO-ANTERIOR THRU 044-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       043-FIN. EXIT.

       044-EMPLEADO-ANTERIOR.
           MOVE WS-PERIODO-ANTERIOR TO NP-PERIODO
           MOVE WS-EMP-EN-PROCESO   TO NP-ID-EMP
           START NOMINA-PERIODO KEY IS GREATER THAN NP-LLAVE
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN
                    GO TO 044-FIN
           END-START
           READ NOMINA-PERIODO NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 044-FIN
           END-READ
           IF NP-PERIODO NOT EQUAL WS-PERIODO-ANTERIOR
              MOVE "FIN" TO SW-FIN
              GO TO 044-FIN
           END-IF
           MOVE NP-ID-EMP          TO WS-EMP-EN-PROCESO
           MOVE REG-NOMINA-PERIODO TO WS-NP-ANTERIOR
           MOVE WS-PERIODO-ACTUAL TO NP-PERIODO
           MOVE WS-EMP-EN-PROCESO TO NP-ID-EMP
           READ NOMINA-PERIODO
                INVALID KEY
                   MOVE "S" TO SW-HAY-ANTERIOR
                   MOVE "N" TO SW-HAY-ACTUAL
                   ADD 1 TO WS-CONT-SIN-PAGO
                   PERFORM 050-COMPARA-EMPLEADO THRU 050-FIN
           END-READ.
       044-FIN. EXIT.

      *----------------------------------------------------------------
      * ARMA LA TABLA DEL EMPLEADO CON LOS DOS PERIODOS (IMPORTES DE
      * BD-NOMINA-PERIODO.TXT MAS SU DESGLOSE) Y LA COMPARA RENGLON
      * POR RENGLON.
      *----------------------------------------------------------------
       050-COMPARA-EMPLEADO.
           ADD 1 TO WS-CONT-EMPLEADOS
           MOVE ZEROS TO WS-TE-USADOS
           IF HAY-ANTERIOR
              MOVE "A" TO WS-COLUMNA
              MOVE WS-NP-ANTERIOR TO REG-NOMINA-PERIODO
              PERFORM 051-AGREGA-IMPORTES THRU 051-FIN
              MOVE WS-PERIODO-ANTERIOR TO WS-PERIODO-LEER
              PERFORM 052-CARGA-DETALLE THRU 052-FIN
           END-IF
           IF HAY-ACTUAL
              MOVE "B" TO WS-COLUMNA
              MOVE WS-NP-ACTUAL TO REG-NOMINA-PERIODO
              PERFORM 051-AGREGA-IMPORTES THRU 051-FIN
              MOVE WS-PERIODO-ACTUAL TO WS-PERIODO-LEER
              PERFORM 052-CARGA-DETALLE THRU 052-FIN
           END-IF
           MOVE 1 TO WS-TE-IDX
           PERFORM 060-CLASIFICA-RENGLON THRU 060-FIN
                   UNTIL WS-TE-IDX IS GREATER THAN WS-TE-USADOS.
       050-FIN. EXIT.

      *----------------------------------------------------------------
      * LOS IMPORTES DEL RESULTADO DEL PERIODO ENTRAN COMO CONCEPTOS
      * DE ORIGEN "*"; UN IMPORTE EN CERO NO CUENTA COMO PRESENTE
      * (UN ISR QUE APARECE O DESAPARECE SALE COMO NUEVO O FALTANTE).
      *----------------------------------------------------------------
       051-AGREGA-IMPORTES.
           MOVE "*" TO WS-CLV-ORIGEN
           MOVE 01  TO WS-CLV-CONCEPTO
           MOVE "P" TO WS-CLV-TIPO
           MOVE NP-SALARIO-BASE TO WS-IMP-RENGLON
           PERFORM 051-AGREGA-SI-HAY THRU 051-SI-FIN
           MOVE 02  TO WS-CLV-CONCEPTO
           MOVE "D" TO WS-CLV-TIPO
           MOVE NP-DEDUCCION-ISR TO WS-IMP-RENGLON
           PERFORM 051-AGREGA-SI-HAY THRU 051-SI-FIN
           MOVE 03  TO WS-CLV-CONCEPTO
           MOVE " " TO WS-CLV-TIPO
           MOVE NP-SUBSIDIO-EMPLEO TO WS-IMP-RENGLON
           PERFORM 051-AGREGA-SI-HAY THRU 051-SI-FIN
           MOVE 04  TO WS-CLV-CONCEPTO
           MOVE "D" TO WS-CLV-TIPO
           MOVE NP-DEDUCCION-IMSS TO WS-IMP-RENGLON
           PERFORM 051-AGREGA-SI-HAY THRU 051-SI-FIN
           MOVE 05  TO WS-CLV-CONCEPTO
           MOVE NP-DEDUCCION-INFONAVIT TO WS-IMP-RENGLON
           PERFORM 051-AGREGA-SI-HAY THRU 051-SI-FIN
           MOVE 09  TO WS-CLV-CONCEPTO
           MOVE " " TO WS-CLV-TIPO
           MOVE NP-SALARIO-NETO TO WS-IMP-RENGLON
           PERFORM 051-AGREGA-SI-HAY THRU 051-SI-FIN.
       051-FIN. EXIT.

       051-AGREGA-SI-HAY.
           IF WS-IMP-RENGLON GREATER THAN ZEROS
              PERFORM 054-AGREGA-RENGLON THRU 054-FIN
           END-IF.
       051-SI-FIN. EXIT.

      *----------------------------------------------------------------
      * EL DESGLOSE DEL EMPLEADO EN EL PERIODO PEDIDO; EL RENGLON DE
      * DIAS PAGADOS ES INFORMATIVO Y NO ENTRA (EL SUELDO
      * PROPORCIONAL YA ESTA EN EL SUELDO BASE).
      *----------------------------------------------------------------
       052-CARGA-DETALLE.
           MOVE WS-PERIODO-LEER   TO ND-PERIODO
           MOVE WS-EMP-EN-PROCESO TO ND-ID-EMP
           MOVE ZEROS             TO ND-CONSEC
           START NOMINA-DETALLE KEY IS GREATER THAN OR EQUAL ND-LLAVE
                 INVALID KEY
                    GO TO 052-FIN
           END-START.
       052-LEE-DETALLE.
           READ NOMINA-DETALLE NEXT RECORD
                AT END
                   GO TO 052-FIN
           END-READ
           IF ND-PERIODO NOT EQUAL WS-PERIODO-LEER OR
              ND-ID-EMP  NOT EQUAL WS-EMP-EN-PROCESO
              GO TO 052-FIN
           END-IF
           IF ND-DE-DIAS-PAGADOS
              GO TO 052-LEE-DETALLE
           END-IF
           MOVE ND-ORIGEN   TO WS-CLV-ORIGEN
           MOVE ND-CONCEPTO TO WS-CLV-CONCEPTO
           MOVE ND-TIPO     TO WS-CLV-TIPO
           MOVE ND-IMPORTE  TO WS-IMP-RENGLON
           PERFORM 054-AGREGA-RENGLON THRU 054-FIN
           GO TO 052-LEE-DETALLE.
       052-FIN. EXIT.

      *----------------------------------------------------------------
      * SUMA EL IMPORTE EN EL RENGLON DE SU CLAVE (DOS INCIDENCIAS
      * DEL MISMO CONCEPTO EN UN PERIODO SE COMPARAN JUNTAS) Y MARCA
      * EN QUE PERIODO APARECIO.
      *----------------------------------------------------------------
       054-AGREGA-RENGLON.
           MOVE 1 TO WS-TE-IDX
           PERFORM 055-BUSCA-RENGLON THRU 055-FIN
                   UNTIL WS-TE-IDX IS GREATER THAN WS-TE-USADOS
                      OR WS-TE-CLAVE (WS-TE-IDX) EQUAL
                         WS-CLAVE-CONCEPTO
           IF WS-TE-IDX IS GREATER THAN WS-TE-USADOS
              IF WS-TE-USADOS EQUAL 60
                 DISPLAY "EMPLEADO " WS-EMP-EN-PROCESO
                         " CON MAS DE 60 CONCEPTOS, SE OMITE EL RESTO."
                 GO TO 054-FIN
              END-IF
              ADD 1 TO WS-TE-USADOS
              MOVE WS-TE-USADOS      TO WS-TE-IDX
              MOVE WS-CLAVE-CONCEPTO TO WS-TE-CLAVE (WS-TE-IDX)
              MOVE "N"   TO WS-TE-EN-ANT (WS-TE-IDX)
                            WS-TE-EN-ACT (WS-TE-IDX)
              MOVE ZEROS TO WS-TE-IMP-ANT (WS-TE-IDX)
                            WS-TE-IMP-ACT (WS-TE-IDX)
           END-IF
           IF COLUMNA-ANTERIOR
              MOVE "S" TO WS-TE-EN-ANT (WS-TE-IDX)
              ADD WS-IMP-RENGLON TO WS-TE-IMP-ANT (WS-TE-IDX)
           ELSE
              MOVE "S" TO WS-TE-EN-ACT (WS-TE-IDX)
              ADD WS-IMP-RENGLON TO WS-TE-IMP-ACT (WS-TE-IDX)
           END-IF.
       054-FIN. EXIT.

       055-BUSCA-RENGLON.
           ADD 1 TO WS-TE-IDX.
       055-FIN. EXIT.

      *----------------------------------------------------------------
      * CLASIFICA EL RENGLON: NUEVO (SOLO EN EL ACTUAL), FALTANTE
      * (SOLO EN EL ANTERIOR) O CAMBIO DE IMPORTE QUE REBASA EL
      * UMBRAL EN PORCENTAJE Y LA DIFERENCIA MINIMA. LO LISTADO VA AL
      * ARCHIVO DE TRABAJO; TODO SE ACUMULA EN EL TOTAL DEL CONCEPTO.
      *----------------------------------------------------------------
       060-CLASIFICA-RENGLON.
           MOVE WS-TE-CLAVE (WS-TE-IDX) TO WS-CLAVE-CONCEPTO
           PERFORM 064-BUSCA-CONCEPTO THRU 064-FIN
           COMPUTE WS-DIFERENCIA = WS-TE-IMP-ACT (WS-TE-IDX)
                                 - WS-TE-IMP-ANT (WS-TE-IDX)
           IF WS-DIFERENCIA IS LESS THAN ZEROS
              COMPUTE WS-DIF-ABS = WS-DIFERENCIA * -1
           ELSE
              MOVE WS-DIFERENCIA TO WS-DIF-ABS
           END-IF
           MOVE SPACES TO WS-MOTIVO
           EVALUATE TRUE
           WHEN WS-TE-EN-ANT (WS-TE-IDX) EQUAL "N"
              MOVE "N" TO WS-MOTIVO
           WHEN WS-TE-EN-ACT (WS-TE-IDX) EQUAL "N"
              MOVE "F" TO WS-MOTIVO
           WHEN WS-DIF-ABS EQUAL ZEROS
              CONTINUE
           WHEN WS-DIF-ABS IS LESS THAN WS-UMBRAL-IMPORTE
              CONTINUE
           WHEN WS-TE-IMP-ANT (WS-TE-IDX) EQUAL ZEROS
              MOVE "C" TO WS-MOTIVO
           WHEN OTHER
              COMPUTE WS-VARIACION-PCT ROUNDED =
                      WS-DIF-ABS * 100 / WS-TE-IMP-ANT (WS-TE-IDX)
                      ON SIZE ERROR
                         MOVE 99999.99 TO WS-VARIACION-PCT
              END-COMPUTE
              IF WS-VARIACION-PCT IS GREATER THAN WS-UMBRAL-PCT
                 MOVE "C" TO WS-MOTIVO
              END-IF
           END-EVALUATE
           IF WS-TC-IDX NOT EQUAL ZEROS
              ADD WS-TE-IMP-ANT (WS-TE-IDX)
                  TO WS-TC-TOT-ANT (WS-TC-IDX)
              ADD WS-TE-IMP-ACT (WS-TE-IDX)
                  TO WS-TC-TOT-ACT (WS-TC-IDX)
              ADD 1 TO WS-TC-EMPLEADOS (WS-TC-IDX)
           END-IF
           IF WS-MOTIVO EQUAL SPACES
              GO TO 060-SIGUE
           END-IF
           IF WS-TC-IDX NOT EQUAL ZEROS
              ADD WS-DIFERENCIA TO WS-TC-EXPLICADO (WS-TC-IDX)
              ADD 1 TO WS-TC-CAMBIOS (WS-TC-IDX)
           END-IF
           INITIALIZE REG-ORDEN
           MOVE WS-CLAVE-CONCEPTO         TO SRT-CLAVE
           MOVE "1"                       TO SRT-REGISTRO
           MOVE WS-EMP-EN-PROCESO         TO SRT-ID-EMP
           MOVE WS-MOTIVO                 TO SRT-MOTIVO
           MOVE WS-TE-IMP-ANT (WS-TE-IDX) TO SRT-IMP-ANTERIOR
           MOVE WS-TE-IMP-ACT (WS-TE-IDX) TO SRT-IMP-ACTUAL
           MOVE WS-DIFERENCIA             TO SRT-EXPLICADO
           WRITE REG-TRABAJO-VARIACION FROM REG-ORDEN
           ADD 1 TO WS-CONT-CAMBIOS.
       060-SIGUE.
           ADD 1 TO WS-TE-IDX.
       060-FIN. EXIT.

      *----------------------------------------------------------------
      * UBICA (O DA DE ALTA) EL CONCEPTO EN LA TABLA DE TOTALES;
      * WS-TC-IDX QUEDA EN CERO SI LA TABLA YA SE LLENO.
      *----------------------------------------------------------------
       064-BUSCA-CONCEPTO.
           MOVE 1 TO WS-TC-IDX
           PERFORM 065-SIGUIENTE-CONCEPTO THRU 065-FIN
                   UNTIL WS-TC-IDX IS GREATER THAN WS-TC-USADOS
                      OR WS-TC-CLAVE (WS-TC-IDX) EQUAL
                         WS-CLAVE-CONCEPTO
           IF WS-TC-IDX IS NOT GREATER THAN WS-TC-USADOS
              GO TO 064-FIN
           END-IF
           IF WS-TC-USADOS EQUAL 150
              IF SW-DESBORDE EQUAL "N"
                 DISPLAY "MAS DE 150 CONCEPTOS DISTINTOS, LOS "
                         "DEMAS NO SE TOTALIZAN."
                 MOVE "S" TO SW-DESBORDE
              END-IF
              MOVE ZEROS TO WS-TC-IDX
              GO TO 064-FIN
           END-IF
           ADD 1 TO WS-TC-USADOS
           MOVE WS-TC-USADOS      TO WS-TC-IDX
           MOVE WS-CLAVE-CONCEPTO TO WS-TC-CLAVE (WS-TC-IDX)
           MOVE ZEROS TO WS-TC-TOT-ANT (WS-TC-IDX)
                         WS-TC-TOT-ACT (WS-TC-IDX)
                         WS-TC-EXPLICADO (WS-TC-IDX)
                         WS-TC-EMPLEADOS (WS-TC-IDX)
                         WS-TC-CAMBIOS (WS-TC-IDX).
       064-FIN. EXIT.

       065-SIGUIENTE-CONCEPTO.
           ADD 1 TO WS-TC-IDX.
       065-FIN. EXIT.

      *----------------------------------------------------------------
      * UN RENGLON DE TOTALES POR CONCEPTO AL ARCHIVO DE TRABAJO, PARA
      * QUE EL SORT LO PONGA A LA CABEZA DE SUS EMPLEADOS.
      *----------------------------------------------------------------
       070-GRABA-TOTALES.
           MOVE 1 TO WS-TC-IDX
           PERFORM 072-GRABA-TOTAL THRU 072-FIN
                   UNTIL WS-TC-IDX IS GREATER THAN WS-TC-USADOS.
       070-FIN. EXIT.

       072-GRABA-TOTAL.
           INITIALIZE REG-ORDEN
           MOVE WS-TC-CLAVE (WS-TC-IDX)     TO SRT-CLAVE
           MOVE "0"                         TO SRT-REGISTRO
           MOVE WS-TC-TOT-ANT (WS-TC-IDX)   TO SRT-IMP-ANTERIOR
           MOVE WS-TC-TOT-ACT (WS-TC-IDX)   TO SRT-IMP-ACTUAL
           MOVE WS-TC-EXPLICADO (WS-TC-IDX) TO SRT-EXPLICADO
           MOVE WS-TC-EMPLEADOS (WS-TC-IDX) TO SRT-EMPLEADOS
           MOVE WS-TC-CAMBIOS (WS-TC-IDX)   TO SRT-CAMBIOS
           WRITE REG-TRABAJO-VARIACION FROM REG-ORDEN
           ADD 1 TO WS-TC-IDX.
       072-FIN. EXIT.

      *----------------------------------------------------------------
      * SALIDA DEL SORT: CADA CONCEPTO ABRE CON SU RENGLON DE TOTALES
      * Y LO EXPLICADO CONTRA LO QUE QUEDO BAJO EL UMBRAL, Y SIGUEN
      * LOS EMPLEADOS QUE LO MOVIERON.
      *----------------------------------------------------------------
       080-IMPRIME-ORDEN.
           MOVE SPACES TO SW-FIN
           PERFORM 082-IMPRIME-RENGLON THRU 082-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       080-PROC-FIN. EXIT.

       082-IMPRIME-RENGLON.
           RETURN ARCHIVO-ORDEN
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 082-FIN
           END-RETURN
           IF SRT-ES-TOTAL
              PERFORM 084-IMPRIME-TOTAL THRU 084-FIN
           ELSE
              PERFORM 086-IMPRIME-EMPLEADO THRU 086-FIN
           END-IF.
       082-FIN. EXIT.

       084-IMPRIME-TOTAL.
           MOVE SRT-CLAVE TO WS-CLAVE-CONCEPTO
           PERFORM 085-NOMBRE-CONCEPTO THRU 085-FIN
           WRITE REG-REPORTE FROM WS-MARGEN
           MOVE SRT-ORIGEN         TO WS-LC-ORIGEN
           MOVE SRT-CONCEPTO       TO WS-LC-CODIGO
           MOVE WS-NOMBRE-CONCEPTO TO WS-LC-NOMBRE
           MOVE SRT-TIPO           TO WS-LC-TIPO
           MOVE SRT-IMP-ANTERIOR   TO WS-LC-ANTERIOR
           MOVE SRT-IMP-ACTUAL     TO WS-LC-ACTUAL
           COMPUTE WS-DIFERENCIA = SRT-IMP-ACTUAL - SRT-IMP-ANTERIOR
           MOVE WS-DIFERENCIA      TO WS-LC-DIFERENCIA
           MOVE SRT-EMPLEADOS      TO WS-LC-EMPLEADOS
           MOVE SRT-CAMBIOS        TO WS-LC-CAMBIOS
           WRITE REG-REPORTE FROM WS-LIN-CONCEPTO
           IF WS-DIFERENCIA EQUAL ZEROS AND SRT-CAMBIOS EQUAL ZEROS
              GO TO 084-FIN
           END-IF
           COMPUTE WS-RESTO = WS-DIFERENCIA - SRT-EXPLICADO
           MOVE SRT-EXPLICADO TO WS-LX-EXPLICADO
           MOVE WS-RESTO      TO WS-LX-RESTO
           WRITE REG-REPORTE FROM WS-LIN-EXPLICA.
       084-FIN. EXIT.

      *----------------------------------------------------------------
      * EL NOMBRE DEL CONCEPTO SE RESUELVE COMO EN EL RECIBO
      * (RECIBNOM): LOS IMPORTES DEL PERIODO Y LOS ORIGENES QUE NO
      * SON DEL CATALOGO SE NOMBRAN AQUI, LO DEMAS DE BD-CONCEPTOS.
      *----------------------------------------------------------------
       085-NOMBRE-CONCEPTO.
           IF WS-CLV-ORIGEN EQUAL "*"
              EVALUATE WS-CLV-CONCEPTO
              WHEN 01
                 MOVE "SUELDO BASE"         TO WS-NOMBRE-CONCEPTO
              WHEN 02
                 MOVE "ISR RETENIDO"        TO WS-NOMBRE-CONCEPTO
              WHEN 03
                 MOVE "SUBSIDIO AL EMPLEO"  TO WS-NOMBRE-CONCEPTO
              WHEN 04
                 MOVE "CUOTA OBRERA IMSS"   TO WS-NOMBRE-CONCEPTO
              WHEN 05
                 MOVE "RETENCION INFONAVIT" TO WS-NOMBRE-CONCEPTO
              WHEN OTHER
                 MOVE "NETO PAGADO"         TO WS-NOMBRE-CONCEPTO
              END-EVALUATE
              GO TO 085-FIN
           END-IF
           EVALUATE WS-CLV-ORIGEN
           WHEN "P"
              MOVE "ABONO PRESTAMO"      TO WS-NOMBRE-CONCEPTO
              GO TO 085-FIN
           WHEN "A"
              MOVE "AGUINALDO"           TO WS-NOMBRE-CONCEPTO
              GO TO 085-FIN
           WHEN "J"
              MOVE "PENSION ALIMENTICIA" TO WS-NOMBRE-CONCEPTO
              GO TO 085-FIN
           WHEN "F"
              MOVE "FONDO DE AHORRO"     TO WS-NOMBRE-CONCEPTO
              GO TO 085-FIN
           WHEN "S"
              MOVE "CUOTA SINDICAL"      TO WS-NOMBRE-CONCEPTO
              GO TO 085-FIN
           WHEN "N"
              MOVE "DIAS DE INCAPACIDAD IMSS" TO WS-NOMBRE-CONCEPTO
              GO TO 085-FIN
           WHEN "V"
              MOVE "PRIMA VACACIONAL"    TO WS-NOMBRE-CONCEPTO
              GO TO 085-FIN
           WHEN "X"
              MOVE "PARTE EXENTA (UMA)"  TO WS-NOMBRE-CONCEPTO
              GO TO 085-FIN
           WHEN "D"
              MOVE "AJUSTE ANUAL DE ISR" TO WS-NOMBRE-CONCEPTO
              GO TO 085-FIN
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           MOVE "CONCEPTO DESCONOCIDO" TO WS-NOMBRE-CONCEPTO
           IF NOT HAY-CATALOGO
              GO TO 085-FIN
           END-IF
           MOVE WS-CLV-CONCEPTO TO CON-CODIGO
           READ CATALOGO-CONCEPTOS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE CON-DESCRIPCION TO WS-NOMBRE-CONCEPTO
           END-READ.
       085-FIN. EXIT.

       086-IMPRIME-EMPLEADO.
           MOVE SRT-ID-EMP TO WS-LE-ID
                              REG-ID-EMP
           READ EMPLEADOS INTO WS-DATOS-EMPLEADO
                INVALID KEY
                   MOVE "NO EXISTE" TO WS-LE-NOMBRE
                NOT INVALID KEY
                   MOVE SPACES TO WS-LE-NOMBRE
                   STRING WS-APE-PAT-EMP DELIMITED BY "  "
                          " "            DELIMITED BY SIZE
                          WS-NOMBRE-EMP  DELIMITED BY "  "
                          INTO WS-LE-NOMBRE
                   END-STRING
           END-READ
           EVALUATE TRUE
           WHEN SRT-CONCEPTO-NUEVO
              MOVE "CONCEPTO NUEVO"  TO WS-LE-MOTIVO
           WHEN SRT-CONCEPTO-FALTA
              MOVE "YA NO APARECE"   TO WS-LE-MOTIVO
           WHEN OTHER
              MOVE "CAMBIO IMPORTE"  TO WS-LE-MOTIVO
           END-EVALUATE
           MOVE SRT-IMP-ANTERIOR TO WS-LE-ANTERIOR
           MOVE SRT-IMP-ACTUAL   TO WS-LE-ACTUAL
           MOVE SRT-EXPLICADO    TO WS-LE-DIFERENCIA
           WRITE REG-REPORTE FROM WS-LIN-EMPLEADO.
       086-FIN. EXIT.

       088-IMPRIME-CONTROL.
           WRITE REG-REPORTE FROM WS-MARGEN
           MOVE "EMPLEADOS COMPARADOS:"            TO WS-CTL-TEXTO
           MOVE WS-CONT-EMPLEADOS                  TO WS-CTL-CUENTA
           WRITE REG-REPORTE FROM WS-LIN-CONTROL
           MOVE "NUEVOS EN LA NOMINA (SIN PAGO ANTERIOR):"
                TO WS-CTL-TEXTO
           MOVE WS-CONT-NUEVOS                     TO WS-CTL-CUENTA
           WRITE REG-REPORTE FROM WS-LIN-CONTROL
           MOVE "PAGADOS ANTES Y YA NO EN ESTE PERIODO:"
                TO WS-CTL-TEXTO
           MOVE WS-CONT-SIN-PAGO                   TO WS-CTL-CUENTA
           WRITE REG-REPORTE FROM WS-LIN-CONTROL
           MOVE "CAMBIOS LISTADOS:"                TO WS-CTL-TEXTO
           MOVE WS-CONT-CAMBIOS                    TO WS-CTL-CUENTA
           WRITE REG-REPORTE FROM WS-LIN-CONTROL.
       088-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 NOMINA-PERIODO
                 NOMINA-DETALLE
                 REPORTE
           IF HAY-CATALOGO
              CLOSE CATALOGO-CONCEPTOS
           END-IF.
       090-FIN. EXIT.
