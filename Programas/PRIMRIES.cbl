      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * PRIMRIES.cbl - DETERMINACION ANUAL DE LA PRIMA DE RIESGO DE
      *                TRABAJO ANTE EL IMSS, POR REGISTRO PATRONAL (EL
      *                DE CADA PLANTA EN BD-PLANTAS.TXT Y
      *                BD-PATRONES.TXT); LA PLANTA SIN REGISTRO SE
      *                DETERMINA SOLA. SE CORRE EN
      *                FEBRERO SOBRE EL EJERCICIO ANTERIOR: DE
      *                BD-INCAPACIDADES.TXT TOMA LOS CERTIFICADOS DE
      *                RIESGO DE TRABAJO (CASOS QUE INICIAN EN EL
      *                EJERCICIO Y DIAS SUBSIDIADOS QUE CAEN EN EL),
      *                DE BD-IMSS-PERIODO.TXT EL PROMEDIO DE
      *                TRABAJADORES EXPUESTOS (QUINCENAS COTIZADAS
      *                ENTRE 24 MAS SEMANAS COTIZADAS ENTRE 52) Y EL
      *                OPERADOR CAPTURA LAS INCAPACIDADES PERMANENTES
      *                Y DEFUNCIONES DE CADA REGISTRO, QUE NO ESTAN EN
      *                EL SISTEMA. APLICA LA FORMULA DE LA LEY DEL
      *                SEGURO SOCIAL, LIMITA EL CAMBIO A UN PUNTO
      *                CONTRA LA PRIMA ANTERIOR Y LA DEJA ENTRE 0.5 Y
      *                15 POR CIENTO. LA HOJA DE DETERMINACION QUEDA
      *                EN REPORTE-PRIMA-RIESGO.TXT Y, CONFIRMADA, LA
      *                PRIMA NUEVA DEL REGISTRO SE GRABA EN
      *                BD-PRIMA-RIESGO.TXT A CADA UNA DE SUS PLANTAS CON
      *                VIGENCIA AL 1 DE MARZO, DE DONDE LA TOMA EL
      *                CALCULO DE CUOTAS DE NOMQUINC. SOLO UN
      *                SUPERVISOR O ADMINISTRADOR LA CORRE; CADA
      *                PLANTA GRABADA QUEDA EN BD-AUDITORIA.TXT.
      *----------------------------------------------------------------
      * MODIFICACIONES:
      * - LA PRIMA SE DETERMINA POR REGISTRO PATRONAL Y SE GRABA A
      *   TODAS SUS PLANTAS; LA PLANTA SIN REGISTRO SE DETERMINA
      *   SOLA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PRIMRIES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OPERSEL.
           COPY AUDSEL.
           COPY EMPSEL.
           COPY PLTSEL.
           COPY INCASEL.
           COPY IMPSEL.
           COPY TIMSEL.
           COPY PRTSEL.
           COPY PATSEL.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE.

       DATA DIVISION.
       FILE SECTION.
           COPY OPERFD.
           COPY AUDFD.
           COPY EMPFD.
           COPY PLTFD.
           COPY INCAFD.
           COPY IMPFD.
           COPY TIMFD.
           COPY PRTFD.
           COPY PATFD.

       FD  REPORTE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(100).

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPFS.
           COPY EMPRUTA.
           COPY OPERFS.
           COPY OPERRUTA.
           COPY AUDFS.
           COPY AUDRUTA.
           COPY PLTFS.
           COPY PLTRUTA.
           COPY INCAFS.
           COPY INCARUTA.
           COPY IMPFS.
           COPY IMPRUTA.
           COPY TIMFS.
           COPY TIMRUTA.
           COPY PRTFS.
           COPY PRTRUTA.
           COPY PATFS.
           COPY PATRUTA.

       01  WS-RUTA-REPORTE        PIC X(80).

       01  WS-FECHA-SISTEMA        PIC 9(08).
       01  WS-FECHA-SISTEMA-R REDEFINES WS-FECHA-SISTEMA.
           05 WS-SIS-ANIO           PIC 9(04).
           05 WS-SIS-MESDIA         PIC 9(04).
       01  WS-ANIO-PEDIDO          PIC 9(04).
       01  WS-FECHA-VIGENCIA       PIC 9(08).
       01  WS-FECHA-VIGENCIA-R REDEFINES WS-FECHA-VIGENCIA.
           05 WS-FV-ANIO           PIC 9(04).
           05 WS-FV-MESDIA         PIC 9(04).
       01  SW-CONFIRMA             PIC X(01).
       01  SW-FIN                  PIC X(03)     VALUE SPACES.

      *----------------------------------------------------------------
      * RANGO SERIALIZADO DEL EJERCICIO (ANIO COMERCIAL DE 360 DIAS,
      * EL MISMO CRITERIO DE INCACALP E INCAPREP).
      *----------------------------------------------------------------
       01  WS-SER-INI-ANIO         PIC S9(07).
       01  WS-SER-FIN-ANIO         PIC S9(07).
       01  WS-DIAS-EN-ANIO         PIC S9(05).

      *----------------------------------------------------------------
      * RANGO DE PERIODOS AAAAMMQ DEL EJERCICIO EN BD-IMSS-PERIODO.TXT
      * (MESES 01-12 QUINCENALES, 51-62 SEMANALES).
      *----------------------------------------------------------------
       01  WS-PERIODO-INI          PIC 9(07).
       01  WS-PERIODO-FIN          PIC 9(07).
       01  WS-PERIODO-W            PIC 9(07).
       01  WS-PERIODO-W-R REDEFINES WS-PERIODO-W.
           05 WS-PW-ANIO           PIC 9(04).
           05 WS-PW-MES            PIC 9(02).
           05 WS-PW-QUINCENA       PIC 9(01).

       01  WS-PLANTA-EMP           PIC 9(02).
       01  WS-PLA-IDX              PIC 9(03).

       01  WS-TABLA-PLANTAS.
           05 WS-PLA-REN OCCURS 99 TIMES.
              10 WS-PLA-CASOS      PIC 9(04).
              10 WS-PLA-DIAS       PIC 9(06).
              10 WS-PLA-QUINCENAS  PIC 9(07).
              10 WS-PLA-SEMANAS    PIC 9(07).
              10 WS-PLA-INCAP-I    PIC 9(03)V9(04).
              10 WS-PLA-DEFUN-D    PIC 9(03).
              10 WS-PLA-EXPUESTOS  PIC 9(05)V99.
              10 WS-PLA-ANTERIOR   PIC V9(06).
              10 WS-PLA-NUEVA      PIC V9(06).
              10 WS-PLA-DETERMINA  PIC X(01).
                 88 PLA-DETERMINADA        VALUE "S".

      *----------------------------------------------------------------
      * LA PRIMA ES DEL REGISTRO PATRONAL: LAS CIFRAS DE SUS PLANTAS SE
      * SUMAN AQUI (UN RENGLON POR RENGLON DE BD-PATRONES.TXT). LA
      * PRIMA ANTERIOR DEL REGISTRO ES LA DE SU PRIMERA PLANTA QUE YA
      * TENGA PRIMA PROPIA.
      *----------------------------------------------------------------
       01  WS-REG-IDX              PIC 9(02).
       01  WS-TABLA-REGISTROS.
           05 WS-RGP-REN OCCURS 20 TIMES.
              10 WS-RGP-CASOS      PIC 9(04).
              10 WS-RGP-DIAS       PIC 9(06).
              10 WS-RGP-QUINCENAS  PIC 9(07).
              10 WS-RGP-SEMANAS    PIC 9(07).
              10 WS-RGP-INCAP-I    PIC 9(03)V9(04).
              10 WS-RGP-DEFUN-D    PIC 9(03).
              10 WS-RGP-EXPUESTOS  PIC 9(05)V99.
              10 WS-RGP-ANTERIOR   PIC V9(06).
              10 WS-RGP-NUEVA      PIC V9(06).
              10 WS-RGP-PLANTAS    PIC 9(02).
              10 WS-RGP-DETERMINA  PIC X(01).
                 88 RGP-DETERMINADO        VALUE "S".
       01  WS-CONT-SIN-REGISTRO    PIC 9(03)     VALUE ZEROS.

      *----------------------------------------------------------------
      * CIFRAS DE LA UNIDAD QUE SE ESTA DETERMINANDO (UN REGISTRO O
      * UNA PLANTA SIN REGISTRO) PARA LA CAPTURA Y LA FORMULA.
      *----------------------------------------------------------------
       01  WS-UNI-DIAS             PIC 9(06).
       01  WS-UNI-INCAP-I          PIC 9(03)V9(04).
       01  WS-UNI-DEFUN-D          PIC 9(03).
       01  WS-UNI-EXPUESTOS        PIC 9(05)V99.
       01  WS-UNI-ANTERIOR         PIC V9(06).
       01  WS-UNI-NUEVA            PIC V9(06).

       01  WS-CASOS-SIN-PLANTA     PIC 9(04)     VALUE ZEROS.
       01  WS-DIAS-SIN-PLANTA      PIC 9(06)     VALUE ZEROS.
       01  WS-CONT-DETERMINADAS    PIC 9(03)     VALUE ZEROS.
       01  WS-CONT-GRABADAS        PIC 9(03)     VALUE ZEROS.

      *----------------------------------------------------------------
      * FORMULA DEL ARTICULO 72 DE LA LEY DEL SEGURO SOCIAL:
      *   PRIMA = [(S/365) + V * (I + D)] * (F/N) + M
      * CON SUS LIMITES DE VARIACION ANUAL, MINIMO Y MAXIMO. LAS
      * PRIMAS SE MANEJAN COMO FRACCION (0.005000 = 0.5 POR CIENTO).
      *----------------------------------------------------------------
       01  WS-FACTOR-V             PIC 9(02)     VALUE 28.
       01  WS-FACTOR-F             PIC 9(01)V9   VALUE 2.3.
       01  WS-PRIMA-M              PIC V9(06)    VALUE .005.
       01  WS-PRIMA-MINIMA         PIC V9(06)    VALUE .005.
       01  WS-PRIMA-MAXIMA         PIC V9(06)    VALUE .15.
       01  WS-VARIACION-MAXIMA     PIC V9(06)    VALUE .01.

       01  WS-INCAP-CAPTURA        PIC 9(03)V9(04).
       01  WS-DEFUN-CAPTURA        PIC 9(03).
       01  WS-PRIMA-CALCULADA      PIC 9(03)V9(06).
       01  WS-PRIMA-AJUSTADA       PIC 9(03)V9(06).
       01  WS-PRIMA-LIMITE         PIC 9(03)V9(06).

       01  WS-MARGEN.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(01)   VALUE "*".
           05 FILLER              PIC X(96)   VALUE ALL "-".
           05 FILLER              PIC X(01)   VALUE "*".
           05 FILLER              PIC X(01)   VALUE SPACES.

       01  WS-TITULO.
           05 FILLER              PIC X(12)   VALUE SPACES.
           05 FILLER              PIC X(46)   VALUE
              "DETERMINACION DE LA PRIMA DE RIESGO DE TRABAJO".
           05 FILLER              PIC X(12)   VALUE " EJERCICIO ".
           05 WS-TIT-ANIO         PIC 9(04).
           05 FILLER              PIC X(13)   VALUE "  VIGENCIA 01".
           05 FILLER              PIC X(04)   VALUE "/03/".
           05 WS-TIT-ANIO-VIG     PIC 9(04).
           05 FILLER              PIC X(05)   VALUE SPACES.

       01  WS-COLUMNAS.
           05 FILLER              PIC X(48)   VALUE
              " PL PLANTA              CASOS   DIAS S         I".
           05 FILLER              PIC X(52)   VALUE
              "    D  EXPUESTOS  CALCULADA  ANTERIOR     NUEVA".

       01  WS-DETALLE.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-PLANTA       PIC 9(02).
           05 WS-DET-PLANTA-X REDEFINES WS-DET-PLANTA
                                  PIC X(02).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-NOMBRE       PIC X(20).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-CASOS        PIC ZZZ9.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-DIAS         PIC ZZZ,ZZ9.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-INCAP        PIC ZZ9.9999.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-DEFUN        PIC ZZ9.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-EXPUESTOS    PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-CALCULADA    PIC ZZZ9.9999.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-ANTERIOR     PIC ZZ9.9999.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-NUEVA        PIC ZZ9.9999.
           05 FILLER              PIC X(03)   VALUE SPACES.

       01  WS-LIN-NOTA.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-NOTA-TEXTO       PIC X(98).

       01  WS-LIN-SIN-PLANTA.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(37)   VALUE
              "CERTIFICADOS DE EMPLEADOS SIN PLANTA:".
           05 WS-SPL-CASOS        PIC ZZZ9.
           05 FILLER              PIC X(08)   VALUE "  DIAS: ".
           05 WS-SPL-DIAS         PIC ZZZ,ZZ9.
           05 FILLER              PIC X(42)   VALUE
              "  (NO ENTRAN A LA DETERMINACION)".

       01  WS-LIN-GENERAL.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(45)   VALUE
              "PRIMA GENERAL DEL RAMO EN BD-TASAS-IMSS.TXT: ".
           05 WS-GEN-PRIMA        PIC ZZ9.9999.
           05 FILLER              PIC X(45)   VALUE
              " %  (ANTERIOR DE LA PLANTA SIN PRIMA PROPIA)".

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS         THRU 015-FIN
           PERFORM 016-OBTIENE-RUTA-REPORTE       THRU 016-FIN
           PERFORM 027-OBTIENE-RUTA-OPERADORES    THRU 027-FIN
           PERFORM 021-OBTIENE-RUTA-AUDITORIA     THRU 021-FIN
           PERFORM 056-OBTIENE-RUTA-PLANTAS       THRU 056-FIN
           PERFORM 106-OBTIENE-RUTA-INCAPACIDADES THRU 106-FIN
           PERFORM 049-OBTIENE-RUTA-IMSS-PERIODO  THRU 049-FIN
           PERFORM 037-OBTIENE-RUTA-TASAS-IMSS    THRU 037-FIN
           PERFORM 165-OBTIENE-RUTA-PRIMA-RIESGO  THRU 165-FIN
           PERFORM 177-OBTIENE-RUTA-PATRONES      THRU 177-FIN
           PERFORM 028-ABRE-OPERADORES            THRU 028-FIN
           PERFORM 029-VALIDA-OPERADOR            THRU 029-FIN
           CLOSE OPERADORES
           MOVE WS-OPERADOR-ID TO WS-AUD-OPERADOR
           IF NOT OPERADOR-SUPERVISOR AND NOT OPERADOR-ADMINISTRADOR
              DISPLAY "SOLO UN SUPERVISOR O ADMINISTRADOR PUEDE "
                      "DETERMINAR LA PRIMA DE RIESGO."
              GOBACK
           END-IF
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 038-CARGA-TASAS-IMSS           THRU 038-FIN
           PERFORM 166-CARGA-PRIMAS-RIESGO        THRU 166-FIN
           IF WS-PRT-IDX-RAMO EQUAL ZEROS
              DISPLAY "AVISO: BD-TASAS-IMSS.TXT NO TRAE VIGENTE EL "
                      "RAMO 01 DE RIESGOS DE TRABAJO; LA PLANTA SIN "
                      "PRIMA PROPIA SE DETERMINA SIN LIMITE DE "
                      "VARIACION."
           END-IF
           PERFORM 018-SOLICITA-EJERCICIO         THRU 018-FIN
           PERFORM 178-CARGA-PATRONES             THRU 178-FIN
           IF WS-PAT-RENGLONES EQUAL ZEROS
              DISPLAY "AVISO: SIN REGISTROS PATRONALES EN "
                      "BD-PATRONES.TXT; LA PRIMA SE DETERMINA POR "
                      "PLANTA."
           END-IF
           PERFORM 020-ABRE-ARCHIVOS              THRU 020-FIN
           MOVE ZEROS TO WS-TABLA-PLANTAS
           PERFORM 030-ACUMULA-INCAPACIDADES      THRU 030-FIN
           PERFORM 033-ACUMULA-EXPUESTOS          THRU 033-FIN
           PERFORM 042-AGRUPA-REGISTROS           THRU 042-FIN
           MOVE WS-ANIO-PEDIDO TO WS-TIT-ANIO
           MOVE WS-FV-ANIO     TO WS-TIT-ANIO-VIG
           WRITE REG-REPORTE FROM WS-TITULO
           WRITE REG-REPORTE FROM WS-MARGEN
           WRITE REG-REPORTE FROM WS-COLUMNAS
           WRITE REG-REPORTE FROM WS-MARGEN
           MOVE 1 TO WS-REG-IDX
           PERFORM 046-DETERMINA-REGISTRO THRU 046-FIN
                   UNTIL WS-REG-IDX IS GREATER THAN WS-PAT-RENGLONES
           IF WS-CONT-SIN-REGISTRO IS GREATER THAN ZEROS AND
              WS-PAT-RENGLONES IS GREATER THAN ZEROS
              MOVE "PLANTAS SIN REGISTRO PATRONAL (SE DETERMINAN SOLAS)"
                TO WS-NOTA-TEXTO
              WRITE REG-REPORTE FROM WS-LIN-NOTA
           END-IF
           MOVE 1 TO WS-PLA-IDX
           PERFORM 045-DETERMINA-PLANTA THRU 045-FIN
                   UNTIL WS-PLA-IDX IS GREATER THAN 99
           WRITE REG-REPORTE FROM WS-MARGEN
           PERFORM 065-IMPRIME-PIE                THRU 065-FIN
           DISPLAY "PRIMAS DETERMINADAS: " WS-CONT-DETERMINADAS
           DISPLAY "HOJA DE DETERMINACION: " WS-RUTA-REPORTE
           IF WS-CONT-DETERMINADAS IS GREATER THAN ZEROS
              PERFORM 070-CONFIRMA-GRABACION      THRU 070-FIN
           END-IF
           PERFORM 090-CIERRA-ARCHIVOS            THRU 090-FIN
           GOBACK.

           COPY EMPRUTAP.
           COPY OPERRUTAP.
           COPY AUDRUTAP.
           COPY AUDWRTP.
           COPY PLTRUTAP.
           COPY INCARUTAP.
           COPY IMPRUTAP.
           COPY TIMRUTAP.
           COPY TIMCARGP.
           COPY PRTRUTAP.
           COPY PRTCARGP.
           COPY PATRUTAP.
           COPY PATCARGP.

       028-ABRE-OPERADORES.
           OPEN INPUT OPERADORES
           IF NOT FS-OPERADORES-OK
              DISPLAY "NO SE PUDO ABRIR BD-OPERADORES.TXT. DE DE ALTA "
                      "LOS OPERADORES DESDE CRUD-EMP PRIMERO."
              GOBACK
           END-IF.
       028-FIN. EXIT.

           COPY OPERVALP.

      *----------------------------------------------------------------
      * REPORTE-PRIMA-RIESGO.TXT VIVE EN LA MISMA CARPETA QUE
      * BD-EMPLEADOS.TXT, YA RESUELTA POR 015-OBTIENE-RUTA-DATOS.
      *----------------------------------------------------------------
       016-OBTIENE-RUTA-REPORTE.
           STRING WS-DIR-DATOS                  DELIMITED BY SPACE
                  "\REPORTE-PRIMA-RIESGO.TXT"   DELIMITED BY SIZE
                  INTO WS-RUTA-REPORTE
           END-STRING.
       016-FIN. EXIT.

      *----------------------------------------------------------------
      * EL EJERCICIO ES NORMALMENTE EL ANIO ANTERIOR AL DE LA CORRIDA;
      * LA PRIMA QUE RESULTA RIGE DEL 1 DE MARZO DEL ANIO SIGUIENTE
      * AL EJERCICIO AL ULTIMO DE FEBRERO DEL OTRO.
      *----------------------------------------------------------------
       018-SOLICITA-EJERCICIO.
           DISPLAY "EJERCICIO A DETERMINAR (AAAA, NORMALMENTE EL "
                   "ANIO ANTERIOR): "
           ACCEPT WS-ANIO-PEDIDO
           IF WS-ANIO-PEDIDO IS LESS THAN 2000 OR
              WS-ANIO-PEDIDO IS NOT LESS THAN WS-SIS-ANIO
              DISPLAY "EL EJERCICIO DEBE SER UN ANIO YA TERMINADO."
              DISPLAY " "
              GO TO 018-SOLICITA-EJERCICIO
           END-IF
           COMPUTE WS-FV-ANIO = WS-ANIO-PEDIDO + 1
           MOVE 0301 TO WS-FV-MESDIA
           IF WS-FECHA-SISTEMA IS GREATER THAN WS-FECHA-VIGENCIA
              DISPLAY "AVISO: LA VIGENCIA " WS-FECHA-VIGENCIA
                      " YA PASO; LAS NOMINAS YA CALCULADAS DESDE "
                      "ENTONCES NO SE RECALCULAN."
           END-IF
           COMPUTE WS-SER-INI-ANIO = (WS-ANIO-PEDIDO * 360) + 31
           COMPUTE WS-SER-FIN-ANIO = WS-SER-INI-ANIO + 359
           COMPUTE WS-PERIODO-INI  = WS-ANIO-PEDIDO * 1000
           COMPUTE WS-PERIODO-FIN  = WS-PERIODO-INI + 999.
       018-FIN. EXIT.

       020-ABRE-ARCHIVOS.
           OPEN INPUT EMPLEADOS
           OPEN INPUT PLANTAS
           OPEN INPUT INCAPACIDADES
           OPEN INPUT IMSS-PERIODO
           IF NOT FS-EMPLEADOS-OK OR NOT FS-PLANTAS-OK
              OR NOT FS-INCAPACIDADES-OK OR NOT FS-IMSS-PERIODO-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              GOBACK
           END-IF
           OPEN OUTPUT REPORTE.
       020-FIN. EXIT.

      *----------------------------------------------------------------
      * SOLO CUENTAN LOS CERTIFICADOS DE RIESGO DE TRABAJO. EL CASO SE
      * CUENTA EN EL EJERCICIO EN QUE INICIA; LOS DIAS, POR LA PARTE
      * DEL CERTIFICADO QUE CAE DENTRO DEL EJERCICIO (UN CERTIFICADO
      * QUE CRUZA DE DICIEMBRE A ENERO REPARTE SUS DIAS). LA PLANTA
      * ES LA ACTUAL DEL EMPLEADO EN EL MAESTRO.
      *----------------------------------------------------------------
       030-ACUMULA-INCAPACIDADES.
           MOVE SPACES TO SW-FIN
           PERFORM 031-LEE-INCAPACIDAD THRU 031-FIN
           PERFORM 032-SUMA-INCAPACIDAD THRU 032-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       030-FIN. EXIT.

       031-LEE-INCAPACIDAD.
           READ INCAPACIDADES NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
           END-READ.
       031-FIN. EXIT.

       032-SUMA-INCAPACIDAD.
           IF NOT INCA-RIESGO
              GO TO 032-SIGUE
           END-IF
           MOVE INCA-FECHA-INICIO TO WS-INCAP-FECHA-W
           PERFORM 109-SERIAL-INCAP THRU 109-INC-FIN
           MOVE WS-INCAP-SERIAL TO WS-INCAP-SER-INI-INC
           COMPUTE WS-INCAP-SER-FIN-INC =
                   WS-INCAP-SER-INI-INC + INCA-DIAS - 1
           IF WS-INCAP-SER-FIN-INC IS LESS THAN WS-SER-INI-ANIO OR
              WS-INCAP-SER-INI-INC IS GREATER THAN WS-SER-FIN-ANIO
              GO TO 032-SIGUE
           END-IF
           COMPUTE WS-DIAS-EN-ANIO = INCA-DIAS
           IF WS-INCAP-SER-INI-INC IS LESS THAN WS-SER-INI-ANIO
              COMPUTE WS-DIAS-EN-ANIO = WS-DIAS-EN-ANIO -
                      (WS-SER-INI-ANIO - WS-INCAP-SER-INI-INC)
           END-IF
           IF WS-INCAP-SER-FIN-INC IS GREATER THAN WS-SER-FIN-ANIO
              COMPUTE WS-DIAS-EN-ANIO = WS-DIAS-EN-ANIO -
                      (WS-INCAP-SER-FIN-INC - WS-SER-FIN-ANIO)
           END-IF
           MOVE INCA-ID-EMP TO REG-ID-EMP
           READ EMPLEADOS INTO WS-DATOS-EMPLEADO
                INVALID KEY
                   MOVE ZEROS TO WS-PLANTA-EMP
                NOT INVALID KEY
                   MOVE WS-PLANTA TO WS-PLANTA-EMP
           END-READ
           IF WS-PLANTA-EMP EQUAL ZEROS
              IF WS-INW-ANIO EQUAL WS-ANIO-PEDIDO
                 ADD 1 TO WS-CASOS-SIN-PLANTA
              END-IF
              ADD WS-DIAS-EN-ANIO TO WS-DIAS-SIN-PLANTA
              GO TO 032-SIGUE
           END-IF
           IF WS-INW-ANIO EQUAL WS-ANIO-PEDIDO
              ADD 1 TO WS-PLA-CASOS (WS-PLANTA-EMP)
           END-IF
           ADD WS-DIAS-EN-ANIO TO WS-PLA-DIAS (WS-PLANTA-EMP).
       032-SIGUE.
           PERFORM 031-LEE-INCAPACIDAD THRU 031-FIN.
       032-FIN. EXIT.

      *----------------------------------------------------------------
      * MISMA SERIALIZACION QUE 109-SERIAL-FECHA DE INCACALP.cpy; SE
      * REPITE AQUI, COMO EN INCAPREP, PORQUE ESTE PROGRAMA NO USA EL
      * CALENDARIO DE QUINCENAS.
      *----------------------------------------------------------------
       109-SERIAL-INCAP.
           COMPUTE WS-INCAP-SERIAL =
                   (WS-INW-ANIO * 360) + (WS-INW-MES * 30) +
                   WS-INW-DIA.
       109-INC-FIN. EXIT.

      *----------------------------------------------------------------
      * CADA RENGLON DE BD-IMSS-PERIODO.TXT ES UN EMPLEADO QUE COTIZO
      * UN PERIODO; EL PROMEDIO DE EXPUESTOS DE LA PLANTA ES LA SUMA
      * DE SUS QUINCENAS ENTRE 24 MAS SUS SEMANAS ENTRE 52, QUE EQUIVALE
      * A LOS DIAS COTIZADOS DEL EJERCICIO ENTRE 365.
      *----------------------------------------------------------------
       033-ACUMULA-EXPUESTOS.
           MOVE SPACES         TO SW-FIN
           MOVE WS-PERIODO-INI TO IMP-PERIODO
           MOVE ZEROS          TO IMP-ID-EMP
           START IMSS-PERIODO KEY IS GREATER THAN OR EQUAL IMP-LLAVE
                 INVALID KEY
                    GO TO 033-FIN
           END-START
           PERFORM 034-LEE-IMSS-PERIODO THRU 034-FIN
           PERFORM 035-SUMA-EXPUESTO THRU 035-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       033-FIN. EXIT.

       034-LEE-IMSS-PERIODO.
           READ IMSS-PERIODO NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
           END-READ
           IF SW-FIN NOT EQUAL "FIN" AND
              IMP-PERIODO IS GREATER THAN WS-PERIODO-FIN
              MOVE "FIN" TO SW-FIN
           END-IF.
       034-FIN. EXIT.

       035-SUMA-EXPUESTO.
           MOVE IMP-ID-EMP TO REG-ID-EMP
           READ EMPLEADOS INTO WS-DATOS-EMPLEADO
                INVALID KEY
                   GO TO 035-SIGUE
           END-READ
           IF WS-PLANTA EQUAL ZEROS
              GO TO 035-SIGUE
           END-IF
           MOVE IMP-PERIODO TO WS-PERIODO-W
           IF WS-PW-MES IS GREATER THAN 50
              ADD 1 TO WS-PLA-SEMANAS (WS-PLANTA)
           ELSE
              ADD 1 TO WS-PLA-QUINCENAS (WS-PLANTA)
           END-IF.
       035-SIGUE.
           PERFORM 034-LEE-IMSS-PERIODO THRU 034-FIN.
       035-FIN. EXIT.

      *----------------------------------------------------------------
      * CADA PLANTA CON REGISTRO PATRONAL SUMA SUS CASOS, DIAS Y
      * PERIODOS COTIZADOS A LOS DE SU REGISTRO; LA QUE NO TIENE SE
      * CUENTA PARA DETERMINARLA SOLA.
      *----------------------------------------------------------------
       042-AGRUPA-REGISTROS.
           MOVE ZEROS TO WS-TABLA-REGISTROS
           MOVE 1 TO WS-PLA-IDX
           PERFORM 043-SUMA-PLANTA THRU 043-FIN
                   UNTIL WS-PLA-IDX IS GREATER THAN 99
           MOVE 1 TO WS-REG-IDX
           PERFORM 044-CIERRA-REGISTRO THRU 044-FIN
                   UNTIL WS-REG-IDX IS GREATER THAN WS-PAT-RENGLONES.
       042-FIN. EXIT.

       043-SUMA-PLANTA.
           MOVE WS-PDP-IDX (WS-PLA-IDX) TO WS-REG-IDX
           IF WS-REG-IDX EQUAL ZEROS
              IF WS-PLA-CASOS     (WS-PLA-IDX) IS GREATER THAN ZEROS OR
                 WS-PLA-DIAS      (WS-PLA-IDX) IS GREATER THAN ZEROS OR
                 WS-PLA-QUINCENAS (WS-PLA-IDX) IS GREATER THAN ZEROS OR
                 WS-PLA-SEMANAS   (WS-PLA-IDX) IS GREATER THAN ZEROS
                 ADD 1 TO WS-CONT-SIN-REGISTRO
              END-IF
              GO TO 043-SIGUE
           END-IF
           ADD 1 TO WS-RGP-PLANTAS (WS-REG-IDX)
           ADD WS-PLA-CASOS     (WS-PLA-IDX)
            TO WS-RGP-CASOS     (WS-REG-IDX)
           ADD WS-PLA-DIAS      (WS-PLA-IDX)
            TO WS-RGP-DIAS      (WS-REG-IDX)
           ADD WS-PLA-QUINCENAS (WS-PLA-IDX)
            TO WS-RGP-QUINCENAS (WS-REG-IDX)
           ADD WS-PLA-SEMANAS   (WS-PLA-IDX)
            TO WS-RGP-SEMANAS   (WS-REG-IDX)
           IF WS-PRT-VIGENCIA (WS-PLA-IDX) EQUAL ZEROS
              GO TO 043-SIGUE
           END-IF
           IF WS-RGP-ANTERIOR (WS-REG-IDX) EQUAL ZEROS
              MOVE WS-PRT-TASA (WS-PLA-IDX)
                TO WS-RGP-ANTERIOR (WS-REG-IDX)
           ELSE
              IF WS-PRT-TASA (WS-PLA-IDX) NOT EQUAL
                 WS-RGP-ANTERIOR (WS-REG-IDX)
                 DISPLAY "AVISO: LA PLANTA " WS-PLA-IDX " TRAE UNA "
                         "PRIMA ANTERIOR DISTINTA A LA DE SU REGISTRO "
                         WS-PAT-T-REGISTRO (WS-REG-IDX)
                         "; SE TOMA LA DE LA PRIMERA PLANTA."
              END-IF
           END-IF.
       043-SIGUE.
           ADD 1 TO WS-PLA-IDX.
       043-FIN. EXIT.

       044-CIERRA-REGISTRO.
           COMPUTE WS-RGP-EXPUESTOS (WS-REG-IDX) ROUNDED =
                   WS-RGP-QUINCENAS (WS-REG-IDX) / 24 +
                   WS-RGP-SEMANAS   (WS-REG-IDX) / 52
           IF WS-RGP-ANTERIOR (WS-REG-IDX) EQUAL ZEROS
              MOVE WS-PRT-TASA-GENERAL TO WS-RGP-ANTERIOR (WS-REG-IDX)
           END-IF
           ADD 1 TO WS-REG-IDX.
       044-FIN. EXIT.

      *----------------------------------------------------------------
      * LA PLANTA SIN TRABAJADORES EXPUESTOS NO SE DETERMINA. PARA LA
      * QUE SI TIENE, EL OPERADOR CAPTURA I (SUMA DE LOS PORCENTAJES
      * DE INCAPACIDAD PERMANENTE DICTAMINADOS EN EL EJERCICIO, ENTRE
      * 100) Y D (DEFUNCIONES POR RIESGO DE TRABAJO), QUE SALEN DE LOS
      * DICTAMENES DEL IMSS Y NO DE BD-INCAPACIDADES.TXT. AQUI SOLO
      * PASAN LAS PLANTAS SIN REGISTRO PATRONAL; LAS DEMAS SE
      * DETERMINAN CON SU REGISTRO EN 046-DETERMINA-REGISTRO.
      *----------------------------------------------------------------
       045-DETERMINA-PLANTA.
           IF WS-PDP-IDX (WS-PLA-IDX) IS GREATER THAN ZEROS
              GO TO 045-SIGUE
           END-IF
           IF WS-PLA-CASOS     (WS-PLA-IDX) EQUAL ZEROS AND
              WS-PLA-DIAS      (WS-PLA-IDX) EQUAL ZEROS AND
              WS-PLA-QUINCENAS (WS-PLA-IDX) EQUAL ZEROS AND
              WS-PLA-SEMANAS   (WS-PLA-IDX) EQUAL ZEROS
              GO TO 045-SIGUE
           END-IF
           MOVE WS-PLA-IDX TO PLT-COD
           READ PLANTAS
                INVALID KEY
                   MOVE "NO LOCALIZADA" TO PLT-NOMBRE
           END-READ
           COMPUTE WS-PLA-EXPUESTOS (WS-PLA-IDX) ROUNDED =
                   WS-PLA-QUINCENAS (WS-PLA-IDX) / 24 +
                   WS-PLA-SEMANAS   (WS-PLA-IDX) / 52
           MOVE WS-PRT-TASA-GENERAL TO WS-PLA-ANTERIOR (WS-PLA-IDX)
           IF WS-PRT-VIGENCIA (WS-PLA-IDX) IS GREATER THAN ZEROS
              MOVE WS-PRT-TASA (WS-PLA-IDX)
                TO WS-PLA-ANTERIOR (WS-PLA-IDX)
           END-IF
           MOVE SPACES                      TO WS-DETALLE
           MOVE WS-PLA-IDX                  TO WS-DET-PLANTA
           MOVE PLT-NOMBRE                  TO WS-DET-NOMBRE
           MOVE WS-PLA-CASOS (WS-PLA-IDX)   TO WS-DET-CASOS
           MOVE WS-PLA-DIAS  (WS-PLA-IDX)   TO WS-DET-DIAS
           MOVE WS-PLA-EXPUESTOS (WS-PLA-IDX) TO WS-DET-EXPUESTOS
           COMPUTE WS-DET-ANTERIOR =
                   WS-PLA-ANTERIOR (WS-PLA-IDX) * 100
           IF WS-PLA-EXPUESTOS (WS-PLA-IDX) EQUAL ZEROS
              WRITE REG-REPORTE FROM WS-DETALLE
              MOVE "SIN TRABAJADORES EXPUESTOS: CONSERVA SU PRIMA."
                TO WS-NOTA-TEXTO
              WRITE REG-REPORTE FROM WS-LIN-NOTA
              GO TO 045-SIGUE
           END-IF
           DISPLAY " "
           DISPLAY "PLANTA " WS-PLA-IDX " " PLT-NOMBRE
           DISPLAY "CASOS: " WS-DET-CASOS "  DIAS SUBSIDIADOS: "
                   WS-DET-DIAS "  EXPUESTOS: " WS-DET-EXPUESTOS
           MOVE WS-PLA-DIAS      (WS-PLA-IDX) TO WS-UNI-DIAS
           MOVE WS-PLA-EXPUESTOS (WS-PLA-IDX) TO WS-UNI-EXPUESTOS
           MOVE WS-PLA-ANTERIOR  (WS-PLA-IDX) TO WS-UNI-ANTERIOR
           PERFORM 050-CAPTURA-DICTAMENES THRU 050-FIN
           PERFORM 055-CALCULA-PRIMA THRU 055-FIN
           MOVE WS-UNI-INCAP-I TO WS-PLA-INCAP-I (WS-PLA-IDX)
           MOVE WS-UNI-DEFUN-D TO WS-PLA-DEFUN-D (WS-PLA-IDX)
           MOVE WS-UNI-NUEVA   TO WS-PLA-NUEVA   (WS-PLA-IDX)
           MOVE WS-PLA-INCAP-I (WS-PLA-IDX) TO WS-DET-INCAP
           MOVE WS-PLA-DEFUN-D (WS-PLA-IDX) TO WS-DET-DEFUN
           COMPUTE WS-DET-CALCULADA = WS-PRIMA-CALCULADA * 100
           COMPUTE WS-DET-NUEVA = WS-PLA-NUEVA (WS-PLA-IDX) * 100
           WRITE REG-REPORTE FROM WS-DETALLE
           DISPLAY "PRIMA NUEVA: " WS-DET-NUEVA " %  (ANTERIOR "
                   WS-DET-ANTERIOR " %)"
           MOVE "S" TO WS-PLA-DETERMINA (WS-PLA-IDX)
           ADD 1 TO WS-CONT-DETERMINADAS.
       045-SIGUE.
           ADD 1 TO WS-PLA-IDX.
       045-FIN. EXIT.

      *----------------------------------------------------------------
      * UN BLOQUE POR REGISTRO PATRONAL: SUS PLANTAS CON SUS PROPIAS
      * CIFRAS Y EL RENGLON DEL REGISTRO, QUE ES EL QUE SE DETERMINA.
      * LOS DICTAMENES SE CAPTURAN UNA VEZ POR REGISTRO Y LA PRIMA
      * QUE RESULTA ES LA DE TODAS SUS PLANTAS.
      *----------------------------------------------------------------
       046-DETERMINA-REGISTRO.
           IF WS-RGP-CASOS     (WS-REG-IDX) EQUAL ZEROS AND
              WS-RGP-DIAS      (WS-REG-IDX) EQUAL ZEROS AND
              WS-RGP-QUINCENAS (WS-REG-IDX) EQUAL ZEROS AND
              WS-RGP-SEMANAS   (WS-REG-IDX) EQUAL ZEROS
              GO TO 046-SIGUE
           END-IF
           MOVE SPACES TO WS-NOTA-TEXTO
           STRING "REGISTRO PATRONAL "          DELIMITED BY SIZE
                  WS-PAT-T-REGISTRO (WS-REG-IDX) DELIMITED BY SIZE
                  "  "                          DELIMITED BY SIZE
                  WS-PAT-T-RAZON (WS-REG-IDX)   DELIMITED BY SIZE
                  INTO WS-NOTA-TEXTO
           END-STRING
           WRITE REG-REPORTE FROM WS-LIN-NOTA
           MOVE 1 TO WS-PLA-IDX
           PERFORM 047-RENGLON-PLANTA-REG THRU 047-FIN
                   UNTIL WS-PLA-IDX IS GREATER THAN 99
           MOVE SPACES                         TO WS-DETALLE
           MOVE SPACES                         TO WS-DET-PLANTA-X
           MOVE "TOTAL DEL REGISTRO"           TO WS-DET-NOMBRE
           MOVE WS-RGP-CASOS     (WS-REG-IDX)  TO WS-DET-CASOS
           MOVE WS-RGP-DIAS      (WS-REG-IDX)  TO WS-DET-DIAS
           MOVE WS-RGP-EXPUESTOS (WS-REG-IDX)  TO WS-DET-EXPUESTOS
           COMPUTE WS-DET-ANTERIOR =
                   WS-RGP-ANTERIOR (WS-REG-IDX) * 100
           IF WS-RGP-EXPUESTOS (WS-REG-IDX) EQUAL ZEROS
              WRITE REG-REPORTE FROM WS-DETALLE
              MOVE "SIN TRABAJADORES EXPUESTOS: CONSERVA SU PRIMA."
                TO WS-NOTA-TEXTO
              WRITE REG-REPORTE FROM WS-LIN-NOTA
              GO TO 046-SIGUE
           END-IF
           DISPLAY " "
           DISPLAY "REGISTRO PATRONAL " WS-PAT-T-REGISTRO (WS-REG-IDX)
                   " " WS-PAT-T-RAZON (WS-REG-IDX)
           DISPLAY "PLANTAS: " WS-RGP-PLANTAS (WS-REG-IDX)
                   "  CASOS: " WS-DET-CASOS "  DIAS SUBSIDIADOS: "
                   WS-DET-DIAS "  EXPUESTOS: " WS-DET-EXPUESTOS
           MOVE WS-RGP-DIAS      (WS-REG-IDX) TO WS-UNI-DIAS
           MOVE WS-RGP-EXPUESTOS (WS-REG-IDX) TO WS-UNI-EXPUESTOS
           MOVE WS-RGP-ANTERIOR  (WS-REG-IDX) TO WS-UNI-ANTERIOR
           PERFORM 050-CAPTURA-DICTAMENES THRU 050-FIN
           PERFORM 055-CALCULA-PRIMA THRU 055-FIN
           MOVE WS-UNI-INCAP-I TO WS-RGP-INCAP-I (WS-REG-IDX)
           MOVE WS-UNI-DEFUN-D TO WS-RGP-DEFUN-D (WS-REG-IDX)
           MOVE WS-UNI-NUEVA   TO WS-RGP-NUEVA   (WS-REG-IDX)
           MOVE WS-UNI-INCAP-I TO WS-DET-INCAP
           MOVE WS-UNI-DEFUN-D TO WS-DET-DEFUN
           COMPUTE WS-DET-CALCULADA = WS-PRIMA-CALCULADA * 100
           COMPUTE WS-DET-NUEVA = WS-UNI-NUEVA * 100
           WRITE REG-REPORTE FROM WS-DETALLE
           DISPLAY "PRIMA NUEVA: " WS-DET-NUEVA " %  (ANTERIOR "
                   WS-DET-ANTERIOR " %)"
           MOVE "S" TO WS-RGP-DETERMINA (WS-REG-IDX)
           ADD 1 TO WS-CONT-DETERMINADAS
           MOVE 1 TO WS-PLA-IDX
           PERFORM 048-APLICA-A-PLANTA THRU 048-FIN
                   UNTIL WS-PLA-IDX IS GREATER THAN 99.
       046-SIGUE.
           ADD 1 TO WS-REG-IDX.
       046-FIN. EXIT.

       047-RENGLON-PLANTA-REG.
           IF WS-PDP-IDX (WS-PLA-IDX) NOT EQUAL WS-REG-IDX
              GO TO 047-SIGUE
           END-IF
           MOVE WS-PLA-IDX TO PLT-COD
           READ PLANTAS
                INVALID KEY
                   MOVE "NO LOCALIZADA" TO PLT-NOMBRE
           END-READ
           COMPUTE WS-PLA-EXPUESTOS (WS-PLA-IDX) ROUNDED =
                   WS-PLA-QUINCENAS (WS-PLA-IDX) / 24 +
                   WS-PLA-SEMANAS   (WS-PLA-IDX) / 52
           MOVE SPACES                      TO WS-DETALLE
           MOVE WS-PLA-IDX                  TO WS-DET-PLANTA
           MOVE PLT-NOMBRE                  TO WS-DET-NOMBRE
           MOVE WS-PLA-CASOS (WS-PLA-IDX)   TO WS-DET-CASOS
           MOVE WS-PLA-DIAS  (WS-PLA-IDX)   TO WS-DET-DIAS
           MOVE WS-PLA-EXPUESTOS (WS-PLA-IDX) TO WS-DET-EXPUESTOS
           WRITE REG-REPORTE FROM WS-DETALLE.
       047-SIGUE.
           ADD 1 TO WS-PLA-IDX.
       047-FIN. EXIT.

      *----------------------------------------------------------------
      * TODAS LAS PLANTAS DEL REGISTRO QUEDAN CON SU PRIMA, AUNQUE NO
      * HAYAN TENIDO CASOS NI COTIZACIONES EN EL EJERCICIO.
      *----------------------------------------------------------------
       048-APLICA-A-PLANTA.
           IF WS-PDP-IDX (WS-PLA-IDX) EQUAL WS-REG-IDX
              MOVE WS-RGP-NUEVA    (WS-REG-IDX)
                TO WS-PLA-NUEVA    (WS-PLA-IDX)
              MOVE WS-RGP-ANTERIOR (WS-REG-IDX)
                TO WS-PLA-ANTERIOR (WS-PLA-IDX)
              MOVE "S" TO WS-PLA-DETERMINA (WS-PLA-IDX)
           END-IF
           ADD 1 TO WS-PLA-IDX.
       048-FIN. EXIT.

       050-CAPTURA-DICTAMENES.
           DISPLAY "SUMA DE PORCENTAJES DE INCAPACIDAD PERMANENTE "
                   "ENTRE 100, I (NNN.NNNN): "
           ACCEPT WS-INCAP-CAPTURA
           DISPLAY "DEFUNCIONES POR RIESGO DE TRABAJO, D (NNN): "
           ACCEPT WS-DEFUN-CAPTURA
           MOVE WS-INCAP-CAPTURA TO WS-UNI-INCAP-I
           MOVE WS-DEFUN-CAPTURA TO WS-UNI-DEFUN-D.
       050-FIN. EXIT.

      *----------------------------------------------------------------
      * LA PRIMA CALCULADA SE AJUSTA PRIMERO AL LIMITE DE UN PUNTO DE
      * AUMENTO O DISMINUCION CONTRA LA ANTERIOR (SI LA HAY) Y DESPUES
      * A LA PRIMA MINIMA Y MAXIMA DE LA LEY.
      *----------------------------------------------------------------
       055-CALCULA-PRIMA.
           COMPUTE WS-PRIMA-CALCULADA ROUNDED =
                   ((WS-UNI-DIAS / 365) +
                    WS-FACTOR-V * (WS-UNI-INCAP-I + WS-UNI-DEFUN-D)) *
                   (WS-FACTOR-F / WS-UNI-EXPUESTOS) +
                   WS-PRIMA-M
           MOVE WS-PRIMA-CALCULADA TO WS-PRIMA-AJUSTADA
           IF WS-UNI-ANTERIOR EQUAL ZEROS
              GO TO 055-TOPES
           END-IF
           COMPUTE WS-PRIMA-LIMITE =
                   WS-UNI-ANTERIOR + WS-VARIACION-MAXIMA
           IF WS-PRIMA-AJUSTADA IS GREATER THAN WS-PRIMA-LIMITE
              MOVE WS-PRIMA-LIMITE TO WS-PRIMA-AJUSTADA
           END-IF
           IF WS-UNI-ANTERIOR IS GREATER THAN WS-VARIACION-MAXIMA
              COMPUTE WS-PRIMA-LIMITE =
                      WS-UNI-ANTERIOR - WS-VARIACION-MAXIMA
              IF WS-PRIMA-AJUSTADA IS LESS THAN WS-PRIMA-LIMITE
                 MOVE WS-PRIMA-LIMITE TO WS-PRIMA-AJUSTADA
              END-IF
           END-IF.
       055-TOPES.
           IF WS-PRIMA-AJUSTADA IS LESS THAN WS-PRIMA-MINIMA
              MOVE WS-PRIMA-MINIMA TO WS-PRIMA-AJUSTADA
           END-IF
           IF WS-PRIMA-AJUSTADA IS GREATER THAN WS-PRIMA-MAXIMA
              MOVE WS-PRIMA-MAXIMA TO WS-PRIMA-AJUSTADA
           END-IF
           MOVE WS-PRIMA-AJUSTADA TO WS-UNI-NUEVA.
       055-FIN. EXIT.

       065-IMPRIME-PIE.
           MOVE "PRIMA = [(S/365) + V * (I + D)] * (F/N) + M"
             TO WS-NOTA-TEXTO
           WRITE REG-REPORTE FROM WS-LIN-NOTA
           MOVE "V = 28, F = 2.3, M = 0.005 (ART. 72 LSS)"
             TO WS-NOTA-TEXTO
           WRITE REG-REPORTE FROM WS-LIN-NOTA
           MOVE "LIMITE DE UN PUNTO CONTRA LA ANTERIOR; ENTRE 0.5 Y 15"
             TO WS-NOTA-TEXTO
           WRITE REG-REPORTE FROM WS-LIN-NOTA
           MOVE "N = QUINCENAS COTIZADAS / 24 + SEMANAS COTIZADAS / 52"
             TO WS-NOTA-TEXTO
           WRITE REG-REPORTE FROM WS-LIN-NOTA
           MOVE "PRIMAS EN POR CIENTO" TO WS-NOTA-TEXTO
           WRITE REG-REPORTE FROM WS-LIN-NOTA
           COMPUTE WS-GEN-PRIMA = WS-PRT-TASA-GENERAL * 100
           WRITE REG-REPORTE FROM WS-LIN-GENERAL
           IF WS-CASOS-SIN-PLANTA IS GREATER THAN ZEROS OR
              WS-DIAS-SIN-PLANTA  IS GREATER THAN ZEROS
              MOVE WS-CASOS-SIN-PLANTA TO WS-SPL-CASOS
              MOVE WS-DIAS-SIN-PLANTA  TO WS-SPL-DIAS
              WRITE REG-REPORTE FROM WS-LIN-SIN-PLANTA
              DISPLAY "AVISO: HAY CERTIFICADOS DE RIESGO DE EMPLEADOS "
                      "QUE YA NO ESTAN EN EL MAESTRO; REVISE LA HOJA."
           END-IF.
       065-FIN. EXIT.

      *----------------------------------------------------------------
      * BD-PRIMA-RIESGO.TXT SE CREA EN LA PRIMERA DETERMINACION. SI SE
      * REPITE LA CORRIDA DEL MISMO EJERCICIO, LOS RENGLONES NUEVOS
      * QUEDAN DESPUES DE LOS ANTERIORES Y LA CARGA TOMA LOS ULTIMOS.
      *----------------------------------------------------------------
       070-CONFIRMA-GRABACION.
           DISPLAY " "
           DISPLAY "¿GRABA LAS PRIMAS NUEVAS CON VIGENCIA "
                   WS-FECHA-VIGENCIA "? (Y/N): "
           ACCEPT SW-CONFIRMA
           IF SW-CONFIRMA NOT EQUAL "Y"
              DISPLAY "NO SE GRABO NINGUNA PRIMA."
              GO TO 070-FIN
           END-IF
           OPEN EXTEND PRIMA-RIESGO
           IF FS-PRIMA-RIESGO-NO-EXISTE
              OPEN OUTPUT PRIMA-RIESGO
           END-IF
           OPEN EXTEND AUDITORIA
           IF NOT FS-PRIMA-RIESGO-OK OR NOT FS-AUDITORIA-OK
              DISPLAY "NO SE PUDO ABRIR BD-PRIMA-RIESGO.TXT O "
                      "BD-AUDITORIA.TXT. NO SE GRABO NINGUNA PRIMA."
              GO TO 070-FIN
           END-IF
           MOVE 1 TO WS-PLA-IDX
           PERFORM 075-GRABA-PRIMA THRU 075-FIN
                   UNTIL WS-PLA-IDX IS GREATER THAN 99
           CLOSE PRIMA-RIESGO
                 AUDITORIA
           DISPLAY "PRIMAS GRABADAS: " WS-CONT-GRABADAS.
       070-FIN. EXIT.

      *----------------------------------------------------------------
      * LA PLANTA DE UN REGISTRO GRABA LA PRIMA Y LAS CIFRAS DEL
      * REGISTRO, QUE SON LAS QUE SUSTENTAN LA DETERMINACION.
      *----------------------------------------------------------------
       075-GRABA-PRIMA.
           IF NOT PLA-DETERMINADA (WS-PLA-IDX)
              GO TO 075-SIGUE
           END-IF
           MOVE WS-FECHA-VIGENCIA             TO PRT-FECHA-VIGENCIA
           MOVE WS-PLA-IDX                    TO PRT-PLANTA
           MOVE WS-PLA-NUEVA     (WS-PLA-IDX) TO PRT-PRIMA
           MOVE WS-PLA-ANTERIOR  (WS-PLA-IDX) TO PRT-PRIMA-ANTERIOR
           MOVE WS-ANIO-PEDIDO                TO PRT-ANIO-EJERCICIO
           MOVE WS-PDP-IDX (WS-PLA-IDX)       TO WS-REG-IDX
           IF WS-REG-IDX IS GREATER THAN ZEROS
              MOVE WS-RGP-CASOS     (WS-REG-IDX) TO PRT-CASOS
              MOVE WS-RGP-DIAS      (WS-REG-IDX) TO PRT-DIAS-SUBSIDIO
              MOVE WS-RGP-INCAP-I   (WS-REG-IDX)
                TO PRT-INCAP-PERMANENTE
              MOVE WS-RGP-DEFUN-D   (WS-REG-IDX) TO PRT-DEFUNCIONES
              MOVE WS-RGP-EXPUESTOS (WS-REG-IDX) TO PRT-EXPUESTOS
           ELSE
              MOVE WS-PLA-CASOS     (WS-PLA-IDX) TO PRT-CASOS
              MOVE WS-PLA-DIAS      (WS-PLA-IDX) TO PRT-DIAS-SUBSIDIO
              MOVE WS-PLA-INCAP-I   (WS-PLA-IDX)
                TO PRT-INCAP-PERMANENTE
              MOVE WS-PLA-DEFUN-D   (WS-PLA-IDX) TO PRT-DEFUNCIONES
              MOVE WS-PLA-EXPUESTOS (WS-PLA-IDX) TO PRT-EXPUESTOS
           END-IF
           MOVE WS-FECHA-SISTEMA              TO PRT-FECHA-REG
           MOVE WS-OPERADOR-ID                TO PRT-OPERADOR
           WRITE REG-PRIMA-RIESGO
           ADD 1 TO WS-CONT-GRABADAS
           MOVE WS-PLA-IDX TO WS-ID-EMP
           MOVE "PRTDET"   TO WS-AUD-OPERACION
           PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN.
       075-SIGUE.
           ADD 1 TO WS-PLA-IDX.
       075-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 PLANTAS
                 INCAPACIDADES
                 IMSS-PERIODO
                 REPORTE.
       090-FIN. EXIT.
