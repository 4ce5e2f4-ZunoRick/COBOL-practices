      *              (ISN). EL ISN ES ESTATAL: CADA PLANTA TRIBUTA EN
      *              EL ESTADO DE SU CIUDAD Y CADA ESTADO TIENE SU
      *              PROPIA TASA. EL OPERADOR INDICA EL MES (AAAA MM),
      *              EL PROGRAMA TOMA DE LOS ACUMULADOS ANUALES
      *              (BD-ACUMULADOS.TXT, CONCEPTO 01) LA NOMINA BRUTA
      *              REALMENTE PAGADA EN ESE MES (QUINCENAS, SEMANAS
      *              Y CORRIDAS ESPECIALES POR IGUAL), LA SEPARA POR
      *              PLANTA CON EL MAESTRO DE
      *              EMPLEADOS, MAPEA CADA PLANTA A SU ESTADO CON
      *              BD-PLANTA-ESTADO.TXT Y APLICA LA TASA VIGENTE DE
      *              BD-TASAS-ISN.TXT (TASA A DIEZMILESIMAS Y FECHA DE
      *              ESTATAL, LA TASA Y EL IMPUESTO A DECLARAR. UNA
      *              PLANTA SIN ESTADO MAPEADO O UN ESTADO SIN TASA
      *              SE LISTAN APARTE PARA QUE EL CONTADOR LOS
      *              COMPLETE ANTES DE DECLARAR. EL ISN LO DECLARA
      *              CADA PATRON: SALE UN PAPEL DE TRABAJO POR RFC DE
      *              BD-PATRONES.TXT (REPORTE-ISN-<RFC>.TXT) CON LAS
      *              PLANTAS CUYO REGISTRO PATRONAL ES DE ESE RFC; LA
      *              BASE DE UNA PLANTA SIN REGISTRO Y LA DE LOS
      *              EMPLEADOS YA ARCHIVADOS SE AVISAN EN PANTALLA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                ISNREP.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY PLTSEL.
           COPY ACMSEL.
           COPY PATSEL.
           SELECT PLANTA-ESTADO
           ASSIGN TO WS-RUTA-PLANTA-ESTADO
           ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
           COPY EMPFD.
           COPY PLTFD.
           COPY ACMFD.
           COPY PATFD.

      *----------------------------------------------------------------
      * MAPEO PLANTA -> ESTADO. LA CLAVE DE ESTADO ES LA ABREVIATURA
           COPY EMPRUTA.
           COPY PLTFS.
           COPY PLTRUTA.
           COPY ACMFS.
           COPY ACMRUTA.
           COPY PATFS.
           COPY PATRUTA.

       01  WS-RUTA-PLANTA-ESTADO   PIC X(80).
       01  WS-RUTA-TASAS-ISN       PIC X(80).
           05 WS-MES-MES           PIC 9(02).
       01  WS-FECHA-CORTE          PIC 9(08).

       01  WS-IMPORTE-MES          PIC 9(09)V99.

       01  SW-FIN                  PIC X(03)    VALUE SPACES.

              10 WS-PLA-BASE       PIC 9(11)V99.
       01  WS-BASE-SIN-PLANTA      PIC 9(11)V99 VALUE ZEROS.

      *----------------------------------------------------------------
      * ENTIDAD PATRONAL (RENGLON DEL CATALOGO DEL PRIMER REGISTRO DE
      * SU RFC) DE CADA PLANTA; CEROS SI LA PLANTA NO TIENE REGISTRO.
      *----------------------------------------------------------------
       01  WS-ENTIDAD-DE-PLANTA.
           05 WS-ENT-PLANTA        PIC 9(02)    OCCURS 99 TIMES.

      *----------------------------------------------------------------
      * MAPEO Y TASAS EN MEMORIA: UN RENGLON POR ESTADO DISTINTO QUE
      * APAREZCA EN EL MAPEO DE PLANTAS (LA REPUBLICA COMPLETA CABE
           05 WS-TIT-MES          PIC 9(02).
           05 FILLER              PIC X(31)   VALUE SPACES.

       01  WS-LIN-PATRON.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(08)   VALUE "PATRON: ".
           05 WS-PAT-DET-RAZON    PIC X(40).
           05 FILLER              PIC X(06)   VALUE " RFC: ".
           05 WS-PAT-DET-RFC      PIC X(13).
           05 FILLER              PIC X(32)   VALUE SPACES.

       01  WS-LIN-ESTADO.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(08)   VALUE "ESTADO: ".
           PERFORM 015-OBTIENE-RUTA-DATOS      THRU 015-FIN
           PERFORM 016-OBTIENE-RUTAS-PROPIAS   THRU 016-FIN
           PERFORM 056-OBTIENE-RUTA-PLANTAS    THRU 056-FIN
           PERFORM 200-OBTIENE-RUTA-ACUMULADOS THRU 200-FIN
           PERFORM 177-OBTIENE-RUTA-PATRONES   THRU 177-FIN
           PERFORM 050-SOLICITA-MES            THRU 050-FIN
           PERFORM 178-CARGA-PATRONES          THRU 178-FIN
           IF WS-PAT-RENGLONES EQUAL ZEROS
              DISPLAY "NO HAY REGISTROS PATRONALES EN BD-PATRONES.TXT; "
                      "DELOS DE ALTA EN MANTCAT Y ASIGNELOS A LAS "
                      "PLANTAS."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 020-ABRE-ARCHIVOS           THRU 020-FIN
           PERFORM 025-CARGA-MAPEO             THRU 025-FIN
           PERFORM 027-CARGA-TASAS             THRU 027-FIN
              PERFORM 090-CIERRA-ARCHIVOS THRU 090-FIN
              GOBACK
           END-IF
           MOVE 1 TO WS-IDX
           PERFORM 035-ENTIDAD-PLANTA          THRU 035-FIN
                   UNTIL WS-IDX IS GREATER THAN 99
           MOVE 1 TO WS-PAT-IDX
           PERFORM 062-GENERA-ENTIDAD          THRU 062-FIN
                   UNTIL WS-PAT-IDX IS GREATER THAN WS-PAT-RENGLONES
           PERFORM 080-AVISA-SIN-PATRON        THRU 080-FIN
           PERFORM 090-CIERRA-ARCHIVOS         THRU 090-FIN
           GOBACK.

           COPY EMPRUTAP.
           COPY PLTRUTAP.
           COPY ACMRUTAP.
           COPY PATRUTAP.
           COPY PATCARGP.

       016-OBTIENE-RUTAS-PROPIAS.
           STRING WS-DIR-DATOS             DELIMITED BY SPACE
           STRING WS-DIR-DATOS             DELIMITED BY SPACE
                  "\BD-TASAS-ISN.txt"      DELIMITED BY SIZE
                  INTO WS-RUTA-TASAS-ISN
           END-STRING.
       016-FIN. EXIT.

      *----------------------------------------------------------------
      * REPORTE-ISN-<RFC>.TXT, UNO POR RFC PATRONAL, EN LA CARPETA DE
      * DATOS.
      *----------------------------------------------------------------
       017-OBTIENE-RUTA-REPORTE.
           MOVE SPACES TO WS-RUTA-REPORTE
           STRING WS-DIR-DATOS             DELIMITED BY SPACE
                  "\REPORTE-ISN-"          DELIMITED BY SIZE
                  WS-PAT-T-RFC (WS-PAT-IDX) DELIMITED BY SPACE
                  ".TXT"                   DELIMITED BY SIZE
                  INTO WS-RUTA-REPORTE
           END-STRING.
       017-FIN. EXIT.

       050-SOLICITA-MES.
           DISPLAY "MES A DECLARAR:"
              GO TO 050-SOLICITA-MES
           END-IF
           COMPUTE WS-FECHA-CORTE =
                   WS-MES-ANIO * 10000 + WS-MES-MES * 100 + 31.
       050-FIN. EXIT.

       020-ABRE-ARCHIVOS.
           OPEN INPUT EMPLEADOS
           OPEN INPUT PLANTAS
           OPEN INPUT ACUMULADOS
           IF NOT FS-ACUMULADOS-OK
              DISPLAY "NO SE PUDO ABRIR BD-ACUMULADOS.TXT. FS: "
                      WS-FS-ACUMULADOS ". RECONSTRUYA LOS ACUMULADOS "
                      "DEL EJERCICIO CON CARGAACU."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF NOT FS-EMPLEADOS-OK OR NOT FS-PLANTAS-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              GOBACK
           END-IF
                      "TASAS ESTATALES ANTES DE DECLARAR."
              GOBACK
           END-IF
           INITIALIZE WS-TABLA-PLANTA
                      WS-ESTADO-DE-PLANTA
                      WS-TABLA-ESTADOS.
       033-FIN. EXIT.

      *----------------------------------------------------------------
      * BARRE LOS ACUMULADOS DEL EJERCICIO Y TOMA DE CADA EMPLEADO SU
      * RENGLON DE PERCEPCIONES (CONCEPTO 01), QUE YA SUMA TODAS LAS
      * CORRIDAS (QUINCENAS, SEMANAS, AGUINALDO Y EXTRAORDINARIAS
      * TAMBIEN SON NOMINA PAGADA). LA BASE ES EL IMPORTE DEL MES
      * DECLARADO Y SE UBICA EN LA PLANTA ACTUAL DEL EMPLEADO.
      *----------------------------------------------------------------
       040-ACUMULA-MES.
           MOVE WS-MES-ANIO TO ACM-ANIO
           MOVE ZEROS       TO ACM-ID-EMP
           MOVE 01          TO ACM-CONCEPTO
           START ACUMULADOS KEY IS GREATER THAN OR EQUAL ACM-LLAVE
                 INVALID KEY
                    GO TO 040-FIN
           END-START
       040-FIN. EXIT.

       045-ACUMULA-REGISTRO.
           READ ACUMULADOS NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 045-FIN
           END-READ
           IF ACM-ANIO NOT EQUAL WS-MES-ANIO
              MOVE "FIN" TO SW-FIN
              GO TO 045-FIN
           END-IF
           IF NOT ACM-PERCEPCIONES OR
              ACM-IMPORTE-MES (WS-MES-MES) IS NOT GREATER THAN ZEROS
              GO TO 045-FIN
           END-IF
           MOVE ACM-IMPORTE-MES (WS-MES-MES) TO WS-IMPORTE-MES
           ADD 1 TO WS-CONT-REGISTROS
           MOVE ACM-ID-EMP TO REG-ID-EMP
           READ EMPLEADOS INTO WS-DATOS-EMPLEADO
                INVALID KEY
                   ADD WS-IMPORTE-MES TO WS-BASE-SIN-PLANTA
                   GO TO 045-FIN
           END-READ
           IF WS-PLANTA IS GREATER THAN ZEROS
              ADD WS-IMPORTE-MES TO WS-PLA-BASE (WS-PLANTA)
           ELSE
              ADD WS-IMPORTE-MES TO WS-BASE-SIN-PLANTA
           END-IF.
       045-FIN. EXIT.

       035-ENTIDAD-PLANTA.
           MOVE ZEROS TO WS-ENT-PLANTA (WS-IDX)
           IF WS-PDP-IDX (WS-IDX) IS GREATER THAN ZEROS
              MOVE WS-PDP-IDX (WS-IDX) TO WS-JDX
              MOVE WS-PAT-T-ENTIDAD (WS-JDX) TO WS-ENT-PLANTA (WS-IDX)
           END-IF
           ADD 1 TO WS-IDX.
       035-FIN. EXIT.

      *----------------------------------------------------------------
      * UN PAPEL DE TRABAJO POR ENTIDAD PATRONAL (EL PRIMER RENGLON DE
      * CADA RFC EN EL CATALOGO), CON SUS PROPIOS TOTALES.
      *----------------------------------------------------------------
       062-GENERA-ENTIDAD.
           IF WS-PAT-T-ENTIDAD (WS-PAT-IDX) NOT EQUAL WS-PAT-IDX
              GO TO 062-SIGUE
           END-IF
           PERFORM 017-OBTIENE-RUTA-REPORTE THRU 017-FIN
           MOVE ZEROS TO WS-TOTAL-BASE
                         WS-TOTAL-IMPUESTO
           OPEN OUTPUT REPORTE
           PERFORM 060-ARMA-DECLARACION     THRU 060-FIN
           CLOSE REPORTE
           DISPLAY "DECLARACION DEL MES " WS-MES-ANIO "-" WS-MES-MES
                   " DE " WS-PAT-T-RFC (WS-PAT-IDX) ": "
                   WS-RUTA-REPORTE.
       062-SIGUE.
           ADD 1 TO WS-PAT-IDX.
       062-FIN. EXIT.

      *----------------------------------------------------------------
      * SUMA LAS BASES DE LAS PLANTAS A SU ESTADO, IMPRIME POR ESTADO
      * EL DETALLE DE PLANTAS, LA BASE, LA TASA Y EL IMPUESTO, Y AL
           MOVE WS-MES-ANIO TO WS-TIT-ANIO
           MOVE WS-MES-MES  TO WS-TIT-MES
           WRITE REG-REPORTE FROM WS-TITULO
           MOVE WS-PAT-T-RAZON (WS-PAT-IDX) TO WS-PAT-DET-RAZON
           MOVE WS-PAT-T-RFC (WS-PAT-IDX)   TO WS-PAT-DET-RFC
           WRITE REG-REPORTE FROM WS-LIN-PATRON
           WRITE REG-REPORTE FROM WS-MARGEN
           MOVE 1 TO WS-JDX
           PERFORM 065-IMPRIME-ESTADO THRU 065-FIN
           WRITE REG-REPORTE FROM WS-MARGEN.
       060-FIN. EXIT.

      *----------------------------------------------------------------
      * EL ESTADO SOLO SE IMPRIME SI ALGUNA PLANTA DE LA ENTIDAD EN
      * CURSO TRIBUTA EN EL Y TUVO BASE EN EL MES.
      *----------------------------------------------------------------
       065-IMPRIME-ESTADO.
           MOVE ZEROS TO WS-EST-BASE (WS-JDX)
           MOVE 1 TO WS-IDX
           PERFORM 068-SUMA-PLANTA-ESTADO THRU 068-FIN
                   UNTIL WS-IDX IS GREATER THAN 99
           IF WS-EST-BASE (WS-JDX) EQUAL ZEROS
              GO TO 065-SIGUE
           END-IF
           MOVE WS-EST-CLAVE  (WS-JDX) TO WS-EST-DET-CLAVE
           MOVE WS-EST-NOMBRE (WS-JDX) TO WS-EST-DET-NOMBRE
           COMPUTE WS-EST-DET-TASA =
              ADD WS-IMPUESTO-ESTADO TO WS-TOTAL-IMPUESTO
           END-IF
           ADD WS-EST-BASE (WS-JDX) TO WS-TOTAL-BASE
           WRITE REG-REPORTE FROM WS-MARGEN.
       065-SIGUE.
           ADD 1 TO WS-JDX.
       065-FIN. EXIT.

       068-SUMA-PLANTA-ESTADO.
           IF WS-PLA-BASE (WS-IDX) IS GREATER THAN ZEROS AND
              WS-EDP-ESTADO (WS-IDX) EQUAL WS-EST-CLAVE (WS-JDX) AND
              WS-ENT-PLANTA (WS-IDX) EQUAL WS-PAT-IDX
              ADD WS-PLA-BASE (WS-IDX) TO WS-EST-BASE (WS-JDX)
           END-IF
           ADD 1 TO WS-IDX.
       068-FIN. EXIT.

       070-IMPRIME-PLANTA.
           IF WS-PLA-BASE (WS-IDX) IS GREATER THAN ZEROS AND
              WS-EDP-ESTADO (WS-IDX) EQUAL WS-EST-CLAVE (WS-JDX) AND
              WS-ENT-PLANTA (WS-IDX) EQUAL WS-PAT-IDX
              MOVE WS-IDX TO WS-PLA-DET-COD
                             PLT-COD
              READ PLANTAS
              END-READ
              MOVE WS-PLA-BASE (WS-IDX) TO WS-PLA-DET-BASE
              WRITE REG-REPORTE FROM WS-LIN-PLANTA
           END-IF
           ADD 1 TO WS-IDX.
       070-FIN. EXIT.
       075-IMPRIME-PENDIENTES.
           MOVE 1 TO WS-IDX
           PERFORM 077-PLANTA-SIN-ESTADO THRU 077-FIN
                   UNTIL WS-IDX IS GREATER THAN 99.
       075-FIN. EXIT.

       077-PLANTA-SIN-ESTADO.
           IF WS-PLA-BASE (WS-IDX) IS GREATER THAN ZEROS AND
              WS-EDP-ESTADO (WS-IDX) EQUAL SPACES AND
              WS-ENT-PLANTA (WS-IDX) EQUAL WS-PAT-IDX
              MOVE WS-IDX TO WS-PLA-DET-COD
                             PLT-COD
              READ PLANTAS
           ADD 1 TO WS-IDX.
       077-FIN. EXIT.

      *----------------------------------------------------------------
      * LO QUE NO CAE EN NINGUN PAPEL DE TRABAJO: LA BASE DE LAS
      * PLANTAS SIN REGISTRO PATRONAL Y LA DE LOS EMPLEADOS YA
      * ARCHIVADOS, QUE NO SE PUEDE ATRIBUIR A NINGUN PATRON.
      *----------------------------------------------------------------
       080-AVISA-SIN-PATRON.
           MOVE 1 TO WS-IDX
           PERFORM 082-PLANTA-SIN-PATRON THRU 082-FIN
                   UNTIL WS-IDX IS GREATER THAN 99
           IF WS-BASE-SIN-PLANTA IS GREATER THAN ZEROS
              MOVE WS-BASE-SIN-PLANTA TO WS-IMP-IMPORTE
              DISPLAY "HAY NOMINA DE EMPLEADOS SIN MAESTRO (YA "
                      "ARCHIVADOS) QUE NO SE PUDO UBICAR: "
                      WS-IMP-IMPORTE
           END-IF.
       080-FIN. EXIT.

       082-PLANTA-SIN-PATRON.
           IF WS-PLA-BASE (WS-IDX) IS GREATER THAN ZEROS AND
              WS-ENT-PLANTA (WS-IDX) EQUAL ZEROS
              MOVE WS-PLA-BASE (WS-IDX) TO WS-IMP-IMPORTE
              DISPLAY "LA PLANTA " WS-IDX " NO TIENE REGISTRO "
                      "PATRONAL; SU BASE DE " WS-IMP-IMPORTE
                      " NO SE DECLARO."
           END-IF
           ADD 1 TO WS-IDX.
       082-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 PLANTAS
                 ACUMULADOS.
       090-FIN. EXIT.
