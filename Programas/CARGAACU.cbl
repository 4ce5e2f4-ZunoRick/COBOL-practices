      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * CARGAACU.cbl - RECONSTRUCCION DE LOS ACUMULADOS ANUALES DE
      *                BD-ACUMULADOS.TXT DESDE LA HISTORIA DE
      *                RESULTADOS. LAS CORRIDAS (NOMQUINC, NOMEXTRA,
      *                AGUINEMP, PTUEMP, AJUSTISR Y FONDOPAG) SUMAN
      *                CADA RESULTADO AL GRABARLO Y REVERNOM LO RESTA
      *                AL REVERSARLO; ESTA UTILERIA SE CORRE LA
      *                PRIMERA VEZ (PARA ARMAR EL EJERCICIO EN CURSO
      *                CON LO YA CALCULADO) Y CADA VEZ QUE UNA CORRIDA
      *                AVISE QUE NO PUDO ABRIR LOS ACUMULADOS. PIDE EL
      *                EJERCICIO, BORRA TODOS SUS RENGLONES DE
      *                ACUMULADOS Y LOS VUELVE A SUMAR RECORRIENDO
      *                BD-NOMINA-PERIODO.TXT DESDE EL PERIODO AAAA-01
      *                (QUINCENAS, SEMANAS Y CORRIDAS ESPECIALES), CON
      *                LA PARTE EXENTA DE CADA PERIODO TOMADA DE LOS
      *                RENGLONES ORIGEN "X" DE BD-NOMINA-DETALLE.TXT
      *                Y LAS MISMAS REGLAS DE ACMWRTP.cpy QUE USAN LAS
      *                CORRIDAS. UN EJERCICIO YA ARCHIVADO POR
      *                ARCHINOM NO TIENE RESULTADOS EN LINEA Y NO SE
      *                PUEDE RECONSTRUIR. SOLO UN SUPERVISOR O
      *                ADMINISTRADOR PUEDE CORRERLA.
      *----------------------------------------------------------------
      * MODIFICACIONES:
      * - LOS PAGOS DE ANTICIPOS DE VIATICOS (CORRIDA V) NO SON
      *   INGRESO Y NO SE ACUMULAN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                CARGAACU.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OPERSEL.
           COPY NOMPSEL.
           COPY NDETSEL.
           COPY ACMSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY OPERFD.
           COPY NOMPFD.
           COPY NDETFD.
           COPY ACMFD.

       WORKING-STORAGE SECTION.
           COPY EMPRUTA.
           COPY OPERFS.
           COPY OPERRUTA.
           COPY NOMPFS.
           COPY NOMPRUTA.
           COPY NDETFS.
           COPY NDETRUTA.
           COPY ACMFS.
           COPY ACMRUTA.

       01  WS-ANIO-PEDIDO          PIC 9(04).
       01  SW-CONFIRMA             PIC X(01).

       01  WS-PERIODO-LEIDO.
           05 WS-PL-ANIO           PIC 9(04).
           05 WS-PL-MES            PIC 9(02).
           05 WS-PL-QUINCENA       PIC 9(01).

       01  SW-HAY-DETALLE          PIC X(01)     VALUE "N".
           88 HAY-DETALLE                 VALUE "S".
       01  SW-FIN                  PIC X(03)     VALUE SPACES.
       01  SW-FIN-DETALLE          PIC X(01).

       01  WS-CONT-BORRADOS        PIC 9(07)     VALUE ZEROS.
       01  WS-CONT-RESULTADOS      PIC 9(07)     VALUE ZEROS.
       01  WS-CONT-EXENTOS         PIC 9(07)     VALUE ZEROS.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 027-OBTIENE-RUTA-OPERADORES  THRU 027-FIN
           PERFORM 042-OBTIENE-RUTA-NOM-PERIODO THRU 042-FIN
           PERFORM 091-OBTIENE-RUTA-NOM-DETALLE THRU 091-FIN
           PERFORM 200-OBTIENE-RUTA-ACUMULADOS  THRU 200-FIN
           PERFORM 028-ABRE-OPERADORES          THRU 028-FIN
           PERFORM 029-VALIDA-OPERADOR          THRU 029-FIN
           CLOSE OPERADORES
           IF NOT OPERADOR-SUPERVISOR AND NOT OPERADOR-ADMINISTRADOR
              DISPLAY "SOLO UN SUPERVISOR O ADMINISTRADOR PUEDE "
                      "RECONSTRUIR LOS ACUMULADOS."
              GOBACK
           END-IF
           PERFORM 025-SOLICITA-EJERCICIO       THRU 025-FIN
           IF SW-CONFIRMA NOT EQUAL "Y"
              DISPLAY "OPERACION CANCELADA; NO SE TOCO NADA."
              GOBACK
           END-IF
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           PERFORM 030-BORRA-EJERCICIO          THRU 030-FIN
           PERFORM 040-RECONSTRUYE              THRU 040-FIN
           PERFORM 090-CIERRA-ARCHIVOS          THRU 090-FIN
           DISPLAY " "
           DISPLAY "EJERCICIO RECONSTRUIDO    : " WS-ANIO-PEDIDO
           DISPLAY "ACUMULADOS ANTERIORES     : " WS-CONT-BORRADOS
           DISPLAY "RESULTADOS SUMADOS        : " WS-CONT-RESULTADOS
           DISPLAY "PARTES EXENTAS RESTADAS   : " WS-CONT-EXENTOS
           IF WS-CONT-RESULTADOS EQUAL ZEROS
              DISPLAY "EL EJERCICIO NO TIENE RESULTADOS EN "
                      "BD-NOMINA-PERIODO.TXT (SI YA SE ARCHIVO CON "
                      "ARCHINOM, SUS ACUMULADOS QUEDAN EN CEROS)."
           END-IF
           GOBACK.

           COPY EMPRUTAP.
           COPY OPERRUTAP.
           COPY OPERVALP.
           COPY NOMPRUTAP.
           COPY NDETRUTAP.
           COPY ACMRUTAP.
           COPY ACMWRTP.

       028-ABRE-OPERADORES.
           OPEN INPUT OPERADORES
           IF NOT FS-OPERADORES-OK
              DISPLAY "NO SE PUDO ABRIR BD-OPERADORES.TXT. DE DE ALTA "
                      "LOS OPERADORES DESDE CRUD-EMP PRIMERO."
              GOBACK
           END-IF.
       028-FIN. EXIT.

       025-SOLICITA-EJERCICIO.
           DISPLAY "EJERCICIO A RECONSTRUIR (AAAA): "
           ACCEPT WS-ANIO-PEDIDO
           IF WS-ANIO-PEDIDO EQUAL ZEROS
              DISPLAY "EL EJERCICIO NO PUEDE SER CERO."
              DISPLAY " "
              GO TO 025-SOLICITA-EJERCICIO
           END-IF
           DISPLAY "SE BORRAN Y SE VUELVEN A SUMAR TODOS LOS "
                   "ACUMULADOS DEL EJERCICIO " WS-ANIO-PEDIDO "."
           DISPLAY "¿CONFIRMA LA RECONSTRUCCION? (Y/N): "
           ACCEPT SW-CONFIRMA.
       025-FIN. EXIT.

      *----------------------------------------------------------------
      * LOS RESULTADOS SON OBLIGATORIOS; SIN DESGLOSE SE AVISA Y LA
      * PARTE EXENTA QUEDA EN CEROS (TODO EL BRUTO CUENTA GRAVADO).
      * LOS ACUMULADOS SE ESTRENAN VACIOS SI NO EXISTEN.
      *----------------------------------------------------------------
       020-ABRE-ARCHIVOS.
           OPEN INPUT NOMINA-PERIODO
           IF NOT FS-NOM-PERIODO-OK
              DISPLAY "NO SE PUDO ABRIR BD-NOMINA-PERIODO.TXT. FS: "
                      WS-FS-NOM-PERIODO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT NOMINA-DETALLE
           IF FS-NOM-DETALLE-OK
              MOVE "S" TO SW-HAY-DETALLE
           ELSE
              DISPLAY "SIN BD-NOMINA-DETALLE.TXT: LAS PARTES EXENTAS "
                      "EN UMA NO SE PUEDEN SEPARAR Y TODO EL BRUTO "
                      "SE ACUMULA GRAVADO."
           END-IF
           OPEN I-O ACUMULADOS
           IF FS-ACUMULADOS-NO-EXISTE
              OPEN OUTPUT ACUMULADOS
              CLOSE ACUMULADOS
              OPEN I-O ACUMULADOS
           END-IF
           IF NOT FS-ACUMULADOS-OK
              DISPLAY "NO SE PUDO ABRIR BD-ACUMULADOS.TXT. FS: "
                      WS-FS-ACUMULADOS
              CLOSE NOMINA-PERIODO
              IF HAY-DETALLE
                 CLOSE NOMINA-DETALLE
              END-IF
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE "S" TO SW-HAY-ACUMULADOS.
       020-FIN. EXIT.

      *----------------------------------------------------------------
      * TODOS LOS RENGLONES DEL EJERCICIO (CUALQUIER EMPLEADO Y
      * CONCEPTO) SE BORRAN ANTES DE SUMAR, PARA QUE LA
      * RECONSTRUCCION PUEDA REPETIRSE SIN DUPLICAR.
      *----------------------------------------------------------------
       030-BORRA-EJERCICIO.
           MOVE WS-ANIO-PEDIDO TO ACM-ANIO
           MOVE ZEROS          TO ACM-ID-EMP
                                  ACM-CONCEPTO
           START ACUMULADOS KEY IS GREATER THAN OR EQUAL ACM-LLAVE
                 INVALID KEY
                    GO TO 030-FIN
           END-START
           MOVE SPACES TO SW-FIN
           PERFORM 035-BORRA-RENGLON THRU 035-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       030-FIN. EXIT.

       035-BORRA-RENGLON.
           READ ACUMULADOS NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 035-FIN
           END-READ
           IF ACM-ANIO NOT EQUAL WS-ANIO-PEDIDO
              MOVE "FIN" TO SW-FIN
              GO TO 035-FIN
           END-IF
           DELETE ACUMULADOS
                INVALID KEY
                   DISPLAY "NO SE PUDO BORRAR EL ACUMULADO "
                           ACM-LLAVE ". FS: " WS-FS-ACUMULADOS
                NOT INVALID KEY
                   ADD 1 TO WS-CONT-BORRADOS
           END-DELETE.
       035-FIN. EXIT.

      *----------------------------------------------------------------
      * LOS PERIODOS DEL EJERCICIO VAN DE AAAA0000 A AAAA9999 EN LA
      * CLAVE (LAS SEMANAS GUARDAN EL MES MAS 50), ASI QUE BASTA UN
      * BARRIDO DESDE EL PRINCIPIO DEL ANIO HASTA QUE CAMBIE.
      *----------------------------------------------------------------
       040-RECONSTRUYE.
           MOVE WS-ANIO-PEDIDO TO WS-PL-ANIO
           MOVE ZEROS          TO WS-PL-MES
                                  WS-PL-QUINCENA
           MOVE WS-PERIODO-LEIDO TO NP-PERIODO
           MOVE ZEROS            TO NP-ID-EMP
           START NOMINA-PERIODO KEY IS GREATER THAN OR EQUAL NP-LLAVE
                 INVALID KEY
                    GO TO 040-FIN
           END-START
           MOVE SPACES TO SW-FIN
           PERFORM 045-SUMA-RESULTADO THRU 045-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       040-FIN. EXIT.

       045-SUMA-RESULTADO.
           READ NOMINA-PERIODO NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 045-FIN
           END-READ
           MOVE NP-PERIODO TO WS-PERIODO-LEIDO
           IF WS-PL-ANIO NOT EQUAL WS-ANIO-PEDIDO
              MOVE "FIN" TO SW-FIN
              GO TO 045-FIN
           END-IF
           IF NP-CORRIDA-VIATICOS
              GO TO 045-FIN
           END-IF
           PERFORM 201-TOMA-RESULTADO THRU 201-FIN
           PERFORM 050-SUMA-EXENTO    THRU 050-FIN
           PERFORM 202-ACUMULA-RESULTADO THRU 202-FIN
           ADD 1 TO WS-CONT-RESULTADOS.
       045-FIN. EXIT.

      *----------------------------------------------------------------
      * LA PARTE EXENTA EN UMA DEL PERIODO (AGUINALDO, PRIMA
      * VACACIONAL) ES LA SUMA DE SUS RENGLONES ORIGEN "X", LOS MISMOS
      * QUE LA CORRIDA PASO COMO WS-ACM-EXENTO AL GRABAR.
      *----------------------------------------------------------------
       050-SUMA-EXENTO.
           IF NOT HAY-DETALLE
              GO TO 050-FIN
           END-IF
           MOVE NP-PERIODO TO ND-PERIODO
           MOVE NP-ID-EMP  TO ND-ID-EMP
           MOVE ZEROS      TO ND-CONSEC
           START NOMINA-DETALLE KEY IS GREATER THAN OR EQUAL ND-LLAVE
                 INVALID KEY
                    GO TO 050-FIN
           END-START
           MOVE "N" TO SW-FIN-DETALLE
           PERFORM 055-SUMA-RENGLON THRU 055-FIN
                   UNTIL SW-FIN-DETALLE EQUAL "S".
       050-FIN. EXIT.

       055-SUMA-RENGLON.
           READ NOMINA-DETALLE NEXT RECORD
                AT END
                   MOVE "S" TO SW-FIN-DETALLE
                   GO TO 055-FIN
           END-READ
           IF ND-PERIODO NOT EQUAL NP-PERIODO OR
              ND-ID-EMP  NOT EQUAL NP-ID-EMP
              MOVE "S" TO SW-FIN-DETALLE
              GO TO 055-FIN
           END-IF
           IF ND-DE-PARTE-EXENTA
              ADD ND-IMPORTE TO WS-ACM-EXENTO
              ADD 1 TO WS-CONT-EXENTOS
           END-IF.
       055-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE NOMINA-PERIODO
                 ACUMULADOS
           IF HAY-DETALLE
              CLOSE NOMINA-DETALLE
           END-IF.
       090-FIN. EXIT.
