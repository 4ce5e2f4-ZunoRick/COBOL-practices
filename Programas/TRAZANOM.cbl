      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * TRAZANOM.cbl - CONSULTA DE LA TRAZA DEL CALCULO DE NOMINA DE
      *                UN EMPLEADO EN UN PERIODO, PARA ACLARACIONES.
      *                LEE LOS RENGLONES QUE DEJO NOMQUINC EN
      *                BD-TRAZA-NOMINA.TXT CUANDO EL OPERADOR PIDIO LA
      *                TRAZA: BASES, RENGLON DE LA TARIFA DE ISR, DE
      *                LA TABLA DE SUBSIDIO, CADA RAMO DEL IMSS CON SU
      *                TOPE Y LAS DEDUCCIONES EN EL ORDEN EN QUE SE
      *                APLICARON, Y LOS MUESTRA EN PANTALLA Y EN
      *                REPORTE-TRAZA-NOMINA.TXT. CONTRA
      *                BD-NOMINA-PERIODO.TXT AVISA SI EL RESULTADO YA
      *                NO EXISTE (PERIODO REVERTIDO) O SI EL NETO
      *                GRABADO NO ES EL DE LA TRAZA. SOLO LECTURA;
      *                ENTRADA CON LOGIN DE BD-OPERADORES.TXT.
      *----------------------------------------------------------------
      * MODIFICACIONES:
      * - BASES, LIMITES, CUOTAS E IMPORTES DE LA TRAZA Y EL NETO
      *   DEL AVISO SALEN EN ASTERISCOS PARA CAPTURISTA Y CONSULTA;
      *   EL SUBTITULO LO INDICA (VER MASCARAP.cpy)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                TRAZANOM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY OPERSEL.
           COPY NOMPSEL.
           COPY TRZSEL.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY OPERFD.
           COPY NOMPFD.
           COPY TRZFD.

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
           COPY NOMPFS.
           COPY NOMPRUTA.
           COPY TRZFS.
           COPY TRZRUTA.
           COPY FRECCORR.
           COPY MASCARA.

       01  WS-RUTA-REPORTE        PIC X(80).

       01  WS-PERIODO-PEDIDO.
           05 WS-PER-ANIO          PIC 9(04).
           05 WS-PER-MES           PIC 9(02).
           05 WS-PER-QUINCENA      PIC 9(01).

       01  WS-ID-BUSCA             PIC 9(04).
       01  SW-FIN-CONSULTA         PIC X(01)    VALUE "N".
           88 FIN-CONSULTA                 VALUE "S".
       01  SW-FIN-TRAZA            PIC X(01).
           88 FIN-TRAZA                    VALUE "S".
       01  SW-HAY-NOMINA           PIC X(01)    VALUE "N".
           88 HAY-NOMINA                   VALUE "S".
       01  SW-HAY-RESULTADO        PIC X(01).
           88 HAY-RESULTADO                VALUE "S".
       01  WS-CONT-RENGLONES       PIC 9(03).
       01  WS-NETO-TRAZA           PIC 9(07)V99.
       01  WS-FECHA-TRAZA          PIC 9(08).
       01  WS-TASA-PCT             PIC 9(02)V9(03).
       01  WS-IMPORTE-EDIT         PIC Z,ZZZ,ZZ9.99.
       01  WS-IMPORTE-EDIT-X REDEFINES WS-IMPORTE-EDIT
                                   PIC X(12).

       01  WS-TITULO.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(29)
                              VALUE "TRAZA DEL CALCULO DE NOMINA  ".
           05 FILLER              PIC X(09)   VALUE "PERIODO: ".
           05 WS-TIT-PERIODO      PIC 9(07).
           05 FILLER              PIC X(13)   VALUE "   EMPLEADO: ".
           05 WS-TIT-ID           PIC 9(04).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-TIT-NOMBRE       PIC X(30).
           05 FILLER              PIC X(04)   VALUE SPACES.

       01  WS-SUBTITULO.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(18)
                              VALUE "CALCULADO EL:     ".
           05 WS-SUB-FECHA        PIC 9(08).
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 WS-SUB-LEYENDA      PIC X(29).
           05 FILLER              PIC X(39)   VALUE SPACES.

       01  WS-COLUMNAS.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(05)   VALUE "P REN".
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(20)   VALUE "CONCEPTO".
           05 FILLER              PIC X(09)   VALUE "     BASE".
           05 FILLER              PIC X(10)   VALUE "   LIM.INF".
           05 FILLER              PIC X(10)   VALUE "   LIM.SUP".
           05 FILLER              PIC X(10)   VALUE "CUOTA/TOPE".
           05 FILLER              PIC X(07)   VALUE "  TASA%".
           05 FILLER              PIC X(07)   VALUE " TASA2%".
           05 FILLER              PIC X(10)   VALUE "   IMPORTE".
           05 FILLER              PIC X(10)   VALUE " IMPORTE 2".

       01  WS-DETALLE.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-PASO         PIC X(01).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-RENGLON      PIC Z9.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-DESCRIPCION  PIC X(20).
           05 WS-DET-BASE         PIC ZZZZZ9.99.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-LIM-INF      PIC ZZZZZ9.99.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-LIM-SUP      PIC ZZZZZ9.99.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-CUOTA        PIC ZZZZZ9.99.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-TASA         PIC Z9.999.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-TASA-2       PIC Z9.999.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-IMPORTE      PIC ZZZZZ9.99.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-IMPORTE-2    PIC ZZZZZ9.99.
       01  WS-DETALLE-R REDEFINES WS-DETALLE.
           05 FILLER              PIC X(27).
           05 WS-DET-IMPORTES-1-X PIC X(39).
           05 FILLER              PIC X(15).
           05 WS-DET-IMPORTES-2-X PIC X(19).

       01  WS-AVISO.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-AVI-TEXTO        PIC X(98).

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 016-OBTIENE-RUTA-REPORTE     THRU 016-FIN
           PERFORM 027-OBTIENE-RUTA-OPERADORES  THRU 027-FIN
           PERFORM 042-OBTIENE-RUTA-NOM-PERIODO THRU 042-FIN
           PERFORM 192-OBTIENE-RUTA-TRAZA       THRU 192-FIN
           PERFORM 028-ABRE-OPERADORES          THRU 028-FIN
           PERFORM 029-VALIDA-OPERADOR          THRU 029-FIN
           CLOSE OPERADORES
           MOVE WS-OPERADOR-ROL TO WS-MSK-ROL
           PERFORM 228-DEFINE-MASCARA           THRU 228-FIN
           MOVE WS-MSK-LEYENDA TO WS-SUB-LEYENDA
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           PERFORM 050-SOLICITA-PERIODO         THRU 050-FIN
           PERFORM 030-CONSULTA-EMPLEADO THRU 030-FIN
                   UNTIL FIN-CONSULTA
           CLOSE EMPLEADOS
                 TRAZA-NOMINA
                 REPORTE
           IF HAY-NOMINA
              CLOSE NOMINA-PERIODO
           END-IF
           GOBACK.

           COPY EMPRUTAP.
           COPY OPERRUTAP.
           COPY OPERVALP.
           COPY NOMPRUTAP.
           COPY TRZRUTAP.
           COPY FRECCORRP.
           COPY MASCARAP.

       016-OBTIENE-RUTA-REPORTE.
           STRING WS-DIR-DATOS                  DELIMITED BY SPACE
                  "\REPORTE-TRAZA-NOMINA.TXT"   DELIMITED BY SIZE
                  INTO WS-RUTA-REPORTE
           END-STRING.
       016-FIN. EXIT.

      *----------------------------------------------------------------
      * BD-NOMINA-PERIODO.TXT ES OPCIONAL: SIN EL LA TRAZA SE MUESTRA
      * IGUAL, SOLO SIN COTEJAR CONTRA EL RESULTADO GRABADO.
      *----------------------------------------------------------------
       020-ABRE-ARCHIVOS.
           OPEN INPUT EMPLEADOS
           IF NOT FS-EMPLEADOS-OK
              DISPLAY "NO SE PUDO ABRIR BD-EMPLEADOS.TXT. FS: "
                      WS-FS-EMPLEADOS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT TRAZA-NOMINA
           IF NOT FS-TRAZA-OK
              DISPLAY "NO HAY BD-TRAZA-NOMINA.TXT. PIDA LA TRAZA AL "
                      "CALCULAR LA NOMINA CON NOMQUINC."
              CLOSE EMPLEADOS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT NOMINA-PERIODO
           IF FS-NOM-PERIODO-OK
              MOVE "S" TO SW-HAY-NOMINA
           ELSE
              DISPLAY "SIN BD-NOMINA-PERIODO.TXT: LA TRAZA NO SE "
                      "COTEJA CONTRA EL RESULTADO GRABADO."
           END-IF
           OPEN OUTPUT REPORTE.
       020-FIN. EXIT.

       028-ABRE-OPERADORES.
           OPEN INPUT OPERADORES
           IF NOT FS-OPERADORES-OK
              DISPLAY "NO SE PUDO ABRIR BD-OPERADORES.TXT. DE DE ALTA "
                      "LOS OPERADORES DESDE CRUD-EMP PRIMERO."
              GOBACK
           END-IF.
       028-FIN. EXIT.

      *----------------------------------------------------------------
      * EL PERIODO SE PIDE IGUAL QUE EN NOMQUINC: LA SEMANA SE GUARDA
      * CON EL MES MAS 50, COMO EN EL CALENDARIO.
      *----------------------------------------------------------------
       050-SOLICITA-PERIODO.
           PERFORM 048-PIDE-FRECUENCIA THRU 048-FIN
           DISPLAY "ANIO (AAAA): "
           ACCEPT WS-PER-ANIO
           DISPLAY "MES (MM): "
           ACCEPT WS-PER-MES
           IF CORRIDA-SEMANAL
              DISPLAY "SEMANA DEL MES DE PAGO (1 A 5): "
              ACCEPT WS-PER-QUINCENA
              IF WS-PER-MES IS LESS THAN 01 OR
                 WS-PER-MES IS GREATER THAN 12 OR
                 WS-PER-QUINCENA IS LESS THAN 1 OR
                 WS-PER-QUINCENA IS GREATER THAN 5
                 DISPLAY "EL MES VA DE 01 A 12 Y LA SEMANA DE 1 A 5."
                 DISPLAY " "
                 GO TO 050-SOLICITA-PERIODO
              END-IF
              ADD 50 TO WS-PER-MES
           ELSE
              DISPLAY "QUINCENA (1/2): "
              ACCEPT WS-PER-QUINCENA
              IF WS-PER-MES IS LESS THAN 01 OR
                 WS-PER-MES IS GREATER THAN 12 OR
                 (WS-PER-QUINCENA NOT EQUAL 1 AND
                  WS-PER-QUINCENA NOT EQUAL 2)
                 DISPLAY "EL MES VA DE 01 A 12 Y LA QUINCENA ES 1 O 2."
                 DISPLAY " "
                 GO TO 050-SOLICITA-PERIODO
              END-IF
           END-IF.
       050-FIN. EXIT.

      *----------------------------------------------------------------
      * PIDE LA CLAVE (0000 TERMINA), COTEJA EL RESULTADO GRABADO Y
      * LISTA LA TRAZA DEL EMPLEADO EN EL PERIODO PEDIDO.
      *----------------------------------------------------------------
       030-CONSULTA-EMPLEADO.
           DISPLAY " "
           DISPLAY "CLAVE DE EMPLEADO (0000 = SALIR): "
           ACCEPT WS-ID-BUSCA
           IF WS-ID-BUSCA EQUAL ZEROS
              MOVE "S" TO SW-FIN-CONSULTA
              GO TO 030-FIN
           END-IF

           MOVE WS-ID-BUSCA TO REG-ID-EMP
           READ EMPLEADOS INTO WS-DATOS-EMPLEADO
                INVALID KEY
                   INITIALIZE WS-DATOS-EMPLEADO
                   MOVE "(NO ESTA EN MAESTRO)" TO WS-NOMBRE-EMP
           END-READ

           MOVE "N" TO SW-HAY-RESULTADO
           IF HAY-NOMINA
              MOVE WS-PERIODO-PEDIDO TO NP-PERIODO
              MOVE WS-ID-BUSCA       TO NP-ID-EMP
              READ NOMINA-PERIODO
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE "S" TO SW-HAY-RESULTADO
              END-READ
           END-IF

           PERFORM 040-POSICIONA-TRAZA THRU 040-FIN
           IF FIN-TRAZA
              DISPLAY "NO HAY TRAZA DEL EMPLEADO " WS-ID-BUSCA
                      " EN EL PERIODO " WS-PERIODO-PEDIDO
                      "; EL CALCULO SE CORRIO SIN PEDIR LA TRAZA."
              GO TO 030-FIN
           END-IF
           MOVE ZEROS TO WS-CONT-RENGLONES
                         WS-NETO-TRAZA
           MOVE TRZ-FECHA-CALCULO TO WS-FECHA-TRAZA
           PERFORM 035-ENCABEZADO THRU 035-FIN
           PERFORM 045-LISTA-RENGLON THRU 045-FIN
                   UNTIL FIN-TRAZA
           PERFORM 060-COTEJA-RESULTADO THRU 060-FIN.
       030-FIN. EXIT.

       035-ENCABEZADO.
           MOVE WS-PERIODO-PEDIDO TO WS-TIT-PERIODO
           MOVE WS-ID-BUSCA       TO WS-TIT-ID
           MOVE SPACES            TO WS-TIT-NOMBRE
           STRING WS-NOMBRE-EMP   DELIMITED BY "  "
                  " "             DELIMITED BY SIZE
                  WS-APE-PAT-EMP  DELIMITED BY "  "
                  " "             DELIMITED BY SIZE
                  WS-APE-MAT-EMP  DELIMITED BY "  "
                  INTO WS-TIT-NOMBRE
           END-STRING
           MOVE WS-FECHA-TRAZA    TO WS-SUB-FECHA
           WRITE REG-REPORTE FROM WS-TITULO
           WRITE REG-REPORTE FROM WS-SUBTITULO
           WRITE REG-REPORTE FROM WS-COLUMNAS
           DISPLAY " "
           DISPLAY WS-TITULO
           DISPLAY WS-SUBTITULO
           DISPLAY WS-COLUMNAS.
       035-FIN. EXIT.

       040-POSICIONA-TRAZA.
           MOVE "N"               TO SW-FIN-TRAZA
           MOVE WS-PERIODO-PEDIDO TO TRZ-PERIODO
           MOVE WS-ID-BUSCA       TO TRZ-ID-EMP
           MOVE ZEROS             TO TRZ-CONSEC
           START TRAZA-NOMINA KEY IS NOT LESS THAN TRZ-LLAVE
                 INVALID KEY
                    MOVE "S" TO SW-FIN-TRAZA
                    GO TO 040-FIN
           END-START
           PERFORM 047-LEE-TRAZA THRU 047-FIN.
       040-FIN. EXIT.

      *----------------------------------------------------------------
      * UN RENGLON DE LA TRAZA. LAS TASAS SE MUESTRAN EN PORCENTAJE.
      * LAS COLUMNAS SIN SENTIDO PARA EL PASO QUEDAN EN CEROS.
      *----------------------------------------------------------------
       045-LISTA-RENGLON.
           ADD 1 TO WS-CONT-RENGLONES
           MOVE TRZ-PASO           TO WS-DET-PASO
           MOVE TRZ-RENGLON        TO WS-DET-RENGLON
           MOVE TRZ-DESCRIPCION    TO WS-DET-DESCRIPCION
           MOVE TRZ-BASE           TO WS-DET-BASE
           MOVE TRZ-LIM-INF        TO WS-DET-LIM-INF
           MOVE TRZ-LIM-SUP        TO WS-DET-LIM-SUP
           MOVE TRZ-CUOTA          TO WS-DET-CUOTA
           COMPUTE WS-TASA-PCT ROUNDED = TRZ-TASA * 100
           MOVE WS-TASA-PCT        TO WS-DET-TASA
           COMPUTE WS-TASA-PCT ROUNDED = TRZ-TASA-2 * 100
           MOVE WS-TASA-PCT        TO WS-DET-TASA-2
           MOVE TRZ-IMPORTE        TO WS-DET-IMPORTE
           MOVE TRZ-IMPORTE-2      TO WS-DET-IMPORTE-2
           IF TRZ-PASO-NETO
              MOVE TRZ-IMPORTE TO WS-NETO-TRAZA
           END-IF
           IF NOT DATOS-COMPLETOS
              PERFORM 046-ENMASCARA-RENGLON THRU 046-FIN
           END-IF
           WRITE REG-REPORTE FROM WS-DETALLE
           DISPLAY WS-DETALLE
           PERFORM 047-LEE-TRAZA THRU 047-FIN.
       045-FIN. EXIT.

      *----------------------------------------------------------------
      * PARA CAPTURISTA Y CONSULTA LAS BASES, LIMITES, CUOTAS E
      * IMPORTES SALEN EN ASTERISCOS; LAS TASAS QUEDAN A LA VISTA.
      *----------------------------------------------------------------
       046-ENMASCARA-RENGLON.
           MOVE ALL "*" TO WS-DET-IMPORTES-1-X
                           WS-DET-IMPORTES-2-X
           MOVE SPACE   TO WS-DET-IMPORTES-1-X (10:1)
                           WS-DET-IMPORTES-1-X (20:1)
                           WS-DET-IMPORTES-1-X (30:1)
                           WS-DET-IMPORTES-2-X (10:1).
       046-FIN. EXIT.

       047-LEE-TRAZA.
           READ TRAZA-NOMINA NEXT RECORD
                AT END
                   MOVE "S" TO SW-FIN-TRAZA
                   GO TO 047-FIN
           END-READ
           IF TRZ-PERIODO NOT EQUAL WS-PERIODO-PEDIDO OR
              TRZ-ID-EMP NOT EQUAL WS-ID-BUSCA
              MOVE "S" TO SW-FIN-TRAZA
           END-IF.
       047-FIN. EXIT.

      *----------------------------------------------------------------
      * LA TRAZA SE QUEDA AUNQUE REVERNOM BORRE EL RESULTADO, PARA QUE
      * LA ACLARACION PUEDA VER QUE SE HABIA CALCULADO; SE AVISA.
      *----------------------------------------------------------------
       060-COTEJA-RESULTADO.
           IF NOT HAY-NOMINA
              GO TO 060-FIN
           END-IF
           MOVE SPACES TO WS-AVI-TEXTO
           IF NOT HAY-RESULTADO
              STRING "SIN RESULTADO EN BD-NOMINA-PERIODO.TXT: EL "
                                                DELIMITED BY SIZE
                     "CALCULO SE REVIRTIO O NO SE COMPLETO."
                                                DELIMITED BY SIZE
                     INTO WS-AVI-TEXTO
              END-STRING
           ELSE
              IF NP-SALARIO-NETO NOT EQUAL WS-NETO-TRAZA
                 MOVE NP-SALARIO-NETO TO WS-IMPORTE-EDIT
                 IF NOT DATOS-COMPLETOS
                    MOVE WS-MSK-IMPORTE TO WS-IMPORTE-EDIT-X
                 END-IF
                 STRING "EL NETO GRABADO ("     DELIMITED BY SIZE
                        WS-IMPORTE-EDIT         DELIMITED BY SIZE
                        ") NO ES EL DE LA TRAZA; LA TRAZA ES DE "
                                                DELIMITED BY SIZE
                        "OTRO CALCULO."         DELIMITED BY SIZE
                        INTO WS-AVI-TEXTO
                 END-STRING
              END-IF
           END-IF
           IF WS-AVI-TEXTO NOT EQUAL SPACES
              WRITE REG-REPORTE FROM WS-AVISO
              DISPLAY WS-AVISO
           END-IF.
       060-FIN. EXIT.
