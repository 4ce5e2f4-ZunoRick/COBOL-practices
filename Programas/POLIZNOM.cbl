      *                DE CONTROL (CARGOS = ABONOS Y SU AMARRE CONTRA
      *                LOS TOTALES DEL PERIODO) EN
      *                REPORTE-POLIZA.TXT.
      *----------------------------------------------------------------
      * MODIFICACIONES:
      * - LA POLIZA PIDE LA FRECUENCIA (Q/S): LA DE LA NOMINA
      *   SEMANAL DE PLANTA SE PIDE POR MES DE PAGO Y SEMANA DEL MES
      *   Y SE ARMA DE BD-NOMINA-PERIODO.TXT BAJO LA CLAVE SEMANAL
      *   DEL CALENDARIO (MES MAS 50), CON EL MISMO MAPA DE CUENTAS.
      * - LA POLIZA Y SU HOJA DE CONTROL SALEN UNA POR RFC PATRONAL
      *   DE BD-PATRONES.TXT (POLIZA-NOMINA-<RFC>.TXT), CADA UNA
      *   CUADRADA CON LOS RESULTADOS DE LAS PLANTAS DE ESE PATRON;
      *   LO QUE NO SE PUEDE ATRIBUIR A NINGUN PATRON VA A LA POLIZA
      *   DE LA PRIMERA ENTIDAD, AVISANDOLO.
      * - TOMA EL PERIODO DEL MENU DE NOMINA EN LUGAR DE PEDIRLO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                POLIZNOM.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY NOMPSEL.
           COPY PLTSEL.
           COPY PATSEL.
           SELECT CUENTAS-GL
           ASSIGN TO WS-RUTA-CUENTAS
           ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
           COPY EMPFD.
           COPY NOMPFD.
           COPY PLTFD.
           COPY PATFD.

       FD  CUENTAS-GL
           RECORD CONTAINS 22 CHARACTERS.
           COPY EMPRUTA.
           COPY NOMPFS.
           COPY NOMPRUTA.
           COPY PLTFS.
           COPY PLTRUTA.
           COPY PATFS.
           COPY PATRUTA.
           COPY MENUPAR.

       01  WS-RUTA-CUENTAS         PIC X(80).
       01  WS-RUTA-POLIZA          PIC X(80).
           05 WS-PER-ANIO          PIC 9(04).
           05 WS-PER-MES           PIC 9(02).
           05 WS-PER-QUINCENA      PIC 9(01).
           COPY FRECCORR.

      *----------------------------------------------------------------
      * CUENTAS DEL MAPA, UNA POR CONCEPTO; TODAS SON OBLIGATORIAS.
       01  SW-FIN                  PIC X(03)     VALUE SPACES.
       01  WS-CONT-RESULTADOS      PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-RENGLONES       PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-LEIDOS          PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-SIN-PATRON      PIC 9(05)     VALUE ZEROS.
       01  SW-EN-MAESTRO           PIC X(01).
           88 EN-MAESTRO                   VALUE "S".

      *----------------------------------------------------------------
      * RENGLON DE LA POLIZA: CUENTA, SEGMENTO DE COSTO (000 EN LAS
           05 WS-TIT-PERIODO      PIC X(09).
           05 FILLER              PIC X(17)   VALUE SPACES.

       01  WS-LIN-PATRON.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(08)   VALUE "PATRON: ".
           05 WS-PAT-DET-RAZON    PIC X(40).
           05 FILLER              PIC X(06)   VALUE " RFC: ".
           05 WS-PAT-DET-RFC      PIC X(13).
           05 FILLER              PIC X(11)   VALUE SPACES.

       01  WS-LIN-CONTROL.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-CTL-NOMBRE       PIC X(30).
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 016-OBTIENE-RUTAS            THRU 016-FIN
           PERFORM 042-OBTIENE-RUTA-NOM-PERIODO THRU 042-FIN
           PERFORM 056-OBTIENE-RUTA-PLANTAS     THRU 056-FIN
           PERFORM 177-OBTIENE-RUTA-PATRONES    THRU 177-FIN
           PERFORM 018-SOLICITA-PERIODO         THRU 018-FIN
           PERFORM 025-CARGA-CUENTAS            THRU 025-FIN
           PERFORM 178-CARGA-PATRONES           THRU 178-FIN
           IF WS-PAT-RENGLONES EQUAL ZEROS
              DISPLAY "NO HAY REGISTROS PATRONALES EN BD-PATRONES.TXT; "
                      "DELOS DE ALTA EN MANTCAT Y ASIGNELOS A LAS "
                      "PLANTAS."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           MOVE 1 TO WS-PAT-IDX
           PERFORM 030-GENERA-ENTIDAD           THRU 030-FIN
                   UNTIL WS-PAT-IDX IS GREATER THAN WS-PAT-RENGLONES
           PERFORM 090-CIERRA-ARCHIVOS          THRU 090-FIN
           IF WS-CONT-LEIDOS EQUAL ZEROS
              DISPLAY "LA QUINCENA " WS-PERIODO-PEDIDO " NO TIENE "
                      "RESULTADOS CALCULADOS; NO HAY POLIZA QUE "
                      "GENERAR."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY "RESULTADOS LEIDOS : " WS-CONT-LEIDOS
           DISPLAY "RENGLONES DE POLIZA: " WS-CONT-RENGLONES
           DISPLAY "SIN PATRON (A LA 1A. ENTIDAD): " WS-CONT-SIN-PATRON
           GOBACK.

           COPY EMPRUTAP.
           COPY NOMPRUTAP.
           COPY FRECCORRP.
           COPY PLTRUTAP.
           COPY PATRUTAP.
           COPY PATCARGP.

      *----------------------------------------------------------------
      * LOS ARCHIVOS PROPIOS VIVEN EN LA MISMA CARPETA QUE
      * BD-EMPLEADOS.TXT, YA RESUELTA POR 015-OBTIENE-RUTA-DATOS. LA
      * POLIZA Y SU HOJA DE CONTROL SALEN UNA POR RFC PATRONAL
      * (POLIZA-NOMINA-<RFC>.TXT Y REPORTE-POLIZA-<RFC>.TXT).
      *----------------------------------------------------------------
       016-OBTIENE-RUTAS.
           STRING WS-DIR-DATOS          DELIMITED BY SPACE
                  "\BD-CUENTAS-GL.txt"  DELIMITED BY SIZE
                  INTO WS-RUTA-CUENTAS
           END-STRING.
       016-FIN. EXIT.

       017-OBTIENE-RUTAS-ENTIDAD.
           MOVE SPACES TO WS-RUTA-POLIZA
                          WS-RUTA-REPORTE
           STRING WS-DIR-DATOS          DELIMITED BY SPACE
                  "\POLIZA-NOMINA-"     DELIMITED BY SIZE
                  WS-PAT-T-RFC (WS-PAT-IDX)
                                        DELIMITED BY SPACE
                  ".TXT"                DELIMITED BY SIZE
                  INTO WS-RUTA-POLIZA
           END-STRING
           STRING WS-DIR-DATOS          DELIMITED BY SPACE
                  "\REPORTE-POLIZA-"    DELIMITED BY SIZE
                  WS-PAT-T-RFC (WS-PAT-IDX)
                                        DELIMITED BY SPACE
                  ".TXT"                DELIMITED BY SIZE
                  INTO WS-RUTA-REPORTE
           END-STRING.
       017-FIN. EXIT.

       018-SOLICITA-PERIODO.
           IF CORRIDA-DESDE-MENU
              MOVE WS-MENU-PERIODO TO WS-PERIODO-PEDIDO
              IF WS-PER-MES IS GREATER THAN 50
                 MOVE "S" TO WS-FRECUENCIA-CORRIDA
              ELSE
                 MOVE "Q" TO WS-FRECUENCIA-CORRIDA
              END-IF
              DISPLAY "PERIODO DE LA POLIZA: " WS-PERIODO-PEDIDO
              GO TO 018-TITULO
           END-IF
           PERFORM 048-PIDE-FRECUENCIA THRU 048-FIN
           IF CORRIDA-SEMANAL
              DISPLAY "SEMANA DE LA POLIZA:"
              DISPLAY "ANIO (AAAA): "
              ACCEPT WS-PER-ANIO
              DISPLAY "MES DE PAGO (MM): "
              ACCEPT WS-PER-MES
              DISPLAY "SEMANA DEL MES (1 A 5): "
              ACCEPT WS-PER-QUINCENA
              IF WS-PER-MES IS LESS THAN 01 OR
                 WS-PER-MES IS GREATER THAN 12 OR
                 WS-PER-QUINCENA IS LESS THAN 1 OR
                 WS-PER-QUINCENA IS GREATER THAN 5
                 DISPLAY "EL MES VA DE 01 A 12 Y LA SEMANA DE 1 A 5."
                 DISPLAY " "
                 GO TO 018-SOLICITA-PERIODO
              END-IF
              ADD 50 TO WS-PER-MES
              GO TO 018-TITULO
           END-IF
           DISPLAY "QUINCENA DE LA POLIZA:"
           DISPLAY "ANIO (AAAA): "
           ACCEPT WS-PER-ANIO
           DISPLAY "MES (MM): "
           ACCEPT WS-PER-MES
           DISPLAY "QUINCENA (1/2, 3 = AGUINALDO): "
           ACCEPT WS-PER-QUINCENA.
       018-TITULO.
           STRING WS-PER-ANIO     DELIMITED BY SIZE
                  "-"             DELIMITED BY SIZE
                  WS-PER-MES      DELIMITED BY SIZE
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       020-FIN. EXIT.

      *----------------------------------------------------------------
      * UNA POLIZA POR ENTIDAD PATRONAL (EL PRIMER RENGLON DE CADA RFC
      * EN EL CATALOGO): SE RELEE EL PERIODO CON LOS ACUMULADORES EN
      * CEROS Y SOLO SE SUMAN LOS RESULTADOS DE ESA ENTIDAD, ASI CADA
      * POLIZA CUADRA POR SI SOLA.
      *----------------------------------------------------------------
       030-GENERA-ENTIDAD.
           IF WS-PAT-T-ENTIDAD (WS-PAT-IDX) NOT EQUAL WS-PAT-IDX
              GO TO 030-SIGUE
           END-IF
           PERFORM 017-OBTIENE-RUTAS-ENTIDAD THRU 017-FIN
           INITIALIZE WS-TABLA-DEPTOS
           MOVE ZEROS  TO WS-BRUTO-SIN-DEPTO
                          WS-TOT-BRUTO
                          WS-TOT-SUBSIDIO
                          WS-TOT-ISR
                          WS-TOT-IMSS
                          WS-TOT-INFONAVIT
                          WS-TOT-OTRAS
                          WS-TOT-NETO
                          WS-TOT-CARGOS
                          WS-TOT-ABONOS
                          WS-CONT-RESULTADOS
           MOVE SPACES TO SW-FIN
           PERFORM 045-POSICIONA-PERIODO     THRU 045-FIN
           PERFORM 050-ACUMULA-RESULTADO     THRU 050-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           IF WS-CONT-RESULTADOS EQUAL ZEROS
              DISPLAY "RFC " WS-PAT-T-RFC (WS-PAT-IDX) " SIN "
                      "RESULTADOS EN EL PERIODO; NO LLEVA POLIZA."
              GO TO 030-SIGUE
           END-IF
           OPEN OUTPUT ARCHIVO-POLIZA
           OPEN OUTPUT REPORTE
           PERFORM 060-ESCRIBE-POLIZA        THRU 060-FIN
           PERFORM 070-HOJA-CONTROL          THRU 070-FIN
           CLOSE ARCHIVO-POLIZA
                 REPORTE
           DISPLAY "RFC " WS-PAT-T-RFC (WS-PAT-IDX) " POLIZA : "
                   WS-RUTA-POLIZA
           DISPLAY "RFC " WS-PAT-T-RFC (WS-PAT-IDX) " CONTROL: "
                   WS-RUTA-REPORTE.
       030-SIGUE.
           ADD 1 TO WS-PAT-IDX.
       030-FIN. EXIT.

       045-POSICIONA-PERIODO.
           MOVE WS-PERIODO-PEDIDO TO NP-PERIODO
      * DEL PERIODO. EL SUBSIDIO QUE SE ENTREGO EN EFECTIVO (NETO MAS
      * DEDUCCIONES MENOS BRUTO) ES UN CARGO APARTE: SIN EL, LA
      * POLIZA NO CUADRARIA EN LOS EMPLEADOS CUYO SUBSIDIO REBASO SU
      * ISR. EL RESULTADO DE OTRA ENTIDAD SE SALTA. EL QUE NO SE
      * PUEDE ATRIBUIR A NINGUN PATRON (EMPLEADO YA ARCHIVADO O
      * PLANTA SIN REGISTRO) VA A LA POLIZA DE LA PRIMERA ENTIDAD,
      * AVISANDOLO, PARA QUE NINGUN PAGO SE QUEDE FUERA DEL MAYOR.
      *----------------------------------------------------------------
       050-ACUMULA-RESULTADO.
           IF WS-PAT-IDX EQUAL 1
              ADD 1 TO WS-CONT-LEIDOS
           END-IF
           MOVE "S" TO SW-EN-MAESTRO
           MOVE ZEROS TO WS-PAT-ENT-EMP
           MOVE NP-ID-EMP TO REG-ID-EMP
           READ EMPLEADOS INTO WS-DATOS-EMPLEADO
                INVALID KEY
                   MOVE "N" TO SW-EN-MAESTRO
                NOT INVALID KEY
                   PERFORM 185-UBICA-PATRON-EMP THRU 185-FIN
           END-READ
           IF WS-PAT-ENT-EMP EQUAL ZEROS
              IF WS-PAT-IDX NOT EQUAL 1
                 GO TO 050-SIGUE
              END-IF
              ADD 1 TO WS-CONT-SIN-PATRON
              IF EN-MAESTRO
                 DISPLAY "EMPLEADO " NP-ID-EMP " EN LA PLANTA "
                         WS-PLANTA " SIN REGISTRO PATRONAL; SE CARGA "
                         "A LA POLIZA DE " WS-PAT-T-RFC (1) "."
              ELSE
                 DISPLAY "EMPLEADO " NP-ID-EMP " YA NO ESTA EN EL "
                         "MAESTRO; SU BRUTO SE CARGA AL SEGMENTO "
                         "000 DE LA POLIZA DE " WS-PAT-T-RFC (1) "."
              END-IF
           ELSE
              IF WS-PAT-ENT-EMP NOT EQUAL WS-PAT-IDX
                 GO TO 050-SIGUE
              END-IF
           END-IF
           ADD 1 TO WS-CONT-RESULTADOS
           IF EN-MAESTRO
              ADD NP-SALARIO-BRUTO TO WS-BRUTO-DEPTO (WS-DEPARTAMENTO)
           ELSE
              ADD NP-SALARIO-BRUTO TO WS-BRUTO-SIN-DEPTO
           END-IF
           ADD NP-SALARIO-BRUTO       TO WS-TOT-BRUTO
           ADD NP-DEDUCCION-ISR       TO WS-TOT-ISR
           ADD NP-DEDUCCION-IMSS      TO WS-TOT-IMSS
                   NP-OTRAS-DEDUCC - NP-SALARIO-BRUTO
           IF WS-EXCEDENTE-REG IS GREATER THAN ZEROS
              ADD WS-EXCEDENTE-REG TO WS-TOT-SUBSIDIO
           END-IF.
       050-SIGUE.
           PERFORM 040-LEE THRU 040-FIN.
       050-FIN. EXIT.


       070-HOJA-CONTROL.
           WRITE REG-REPORTE FROM WS-TITULO
           MOVE WS-PAT-T-RAZON (WS-PAT-IDX) TO WS-PAT-DET-RAZON
           MOVE WS-PAT-T-RFC (WS-PAT-IDX)   TO WS-PAT-DET-RFC
           WRITE REG-REPORTE FROM WS-LIN-PATRON
           WRITE REG-REPORTE FROM WS-MARGEN
           MOVE "BRUTO DEL PERIODO"           TO WS-CTL-NOMBRE
           MOVE WS-TOT-BRUTO                  TO WS-CTL-IMPORTE

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 NOMINA-PERIODO.
       090-FIN. EXIT.
