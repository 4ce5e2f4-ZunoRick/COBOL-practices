      *              DEL SUA, PARA NO RETECLEAR LA PLANTILLA CADA DOS
      *              MESES. EL EMPLEADO SIN NSS CAPTURADO SE EXCLUYE
      *              Y SE REPORTA, IGUAL QUE EL SIN CLABE EN
      *              BANCONOM. SE GENERA UN ARCHIVO POR REGISTRO
      *              PATRONAL DE BD-PATRONES.TXT
      *              (SUA-BIMESTRE-<REGISTRO>.TXT), CADA RENGLON CON
      *              EL REGISTRO Y EL RFC DEL PATRON; EL EMPLEADO VA
      *              EN EL REGISTRO DE SU PLANTA Y EL DE UNA PLANTA
      *              SIN REGISTRO SE EXCLUYE Y SE REPORTA.
      *----------------------------------------------------------------
      * MODIFICACIONES:
      * - EL BIMESTRE INCLUYE TAMBIEN LAS SEMANAS DE LA NOMINA
      *   SEMANAL CUYA FECHA DE FIN EN EL CALENDARIO CAE DENTRO DE
      *   EL (CALBIMP.cpy)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUAEXP.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY IMPSEL.
           COPY PLTSEL.
           COPY PATSEL.
           COPY CALSEL.
           SELECT INTERFAZ-SUA
           ASSIGN TO WS-RUTA-SUA.

       FILE SECTION.
           COPY EMPFD.
           COPY IMPFD.
           COPY PLTFD.
           COPY PATFD.
           COPY CALFD.

       FD  INTERFAZ-SUA
           RECORD CONTAINS 136 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-INTERFAZ-SUA       PIC X(136).

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPRUTA.
           COPY IMPFS.
           COPY IMPRUTA.
           COPY PLTFS.
           COPY PLTRUTA.
           COPY PATFS.
           COPY PATRUTA.
           COPY CALFS.
           COPY CALRUTA.
           COPY CALBIM.

       01  WS-RUTA-SUA             PIC X(80).

           05 WS-PIM-QUINCENA      PIC 9(01).

       01  WS-MES-BASE             PIC 9(02).
       01  WS-IDX-PERIODO          PIC 9(02).

       01  SW-TIENE-CUOTAS         PIC X(01).
           88 TIENE-CUOTAS                VALUE "S".

       01  WS-CONT-EXPORTADOS      PIC 9(05)      VALUE ZEROS.
       01  WS-CONT-SIN-NSS         PIC 9(05)      VALUE ZEROS.
       01  WS-CONT-SIN-PATRON      PIC 9(05)      VALUE ZEROS.
       01  WS-CONT-ARCHIVO         PIC 9(05)      VALUE ZEROS.
       01  WS-TOT-OBRERO           PIC 9(11)V99   VALUE ZEROS.
       01  WS-TOT-PATRON           PIC 9(11)V99   VALUE ZEROS.

      *----------------------------------------------------------------
      * LAYOUT DE CAPTURA DEL SUA: PURO DIGITO EN LOS IMPORTES
      * (CENTAVOS IMPLICITOS), NOMBRE COMPLETO ARMADO APELLIDOS
      * PRIMERO COMO LO PIDE LA CAPTURA. CADA RENGLON ABRE CON EL
      * REGISTRO PATRONAL Y EL RFC DEL PATRON QUE DECLARA.
      *----------------------------------------------------------------
       01  WS-REG-SUA.
           05 WS-SUA-REG-PATRONAL  PIC X(11).
           05 WS-SUA-RFC-PATRON    PIC X(13).
           05 WS-SUA-NSS           PIC X(11).
           05 WS-SUA-RFC           PIC X(13).
           05 WS-SUA-NOMBRE        PIC X(50).
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS THRU 015-FIN
           PERFORM 049-OBTIENE-RUTA-IMSS-PERIODO THRU 049-FIN
           PERFORM 056-OBTIENE-RUTA-PLANTAS THRU 056-FIN
           PERFORM 177-OBTIENE-RUTA-PATRONES THRU 177-FIN
           PERFORM 041-OBTIENE-RUTA-CALENDARIO THRU 041-FIN
           PERFORM 018-SOLICITA-BIMESTRE  THRU 018-FIN
           PERFORM 046-ARMA-PERIODOS-BIM  THRU 046-FIN
           PERFORM 178-CARGA-PATRONES     THRU 178-FIN
           IF WS-PAT-RENGLONES EQUAL ZEROS
              DISPLAY "NO HAY REGISTROS PATRONALES EN BD-PATRONES.TXT; "
                      "DELOS DE ALTA EN MANTCAT Y ASIGNELOS A LAS "
                      "PLANTAS."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 020-ABRE-ARCHIVOS      THRU 020-FIN
           MOVE 1 TO WS-PAT-IDX
           PERFORM 030-GENERA-REGISTRO    THRU 030-FIN
                   UNTIL WS-PAT-IDX IS GREATER THAN WS-PAT-RENGLONES
           PERFORM 060-CIERRA-ARCHIVOS    THRU 060-FIN
           DISPLAY "EMPLEADOS EN ARCHIVOS SUA: " WS-CONT-EXPORTADOS
           DISPLAY "EXCLUIDOS SIN NSS        : " WS-CONT-SIN-NSS
           DISPLAY "EXCLUIDOS SIN REGISTRO   : " WS-CONT-SIN-PATRON
           DISPLAY "CUOTA OBRERA DEL BIMESTRE: " WS-TOT-OBRERO
           DISPLAY "CUOTA PATRONAL BIMESTRE  : " WS-TOT-PATRON
           GOBACK.

           COPY EMPRUTAP.
           COPY IMPRUTAP.
           COPY PLTRUTAP.
           COPY PATRUTAP.
           COPY PATCARGP.
           COPY CALRUTAP.
           COPY CALBIMP.

      *----------------------------------------------------------------
      * SUA-BIMESTRE-<REGISTRO>.TXT VIVE EN LA MISMA CARPETA QUE
      * BD-EMPLEADOS.TXT, YA RESUELTA POR 015-OBTIENE-RUTA-DATOS; UNO
      * POR REGISTRO PATRONAL.
      *----------------------------------------------------------------
       016-OBTIENE-RUTA-SUA.
           MOVE SPACES TO WS-RUTA-SUA
           STRING WS-DIR-DATOS          DELIMITED BY SPACE
                  "\SUA-BIMESTRE-"      DELIMITED BY SIZE
                  WS-PAT-T-REGISTRO (WS-PAT-IDX)
                                        DELIMITED BY SPACE
                  ".TXT"                DELIMITED BY SIZE
                  INTO WS-RUTA-SUA
           END-STRING.
       016-FIN. EXIT.
                      "NOMQUINC ANTES DE EXPORTAR."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       020-FIN. EXIT.

      *----------------------------------------------------------------
      * UN ARCHIVO POR REGISTRO PATRONAL: SE BARRE EL MAESTRO
      * COMPLETO Y SOLO VIAJAN LOS EMPLEADOS CUYA PLANTA TIENE ESE
      * REGISTRO.
      *----------------------------------------------------------------
       030-GENERA-REGISTRO.
           PERFORM 016-OBTIENE-RUTA-SUA THRU 016-FIN
           MOVE ZEROS  TO WS-CONT-ARCHIVO
           MOVE SPACES TO SW-FIN
           OPEN OUTPUT INTERFAZ-SUA
           MOVE ZEROS TO REG-ID-EMP
           START EMPLEADOS KEY IS GREATER THAN OR EQUAL REG-ID-EMP
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN
           END-START
           IF SW-FIN NOT EQUAL "FIN"
              PERFORM 040-LEE     THRU 040-FIN
           END-IF
           PERFORM 050-PROCESO    THRU 050-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE INTERFAZ-SUA
           DISPLAY "REGISTRO " WS-PAT-T-REGISTRO (WS-PAT-IDX) ": "
                   WS-CONT-ARCHIVO " EMPLEADOS EN " WS-RUTA-SUA
           ADD 1 TO WS-PAT-IDX.
       030-FIN. EXIT.

       040-LEE.
           READ EMPLEADOS NEXT RECORD INTO WS-DATOS-EMPLEADO
                AT END
       040-FIN. EXIT.

      *----------------------------------------------------------------
      * POR CADA EMPLEADO DEL MAESTRO SE LEEN POR CLAVE LOS PERIODOS
      * DEL BIMESTRE EN BD-IMSS-PERIODO.TXT; EL EMPLEADO
      * SIN NINGUNA CUOTA EN EL BIMESTRE (ALTA POSTERIOR, PERMISO
      * SIN GOCE) SIMPLEMENTE NO VIAJA. EL DE OTRO REGISTRO SE
      * SALTA; EL DE UNA PLANTA SIN REGISTRO SE REPORTA UNA SOLA VEZ,
      * EN LA PASADA DEL PRIMER REGISTRO, SI TUVO CUOTAS.
      *----------------------------------------------------------------
       050-PROCESO.
           PERFORM 185-UBICA-PATRON-EMP THRU 185-FIN
           IF WS-PAT-IDX-EMP NOT EQUAL WS-PAT-IDX AND
              (WS-PAT-IDX-EMP NOT EQUAL ZEROS OR
               WS-PAT-IDX NOT EQUAL 1)
              GO TO 050-SIGUE
           END-IF
           MOVE "N"   TO SW-TIENE-CUOTAS
           MOVE ZEROS TO WS-ACUM-BASE
                         WS-ACUM-OBRERO
                         WS-ACUM-PATRON
           MOVE 1 TO WS-IDX-PERIODO
           PERFORM 052-SUMA-QUINCENA THRU 052-FIN
                   UNTIL WS-IDX-PERIODO IS GREATER THAN
                         WS-BIM-TOTAL-PERIODOS
           IF TIENE-CUOTAS AND WS-PAT-IDX-EMP EQUAL ZEROS
              DISPLAY "EMPLEADO " WS-ID-EMP " EN LA PLANTA "
                      WS-PLANTA " SIN REGISTRO PATRONAL; NO SE "
                      "INCLUYE EN EL SUA."
              ADD 1 TO WS-CONT-SIN-PATRON
              GO TO 050-SIGUE
           END-IF
           IF TIENE-CUOTAS
              IF WS-NSS EQUAL SPACES
                 DISPLAY "EMPLEADO " WS-ID-EMP " SIN NSS; NO SE "
              ELSE
                 PERFORM 054-ARMA-REGISTRO-SUA THRU 054-FIN
              END-IF
           END-IF.
       050-SIGUE.
           PERFORM 040-LEE THRU 040-FIN.
       050-FIN. EXIT.

      *----------------------------------------------------------------
      * LOS PERIODOS DEL BIMESTRE LOS ARMA 046-ARMA-PERIODOS-BIM: LAS
      * QUINCENAS 1 Y 2 DEL MES BASE Y DEL SIGUIENTE, MAS LAS SEMANAS
      * DE LA NOMINA SEMANAL QUE EL CALENDARIO PONE DENTRO DEL
      * BIMESTRE.
      *----------------------------------------------------------------
       052-SUMA-QUINCENA.
           MOVE WS-BIM-PERIODO (WS-IDX-PERIODO) TO WS-PERIODO-IMSS
           MOVE WS-PERIODO-IMSS TO IMP-PERIODO
           MOVE WS-ID-EMP       TO IMP-ID-EMP
           READ IMSS-PERIODO
                   ADD IMP-CUOTA-OBRERO TO WS-ACUM-OBRERO
                   ADD IMP-CUOTA-PATRON TO WS-ACUM-PATRON
           END-READ
           ADD 1 TO WS-IDX-PERIODO.
       052-FIN. EXIT.

       054-ARMA-REGISTRO-SUA.
           MOVE WS-PAT-T-REGISTRO (WS-PAT-IDX) TO WS-SUA-REG-PATRONAL
           MOVE WS-PAT-T-RFC (WS-PAT-IDX)      TO WS-SUA-RFC-PATRON
           MOVE WS-NSS          TO WS-SUA-NSS
           MOVE WS-RFC          TO WS-SUA-RFC
           MOVE SPACES          TO WS-SUA-NOMBRE
           COMPUTE WS-SUA-PATRON = WS-ACUM-PATRON * 100
           WRITE REG-INTERFAZ-SUA FROM WS-REG-SUA
           ADD 1 TO WS-CONT-EXPORTADOS
                    WS-CONT-ARCHIVO
           ADD WS-ACUM-OBRERO TO WS-TOT-OBRERO
           ADD WS-ACUM-PATRON TO WS-TOT-PATRON.
       054-FIN. EXIT.

       060-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 IMSS-PERIODO.
       060-FIN. EXIT.
