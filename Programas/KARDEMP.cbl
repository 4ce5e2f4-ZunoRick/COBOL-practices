      *               CONSULTAS DELICADAS. OPCIONALMENTE EL KARDEX SE
      *               IMPRIME COMO ESTADO FORMAL EN
      *               REPORTE-KARDEX.TXT.
      *----------------------------------------------------------------
      * MODIFICACIONES:
      * - LOS IMPORTES DEL KARDEX SALEN EN ASTERISCOS PARA LOS ROLES
      *   CAPTURISTA Y CONSULTA; SOLO SUPERVISOR Y ADMINISTRADOR LOS
      *   VEN COMPLETOS, Y EL TITULO LO INDICA (VER MASCARAP.cpy).
      * - LAS CORRIDAS DE VIATICOS (NP-TIPO-CORRIDA "V") NO SON
      *   PAGOS DE NOMINA Y YA NO SE LISTAN NI SE SUMAN EN EL
      *   KARDEX.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                KARDEMP.
           COPY OPERRUTA.
           COPY NOMPFS.
           COPY NOMPRUTA.
           COPY MASCARA.

       01  WS-RUTA-REPORTE        PIC X(80).

           05 WS-TIT-ID           PIC 9(04).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-TIT-NOMBRE       PIC X(20).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-TIT-LEYENDA      PIC X(29).
           05 FILLER              PIC X(02)   VALUE SPACES.

       01  WS-COLUMNAS.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-TIPO         PIC X(01).
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-DET-BRUTO        PIC ZZZ,ZZ9.99.
           05 WS-DET-BRUTO-X REDEFINES WS-DET-BRUTO
                                  PIC X(10).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-ISR          PIC ZZ,ZZ9.99.
           05 WS-DET-ISR-X REDEFINES WS-DET-ISR
                                  PIC X(09).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-IMSS         PIC ZZ,ZZ9.99.
           05 WS-DET-IMSS-X REDEFINES WS-DET-IMSS
                                  PIC X(09).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-OTRAS        PIC ZZZ,ZZ9.99.
           05 WS-DET-OTRAS-X REDEFINES WS-DET-OTRAS
                                  PIC X(10).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-NETO         PIC ZZZ,ZZ9.99.
           05 WS-DET-NETO-X REDEFINES WS-DET-NETO
                                  PIC X(10).

       01  WS-LIN-ANIO.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-ANI-ANIO         PIC 9(04).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-ANI-BRUTO        PIC ZZZ,ZZ9.99.
           05 WS-ANI-BRUTO-X REDEFINES WS-ANI-BRUTO
                                  PIC X(10).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-ANI-ISR          PIC ZZ,ZZ9.99.
           05 WS-ANI-ISR-X REDEFINES WS-ANI-ISR
                                  PIC X(09).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-ANI-IMSS         PIC ZZ,ZZ9.99.
           05 WS-ANI-IMSS-X REDEFINES WS-ANI-IMSS
                                  PIC X(09).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-ANI-OTRAS        PIC ZZZ,ZZ9.99.
           05 WS-ANI-OTRAS-X REDEFINES WS-ANI-OTRAS
                                  PIC X(10).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-ANI-NETO         PIC ZZZ,ZZ9.99.
           05 WS-ANI-NETO-X REDEFINES WS-ANI-NETO
                                  PIC X(10).

       01  WS-LIN-TOTAL.
           05 FILLER              PIC X(02)   VALUE SPACES.
                              VALUE "GRAN TOTAL  ".
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-GT-BRUTO         PIC Z,ZZZ,ZZ9.99.
           05 WS-GT-BRUTO-X REDEFINES WS-GT-BRUTO
                                  PIC X(12).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-GT-ISR           PIC ZZZ,ZZ9.99.
           05 WS-GT-ISR-X REDEFINES WS-GT-ISR
                                  PIC X(10).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-GT-IMSS          PIC ZZZ,ZZ9.99.
           05 WS-GT-IMSS-X REDEFINES WS-GT-IMSS
                                  PIC X(10).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-GT-OTRAS         PIC Z,ZZZ,ZZ9.99.
           05 WS-GT-OTRAS-X REDEFINES WS-GT-OTRAS
                                  PIC X(12).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-GT-NETO          PIC Z,ZZZ,ZZ9.99.
           05 WS-GT-NETO-X REDEFINES WS-GT-NETO
                                  PIC X(12).

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 028-ABRE-OPERADORES          THRU 028-FIN
           PERFORM 029-VALIDA-OPERADOR          THRU 029-FIN
           CLOSE OPERADORES
           MOVE WS-OPERADOR-ROL TO WS-MSK-ROL
           PERFORM 228-DEFINE-MASCARA           THRU 228-FIN
           MOVE WS-MSK-LEYENDA TO WS-TIT-LEYENDA
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           PERFORM 030-CONSULTA-KARDEX          THRU 030-FIN
                   UNTIL SW-OTRA EQUAL "N"
       028-FIN. EXIT.

           COPY OPERVALP.
           COPY MASCARAP.

       020-ABRE-ARCHIVOS.
           OPEN INPUT EMPLEADOS
                   MOVE "FIN" TO SW-FIN
                   GO TO 040-FIN
           END-READ
           IF NP-ID-EMP NOT EQUAL WS-ID-BUSCA OR
              NP-CORRIDA-VIATICOS
              GO TO 040-FIN
           END-IF
           MOVE NP-PERIODO TO WS-PERIODO-R
           MOVE NP-DEDUCCION-IMSS  TO WS-DET-IMSS
           MOVE WS-OTRAS-TOTAL     TO WS-DET-OTRAS
           MOVE NP-SALARIO-NETO    TO WS-DET-NETO
           IF NOT DATOS-COMPLETOS
              MOVE ALL "*" TO WS-DET-BRUTO-X WS-DET-ISR-X
                              WS-DET-IMSS-X  WS-DET-OTRAS-X
                              WS-DET-NETO-X
           END-IF
           DISPLAY WS-DETALLE
           IF IMPRIME-FORMAL
              WRITE REG-REPORTE FROM WS-DETALLE
           MOVE WS-ANIO-IMSS   TO WS-ANI-IMSS
           MOVE WS-ANIO-OTRAS  TO WS-ANI-OTRAS
           MOVE WS-ANIO-NETO   TO WS-ANI-NETO
           IF NOT DATOS-COMPLETOS
              MOVE ALL "*" TO WS-ANI-BRUTO-X WS-ANI-ISR-X
                              WS-ANI-IMSS-X  WS-ANI-OTRAS-X
                              WS-ANI-NETO-X
           END-IF
           DISPLAY WS-LIN-ANIO
           IF IMPRIME-FORMAL
              WRITE REG-REPORTE FROM WS-LIN-ANIO
           MOVE WS-TOT-IMSS  TO WS-GT-IMSS
           MOVE WS-TOT-OTRAS TO WS-GT-OTRAS
           MOVE WS-TOT-NETO  TO WS-GT-NETO
           IF NOT DATOS-COMPLETOS
              MOVE ALL "*" TO WS-GT-BRUTO-X WS-GT-ISR-X
                              WS-GT-IMSS-X  WS-GT-OTRAS-X
                              WS-GT-NETO-X
           END-IF
           DISPLAY WS-LIN-TOTAL
           IF IMPRIME-FORMAL
              WRITE REG-REPORTE FROM WS-MARGEN
