      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * ISRMENS.cbl - HOJA DE TRABAJO DEL ENTERO MENSUAL DE ISR POR
      *               SALARIOS. JUNTA TODAS LAS CORRIDAS DE
      *               BD-NOMINA-PERIODO.TXT (QUINCENAS, SEMANAS,
      *               AGUINALDO, PTU, EXTRAORDINARIAS, FONDO DE AHORRO
      *               Y AJUSTE ANUAL) CUYA FECHA DE PAGO CAE EN EL MES
      *               PEDIDO: LA DE BD-CALEND-NOMINA.TXT Y, PARA LOS
      *               PSEUDO-PERIODOS QUE NO ESTAN EN EL CALENDARIO, EL
      *               MES DE SU CLAVE. CADA ENTIDAD PATRONAL (RFC DE
      *               BD-PATRONES.TXT, AL QUE SE LLEGA POR LA PLANTA
      *               DEL EMPLEADO) HACE SU PROPIO ENTERO: POR ENTIDAD
      *               Y DENTRO DE ELLA POR TIPO DE CORRIDA DA EL ISR
      *               RETENIDO, EL SUBSIDIO AL EMPLEO APLICADO, EL
      *               SUBSIDIO ENTREGADO EN EFECTIVO Y LAS DEVOLUCIONES
      *               DEL AJUSTE ANUAL (QUE SE ACREDITAN CONTRA EL
      *               ENTERO) Y EL NETO A ENTERAR DEL RFC. LA SUMA DE
      *               TODAS LAS ENTIDADES SOLO ES INFORMATIVA. SIGUE
      *               EL DESGLOSE POR PLANTA. EL ISR DE CADA PERIODO SE
      *               LISTA APARTE PARA AMARRARLO CON EL ABONO DE ISR
      *               DE LA HOJA DE CONTROL DE POLIZNOM DEL MISMO
      *               PERIODO. EL LISTADO QUEDA EN
      *               REPORTE-ISR-MENSUAL.TXT.
      *----------------------------------------------------------------
      * MODIFICACIONES:
      * - LOS PAGOS DE ANTICIPOS DE VIATICOS (CORRIDA V) NO ENTRAN A
      *   LA DECLARACION.
      * - EL ENTERO DE ISR SE DESGLOSA Y TOTALIZA POR ENTIDAD
      *   PATRONAL (RFC); EL TOTAL GENERAL QUEDA SOLO COMO DATO
      *   INFORMATIVO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                ISRMENS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY NOMPSEL.
           COPY CALSEL.
           COPY PLTSEL.
           COPY PATSEL.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY NOMPFD.
           COPY CALFD.
           COPY PLTFD.
           COPY PATFD.

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
           COPY CALFS.
           COPY CALRUTA.
           COPY PLTFS.
           COPY PLTRUTA.
           COPY PATFS.
           COPY PATRUTA.

       01  WS-RUTA-REPORTE         PIC X(80).
       01  SW-FIN                  PIC X(03)     VALUE SPACES.
       01  SW-HAY-CALENDARIO       PIC X(01)     VALUE "N".
       01  SW-HAY-PLANTAS          PIC X(01)     VALUE "N".

       01  WS-MES-PEDIDO.
           05 WS-PED-ANIO          PIC 9(04).
           05 WS-PED-MES           PIC 9(02).

      *----------------------------------------------------------------
      * LA LECTURA ARRANCA EN DICIEMBRE DEL ANIO ANTERIOR (UNA
      * QUINCENA DE DICIEMBRE PUEDE PAGARSE EN ENERO) Y TERMINA AL
      * LLEGAR A UNA CLAVE DEL ANIO SIGUIENTE.
      *----------------------------------------------------------------
       01  WS-PERIODO-INICIAL.
           05 WS-INI-ANIO          PIC 9(04).
           05 WS-INI-MES           PIC 9(02).
           05 WS-INI-QUINCENA      PIC 9(01).

       01  WS-PERIODO-LEIDO.
           05 WS-LEI-ANIO          PIC 9(04).
           05 WS-LEI-MES           PIC 9(02).
           05 WS-LEI-QUINCENA      PIC 9(01).

       01  WS-PERIODO-ANTERIOR     PIC 9(07)     VALUE ZEROS.
       01  SW-PERIODO-DEL-MES      PIC X(01)     VALUE "N".
           88 PERIODO-DEL-MES             VALUE "S".
       01  WS-FECHA-PAGO.
           05 WS-PAG-ANIO          PIC 9(04).
           05 WS-PAG-MES           PIC 9(02).
           05 WS-PAG-DIA           PIC 9(02).

      *----------------------------------------------------------------
      * IMPORTES DEL RESULTADO EN TURNO. EL SUBSIDIO ENTREGADO ES EL
      * EXCEDENTE DEL SUBSIDIO SOBRE EL ISR QUE SE SUMO AL NETO (NETO
      * MAS DEDUCCIONES MENOS BRUTO, COMO EN POLIZNOM), TOPADO AL
      * SUBSIDIO APLICADO. LA DEVOLUCION ES EL SALDO A FAVOR DEL
      * AJUSTE ANUAL (NETO DEL REGISTRO "D").
      *----------------------------------------------------------------
       01  WS-REG-ISR              PIC 9(07)V99.
       01  WS-REG-SUB-APLICADO     PIC 9(07)V99.
       01  WS-REG-SUB-ENTREGADO    PIC 9(07)V99.
       01  WS-REG-DEVOLUCION       PIC 9(07)V99.
       01  WS-EXCEDENTE            PIC S9(07)V99.

      *----------------------------------------------------------------
      * TIPOS DE CORRIDA DEL DESGLOSE. LA ORDINARIA SE PARTE EN
      * QUINCENAL Y SEMANAL (CLAVE DE MES MAS 50); EL ULTIMO RENGLON
      * RECOGE CUALQUIER TIPO QUE NO ESTE EN LA LISTA.
      *----------------------------------------------------------------
       01  WS-NOMBRES-TIPO.
           05 FILLER  PIC X(21) VALUE "QNOMINA QUINCENAL    ".
           05 FILLER  PIC X(21) VALUE "SNOMINA SEMANAL      ".
           05 FILLER  PIC X(21) VALUE "AAGUINALDO           ".
           05 FILLER  PIC X(21) VALUE "PREPARTO DE PTU      ".
           05 FILLER  PIC X(21) VALUE "EEXTRAORDINARIA      ".
           05 FILLER  PIC X(21) VALUE "FPAGO FONDO DE AHORRO".
           05 FILLER  PIC X(21) VALUE "DAJUSTE ANUAL DE ISR ".
           05 FILLER  PIC X(21) VALUE "?OTRAS CORRIDAS      ".
       01  WS-TABLA-NOMBRES-TIPO REDEFINES WS-NOMBRES-TIPO.
           05 WS-NTI-REN OCCURS 8 TIMES.
              10 WS-NTI-CLAVE      PIC X(01).
              10 WS-NTI-NOMBRE     PIC X(20).
       01  WS-TIPO-IDX             PIC 9(02).
       01  WS-TIPO-BUSCADO         PIC X(01).

      *----------------------------------------------------------------
      * ACUMULADOS POR ENTIDAD PATRONAL (EL RENGLON DE BD-PATRONES.TXT
      * DEL PRIMER REGISTRO DE CADA RFC, 1-20; EL 21 RECOGE A LOS
      * EMPLEADOS QUE YA NO ESTAN EN EL MAESTRO O CUYA PLANTA NO TIENE
      * REGISTRO) Y DENTRO DE ELLA POR TIPO (8), POR PLANTA (1-99; EL
      * 100 RECOGE A LOS EMPLEADOS QUE YA NO ESTAN EN EL MAESTRO O SIN
      * PLANTA) Y POR PERIODO. TODOS LLEVAN LOS MISMOS CINCO IMPORTES.
      *----------------------------------------------------------------
       01  WS-TABLA-ENTIDADES.
           05 WS-ENT-REN OCCURS 21 TIMES.
              10 WS-ENT-REGS       PIC 9(06).
              10 WS-ENT-ISR        PIC 9(09)V99.
              10 WS-ENT-SUB-APLIC  PIC 9(09)V99.
              10 WS-ENT-SUB-ENTREG PIC 9(09)V99.
              10 WS-ENT-DEVOL      PIC 9(09)V99.
              10 WS-TIP-REN OCCURS 8 TIMES.
                 15 WS-TIP-REGS       PIC 9(06).
                 15 WS-TIP-ISR        PIC 9(09)V99.
                 15 WS-TIP-SUB-APLIC  PIC 9(09)V99.
                 15 WS-TIP-SUB-ENTREG PIC 9(09)V99.
                 15 WS-TIP-DEVOL      PIC 9(09)V99.
       01  WS-ENT-IDX              PIC 9(02).

       01  WS-TABLA-PLANTAS.
           05 WS-PLA-REN OCCURS 100 TIMES.
              10 WS-PLA-REGS       PIC 9(06).
              10 WS-PLA-ISR        PIC 9(09)V99.
              10 WS-PLA-SUB-APLIC  PIC 9(09)V99.
              10 WS-PLA-SUB-ENTREG PIC 9(09)V99.
              10 WS-PLA-DEVOL      PIC 9(09)V99.
       01  WS-PLANTA-IDX           PIC 9(03).

       01  WS-PER-RENGLONES        PIC 9(02)     VALUE ZEROS.
       01  WS-PER-IDX              PIC 9(02).
       01  WS-TABLA-PERIODOS.
           05 WS-PER-REN OCCURS 60 TIMES.
              10 WS-PER-CLAVE.
                 15 WS-PER-ANIO    PIC 9(04).
                 15 WS-PER-MES     PIC 9(02).
                 15 WS-PER-QUINCENA PIC 9(01).
              10 WS-PER-PAGO       PIC 9(08).
              10 WS-PER-REGS       PIC 9(06).
              10 WS-PER-ISR        PIC 9(09)V99.
              10 WS-PER-SUB-APLIC  PIC 9(09)V99.
              10 WS-PER-SUB-ENTREG PIC 9(09)V99.
              10 WS-PER-DEVOL      PIC 9(09)V99.

      *----------------------------------------------------------------
      * AREA DE PASO DEL RENGLON A IMPRIMIR Y TOTALES DEL MES.
      *----------------------------------------------------------------
       01  WS-ACU-REGS             PIC 9(06).
       01  WS-ACU-ISR              PIC 9(09)V99.
       01  WS-ACU-SUB-APLIC        PIC 9(09)V99.
       01  WS-ACU-SUB-ENTREG       PIC 9(09)V99.
       01  WS-ACU-DEVOL            PIC 9(09)V99.

       01  WS-TOT-REGS             PIC 9(06)     VALUE ZEROS.
       01  WS-TOT-ISR              PIC 9(09)V99  VALUE ZEROS.
       01  WS-TOT-SUB-APLIC        PIC 9(09)V99  VALUE ZEROS.
       01  WS-TOT-SUB-ENTREG       PIC 9(09)V99  VALUE ZEROS.
       01  WS-TOT-DEVOL            PIC 9(09)V99  VALUE ZEROS.
       01  WS-TOT-ISR-PERIODOS     PIC 9(09)V99  VALUE ZEROS.

       01  WS-MARGEN.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(01)   VALUE "*".
           05 FILLER              PIC X(97)   VALUE ALL "-".
           05 FILLER              PIC X(01)   VALUE "*".

       01  WS-TITULO.
           05 FILLER              PIC X(20)   VALUE SPACES.
           05 FILLER              PIC X(40)   VALUE
              "HOJA DE TRABAJO DEL ENTERO DE ISR  MES: ".
           05 WS-TIT-ANIO         PIC 9(04).
           05 FILLER              PIC X(01)   VALUE "-".
           05 WS-TIT-MES          PIC 9(02).
           05 FILLER              PIC X(33)   VALUE SPACES.

       01  WS-SUBTITULO.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-SUB-TEXTO        PIC X(60).
           05 FILLER              PIC X(38)   VALUE SPACES.

       01  WS-COLUMNAS.
           05 FILLER              PIC X(50)   VALUE
              " CONCEPTO              REGS  ISR RETENIDO  SUB APL".
           05 FILLER              PIC X(50)   VALUE
              "ICADO SUB ENTREGADO  DEVOLUCIONES NETO A ENTERAR".

       01  WS-DETALLE.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-LIN-CONCEPTO     PIC X(20).
           05 WS-LIN-REGS         PIC ZZZZZ9.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-LIN-ISR          PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-LIN-SUB-APLIC    PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-LIN-SUB-ENTREG   PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-LIN-DEVOL        PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-LIN-NETO         PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(02)   VALUE SPACES.

       01  WS-NOMBRE-PERIODO.
           05 WS-NPE-ANIO         PIC 9(04).
           05 FILLER              PIC X(01)   VALUE "-".
           05 WS-NPE-MES          PIC 9(02).
           05 FILLER              PIC X(01)   VALUE "-".
           05 WS-NPE-QUINCENA     PIC 9(01).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-NPE-PAGO         PIC X(10).

       01  WS-NOMBRE-PLANTA.
           05 WS-NPL-COD          PIC 9(02).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-NPL-NOMBRE       PIC X(17).

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 016-OBTIENE-RUTAS            THRU 016-FIN
           PERFORM 041-OBTIENE-RUTA-CALENDARIO  THRU 041-FIN
           PERFORM 042-OBTIENE-RUTA-NOM-PERIODO THRU 042-FIN
           PERFORM 056-OBTIENE-RUTA-PLANTAS     THRU 056-FIN
           PERFORM 177-OBTIENE-RUTA-PATRONES    THRU 177-FIN
           PERFORM 018-SOLICITA-MES             THRU 018-FIN
           PERFORM 178-CARGA-PATRONES           THRU 178-FIN
           IF WS-PAT-RENGLONES EQUAL ZEROS
              DISPLAY "SIN REGISTROS PATRONALES EN BD-PATRONES.TXT: "
                      "TODO SALE SIN ENTIDAD PATRONAL."
           END-IF
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           INITIALIZE WS-TABLA-ENTIDADES
                      WS-TABLA-PLANTAS
                      WS-TABLA-PERIODOS
           PERFORM 045-POSICIONA-PERIODO        THRU 045-FIN
           PERFORM 050-PROCESA-RESULTADO        THRU 050-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           IF WS-TOT-REGS EQUAL ZEROS
              DISPLAY "NINGUNA CORRIDA DE BD-NOMINA-PERIODO.TXT SE "
                      "PAGO EN " WS-PED-ANIO "-" WS-PED-MES "."
              PERFORM 090-CIERRA-ARCHIVOS THRU 090-FIN
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-PED-ANIO TO WS-TIT-ANIO
           MOVE WS-PED-MES  TO WS-TIT-MES
           WRITE REG-REPORTE FROM WS-TITULO
           WRITE REG-REPORTE FROM WS-MARGEN
           WRITE REG-REPORTE FROM WS-COLUMNAS
           PERFORM 060-IMPRIME-ENTIDADES        THRU 060-FIN
           PERFORM 065-IMPRIME-PLANTAS          THRU 065-FIN
           PERFORM 070-IMPRIME-PERIODOS         THRU 070-FIN
           PERFORM 090-CIERRA-ARCHIVOS          THRU 090-FIN
           DISPLAY "RESULTADOS DEL MES  : " WS-TOT-REGS
           DISPLAY "PERIODOS INCLUIDOS  : " WS-PER-RENGLONES
           DISPLAY "REPORTE: " WS-RUTA-REPORTE
           GOBACK.

           COPY EMPRUTAP.
           COPY CALRUTAP.
           COPY NOMPRUTAP.
           COPY PLTRUTAP.
           COPY PATRUTAP.
           COPY PATCARGP.

       016-OBTIENE-RUTAS.
           STRING WS-DIR-DATOS               DELIMITED BY SPACE
                  "\REPORTE-ISR-MENSUAL.TXT" DELIMITED BY SIZE
                  INTO WS-RUTA-REPORTE
           END-STRING.
       016-FIN. EXIT.

       018-SOLICITA-MES.
           DISPLAY "MES DEL ENTERO DE ISR:"
           DISPLAY "ANIO (AAAA): "
           ACCEPT WS-PED-ANIO
           DISPLAY "MES (MM): "
           ACCEPT WS-PED-MES
           IF WS-PED-MES IS LESS THAN 01 OR
              WS-PED-MES IS GREATER THAN 12 OR
              WS-PED-ANIO IS LESS THAN 2000
              DISPLAY "EL MES VA DE 01 A 12 Y EL ANIO CON 4 DIGITOS."
              DISPLAY " "
              GO TO 018-SOLICITA-MES
           END-IF.
       018-FIN. EXIT.

      *----------------------------------------------------------------
      * SIN CALENDARIO TODOS LOS PERIODOS SE UBICAN POR EL MES DE SU
      * CLAVE; SIN CATALOGO DE PLANTAS EL DESGLOSE SALE SOLO CON LA
      * CLAVE DE LA PLANTA.
      *----------------------------------------------------------------
       020-ABRE-ARCHIVOS.
           OPEN INPUT EMPLEADOS
           OPEN INPUT NOMINA-PERIODO
           IF NOT FS-EMPLEADOS-OK OR NOT FS-NOM-PERIODO-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT CALENDARIO-NOMINA
           IF FS-CALENDARIO-OK
              MOVE "S" TO SW-HAY-CALENDARIO
           ELSE
              DISPLAY "SIN BD-CALEND-NOMINA.TXT: LOS PERIODOS SE "
                      "UBICAN POR EL MES DE SU CLAVE."
           END-IF
           OPEN INPUT PLANTAS
           IF FS-PLANTAS-OK
              MOVE "S" TO SW-HAY-PLANTAS
           END-IF
           OPEN OUTPUT REPORTE.
       020-FIN. EXIT.

       045-POSICIONA-PERIODO.
           COMPUTE WS-INI-ANIO = WS-PED-ANIO - 1
           MOVE 12    TO WS-INI-MES
           MOVE ZEROS TO WS-INI-QUINCENA
           MOVE WS-PERIODO-INICIAL TO NP-PERIODO
           MOVE ZEROS              TO NP-ID-EMP
           START NOMINA-PERIODO KEY IS GREATER THAN OR EQUAL NP-LLAVE
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN
                    GO TO 045-FIN
           END-START
           PERFORM 040-LEE THRU 040-FIN.
       045-FIN. EXIT.

       040-LEE.
           READ NOMINA-PERIODO NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 040-FIN
           END-READ
           MOVE NP-PERIODO TO WS-PERIODO-LEIDO
           IF WS-LEI-ANIO IS GREATER THAN WS-PED-ANIO
              MOVE "FIN" TO SW-FIN
           END-IF.
       040-FIN. EXIT.

      *----------------------------------------------------------------
      * LOS RESULTADOS VIENEN ORDENADOS POR PERIODO: LA FECHA DE PAGO
      * SE RESUELVE UNA VEZ POR PERIODO Y TODO EL PERIODO ENTRA O NO
      * ENTRA AL MES, IGUAL QUE EN LA POLIZA DEL PERIODO. LOS PAGOS
      * DE ANTICIPOS DE VIATICOS NO SON INGRESO NI LLEVAN RETENCION.
      * LA ENTIDAD PATRONAL SALE DE LA PLANTA ACTUAL DEL EMPLEADO.
      *----------------------------------------------------------------
       050-PROCESA-RESULTADO.
           IF NP-CORRIDA-VIATICOS
              GO TO 050-SIGUE
           END-IF
           IF NP-PERIODO NOT EQUAL WS-PERIODO-ANTERIOR
              MOVE NP-PERIODO TO WS-PERIODO-ANTERIOR
              PERFORM 052-FECHA-PAGO THRU 052-FIN
           END-IF
           IF NOT PERIODO-DEL-MES
              GO TO 050-SIGUE
           END-IF
           PERFORM 054-IMPORTES-RESULTADO THRU 054-FIN
           PERFORM 051-UBICA-TIPO THRU 051-FIN
           MOVE 100 TO WS-PLANTA-IDX
           MOVE 21  TO WS-ENT-IDX
           MOVE NP-ID-EMP TO REG-ID-EMP
           READ EMPLEADOS INTO WS-DATOS-EMPLEADO
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF WS-PLANTA IS GREATER THAN ZEROS
                      MOVE WS-PLANTA TO WS-PLANTA-IDX
                   END-IF
                   PERFORM 185-UBICA-PATRON-EMP THRU 185-FIN
                   IF WS-PAT-ENT-EMP IS GREATER THAN ZEROS
                      MOVE WS-PAT-ENT-EMP TO WS-ENT-IDX
                   END-IF
           END-READ
           PERFORM 058-ACUMULA THRU 058-FIN.
       050-SIGUE.
           PERFORM 040-LEE THRU 040-FIN.
       050-FIN. EXIT.

       052-FECHA-PAGO.
           MOVE "N" TO SW-PERIODO-DEL-MES
           MOVE ZEROS TO WS-FECHA-PAGO
           IF SW-HAY-CALENDARIO EQUAL "S"
              MOVE NP-PERIODO TO CAL-PERIODO
              READ CALENDARIO-NOMINA
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE CAL-FECHA-PAGO TO WS-FECHA-PAGO
              END-READ
           END-IF
           IF WS-FECHA-PAGO EQUAL ZEROS
              MOVE WS-LEI-ANIO TO WS-PAG-ANIO
              MOVE WS-LEI-MES  TO WS-PAG-MES
              IF WS-LEI-MES IS GREATER THAN 50
                 SUBTRACT 50 FROM WS-PAG-MES
              END-IF
           END-IF
           IF WS-PAG-ANIO NOT EQUAL WS-PED-ANIO OR
              WS-PAG-MES  NOT EQUAL WS-PED-MES
              GO TO 052-FIN
           END-IF
           IF WS-PER-RENGLONES NOT LESS THAN 60
              DISPLAY "MAS DE 60 PERIODOS PAGADOS EN EL MES; EL "
                      "PERIODO " NP-PERIODO " NO SE INCLUYE."
              GO TO 052-FIN
           END-IF
           MOVE "S" TO SW-PERIODO-DEL-MES
           ADD 1 TO WS-PER-RENGLONES
           MOVE NP-PERIODO    TO WS-PER-CLAVE (WS-PER-RENGLONES)
           MOVE WS-FECHA-PAGO TO WS-PER-PAGO  (WS-PER-RENGLONES).
       052-FIN. EXIT.

       054-IMPORTES-RESULTADO.
           MOVE NP-DEDUCCION-ISR   TO WS-REG-ISR
           MOVE NP-SUBSIDIO-EMPLEO TO WS-REG-SUB-APLICADO
           MOVE ZEROS TO WS-REG-SUB-ENTREGADO
                         WS-REG-DEVOLUCION
           IF NP-CORRIDA-AJUSTE-ISR
              MOVE NP-SALARIO-NETO TO WS-REG-DEVOLUCION
              GO TO 054-FIN
           END-IF
           IF NP-SUBSIDIO-EMPLEO EQUAL ZEROS
              GO TO 054-FIN
           END-IF
           COMPUTE WS-EXCEDENTE =
                   NP-SALARIO-NETO + NP-DEDUCCION-ISR +
                   NP-DEDUCCION-IMSS + NP-DEDUCCION-INFONAVIT +
                   NP-OTRAS-DEDUCC - NP-SALARIO-BRUTO
           IF WS-EXCEDENTE IS GREATER THAN ZEROS
              MOVE WS-EXCEDENTE TO WS-REG-SUB-ENTREGADO
           END-IF
           IF WS-REG-SUB-ENTREGADO IS GREATER THAN NP-SUBSIDIO-EMPLEO
              MOVE NP-SUBSIDIO-EMPLEO TO WS-REG-SUB-ENTREGADO
           END-IF.
       054-FIN. EXIT.

       051-UBICA-TIPO.
           MOVE NP-TIPO-CORRIDA TO WS-TIPO-BUSCADO
           IF NP-CORRIDA-QUINCENA AND WS-LEI-MES IS GREATER THAN 50
              MOVE "S" TO WS-TIPO-BUSCADO
           END-IF
           MOVE 1 TO WS-TIPO-IDX
           PERFORM 053-COMPARA-TIPO THRU 053-FIN
                   UNTIL WS-TIPO-IDX EQUAL 8
                      OR WS-NTI-CLAVE (WS-TIPO-IDX) EQUAL
                         WS-TIPO-BUSCADO.
       051-FIN. EXIT.

       053-COMPARA-TIPO.
           IF WS-NTI-CLAVE (WS-TIPO-IDX) NOT EQUAL WS-TIPO-BUSCADO
              ADD 1 TO WS-TIPO-IDX
           END-IF.
       053-FIN. EXIT.

       058-ACUMULA.
           ADD 1                    TO WS-TIP-REGS
                                          (WS-ENT-IDX, WS-TIPO-IDX)
                                       WS-ENT-REGS       (WS-ENT-IDX)
                                       WS-PLA-REGS       (WS-PLANTA-IDX)
                                       WS-PER-REGS    (WS-PER-RENGLONES)
                                       WS-TOT-REGS
           ADD WS-REG-ISR           TO WS-TIP-ISR
                                          (WS-ENT-IDX, WS-TIPO-IDX)
                                       WS-ENT-ISR        (WS-ENT-IDX)
                                       WS-PLA-ISR        (WS-PLANTA-IDX)
                                       WS-PER-ISR     (WS-PER-RENGLONES)
                                       WS-TOT-ISR
           ADD WS-REG-SUB-APLICADO  TO WS-TIP-SUB-APLIC
                                          (WS-ENT-IDX, WS-TIPO-IDX)
                                       WS-ENT-SUB-APLIC  (WS-ENT-IDX)
                                       WS-PLA-SUB-APLIC  (WS-PLANTA-IDX)
                                       WS-PER-SUB-APLIC
                                                      (WS-PER-RENGLONES)
                                       WS-TOT-SUB-APLIC
           ADD WS-REG-SUB-ENTREGADO TO WS-TIP-SUB-ENTREG
                                          (WS-ENT-IDX, WS-TIPO-IDX)
                                       WS-ENT-SUB-ENTREG (WS-ENT-IDX)
                                       WS-PLA-SUB-ENTREG (WS-PLANTA-IDX)
                                       WS-PER-SUB-ENTREG
                                                      (WS-PER-RENGLONES)
                                       WS-TOT-SUB-ENTREG
           ADD WS-REG-DEVOLUCION    TO WS-TIP-DEVOL
                                          (WS-ENT-IDX, WS-TIPO-IDX)
                                       WS-ENT-DEVOL      (WS-ENT-IDX)
                                       WS-PLA-DEVOL      (WS-PLANTA-IDX)
                                       WS-PER-DEVOL   (WS-PER-RENGLONES)
                                       WS-TOT-DEVOL.
       058-FIN. EXIT.

      *----------------------------------------------------------------
      * UN CORTE POR ENTIDAD PATRONAL CON SU RFC Y RAZON SOCIAL, SU
      * DESGLOSE POR TIPO DE CORRIDA Y EL NETO A ENTERAR DE ESE RFC.
      * EL NETO ES EL ISR RETENIDO MENOS EL SUBSIDIO ENTREGADO EN
      * EFECTIVO Y LAS DEVOLUCIONES DEL AJUSTE ANUAL, QUE SE
      * ACREDITAN CONTRA EL MISMO ENTERO. LA SUMA DE TODAS LAS
      * ENTIDADES NO SE ENTERA ASI; SOLO SE DA COMO REFERENCIA.
      *----------------------------------------------------------------
       060-IMPRIME-ENTIDADES.
           MOVE 1 TO WS-ENT-IDX
           PERFORM 061-CORTE-ENTIDAD THRU 061-FIN
                   UNTIL WS-ENT-IDX IS GREATER THAN 21
           WRITE REG-REPORTE FROM WS-MARGEN
           MOVE "SUMA DE TODAS LAS ENTIDADES (SOLO INFORMATIVA)"
             TO WS-SUB-TEXTO
           WRITE REG-REPORTE FROM WS-SUBTITULO
           MOVE "TOTAL INFORMATIVO"  TO WS-LIN-CONCEPTO
           MOVE WS-TOT-REGS       TO WS-ACU-REGS
           MOVE WS-TOT-ISR        TO WS-ACU-ISR
           MOVE WS-TOT-SUB-APLIC  TO WS-ACU-SUB-APLIC
           MOVE WS-TOT-SUB-ENTREG TO WS-ACU-SUB-ENTREG
           MOVE WS-TOT-DEVOL      TO WS-ACU-DEVOL
           PERFORM 076-ESCRIBE-RENGLON THRU 076-FIN.
       060-FIN. EXIT.

       061-CORTE-ENTIDAD.
           IF WS-ENT-REGS (WS-ENT-IDX) EQUAL ZEROS
              GO TO 061-SIGUE
           END-IF
           WRITE REG-REPORTE FROM WS-MARGEN
           MOVE SPACES TO WS-SUB-TEXTO
           IF WS-ENT-IDX EQUAL 21
              MOVE "SIN ENTIDAD PATRONAL (PLANTA SIN REGISTRO O BAJA)"
                TO WS-SUB-TEXTO
           ELSE
              STRING "RFC "                      DELIMITED BY SIZE
                     WS-PAT-T-RFC   (WS-ENT-IDX) DELIMITED BY SIZE
                     "  "                        DELIMITED BY SIZE
                     WS-PAT-T-RAZON (WS-ENT-IDX) DELIMITED BY SIZE
                     INTO WS-SUB-TEXTO
              END-STRING
           END-IF
           WRITE REG-REPORTE FROM WS-SUBTITULO
           MOVE 1 TO WS-TIPO-IDX
           PERFORM 062-RENGLON-TIPO THRU 062-FIN
                   UNTIL WS-TIPO-IDX IS GREATER THAN 8
           MOVE "NETO A ENTERAR RFC"         TO WS-LIN-CONCEPTO
           MOVE WS-ENT-REGS       (WS-ENT-IDX) TO WS-ACU-REGS
           MOVE WS-ENT-ISR        (WS-ENT-IDX) TO WS-ACU-ISR
           MOVE WS-ENT-SUB-APLIC  (WS-ENT-IDX) TO WS-ACU-SUB-APLIC
           MOVE WS-ENT-SUB-ENTREG (WS-ENT-IDX) TO WS-ACU-SUB-ENTREG
           MOVE WS-ENT-DEVOL      (WS-ENT-IDX) TO WS-ACU-DEVOL
           PERFORM 076-ESCRIBE-RENGLON THRU 076-FIN.
       061-SIGUE.
           ADD 1 TO WS-ENT-IDX.
       061-FIN. EXIT.

       062-RENGLON-TIPO.
           IF WS-TIP-REGS (WS-ENT-IDX, WS-TIPO-IDX) EQUAL ZEROS
              GO TO 062-SIGUE
           END-IF
           MOVE WS-NTI-NOMBRE (WS-TIPO-IDX) TO WS-LIN-CONCEPTO
           MOVE WS-TIP-REGS       (WS-ENT-IDX, WS-TIPO-IDX)
             TO WS-ACU-REGS
           MOVE WS-TIP-ISR        (WS-ENT-IDX, WS-TIPO-IDX)
             TO WS-ACU-ISR
           MOVE WS-TIP-SUB-APLIC  (WS-ENT-IDX, WS-TIPO-IDX)
             TO WS-ACU-SUB-APLIC
           MOVE WS-TIP-SUB-ENTREG (WS-ENT-IDX, WS-TIPO-IDX)
             TO WS-ACU-SUB-ENTREG
           MOVE WS-TIP-DEVOL      (WS-ENT-IDX, WS-TIPO-IDX)
             TO WS-ACU-DEVOL
           PERFORM 076-ESCRIBE-RENGLON THRU 076-FIN.
       062-SIGUE.
           ADD 1 TO WS-TIPO-IDX.
       062-FIN. EXIT.

       065-IMPRIME-PLANTAS.
           WRITE REG-REPORTE FROM WS-MARGEN
           MOVE "POR PLANTA" TO WS-SUB-TEXTO
           WRITE REG-REPORTE FROM WS-SUBTITULO
           MOVE 1 TO WS-PLANTA-IDX
           PERFORM 067-RENGLON-PLANTA THRU 067-FIN
                   UNTIL WS-PLANTA-IDX IS GREATER THAN 100.
       065-FIN. EXIT.

       067-RENGLON-PLANTA.
           IF WS-PLA-REGS (WS-PLANTA-IDX) EQUAL ZEROS
              GO TO 067-SIGUE
           END-IF
           IF WS-PLANTA-IDX EQUAL 100
              MOVE "SIN PLANTA" TO WS-LIN-CONCEPTO
           ELSE
              MOVE SPACES        TO WS-NOMBRE-PLANTA
              MOVE WS-PLANTA-IDX TO WS-NPL-COD
              IF SW-HAY-PLANTAS EQUAL "S"
                 MOVE WS-PLANTA-IDX TO PLT-COD
                 READ PLANTAS
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         MOVE PLT-NOMBRE TO WS-NPL-NOMBRE
                 END-READ
              END-IF
              MOVE WS-NOMBRE-PLANTA TO WS-LIN-CONCEPTO
           END-IF
           MOVE WS-PLA-REGS       (WS-PLANTA-IDX) TO WS-ACU-REGS
           MOVE WS-PLA-ISR        (WS-PLANTA-IDX) TO WS-ACU-ISR
           MOVE WS-PLA-SUB-APLIC  (WS-PLANTA-IDX) TO WS-ACU-SUB-APLIC
           MOVE WS-PLA-SUB-ENTREG (WS-PLANTA-IDX) TO WS-ACU-SUB-ENTREG
           MOVE WS-PLA-DEVOL      (WS-PLANTA-IDX) TO WS-ACU-DEVOL
           PERFORM 076-ESCRIBE-RENGLON THRU 076-FIN.
       067-SIGUE.
           ADD 1 TO WS-PLANTA-IDX.
       067-FIN. EXIT.

      *----------------------------------------------------------------
      * AMARRE CONTRA POLIZNOM: EL ISR RETENIDO DE CADA PERIODO ES EL
      * ABONO "ISR RETENIDO POR ENTERAR" DE SU POLIZA, Y LA SUMA DE
      * LOS PERIODOS DEBE SER EL ISR RETENIDO DEL MES.
      *----------------------------------------------------------------
       070-IMPRIME-PERIODOS.
           WRITE REG-REPORTE FROM WS-MARGEN
           MOVE "POR PERIODO (AMARRE CON EL ABONO DE ISR DE POLIZNOM)"
             TO WS-SUB-TEXTO
           WRITE REG-REPORTE FROM WS-SUBTITULO
           MOVE 1 TO WS-PER-IDX
           PERFORM 072-RENGLON-PERIODO THRU 072-FIN
                   UNTIL WS-PER-IDX IS GREATER THAN WS-PER-RENGLONES
           WRITE REG-REPORTE FROM WS-MARGEN
           IF WS-TOT-ISR-PERIODOS EQUAL WS-TOT-ISR
              MOVE "ISR DE LOS PERIODOS CUADRA CON EL DEL MES"
                TO WS-SUB-TEXTO
           ELSE
              MOVE "** ISR DE LOS PERIODOS NO CUADRA CON EL DEL MES **"
                TO WS-SUB-TEXTO
              DISPLAY "EL ISR DE LOS PERIODOS NO CUADRA CON EL DEL "
                      "MES; REVISE EL REPORTE."
           END-IF
           WRITE REG-REPORTE FROM WS-SUBTITULO.
       070-FIN. EXIT.

       072-RENGLON-PERIODO.
           MOVE WS-PER-ANIO     (WS-PER-IDX) TO WS-NPE-ANIO
           MOVE WS-PER-MES      (WS-PER-IDX) TO WS-NPE-MES
           MOVE WS-PER-QUINCENA (WS-PER-IDX) TO WS-NPE-QUINCENA
           IF WS-PER-PAGO (WS-PER-IDX) EQUAL ZEROS
              MOVE "ESPECIAL"  TO WS-NPE-PAGO
           ELSE
              MOVE WS-PER-PAGO (WS-PER-IDX) TO WS-FECHA-PAGO
              STRING WS-PAG-DIA  DELIMITED BY SIZE
                     "/"         DELIMITED BY SIZE
                     WS-PAG-MES  DELIMITED BY SIZE
                     "/"         DELIMITED BY SIZE
                     WS-PAG-ANIO DELIMITED BY SIZE
                     INTO WS-NPE-PAGO
              END-STRING
           END-IF
           MOVE WS-NOMBRE-PERIODO TO WS-LIN-CONCEPTO
           MOVE WS-PER-REGS       (WS-PER-IDX) TO WS-ACU-REGS
           MOVE WS-PER-ISR        (WS-PER-IDX) TO WS-ACU-ISR
           MOVE WS-PER-SUB-APLIC  (WS-PER-IDX) TO WS-ACU-SUB-APLIC
           MOVE WS-PER-SUB-ENTREG (WS-PER-IDX) TO WS-ACU-SUB-ENTREG
           MOVE WS-PER-DEVOL      (WS-PER-IDX) TO WS-ACU-DEVOL
           ADD WS-PER-ISR (WS-PER-IDX) TO WS-TOT-ISR-PERIODOS
           PERFORM 076-ESCRIBE-RENGLON THRU 076-FIN
           ADD 1 TO WS-PER-IDX.
       072-FIN. EXIT.

      *----------------------------------------------------------------
      * ESCRIBE UN RENGLON DEL DESGLOSE CON LOS IMPORTES DEL AREA DE
      * PASO WS-ACU-*; EL CONCEPTO YA VIENE EN WS-LIN-CONCEPTO.
      *----------------------------------------------------------------
       076-ESCRIBE-RENGLON.
           MOVE WS-ACU-REGS       TO WS-LIN-REGS
           MOVE WS-ACU-ISR        TO WS-LIN-ISR
           MOVE WS-ACU-SUB-APLIC  TO WS-LIN-SUB-APLIC
           MOVE WS-ACU-SUB-ENTREG TO WS-LIN-SUB-ENTREG
           MOVE WS-ACU-DEVOL      TO WS-LIN-DEVOL
           COMPUTE WS-LIN-NETO =
                   WS-ACU-ISR - WS-ACU-SUB-ENTREG - WS-ACU-DEVOL
           WRITE REG-REPORTE FROM WS-DETALLE.
       076-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 NOMINA-PERIODO
                 REPORTE
           IF SW-HAY-CALENDARIO EQUAL "S"
              CLOSE CALENDARIO-NOMINA
           END-IF
           IF SW-HAY-PLANTAS EQUAL "S"
              CLOSE PLANTAS
           END-IF.
       090-FIN. EXIT.
