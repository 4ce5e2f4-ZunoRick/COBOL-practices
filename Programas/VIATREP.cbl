      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * VIATREP.cbl - ANTIGUEDAD DE LOS ANTICIPOS DE VIATICOS
      *               ABIERTOS. LISTA CADA ANTICIPO PAGADO DE
      *               BD-VIATICOS.TXT QUE TODAVIA NO SE COMPRUEBA NI
      *               SE DESCUENTA, CON SU FECHA DE PAGO, SU FECHA
      *               LIMITE DE COMPROBACION, LO COMPROBADO MAS LO
      *               REINTEGRADO, EL SALDO, LOS DIAS DESDE EL PAGO Y
      *               LA MARCA DE VENCIDO (LOS QUE VIATDESC PASARA A
      *               DESCUENTO EN EL LOTE NOCTURNO). CIERRA CON EL
      *               RESUMEN POR RANGO DE ANTIGUEDAD (0-15, 16-30,
      *               31-60, 61-90 Y MAS DE 90 DIAS) Y EL TOTAL
      *               VENCIDO, EN REPORTE-VIATICOS-ABIERTOS.TXT. LOS
      *               DIAS SON DE CALENDARIO COMERCIAL (MESES DE 30).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                VIATREP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY VIASEL.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE
           FILE STATUS IS WS-FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY VIAFD.

       FD  REPORTE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(100).

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPFS.
           COPY EMPRUTA.
           COPY VIAFS.
           COPY VIARUTA.

       01  WS-RUTA-REPORTE         PIC X(80).
       01  WS-FS-REPORTE           PIC X(02)    VALUE "00".
           88 FS-REPORTE-OK                VALUE "00".

       01  WS-FECHA-HOY            PIC 9(08).
       01  WS-FECHA-W.
           05 WS-FEW-ANIO          PIC 9(04).
           05 WS-FEW-MES           PIC 9(02).
           05 WS-FEW-DIA           PIC 9(02).
       01  WS-FECHA-W-9 REDEFINES WS-FECHA-W
                                   PIC 9(08).
       01  WS-SERIAL               PIC 9(07)     VALUE ZEROS.
       01  WS-SERIAL-HOY           PIC 9(07)     VALUE ZEROS.
       01  WS-DIAS                 PIC S9(05)    VALUE ZEROS.

       01  WS-SALDO                PIC S9(07)V99 VALUE ZEROS.
       01  WS-APLICADO             PIC 9(07)V99  VALUE ZEROS.

       01  SW-FIN                  PIC X(03)     VALUE SPACES.
       01  WS-CONT-ABIERTOS        PIC 9(05)     VALUE ZEROS.
       01  WS-SALDO-ABIERTOS       PIC 9(09)V99  VALUE ZEROS.
       01  WS-CONT-VENCIDOS        PIC 9(05)     VALUE ZEROS.
       01  WS-SALDO-VENCIDOS       PIC 9(09)V99  VALUE ZEROS.

      *----------------------------------------------------------------
      * RANGOS DE ANTIGUEDAD DEL RESUMEN; WS-RNG-TOPE ES EL ULTIMO DIA
      * QUE ENTRA EN EL RANGO (EL ULTIMO RECOGE TODO LO DEMAS).
      *----------------------------------------------------------------
       01  WS-RANGOS-VALORES.
           05 FILLER               PIC X(19)
                                   VALUE "00150 A 15 DIAS    ".
           05 FILLER               PIC X(19)
                                   VALUE "003016 A 30 DIAS   ".
           05 FILLER               PIC X(19)
                                   VALUE "006031 A 60 DIAS   ".
           05 FILLER               PIC X(19)
                                   VALUE "009061 A 90 DIAS   ".
           05 FILLER               PIC X(19)
                                   VALUE "999MAS DE 90 DIAS  ".
       01  WS-RANGOS REDEFINES WS-RANGOS-VALORES.
           05 WS-RNG OCCURS 5 TIMES.
              10 WS-RNG-TOPE       PIC 9(03).
              10 WS-RNG-NOMBRE     PIC X(16).
       01  WS-RANGO-ACUM.
           05 WS-RAC OCCURS 5 TIMES.
              10 WS-RAC-CUENTA     PIC 9(05).
              10 WS-RAC-SALDO      PIC 9(09)V99.
       01  WS-RNG-IDX              PIC 9(01)     VALUE ZEROS.

       01  WS-MARGEN.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(01)   VALUE "*".
           05 FILLER              PIC X(97)   VALUE ALL "-".
           05 FILLER              PIC X(01)   VALUE "*".

       01  WS-TITULO.
           05 FILLER              PIC X(24)   VALUE SPACES.
           05 FILLER              PIC X(35)
              VALUE "ANTICIPOS DE VIATICOS ABIERTOS AL ".
           05 WS-TIT-FECHA        PIC 9(08).
           05 FILLER              PIC X(33)   VALUE SPACES.

       01  WS-COLUMNAS.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 FILLER              PIC X(02)   VALUE "ID".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(06)   VALUE "NOMBRE".
           05 FILLER              PIC X(16)   VALUE SPACES.
           05 FILLER              PIC X(03)   VALUE "FOL".
           05 FILLER              PIC X(06)   VALUE SPACES.
           05 FILLER              PIC X(04)   VALUE "PAGO".
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 FILLER              PIC X(06)   VALUE "LIMITE".
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 FILLER              PIC X(07)   VALUE "IMPORTE".
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(10)   VALUE "COMPROBADO".
           05 FILLER              PIC X(06)   VALUE SPACES.
           05 FILLER              PIC X(05)   VALUE "SALDO".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(04)   VALUE "DIAS".
           05 FILLER              PIC X(08)   VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-ID           PIC ZZZZ9.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-NOMBRE       PIC X(20).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-FOLIO        PIC 9(03).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-PAGO         PIC 9(08).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-LIMITE       PIC 9(08).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-IMPORTE      PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-APLICADO     PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-SALDO        PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-DIAS         PIC ZZZ9.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-VENCIDO      PIC X(07).

       01  WS-RES-TITULO.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 FILLER              PIC X(16)   VALUE "ANTIGUEDAD".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(06)   VALUE "ANTIC.".
           05 FILLER              PIC X(10)   VALUE SPACES.
           05 FILLER              PIC X(05)   VALUE "SALDO".
           05 FILLER              PIC X(57)   VALUE SPACES.

       01  WS-RES-DETALLE.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 WS-RES-RANGO        PIC X(16).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-RES-CUENTA       PIC ZZZZ9.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 WS-RES-SALDO        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(55)   VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 016-OBTIENE-RUTA-REPORTE     THRU 016-FIN
           PERFORM 225-OBTIENE-RUTA-VIATICOS    THRU 225-FIN
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WS-FECHA-HOY TO WS-FECHA-W-9
           PERFORM 109-SERIAL-FECHA             THRU 109-FIN
           MOVE WS-SERIAL    TO WS-SERIAL-HOY
           MOVE ZEROS        TO WS-RANGO-ACUM
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           MOVE WS-FECHA-HOY TO WS-TIT-FECHA
           WRITE REG-REPORTE FROM WS-TITULO
           WRITE REG-REPORTE FROM WS-MARGEN
           WRITE REG-REPORTE FROM WS-COLUMNAS
           WRITE REG-REPORTE FROM WS-MARGEN
           PERFORM 045-POSICIONA-ANTICIPOS      THRU 045-FIN
           PERFORM 050-LISTA-ANTICIPO           THRU 050-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           PERFORM 080-IMPRIME-RESUMEN          THRU 080-FIN
           PERFORM 090-CIERRA-ARCHIVOS          THRU 090-FIN
           DISPLAY "ANTICIPOS ABIERTOS: " WS-CONT-ABIERTOS
                   "   VENCIDOS: " WS-CONT-VENCIDOS
           DISPLAY "REPORTE: " WS-RUTA-REPORTE
           GOBACK.

           COPY EMPRUTAP.
           COPY VIARUTAP.

       016-OBTIENE-RUTA-REPORTE.
           STRING WS-DIR-DATOS                 DELIMITED BY SPACE
                  "\REPORTE-VIATICOS-ABIERTOS.TXT"
                                               DELIMITED BY SIZE
                  INTO WS-RUTA-REPORTE
           END-STRING.
       016-FIN. EXIT.

       020-ABRE-ARCHIVOS.
           OPEN INPUT VIATICOS
           IF FS-VIATICOS-NO-EXISTE
              DISPLAY "NO HAY ANTICIPOS DE VIATICOS REGISTRADOS."
              GOBACK
           END-IF
           OPEN INPUT EMPLEADOS
           OPEN OUTPUT REPORTE
           IF NOT FS-VIATICOS-OK OR NOT FS-EMPLEADOS-OK
              OR NOT FS-REPORTE-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       020-FIN. EXIT.

       045-POSICIONA-ANTICIPOS.
           MOVE ZEROS TO VIA-LLAVE
           START VIATICOS KEY IS GREATER THAN OR EQUAL VIA-LLAVE
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN
           END-START.
       045-FIN. EXIT.

       050-LISTA-ANTICIPO.
           READ VIATICOS NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 050-FIN
           END-READ
           IF NOT VIA-PAGADO
              GO TO 050-FIN
           END-IF
           COMPUTE WS-APLICADO = VIA-COMPROBADO + VIA-REINTEGRADO
           COMPUTE WS-SALDO    = VIA-IMPORTE - WS-APLICADO
                               - VIA-DESCONTADO
           MOVE VIA-FECHA-PAGO TO WS-FECHA-W-9
           PERFORM 109-SERIAL-FECHA THRU 109-FIN
           COMPUTE WS-DIAS = WS-SERIAL-HOY - WS-SERIAL
           IF WS-DIAS IS LESS THAN ZEROS
              MOVE ZEROS TO WS-DIAS
           END-IF
           MOVE VIA-ID-EMP TO REG-ID-EMP
           READ EMPLEADOS INTO WS-DATOS-EMPLEADO
                INVALID KEY
                   MOVE "NO ESTA EN MAESTRO"    TO WS-NOMBRE-EMP
           END-READ
           MOVE VIA-ID-EMP         TO WS-DET-ID
           MOVE WS-NOMBRE-EMP      TO WS-DET-NOMBRE
           MOVE VIA-FOLIO          TO WS-DET-FOLIO
           MOVE VIA-FECHA-PAGO     TO WS-DET-PAGO
           MOVE VIA-FECHA-LIMITE   TO WS-DET-LIMITE
           MOVE VIA-IMPORTE        TO WS-DET-IMPORTE
           MOVE WS-APLICADO        TO WS-DET-APLICADO
           MOVE WS-SALDO           TO WS-DET-SALDO
           MOVE WS-DIAS            TO WS-DET-DIAS
           MOVE SPACES             TO WS-DET-VENCIDO
           IF VIA-FECHA-LIMITE IS LESS THAN WS-FECHA-HOY
              MOVE "VENCIDO"       TO WS-DET-VENCIDO
              ADD 1        TO WS-CONT-VENCIDOS
              ADD WS-SALDO TO WS-SALDO-VENCIDOS
           END-IF
           WRITE REG-REPORTE FROM WS-DETALLE
           ADD 1        TO WS-CONT-ABIERTOS
           ADD WS-SALDO TO WS-SALDO-ABIERTOS
           MOVE 1 TO WS-RNG-IDX
           PERFORM 055-UBICA-RANGO THRU 055-FIN
           ADD 1        TO WS-RAC-CUENTA (WS-RNG-IDX)
           ADD WS-SALDO TO WS-RAC-SALDO (WS-RNG-IDX).
       050-FIN. EXIT.

       055-UBICA-RANGO.
           IF WS-RNG-IDX EQUAL 5
              OR WS-DIAS IS NOT GREATER THAN WS-RNG-TOPE (WS-RNG-IDX)
              GO TO 055-FIN
           END-IF
           ADD 1 TO WS-RNG-IDX
           GO TO 055-UBICA-RANGO.
       055-FIN. EXIT.

       080-IMPRIME-RESUMEN.
           WRITE REG-REPORTE FROM WS-MARGEN
           WRITE REG-REPORTE FROM WS-RES-TITULO
           WRITE REG-REPORTE FROM WS-MARGEN
           MOVE 1 TO WS-RNG-IDX
           PERFORM 082-RESUMEN-RANGO THRU 082-FIN
                   UNTIL WS-RNG-IDX IS GREATER THAN 5
           WRITE REG-REPORTE FROM WS-MARGEN
           MOVE "TOTAL ABIERTOS"   TO WS-RES-RANGO
           MOVE WS-CONT-ABIERTOS   TO WS-RES-CUENTA
           MOVE WS-SALDO-ABIERTOS  TO WS-RES-SALDO
           WRITE REG-REPORTE FROM WS-RES-DETALLE
           MOVE "TOTAL VENCIDO"    TO WS-RES-RANGO
           MOVE WS-CONT-VENCIDOS   TO WS-RES-CUENTA
           MOVE WS-SALDO-VENCIDOS  TO WS-RES-SALDO
           WRITE REG-REPORTE FROM WS-RES-DETALLE.
       080-FIN. EXIT.

       082-RESUMEN-RANGO.
           MOVE WS-RNG-NOMBRE (WS-RNG-IDX) TO WS-RES-RANGO
           MOVE WS-RAC-CUENTA (WS-RNG-IDX) TO WS-RES-CUENTA
           MOVE WS-RAC-SALDO (WS-RNG-IDX)  TO WS-RES-SALDO
           WRITE REG-REPORTE FROM WS-RES-DETALLE
           ADD 1 TO WS-RNG-IDX.
       082-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 VIATICOS
                 REPORTE.
       090-FIN. EXIT.

      *----------------------------------------------------------------
      * MISMA SERIALIZACION QUE 109-SERIAL-FECHA DE INCACALP.cpy; SE
      * REPITE AQUI PORQUE ESTE PROGRAMA SOLO NECESITA LOS DIAS ENTRE
      * EL PAGO DEL ANTICIPO Y HOY.
      *----------------------------------------------------------------
       109-SERIAL-FECHA.
           COMPUTE WS-SERIAL =
                   (WS-FEW-ANIO * 360) + (WS-FEW-MES * 30) +
                   WS-FEW-DIA.
       109-FIN. EXIT.
