      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * VIATDESC.cbl - DESCUENTO VIA NOMINA DE LOS ANTICIPOS DE
      *                VIATICOS NO COMPROBADOS. CADA ANTICIPO PAGADO
      *                DE BD-VIATICOS.TXT CUYA FECHA LIMITE DE
      *                COMPROBACION YA PASO Y QUE TODAVIA TIENE SALDO
      *                (IMPORTE MENOS LO COMPROBADO Y LO REINTEGRADO
      *                EN VIATEMP) SE CONVIERTE EN UN PRESTAMO DE
      *                BD-PRESTAMOS.TXT POR ESE SALDO, QUE NOMQUINC
      *                DESCUENTA DESDE EL PRIMER PERIODO ABIERTO DEL
      *                CALENDARIO DE LA FRECUENCIA DEL EMPLEADO. EL
      *                ABONO SE TOPA AL 30% DEL SUELDO DEL PERIODO
      *                (QUINCENAL, O SU EQUIVALENTE SEMANAL) Y EL
      *                NUMERO DE ABONOS ES EL QUE ALCANZA A CUBRIR EL
      *                SALDO CON ESE TOPE. EL ANTICIPO QUEDA
      *                DESCONTADO CON EL NUMERO DE PRESTAMO Y EL
      *                MOVIMIENTO EN BD-AUDITORIA.TXT (OPERACION
      *                "VIADES"). EL ANTICIPO DE UN EMPLEADO QUE YA
      *                NO ESTA ACTIVO NO SE TOCA: SE AVISA PARA
      *                DESCONTARLO EN EL FINIQUITO. LO GENERADO QUEDA
      *                EN REPORTE-DESCUENTO-VIATICOS.TXT. CORRE SIN
      *                DIALOGO COMO PASO DEL LOTE NOCTURNO (LOTENOCHE);
      *                SALE CON RETURN-CODE 8 SI NO PUEDE ABRIR SUS
      *                ARCHIVOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                VIATDESC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY CALSEL.
           COPY PRESTSEL.
           COPY VIASEL.
           COPY AUDSEL.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE
           FILE STATUS IS WS-FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY CALFD.
           COPY PRESTFD.
           COPY VIAFD.
           COPY AUDFD.

       FD  REPORTE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(100).

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPFS.
           COPY EMPRUTA.
           COPY CALFS.
           COPY CALRUTA.
           COPY PRESTFS.
           COPY PRESTRUTA.
           COPY VIAFS.
           COPY VIARUTA.
           COPY AUDFS.
           COPY AUDRUTA.

       01  WS-RUTA-REPORTE         PIC X(80).
       01  WS-FS-REPORTE           PIC X(02)    VALUE "00".
           88 FS-REPORTE-OK                VALUE "00".

       01  WS-FECHA-HOY            PIC 9(08).
       01  WS-ANIO-HOY REDEFINES WS-FECHA-HOY.
           05 WS-HOY-ANIO          PIC 9(04).
           05 FILLER               PIC 9(04).

      *----------------------------------------------------------------
      * TOPE DEL ABONO: PORCIENTO DEL SUELDO DEL PERIODO QUE SE PUEDE
      * IR AL DESCUENTO DEL ANTICIPO. EL SUELDO DEL MAESTRO ES
      * QUINCENAL; PARA LA NOMINA SEMANAL SE LLEVA A 7 DE 15 DIAS.
      *----------------------------------------------------------------
       01  WS-PCT-TOPE-ABONO       PIC V99       VALUE .30.

      *----------------------------------------------------------------
      * PRIMER PERIODO ABIERTO DEL CALENDARIO QUE TODAVIA NO TERMINA,
      * UNO PARA LA NOMINA QUINCENAL Y OTRO PARA LA SEMANAL; CEROS SI
      * EL CALENDARIO NO TIENE NINGUNO ABIERTO.
      *----------------------------------------------------------------
       01  WS-PERIODO-QUINCENAL    PIC 9(07)     VALUE ZEROS.
       01  WS-PERIODO-SEMANAL      PIC 9(07)     VALUE ZEROS.
       01  WS-PERIODO-INICIO       PIC 9(07)     VALUE ZEROS.

       01  WS-SALDO                PIC S9(07)V99 VALUE ZEROS.
       01  WS-TOPE-ABONO           PIC 9(07)V99  VALUE ZEROS.
       01  WS-NUM-ABONOS           PIC 9(03)     VALUE ZEROS.
       01  WS-ABONO                PIC 9(07)V99  VALUE ZEROS.
       01  WS-CUBIERTO             PIC 9(09)V99  VALUE ZEROS.

       01  SW-FIN                  PIC X(03)     VALUE SPACES.
       01  SW-FIN-CAL              PIC X(03)     VALUE SPACES.
       01  SW-SIN-NUMERO           PIC X(01)     VALUE "N".
       01  WS-MOTIVO-AVISO         PIC X(60)     VALUE SPACES.
       01  WS-CONT-PRESTAMOS       PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-CERRADOS        PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-AVISOS          PIC 9(05)     VALUE ZEROS.
       01  WS-TOTAL-DESCONTAR      PIC 9(09)V99  VALUE ZEROS.

       01  WS-MARGEN.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(01)   VALUE "*".
           05 FILLER              PIC X(97)   VALUE ALL "-".
           05 FILLER              PIC X(01)   VALUE "*".

       01  WS-TITULO.
           05 FILLER              PIC X(24)   VALUE SPACES.
           05 FILLER              PIC X(35)
              VALUE "DESCUENTO DE VIATICOS VENCIDOS AL ".
           05 WS-TIT-FECHA        PIC 9(08).
           05 FILLER              PIC X(33)   VALUE SPACES.

       01  WS-COLUMNAS.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 FILLER              PIC X(02)   VALUE "ID".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(06)   VALUE "NOMBRE".
           05 FILLER              PIC X(16)   VALUE SPACES.
           05 FILLER              PIC X(03)   VALUE "FOL".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(06)   VALUE "LIMITE".
           05 FILLER              PIC X(12)   VALUE SPACES.
           05 FILLER              PIC X(05)   VALUE "SALDO".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(05)   VALUE "PREST".
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(06)   VALUE "ABONOS".
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 FILLER              PIC X(05)   VALUE "ABONO".
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 FILLER              PIC X(06)   VALUE "INICIO".
           05 FILLER              PIC X(10)   VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-ID           PIC ZZZZ9.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-NOMBRE       PIC X(20).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-FOLIO        PIC 9(03).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-LIMITE       PIC 9(08).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-SALDO        PIC ZZZ,ZZZ,Z9.99.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-DET-PRESTAMO     PIC 9(02).
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-DET-ABONOS       PIC ZZ9.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-ABONO        PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-INICIO       PIC 9(07).
           05 FILLER              PIC X(10)   VALUE SPACES.

       01  WS-LINEA-AVISO          PIC X(100).

       01  WS-GRAN-TOTAL.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(21)
                              VALUE "PRESTAMOS GENERADOS: ".
           05 WS-GT-PRESTAMOS     PIC ZZZZ9.
           05 FILLER              PIC X(22)
                              VALUE "   SALDO A DESCONTAR: ".
           05 WS-GT-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(37)   VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 016-OBTIENE-RUTA-REPORTE     THRU 016-FIN
           PERFORM 021-OBTIENE-RUTA-AUDITORIA   THRU 021-FIN
           PERFORM 041-OBTIENE-RUTA-CALENDARIO  THRU 041-FIN
           PERFORM 044-OBTIENE-RUTA-PRESTAMOS   THRU 044-FIN
           PERFORM 225-OBTIENE-RUTA-VIATICOS    THRU 225-FIN
           MOVE "VIATDESC" TO WS-AUD-OPERADOR
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           PERFORM 030-BUSCA-PERIODOS           THRU 030-FIN
           MOVE WS-FECHA-HOY TO WS-TIT-FECHA
           WRITE REG-REPORTE FROM WS-TITULO
           WRITE REG-REPORTE FROM WS-MARGEN
           WRITE REG-REPORTE FROM WS-COLUMNAS
           WRITE REG-REPORTE FROM WS-MARGEN
           PERFORM 045-POSICIONA-ANTICIPOS      THRU 045-FIN
           PERFORM 050-REVISA-ANTICIPO          THRU 050-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           MOVE WS-CONT-PRESTAMOS  TO WS-GT-PRESTAMOS
           MOVE WS-TOTAL-DESCONTAR TO WS-GT-TOTAL
           WRITE REG-REPORTE FROM WS-MARGEN
           WRITE REG-REPORTE FROM WS-GRAN-TOTAL
           PERFORM 090-CIERRA-ARCHIVOS          THRU 090-FIN
           DISPLAY "ANTICIPOS VENCIDOS PASADOS A DESCUENTO: "
                   WS-CONT-PRESTAMOS
           DISPLAY "ANTICIPOS VENCIDOS YA SALDADOS Y CERRADOS: "
                   WS-CONT-CERRADOS
           IF WS-CONT-AVISOS IS GREATER THAN ZEROS
              DISPLAY "ANTICIPOS VENCIDOS SIN DESCUENTO (VER AVISOS): "
                      WS-CONT-AVISOS
           END-IF
           DISPLAY "REPORTE: " WS-RUTA-REPORTE
           GOBACK.

           COPY EMPRUTAP.
           COPY AUDRUTAP.
           COPY AUDWRTP.
           COPY CALRUTAP.
           COPY PRESTRUTAP.
           COPY VIARUTAP.

       016-OBTIENE-RUTA-REPORTE.
           STRING WS-DIR-DATOS                 DELIMITED BY SPACE
                  "\REPORTE-DESCUENTO-VIATICOS.TXT"
                                               DELIMITED BY SIZE
                  INTO WS-RUTA-REPORTE
           END-STRING.
       016-FIN. EXIT.

      *----------------------------------------------------------------
      * SIN BD-VIATICOS.TXT NO HAY ANTICIPOS QUE REVISAR Y EL PASO
      * TERMINA BIEN. SIN CALENDARIO NO HAY PERIODO DONDE INICIAR EL
      * DESCUENTO: LOS VENCIDOS SE AVISAN Y SE REVISAN OTRA NOCHE.
      *----------------------------------------------------------------
       020-ABRE-ARCHIVOS.
           OPEN I-O VIATICOS
           IF FS-VIATICOS-NO-EXISTE
              DISPLAY "NO HAY ANTICIPOS DE VIATICOS REGISTRADOS."
              GOBACK
           END-IF
           IF NOT FS-VIATICOS-OK
              DISPLAY "NO SE PUDO ABRIR BD-VIATICOS.TXT."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT EMPLEADOS
           IF NOT FS-EMPLEADOS-OK
              DISPLAY "NO SE PUDO ABRIR BD-EMPLEADOS.TXT."
              CLOSE VIATICOS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN I-O PRESTAMOS
           IF FS-PRESTAMOS-NO-EXISTE
              OPEN OUTPUT PRESTAMOS
              CLOSE PRESTAMOS
              OPEN I-O PRESTAMOS
           END-IF
           IF NOT FS-PRESTAMOS-OK
              DISPLAY "NO SE PUDO ABRIR BD-PRESTAMOS.TXT."
              CLOSE VIATICOS
                    EMPLEADOS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN EXTEND AUDITORIA
           IF NOT FS-AUDITORIA-OK
              DISPLAY "NO SE PUDO ABRIR BD-AUDITORIA.TXT; SIN BITACORA "
                      "NO SE GENERAN DESCUENTOS."
              CLOSE VIATICOS
                    EMPLEADOS
                    PRESTAMOS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT REPORTE
           IF NOT FS-REPORTE-OK
              DISPLAY "NO SE PUDO CREAR " WS-RUTA-REPORTE
              CLOSE VIATICOS
                    EMPLEADOS
                    PRESTAMOS
                    AUDITORIA
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       020-FIN. EXIT.

      *----------------------------------------------------------------
      * RECORRE EL CALENDARIO DESDE EL ANIO EN CURSO Y SE QUEDA CON EL
      * PRIMER PERIODO ORDINARIO ABIERTO QUE TERMINA HOY O DESPUES, DE
      * CADA FRECUENCIA (LAS SEMANAS VAN CON MES 51 A 62).
      *----------------------------------------------------------------
       030-BUSCA-PERIODOS.
           OPEN INPUT CALENDARIO-NOMINA
           IF NOT FS-CALENDARIO-OK
              DISPLAY "NO SE PUDO ABRIR BD-CALEND-NOMINA.TXT; LOS "
                      "ANTICIPOS VENCIDOS NO SE PASAN A DESCUENTO."
              GO TO 030-FIN
           END-IF
           MOVE WS-HOY-ANIO TO CAL-ANIO
           MOVE ZEROS       TO CAL-MES
                               CAL-QUINCENA
           START CALENDARIO-NOMINA KEY IS GREATER THAN OR EQUAL
                                       CAL-PERIODO
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN-CAL
           END-START
           PERFORM 031-LEE-PERIODO THRU 031-FIN
                   UNTIL SW-FIN-CAL EQUAL "FIN"
           CLOSE CALENDARIO-NOMINA.
       030-FIN. EXIT.

       031-LEE-PERIODO.
           READ CALENDARIO-NOMINA NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN-CAL
                   GO TO 031-FIN
           END-READ
           IF NOT CAL-ABIERTO
              OR CAL-FECHA-FIN IS LESS THAN WS-FECHA-HOY
              GO TO 031-FIN
           END-IF
           IF CAL-MES-SEMANAL
              IF WS-PERIODO-SEMANAL EQUAL ZEROS
                 MOVE CAL-PERIODO TO WS-PERIODO-SEMANAL
              END-IF
           ELSE
              IF WS-PERIODO-QUINCENAL EQUAL ZEROS
                 AND CAL-QUINCENA IS LESS THAN 3
                 MOVE CAL-PERIODO TO WS-PERIODO-QUINCENAL
              END-IF
           END-IF
           IF WS-PERIODO-SEMANAL IS GREATER THAN ZEROS
              AND WS-PERIODO-QUINCENAL IS GREATER THAN ZEROS
              MOVE "FIN" TO SW-FIN-CAL
           END-IF.
       031-FIN. EXIT.

       045-POSICIONA-ANTICIPOS.
           MOVE ZEROS TO VIA-LLAVE
           START VIATICOS KEY IS GREATER THAN OR EQUAL VIA-LLAVE
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN
           END-START.
       045-FIN. EXIT.

      *----------------------------------------------------------------
      * SOLO LOS ANTICIPOS PAGADOS CUYA FECHA LIMITE YA PASO. EL QUE
      * QUEDO SALDADO EN LA COMPROBACION PERO SIGUE PAGADO (CAPTURA
      * INTERRUMPIDA) SOLO SE CIERRA.
      *----------------------------------------------------------------
       050-REVISA-ANTICIPO.
           READ VIATICOS NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 050-FIN
           END-READ
           IF NOT VIA-PAGADO
              OR VIA-FECHA-LIMITE IS NOT LESS THAN WS-FECHA-HOY
              GO TO 050-FIN
           END-IF
           COMPUTE WS-SALDO = VIA-IMPORTE - VIA-COMPROBADO
                            - VIA-REINTEGRADO - VIA-DESCONTADO
           IF WS-SALDO IS NOT GREATER THAN ZEROS
              MOVE "C" TO VIA-STATUS
              REWRITE REG-VIATICOS
                   INVALID KEY
                      CONTINUE
              END-REWRITE
              ADD 1 TO WS-CONT-CERRADOS
              GO TO 050-FIN
           END-IF
           MOVE VIA-ID-EMP TO REG-ID-EMP
           READ EMPLEADOS INTO WS-DATOS-EMPLEADO
                INVALID KEY
                   MOVE "EMPLEADO FUERA DEL MAESTRO; VER FINIQUITO."
                     TO WS-MOTIVO-AVISO
                   PERFORM 080-AVISA THRU 080-FIN
                   GO TO 050-FIN
           END-READ
           IF NOT EMP-ACTIVO
              MOVE "EMPLEADO NO ACTIVO; DESCONTAR EN EL FINIQUITO."
                TO WS-MOTIVO-AVISO
              PERFORM 080-AVISA THRU 080-FIN
              GO TO 050-FIN
           END-IF
           IF EMP-PAGO-SEMANAL
              MOVE WS-PERIODO-SEMANAL   TO WS-PERIODO-INICIO
           ELSE
              MOVE WS-PERIODO-QUINCENAL TO WS-PERIODO-INICIO
           END-IF
           IF WS-PERIODO-INICIO EQUAL ZEROS
              MOVE "SIN PERIODO ABIERTO EN EL CALENDARIO DE NOMINA."
                TO WS-MOTIVO-AVISO
              PERFORM 080-AVISA THRU 080-FIN
              GO TO 050-FIN
           END-IF
           MOVE VIA-ID-EMP TO PRE-ID-EMP
           MOVE 1          TO PRE-NUM-PRESTAMO
           MOVE "N"        TO SW-SIN-NUMERO
           PERFORM 056-BUSCA-NUMERO THRU 056-FIN
           IF SW-SIN-NUMERO EQUAL "S"
              MOVE "EL EMPLEADO YA TIENE 99 PRESTAMOS REGISTRADOS."
                TO WS-MOTIVO-AVISO
              PERFORM 080-AVISA THRU 080-FIN
              GO TO 050-FIN
           END-IF
           PERFORM 055-CALCULA-ABONOS THRU 055-FIN
           PERFORM 065-GENERA-PRESTAMO THRU 065-FIN.
       050-FIN. EXIT.

      *----------------------------------------------------------------
      * EL NUMERO DE ABONOS ES EL MENOR QUE CUBRE EL SALDO SIN PASAR
      * EL TOPE; EL ABONO SE REPARTE PAREJO Y EL CENTAVO QUE SOBRE LO
      * TOMA EL ULTIMO DESCUENTO DE NOMQUINC, QUE NUNCA COBRA MAS QUE
      * EL SALDO.
      *----------------------------------------------------------------
       055-CALCULA-ABONOS.
           IF EMP-PAGO-SEMANAL
              COMPUTE WS-TOPE-ABONO ROUNDED =
                      WS-SALARIO * 7 / 15 * WS-PCT-TOPE-ABONO
           ELSE
              COMPUTE WS-TOPE-ABONO ROUNDED =
                      WS-SALARIO * WS-PCT-TOPE-ABONO
           END-IF
           IF WS-TOPE-ABONO EQUAL ZEROS
              MOVE 1 TO WS-NUM-ABONOS
           ELSE
              DIVIDE WS-SALDO BY WS-TOPE-ABONO GIVING WS-NUM-ABONOS
                     ON SIZE ERROR
                        MOVE 999 TO WS-NUM-ABONOS
              END-DIVIDE
              COMPUTE WS-CUBIERTO = WS-NUM-ABONOS * WS-TOPE-ABONO
              IF WS-CUBIERTO IS LESS THAN WS-SALDO
                 AND WS-NUM-ABONOS IS LESS THAN 999
                 ADD 1 TO WS-NUM-ABONOS
              END-IF
           END-IF
           IF WS-NUM-ABONOS EQUAL ZEROS
              MOVE 1 TO WS-NUM-ABONOS
           END-IF
           COMPUTE WS-ABONO ROUNDED = WS-SALDO / WS-NUM-ABONOS.
       055-FIN. EXIT.

       056-BUSCA-NUMERO.
           READ PRESTAMOS
                INVALID KEY
                   GO TO 056-FIN
           END-READ
           IF PRE-NUM-PRESTAMO EQUAL 99
              MOVE "S" TO SW-SIN-NUMERO
              GO TO 056-FIN
           END-IF
           ADD 1 TO PRE-NUM-PRESTAMO
           GO TO 056-BUSCA-NUMERO.
       056-FIN. EXIT.

      *----------------------------------------------------------------
      * EL WRITE DEL PRESTAMO ES EL COMMIT: SOLO DESPUES SE MARCA EL
      * ANTICIPO DESCONTADO, PARA QUE UNA CORRIDA INTERRUMPIDA LO
      * VUELVA A TOMAR Y NO LO DEJE SIN DESCUENTO.
      *----------------------------------------------------------------
       065-GENERA-PRESTAMO.
           MOVE VIA-ID-EMP         TO PRE-ID-EMP
           MOVE WS-SALDO           TO PRE-IMPORTE
                                      PRE-SALDO
           MOVE WS-NUM-ABONOS      TO PRE-NUM-ABONOS
           MOVE WS-ABONO           TO PRE-ABONO
           MOVE WS-PERIODO-INICIO  TO PRE-PERIODO-INICIO
           MOVE WS-FECHA-HOY       TO PRE-FECHA-OTORGADO
           MOVE "V"                TO PRE-STATUS
           WRITE REG-PRESTAMOS
                INVALID KEY
                   MOVE "NO SE PUDO GRABAR EL PRESTAMO DE DESCUENTO."
                     TO WS-MOTIVO-AVISO
                   PERFORM 080-AVISA THRU 080-FIN
                   GO TO 065-FIN
           END-WRITE
           ADD WS-SALDO            TO VIA-DESCONTADO
           MOVE PRE-NUM-PRESTAMO   TO VIA-NUM-PRESTAMO
           MOVE "N"                TO VIA-STATUS
           REWRITE REG-VIATICOS
                INVALID KEY
                   DISPLAY "NO SE PUDO MARCAR DESCONTADO EL ANTICIPO "
                           VIA-FOLIO " DEL EMPLEADO " VIA-ID-EMP
                           "; YA TIENE EL PRESTAMO " PRE-NUM-PRESTAMO
                           ", NO LO VUELVA A GENERAR."
           END-REWRITE
           MOVE "VIADES" TO WS-AUD-OPERACION
           PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN
           MOVE VIA-ID-EMP         TO WS-DET-ID
           MOVE WS-NOMBRE-EMP      TO WS-DET-NOMBRE
           MOVE VIA-FOLIO          TO WS-DET-FOLIO
           MOVE VIA-FECHA-LIMITE   TO WS-DET-LIMITE
           MOVE WS-SALDO           TO WS-DET-SALDO
           MOVE PRE-NUM-PRESTAMO   TO WS-DET-PRESTAMO
           MOVE WS-NUM-ABONOS      TO WS-DET-ABONOS
           MOVE WS-ABONO           TO WS-DET-ABONO
           MOVE WS-PERIODO-INICIO  TO WS-DET-INICIO
           WRITE REG-REPORTE FROM WS-DETALLE
           ADD 1        TO WS-CONT-PRESTAMOS
           ADD WS-SALDO TO WS-TOTAL-DESCONTAR.
       065-FIN. EXIT.

       080-AVISA.
           MOVE SPACES TO WS-LINEA-AVISO
           STRING " AVISO: EMPLEADO " DELIMITED BY SIZE
                  VIA-ID-EMP          DELIMITED BY SIZE
                  " FOLIO "           DELIMITED BY SIZE
                  VIA-FOLIO           DELIMITED BY SIZE
                  " - "               DELIMITED BY SIZE
                  WS-MOTIVO-AVISO     DELIMITED BY SIZE
                  INTO WS-LINEA-AVISO
           END-STRING
           WRITE REG-REPORTE FROM WS-LINEA-AVISO
           DISPLAY WS-LINEA-AVISO
           ADD 1 TO WS-CONT-AVISOS.
       080-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 PRESTAMOS
                 VIATICOS
                 AUDITORIA
                 REPORTE.
       090-FIN. EXIT.
