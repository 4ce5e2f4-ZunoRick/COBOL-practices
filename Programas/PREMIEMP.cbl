      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * PREMIEMP.cbl - PREMIOS DE ASISTENCIA Y DE PUNTUALIDAD DE LA
      *                QUINCENA. EL CONTRATO PAGA A CADA EMPLEADO
      *                ACTIVO UN PREMIO DE ASISTENCIA (SIN FALTAS EN
      *                LA QUINCENA) Y UNO DE PUNTUALIDAD (SIN
      *                RETARDOS), DEL 10 POR CIENTO DEL SUELDO
      *                QUINCENAL CADA UNO, QUE LOS SUPERVISORES
      *                CAPTURABAN DE MEMORIA EN INCIDEMP. SE CORRE
      *                DESPUES DE RELOJIMP Y ANTES DE NOMQUINC, CON LA
      *                QUINCENA TODAVIA ABIERTA A CAPTURA:
      *                - LAS FALTAS SON LAS INCIDENCIAS DE CONCEPTO 03
      *                  DE BD-INCIDENCIAS.TXT DEL PERIODO,
      *                - LOS RETARDOS SON LOS RENGLONES "R" DE
      *                  BD-RETARDOS.TXT (RELOJIMP); LA PUNTUALIDAD
      *                  SOLO SE PAGA A QUIEN TIENE TURNO ASIGNADO
      *                  (TURNOEMP) AL CIERRE DE LA QUINCENA, PORQUE
      *                  SIN TURNO NO HAY CONTRA QUE MEDIR EL RETARDO.
      *                CADA PREMIO SE PARTE EN LA PORCION EXENTA QUE
      *                PERMITE LA LEY DEL SEGURO SOCIAL (ARTICULO 27:
      *                HASTA EL 10 POR CIENTO DEL SALARIO BASE DE
      *                COTIZACION DEL PERIODO, CON EL SDI DE
      *                BD-SDI.TXT) Y LA PORCION QUE SI INTEGRA:
      *                  10 PREMIO DE ASISTENCIA (PARTE QUE INTEGRA)
      *                  11 PREMIO DE PUNTUALIDAD (PARTE QUE INTEGRA)
      *                  12 PREMIO DE ASISTENCIA EXENTO
      *                  13 PREMIO DE PUNTUALIDAD EXENTO
      *                LAS PARTES EXENTAS NO ENTRAN A LA BASE DEL IMSS
      *                DE NOMQUINC NI A LA PARTE VARIABLE DEL SDI DE
      *                SDIBIM; PARA EL ISR AMBAS PARTES GRAVAN. SIN
      *                REGISTRO DE SDI SE TOMA EL SALARIO DIARIO, Y
      *                EL PREMIO QUEDA EXENTO COMPLETO. VOLVER A
      *                CORRER LA QUINCENA REEMPLAZA LOS PREMIOS QUE
      *                ESTE PROGRAMA HAYA GENERADO ANTES (OPERADOR
      *                "PREMIOS"), PARA RECOGER LAS FALTAS CAPTURADAS
      *                DESPUES. EL EMPLEADO QUE INGRESO DENTRO DE LA
      *                QUINCENA NO LA COMPLETA Y NO RECIBE PREMIOS.
      *                LOS OPERADORES DE NOMINA SEMANAL SE PREMIAN EN
      *                UNA CORRIDA POR SEMANA (PERIODO CON EL MES MAS
      *                50), CON LAS FALTAS Y RETARDOS DE ESA SEMANA Y
      *                EL 10 POR CIENTO DE SU SUELDO SEMANAL. EL
      *                LISTADO QUEDA EN REPORTE-PREMIOS.TXT.
      *----------------------------------------------------------------
      * MODIFICACIONES:
      * - LOS OPERADORES DE NOMINA SEMANAL YA RECIBEN PREMIOS: LA
      *   CORRIDA PIDE LA FRECUENCIA (FRECCORRP.cpy); LA SEMANAL
      *   GRABA EN LA SEMANA (MES MAS 50) CON LAS FALTAS Y RETARDOS
      *   DE ESA SEMANA, EL 10 POR CIENTO DEL SUELDO SEMANAL Y EL
      *   TOPE EXENTO DE 7 DIAS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PREMIEMP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY CALSEL.
           COPY INCSEL.
           COPY SDISEL.
           COPY TURSEL.
           COPY TEMSEL.
           COPY RETSEL.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY CALFD.
           COPY INCFD.
           COPY SDIFD.
           COPY TURFD.
           COPY TEMFD.
           COPY RETFD.

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
           COPY INCFS.
           COPY INCRUTA.
           COPY SDIFS.
           COPY SDIRUTA.
           COPY TURFS.
           COPY TURRUTA.
           COPY TEMFS.
           COPY TEMRUTA.
           COPY RETFS.
           COPY RETRUTA.
           COPY FRECCORR.

       01  WS-RUTA-REPORTE        PIC X(80).

       01  WS-PERIODO-PREMIO.
           05 WS-PER-ANIO          PIC 9(04).
           05 WS-PER-MES           PIC 9(02).
           05 WS-PER-QUINCENA      PIC 9(01).
       01  WS-PERIODO-PREMIO-9 REDEFINES WS-PERIODO-PREMIO
                                   PIC 9(07).

       01  WS-FECHA-SISTEMA        PIC 9(08).

      *----------------------------------------------------------------
      * PORCENTAJE DE CADA PREMIO SOBRE EL SUELDO DEL PERIODO
      * (CONTRATO) Y TOPE EXENTO DE CADA UNO SOBRE EL SALARIO BASE DE
      * COTIZACION DE LOS DIAS DEL PERIODO: 15 DE LA QUINCENA O 7 DE
      * LA SEMANA (LEY DEL SEGURO SOCIAL).
      *----------------------------------------------------------------
       01  WS-PCT-PREMIO           PIC V99       VALUE .10.
       01  WS-PCT-TOPE-EXENTO      PIC V99       VALUE .10.
       01  WS-DIAS-QUINCENA        PIC 9(02)     VALUE 15.
       01  WS-DIAS-PERIODO         PIC 9(02)     VALUE 15.
       01  WS-SALARIO-PERIODO      PIC 9(07)V99.

       01  SW-HAY-SDI              PIC X(01)     VALUE "N".
           88 HAY-SDI                     VALUE "S".
       01  SW-HAY-TURNOS           PIC X(01)     VALUE "N".
           88 HAY-TURNOS                  VALUE "S".
       01  SW-PUNTUALIDAD-MEDIDA   PIC X(01).
           88 PUNTUALIDAD-MEDIDA          VALUE "S".

       01  WS-DIAS-FALTA           PIC 9(03)V99.
       01  WS-NUM-RETARDOS         PIC 9(03).
       01  WS-SDI-DIARIO-EMP       PIC 9(07)V99.
       01  WS-IMPORTE-PREMIO       PIC 9(07)V99.
       01  WS-TOPE-EXENTO          PIC 9(07)V99.
       01  WS-PARTE-EXENTA         PIC 9(07)V99.
       01  WS-PARTE-INTEGRA        PIC 9(07)V99.
       01  WS-CONCEPTO-INTEGRA     PIC 9(02).
       01  WS-CONCEPTO-EXENTO      PIC 9(02).
       01  WS-CONCEPTO-PAGO        PIC 9(02).
       01  WS-IMPORTE-PAGO         PIC 9(07)V99.
       01  WS-PREMIO-ASISTENCIA    PIC 9(07)V99.
       01  WS-PREMIO-PUNTUALIDAD   PIC 9(07)V99.
       01  WS-EXENTO-EMP           PIC 9(07)V99.
       01  WS-INTEGRA-EMP          PIC 9(07)V99.

       01  WS-CONT-EVALUADOS       PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-ASISTENCIA      PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-PUNTUALIDAD     PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-INGRESOS        PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-BORRADOS        PIC 9(05)     VALUE ZEROS.
       01  WS-TOT-EXENTO           PIC 9(09)V99  VALUE ZEROS.
       01  WS-TOT-INTEGRA          PIC 9(09)V99  VALUE ZEROS.

       01  SW-FIN                  PIC X(03)     VALUE SPACES.
       01  SW-FIN-INC              PIC X(03)     VALUE SPACES.
       01  SW-FIN-RET              PIC X(03)     VALUE SPACES.

       01  WS-MARGEN.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(01)   VALUE "*".
           05 FILLER              PIC X(97)   VALUE ALL "-".
           05 FILLER              PIC X(01)   VALUE "*".

       01  WS-TITULO.
           05 FILLER              PIC X(22)   VALUE SPACES.
           05 FILLER              PIC X(42)
               VALUE "PREMIOS DE ASISTENCIA Y PUNTUALIDAD DEL   ".
           05 WS-TIT-PERIODO      PIC 9(07).
           05 FILLER              PIC X(29)   VALUE SPACES.

       01  WS-COLUMNAS.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(02)   VALUE "ID".
           05 FILLER              PIC X(05)   VALUE SPACES.
           05 FILLER              PIC X(06)   VALUE "NOMBRE".
           05 FILLER              PIC X(16)   VALUE SPACES.
           05 FILLER              PIC X(06)   VALUE "FALTAS".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(04)   VALUE "RET.".
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 FILLER              PIC X(10)   VALUE "ASISTENCIA".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(11)   VALUE "PUNTUALIDAD".
           05 FILLER              PIC X(06)   VALUE SPACES.
           05 FILLER              PIC X(06)   VALUE "EXENTO".
           05 FILLER              PIC X(06)   VALUE SPACES.
           05 FILLER              PIC X(07)   VALUE "INTEGRA".
           05 FILLER              PIC X(06)   VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-ID           PIC ZZZZ9.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-DET-NOMBRE       PIC X(20).
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-DET-FALTAS       PIC ZZ9.99.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-DET-RETARDOS     PIC ZZ9.
           05 WS-DET-RETARDOS-X REDEFINES WS-DET-RETARDOS
                                  PIC X(03).
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-DET-ASISTENCIA   PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-DET-PUNTUALIDAD  PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-DET-EXENTO       PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-DET-INTEGRA      PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(04)   VALUE SPACES.

       01  WS-PIE.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(11)   VALUE "EVALUADOS: ".
           05 WS-PIE-EVALUADOS    PIC ZZZZ9.
           05 FILLER              PIC X(08)   VALUE " ASIST: ".
           05 WS-PIE-ASISTENCIA   PIC ZZZZ9.
           05 FILLER              PIC X(07)   VALUE " PUNT: ".
           05 WS-PIE-PUNTUALIDAD  PIC ZZZZ9.
           05 FILLER              PIC X(10)   VALUE "  EXENTO: ".
           05 WS-PIE-EXENTO       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(11)   VALUE "  INTEGRA: ".
           05 WS-PIE-INTEGRA      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(08)   VALUE SPACES.

       01  WS-PIE-NOTA.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(44)
               VALUE "RET. S/T = SIN TURNO ASIGNADO, NO SE MIDE LA".
           05 FILLER              PIC X(32)
               VALUE " PUNTUALIDAD. INGRESOS EN LA QNA".
           05 FILLER              PIC X(15)
               VALUE " (SIN PREMIO): ".
           05 WS-NOTA-INGRESOS    PIC ZZZZ9.
           05 FILLER              PIC X(02)   VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 016-OBTIENE-RUTA-REPORTE     THRU 016-FIN
           PERFORM 041-OBTIENE-RUTA-CALENDARIO  THRU 041-FIN
           PERFORM 043-OBTIENE-RUTA-INCIDENCIAS THRU 043-FIN
           PERFORM 075-OBTIENE-RUTA-SDI         THRU 075-FIN
           PERFORM 135-OBTIENE-RUTA-TURNOS      THRU 135-FIN
           PERFORM 136-OBTIENE-RUTA-TURNO-EMP   THRU 136-FIN
           PERFORM 139-OBTIENE-RUTA-RETARDOS    THRU 139-FIN
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 018-SOLICITA-PERIODO         THRU 018-FIN
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           PERFORM 025-VALIDA-PERIODO           THRU 025-FIN
           PERFORM 030-TITULOS                  THRU 030-FIN
           PERFORM 040-LEE-EMPLEADO             THRU 040-FIN
           PERFORM 050-PROCESA-EMPLEADO         THRU 050-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           PERFORM 080-IMPRIME-PIE              THRU 080-FIN
           PERFORM 090-CIERRA-ARCHIVOS          THRU 090-FIN
           DISPLAY "EMPLEADOS EVALUADOS    : " WS-CONT-EVALUADOS
           DISPLAY "PREMIOS DE ASISTENCIA  : " WS-CONT-ASISTENCIA
           DISPLAY "PREMIOS DE PUNTUALIDAD : " WS-CONT-PUNTUALIDAD
           DISPLAY "PREMIOS ANTERIORES REEMPLAZADOS: " WS-CONT-BORRADOS
           DISPLAY "LISTADO: " WS-RUTA-REPORTE
           GOBACK.

           COPY EMPRUTAP.
           COPY CALRUTAP.
           COPY INCRUTAP.
           COPY SDIRUTAP.
           COPY TURRUTAP.
           COPY TEMRUTAP.
           COPY TEMBUSP.
           COPY RETRUTAP.
           COPY FRECCORRP.

      *----------------------------------------------------------------
      * REPORTE-PREMIOS.TXT VIVE EN LA MISMA CARPETA QUE
      * BD-EMPLEADOS.TXT, YA RESUELTA POR 015-OBTIENE-RUTA-DATOS.
      *----------------------------------------------------------------
       016-OBTIENE-RUTA-REPORTE.
           STRING WS-DIR-DATOS            DELIMITED BY SPACE
                  "\REPORTE-PREMIOS.TXT"  DELIMITED BY SIZE
                  INTO WS-RUTA-REPORTE
           END-STRING.
       016-FIN. EXIT.

      *----------------------------------------------------------------
      * LA SEMANA SE PIDE COMO MES DE PAGO Y SEMANA DEL MES Y SE
      * GUARDA CON EL MES MAS 50, IGUAL QUE EN BANCONOM.
      *----------------------------------------------------------------
       018-SOLICITA-PERIODO.
           PERFORM 048-PIDE-FRECUENCIA THRU 048-FIN
           IF CORRIDA-SEMANAL
              DISPLAY "SEMANA DE LOS PREMIOS:"
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
              GO TO 018-FIN
           END-IF
           DISPLAY "QUINCENA DE LOS PREMIOS:"
           DISPLAY "ANIO (AAAA): "
           ACCEPT WS-PER-ANIO
           DISPLAY "MES (MM): "
           ACCEPT WS-PER-MES
           DISPLAY "QUINCENA (1/2): "
           ACCEPT WS-PER-QUINCENA
           IF WS-PER-QUINCENA NOT EQUAL 1 AND
              WS-PER-QUINCENA NOT EQUAL 2
              DISPLAY "LA QUINCENA DEBE SER 1 O 2."
              DISPLAY " "
              GO TO 018-SOLICITA-PERIODO
           END-IF.
       018-FIN. EXIT.

      *----------------------------------------------------------------
      * BD-SDI.TXT Y LOS ARCHIVOS DE TURNOS SON OPCIONALES: SIN SDI
      * EL TOPE EXENTO SE MIDE CON EL SALARIO DIARIO, Y SIN TURNOS NO
      * SE PAGA PUNTUALIDAD (SE AVISA).
      *----------------------------------------------------------------
       020-ABRE-ARCHIVOS.
           OPEN INPUT EMPLEADOS
           OPEN INPUT CALENDARIO-NOMINA
           OPEN I-O   INCIDENCIAS
           IF FS-INCIDENCIAS-NO-EXISTE
              OPEN OUTPUT INCIDENCIAS
              CLOSE INCIDENCIAS
              OPEN I-O INCIDENCIAS
           END-IF
           IF NOT FS-EMPLEADOS-OK OR NOT FS-CALENDARIO-OK
              OR NOT FS-INCIDENCIAS-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              GOBACK
           END-IF
           OPEN INPUT ARCHIVO-SDI
           IF FS-SDI-OK
              MOVE "S" TO SW-HAY-SDI
           ELSE
              DISPLAY "SIN BD-SDI.TXT: EL TOPE EXENTO SE MIDE CON EL "
                      "SALARIO DIARIO."
           END-IF
           OPEN INPUT TURNOS
                      TURNO-EMP
                      RETARDOS
           IF FS-TURNOS-OK AND FS-TURNO-EMP-OK AND FS-RETARDOS-OK
              MOVE "S" TO SW-HAY-TURNOS
           ELSE
              DISPLAY "SIN TURNOS O SIN BD-RETARDOS.TXT (RELOJIMP): "
                      "NO SE PAGA EL PREMIO DE PUNTUALIDAD."
           END-IF
           OPEN OUTPUT REPORTE.
       020-FIN. EXIT.

      *----------------------------------------------------------------
      * LOS PREMIOS SE GENERAN COMO INCIDENCIAS: LA QUINCENA TIENE QUE
      * ESTAR EN EL CALENDARIO Y TODAVIA ABIERTA A CAPTURA. SUS FECHAS
      * DE INICIO Y FIN (LAS DE LA SEMANA EN LA CORRIDA SEMANAL) SON
      * LA VENTANA DEL INGRESO Y DEL TURNO VIGENTE.
      *----------------------------------------------------------------
       025-VALIDA-PERIODO.
           MOVE WS-PERIODO-PREMIO TO CAL-PERIODO
           READ CALENDARIO-NOMINA
                INVALID KEY
                   DISPLAY "EL PERIODO NO ESTA EN BD-CALEND-NOMINA"
                           ".TXT. DELO DE ALTA EN EL CALENDARIO."
                   GOBACK
           END-READ
           IF NOT CAL-ABIERTO
              DISPLAY "EL PERIODO " WS-PERIODO-PREMIO " YA PASO LA "
                      "CAPTURA (STATUS " CAL-STATUS "); LOS PREMIOS "
                      "YA NO PUEDEN GENERARSE. PIDA A SUPERVISION "
                      "REABRIRLO EN MANTCAL."
              GOBACK
           END-IF
           IF CORRIDA-SEMANAL
              MOVE 7 TO WS-DIAS-PERIODO
           ELSE
              MOVE WS-DIAS-QUINCENA TO WS-DIAS-PERIODO
           END-IF.
       025-FIN. EXIT.

       030-TITULOS.
           MOVE WS-PERIODO-PREMIO-9 TO WS-TIT-PERIODO
           WRITE REG-REPORTE FROM WS-TITULO
           WRITE REG-REPORTE FROM WS-MARGEN
           WRITE REG-REPORTE FROM WS-COLUMNAS
           WRITE REG-REPORTE FROM WS-MARGEN.
       030-FIN. EXIT.

       040-LEE-EMPLEADO.
           READ EMPLEADOS NEXT RECORD INTO WS-DATOS-EMPLEADO
                AT END
                   MOVE "FIN" TO SW-FIN
           END-READ.
       040-FIN. EXIT.

      *----------------------------------------------------------------
      * EL BARRIDO DE INCIDENCIAS (QUE BORRA LOS PREMIOS DE UNA
      * CORRIDA ANTERIOR) SE HACE PARA TODOS LOS EMPLEADOS, PARA QUE
      * NO SOBREVIVA EL PREMIO DE QUIEN YA NO LO MERECE; SOLO EL
      * ACTIVO DE LA FRECUENCIA DE PAGO DE LA CORRIDA QUE COMPLETO EL
      * PERIODO SE EVALUA. LA SEMANA PAGA 7 DE LOS 15 DIAS DEL SUELDO
      * QUINCENAL, COMO EN 013-SALARIO-PERIODO DE NOMQUINC.
      *----------------------------------------------------------------
       050-PROCESA-EMPLEADO.
           PERFORM 055-REVISA-INCIDENCIAS THRU 055-FIN
           IF NOT EMP-ACTIVO
              GO TO 050-SIGUE
           END-IF
           IF CORRIDA-SEMANAL AND NOT EMP-PAGO-SEMANAL
              GO TO 050-SIGUE
           END-IF
           IF CORRIDA-QUINCENAL AND EMP-PAGO-SEMANAL
              GO TO 050-SIGUE
           END-IF
           IF WS-FECHA-ALTA IS GREATER THAN CAL-FECHA-INICIO
              ADD 1 TO WS-CONT-INGRESOS
              GO TO 050-SIGUE
           END-IF
           ADD 1 TO WS-CONT-EVALUADOS
           MOVE ZEROS TO WS-PREMIO-ASISTENCIA
                         WS-PREMIO-PUNTUALIDAD
                         WS-EXENTO-EMP
                         WS-INTEGRA-EMP
           PERFORM 060-REVISA-RETARDOS THRU 060-FIN
           PERFORM 065-CALCULA-TOPE-EXENTO THRU 065-FIN
           IF CORRIDA-SEMANAL
              COMPUTE WS-SALARIO-PERIODO ROUNDED =
                      WS-SALARIO * 7 / 15
           ELSE
              MOVE WS-SALARIO TO WS-SALARIO-PERIODO
           END-IF
           COMPUTE WS-IMPORTE-PREMIO ROUNDED =
                   WS-SALARIO-PERIODO * WS-PCT-PREMIO
           IF WS-DIAS-FALTA EQUAL ZEROS
              MOVE WS-IMPORTE-PREMIO TO WS-PREMIO-ASISTENCIA
              MOVE 10 TO WS-CONCEPTO-INTEGRA
              MOVE 12 TO WS-CONCEPTO-EXENTO
              PERFORM 070-GRABA-PREMIO THRU 070-FIN
              ADD 1 TO WS-CONT-ASISTENCIA
           END-IF
           IF PUNTUALIDAD-MEDIDA AND WS-NUM-RETARDOS EQUAL ZEROS
              MOVE WS-IMPORTE-PREMIO TO WS-PREMIO-PUNTUALIDAD
              MOVE 11 TO WS-CONCEPTO-INTEGRA
              MOVE 13 TO WS-CONCEPTO-EXENTO
              PERFORM 070-GRABA-PREMIO THRU 070-FIN
              ADD 1 TO WS-CONT-PUNTUALIDAD
           END-IF
           PERFORM 076-IMPRIME-DETALLE THRU 076-FIN.
       050-SIGUE.
           PERFORM 040-LEE-EMPLEADO THRU 040-FIN.
       050-FIN. EXIT.

      *----------------------------------------------------------------
      * UN SOLO RECORRIDO DE LAS INCIDENCIAS DEL EMPLEADO EN LA
      * QUINCENA (MISMO POSICIONAMIENTO QUE 066-SUMA-INCIDENCIAS DE
      * NOMQUINC): SUMA LOS DIAS DE FALTA Y BORRA LOS PREMIOS QUE
      * ESTE PROGRAMA HAYA GENERADO EN UNA CORRIDA ANTERIOR.
      *----------------------------------------------------------------
       055-REVISA-INCIDENCIAS.
           MOVE ZEROS TO WS-DIAS-FALTA
           MOVE WS-PERIODO-PREMIO TO INC-PERIODO
           MOVE WS-ID-EMP         TO INC-ID-EMP
           MOVE ZEROS             TO INC-CONSEC
           START INCIDENCIAS KEY IS GREATER THAN OR EQUAL INC-LLAVE
                 INVALID KEY
                    GO TO 055-FIN
           END-START
           MOVE SPACES TO SW-FIN-INC
           PERFORM 056-LEE-INCIDENCIA THRU 056-FIN
                   UNTIL SW-FIN-INC EQUAL "FIN".
       055-FIN. EXIT.

       056-LEE-INCIDENCIA.
           READ INCIDENCIAS NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN-INC
                   GO TO 056-FIN
           END-READ
           IF INC-PERIODO NOT EQUAL WS-PERIODO-PREMIO OR
              INC-ID-EMP  NOT EQUAL WS-ID-EMP
              MOVE "FIN" TO SW-FIN-INC
              GO TO 056-FIN
           END-IF
           IF INC-CONCEPTO EQUAL 03
              ADD INC-CANTIDAD TO WS-DIAS-FALTA
              GO TO 056-FIN
           END-IF
           IF INC-OPERADOR EQUAL "PREMIOS" AND
              INC-CONCEPTO IS GREATER THAN OR EQUAL 10 AND
              INC-CONCEPTO IS LESS THAN OR EQUAL 13
              DELETE INCIDENCIAS RECORD
              ADD 1 TO WS-CONT-BORRADOS
           END-IF.
       056-FIN. EXIT.

      *----------------------------------------------------------------
      * LA PUNTUALIDAD SE MIDE SOLO SI EL EMPLEADO TIENE TURNO
      * VIGENTE AL ULTIMO DIA DE LA QUINCENA; LOS RETARDOS SON LOS
      * RENGLONES "R" DEL EMPLEADO EN BD-RETARDOS.TXT (LAS SALIDAS
      * ANTICIPADAS NO QUITAN ESTE PREMIO).
      *----------------------------------------------------------------
       060-REVISA-RETARDOS.
           MOVE "N"   TO SW-PUNTUALIDAD-MEDIDA
           MOVE ZEROS TO WS-NUM-RETARDOS
           IF NOT HAY-TURNOS
              GO TO 060-FIN
           END-IF
           MOVE WS-ID-EMP        TO WS-TEM-ID-BUSCA
           MOVE CAL-FECHA-FIN    TO WS-TEM-FECHA-BUSCA
           PERFORM 137-BUSCA-TURNO-VIGENTE THRU 137-FIN
           IF NOT HAY-TURNO-VIGENTE
              GO TO 060-FIN
           END-IF
           MOVE "S" TO SW-PUNTUALIDAD-MEDIDA
           MOVE WS-PERIODO-PREMIO TO RET-PERIODO
           MOVE WS-ID-EMP         TO RET-ID-EMP
           MOVE ZEROS             TO RET-FECHA
           MOVE SPACES            TO RET-TIPO
           START RETARDOS KEY IS GREATER THAN OR EQUAL RET-LLAVE
                 INVALID KEY
                    GO TO 060-FIN
           END-START
           MOVE SPACES TO SW-FIN-RET
           PERFORM 061-LEE-RETARDO THRU 061-FIN
                   UNTIL SW-FIN-RET EQUAL "FIN".
       060-FIN. EXIT.

       061-LEE-RETARDO.
           READ RETARDOS NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN-RET
                   GO TO 061-FIN
           END-READ
           IF RET-PERIODO NOT EQUAL WS-PERIODO-PREMIO OR
              RET-ID-EMP  NOT EQUAL WS-ID-EMP
              MOVE "FIN" TO SW-FIN-RET
              GO TO 061-FIN
           END-IF
           IF RET-RETARDO
              ADD 1 TO WS-NUM-RETARDOS
           END-IF.
       061-FIN. EXIT.

      *----------------------------------------------------------------
      * TOPE EXENTO DE CADA PREMIO: 10 POR CIENTO DEL SDI POR LOS
      * DIAS DEL PERIODO. SIN SDI GRABADO SE TOMA EL SALARIO DIARIO
      * (SUELDO QUINCENAL ENTRE 15, COMO EN SDICALCP).
      *----------------------------------------------------------------
       065-CALCULA-TOPE-EXENTO.
           COMPUTE WS-SDI-DIARIO-EMP ROUNDED =
                   WS-SALARIO / WS-DIAS-QUINCENA
           IF HAY-SDI
              MOVE WS-ID-EMP TO SDI-ID-EMP
              READ ARCHIVO-SDI
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF SDI-TOTAL IS GREATER THAN ZEROS
                         MOVE SDI-TOTAL TO WS-SDI-DIARIO-EMP
                      END-IF
              END-READ
           END-IF
           COMPUTE WS-TOPE-EXENTO ROUNDED =
                   WS-SDI-DIARIO-EMP * WS-DIAS-PERIODO *
                   WS-PCT-TOPE-EXENTO.
       065-FIN. EXIT.

      *----------------------------------------------------------------
      * PARTE EL PREMIO EN WS-IMPORTE-PREMIO: HASTA EL TOPE VA AL
      * CONCEPTO EXENTO Y EL EXCEDENTE AL QUE INTEGRA; CADA PARTE EN
      * CEROS NO SE ESCRIBE.
      *----------------------------------------------------------------
       070-GRABA-PREMIO.
           IF WS-IMPORTE-PREMIO IS GREATER THAN WS-TOPE-EXENTO
              MOVE WS-TOPE-EXENTO TO WS-PARTE-EXENTA
              SUBTRACT WS-TOPE-EXENTO FROM WS-IMPORTE-PREMIO
                       GIVING WS-PARTE-INTEGRA
           ELSE
              MOVE WS-IMPORTE-PREMIO TO WS-PARTE-EXENTA
              MOVE ZEROS             TO WS-PARTE-INTEGRA
           END-IF
           IF WS-PARTE-EXENTA IS GREATER THAN ZEROS
              MOVE WS-CONCEPTO-EXENTO TO WS-CONCEPTO-PAGO
              MOVE WS-PARTE-EXENTA    TO WS-IMPORTE-PAGO
              PERFORM 072-ESCRIBE-INCIDENCIA THRU 072-FIN
           END-IF
           IF WS-PARTE-INTEGRA IS GREATER THAN ZEROS
              MOVE WS-CONCEPTO-INTEGRA TO WS-CONCEPTO-PAGO
              MOVE WS-PARTE-INTEGRA    TO WS-IMPORTE-PAGO
              PERFORM 072-ESCRIBE-INCIDENCIA THRU 072-FIN
           END-IF
           ADD WS-PARTE-EXENTA  TO WS-EXENTO-EMP
                                   WS-TOT-EXENTO
           ADD WS-PARTE-INTEGRA TO WS-INTEGRA-EMP
                                   WS-TOT-INTEGRA.
       070-FIN. EXIT.

       072-ESCRIBE-INCIDENCIA.
           MOVE WS-PERIODO-PREMIO  TO INC-PERIODO
           MOVE WS-ID-EMP          TO INC-ID-EMP
           MOVE 1                  TO INC-CONSEC
           PERFORM 082-BUSCA-CONSECUTIVO THRU 082-FIN
           MOVE WS-CONCEPTO-PAGO   TO INC-CONCEPTO
           MOVE "P"                TO INC-TIPO
           MOVE 1                  TO INC-CANTIDAD
           MOVE WS-IMPORTE-PAGO    TO INC-IMPORTE
           MOVE WS-FECHA-SISTEMA   TO INC-FECHA-REG
           MOVE "PREMIOS"          TO INC-OPERADOR
           WRITE REG-INCIDENCIAS
                INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR EL PREMIO DEL EMPLEADO "
                           WS-ID-EMP "."
           END-WRITE.
       072-FIN. EXIT.

       076-IMPRIME-DETALLE.
           MOVE WS-ID-EMP             TO WS-DET-ID
           MOVE WS-NOMBRE-EMP         TO WS-DET-NOMBRE
           MOVE WS-DIAS-FALTA         TO WS-DET-FALTAS
           IF PUNTUALIDAD-MEDIDA
              MOVE WS-NUM-RETARDOS    TO WS-DET-RETARDOS
           ELSE
              MOVE "S/T"              TO WS-DET-RETARDOS-X
           END-IF
           MOVE WS-PREMIO-ASISTENCIA  TO WS-DET-ASISTENCIA
           MOVE WS-PREMIO-PUNTUALIDAD TO WS-DET-PUNTUALIDAD
           MOVE WS-EXENTO-EMP         TO WS-DET-EXENTO
           MOVE WS-INTEGRA-EMP        TO WS-DET-INTEGRA
           WRITE REG-REPORTE FROM WS-DETALLE.
       076-FIN. EXIT.

      *----------------------------------------------------------------
      * MISMO RECORRIDO DE CONSECUTIVO QUE 052-BUSCA-CONSECUTIVO DE
      * INCIDEMP.CBL, PARA CONVIVIR CON INCIDENCIAS YA CAPTURADAS A
      * MANO EN LA MISMA QUINCENA.
      *----------------------------------------------------------------
       082-BUSCA-CONSECUTIVO.
           READ INCIDENCIAS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   ADD 1 TO INC-CONSEC
                   GO TO 082-BUSCA-CONSECUTIVO
           END-READ.
       082-FIN. EXIT.

       080-IMPRIME-PIE.
           WRITE REG-REPORTE FROM WS-MARGEN
           MOVE WS-CONT-EVALUADOS   TO WS-PIE-EVALUADOS
           MOVE WS-CONT-ASISTENCIA  TO WS-PIE-ASISTENCIA
           MOVE WS-CONT-PUNTUALIDAD TO WS-PIE-PUNTUALIDAD
           MOVE WS-TOT-EXENTO       TO WS-PIE-EXENTO
           MOVE WS-TOT-INTEGRA      TO WS-PIE-INTEGRA
           WRITE REG-REPORTE FROM WS-PIE
           MOVE WS-CONT-INGRESOS    TO WS-NOTA-INGRESOS
           WRITE REG-REPORTE FROM WS-PIE-NOTA.
       080-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 CALENDARIO-NOMINA
                 INCIDENCIAS
                 REPORTE
           IF HAY-SDI
              CLOSE ARCHIVO-SDI
           END-IF
           IF HAY-TURNOS
              CLOSE TURNOS
                    TURNO-EMP
                    RETARDOS
           END-IF.
       090-FIN. EXIT.
