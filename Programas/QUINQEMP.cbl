      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * QUINQEMP.cbl - BONO POR ANTIGUEDAD (QUINQUENIO) DEL PERIODO.
      *                EL CONTRATO PAGA UN BONO EN CADA ANIVERSARIO DE
      *                5, 10, 15... ANIOS DE SERVICIO, SEGUN LA TABLA
      *                DE BD-QUINQUENIOS.TXT (MANTQUIN): IMPORTE FIJO
      *                O DIAS DEL SALARIO DIARIO (SUELDO QUINCENAL
      *                ENTRE 15). SE CORRE POR PERIODO, QUINCENAL O
      *                SEMANAL, ANTES DE NOMQUINC Y CON EL PERIODO
      *                TODAVIA ABIERTO A CAPTURA:
      *                - EL ANIVERSARIO SE MIDE DESDE WS-FECHA-ALTA Y
      *                  SE PAGA SI CAE ENTRE LAS FECHAS DE INICIO Y
      *                  FIN DEL PERIODO EN EL CALENDARIO (EL 29 DE
      *                  FEBRERO SE CUMPLE EL 28 EN ANIO NO BISIESTO),
      *                - EL TRAMO ES EL DE MAS ANIOS QUE NO PASE LOS
      *                  CUMPLIDOS; SIN TRAMO NO HAY BONO,
      *                - EL BONO QUEDA COMO INCIDENCIA DE PERCEPCION
      *                  CONCEPTO 16 EN BD-INCIDENCIAS.TXT, CON LOS
      *                  ANIOS CUMPLIDOS COMO CANTIDAD.
      *                LAS INTERRUPCIONES DEL SERVICIO SE RESPETAN
      *                COMO LAS DEJA REINGEMP: SI EL REINGRESO
      *                CONSERVO LA ANTIGUEDAD, WS-FECHA-ALTA ES LA
      *                ORIGINAL; SI NO, ES LA DEL REINGRESO Y LA
      *                CUENTA EMPIEZA DE NUEVO. EL ANIVERSARIO QUE CAE
      *                MIENTRAS EL EMPLEADO ESTA DADO DE BAJA NO SE
      *                PAGA; EL QUE CAE DURANTE UN PERMISO SE LISTA
      *                SIN BONO PARA CAPTURARLO EN INCIDEMP AL
      *                REGRESO. SOLO SE EVALUAN LOS EMPLEADOS DE LA
      *                FRECUENCIA DE LA CORRIDA. VOLVER A CORRER EL
      *                PERIODO REEMPLAZA LOS BONOS QUE ESTE PROGRAMA
      *                HAYA GENERADO ANTES (OPERADOR "QUINQUEN"). EL
      *                LISTADO QUEDA EN REPORTE-QUINQUENIOS.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                QUINQEMP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY CALSEL.
           COPY INCSEL.
           COPY QUISEL.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY CALFD.
           COPY INCFD.
           COPY QUIFD.

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
           COPY QUIFS.
           COPY QUIRUTA.
           COPY FRECCORR.

       01  WS-RUTA-REPORTE        PIC X(80).

       01  WS-PERIODO-BONO.
           05 WS-PER-ANIO          PIC 9(04).
           05 WS-PER-MES           PIC 9(02).
           05 WS-PER-QUINCENA      PIC 9(01).
       01  WS-PERIODO-BONO-9 REDEFINES WS-PERIODO-BONO
                                   PIC 9(07).

       01  WS-FECHA-SISTEMA        PIC 9(08).

      *----------------------------------------------------------------
      * CONCEPTO DE LA INCIDENCIA Y DIAS DEL SUELDO QUINCENAL PARA EL
      * SALARIO DIARIO.
      *----------------------------------------------------------------
       01  WS-CONCEPTO-QUINQUENIO  PIC 9(02)     VALUE 16.
       01  WS-DIAS-QUINCENA        PIC 9(02)     VALUE 15.

      *----------------------------------------------------------------
      * TABLA DE QUINQUENIOS EN MEMORIA, EN ORDEN ASCENDENTE DE ANIOS
      * (EL ORDEN DE LA LLAVE DE BD-QUINQUENIOS.TXT).
      *----------------------------------------------------------------
       01  WS-TABLA-QUINQUENIOS.
           05 WS-TQ-TRAMO          OCCURS 20 TIMES.
              10 WS-TQ-ANIOS       PIC 9(02).
              10 WS-TQ-TIPO        PIC X(01).
              10 WS-TQ-IMPORTE     PIC 9(07)V99.
              10 WS-TQ-DIAS        PIC 9(03)V99.
       01  WS-TOTAL-TRAMOS         PIC 9(02)     VALUE ZEROS.
       01  WS-IDX                  PIC 9(02).
       01  WS-IDX-TRAMO            PIC 9(02).

       01  WS-ALTA.
           05 WS-ALTA-ANIO         PIC 9(04).
           05 WS-ALTA-MMDD         PIC 9(04).
       01  WS-FECHA-PARTES.
           05 WS-FEC-ANIO          PIC 9(04).
           05 WS-FEC-MMDD          PIC 9(04).
       01  WS-ANIO-INICIO          PIC 9(04).
       01  WS-ANIO-FIN             PIC 9(04).
       01  WS-ANIO-EVAL            PIC 9(04).
       01  WS-ANIOS-CUMPLIDOS      PIC 9(02).
       01  WS-ANIVERSARIO          PIC 9(08).
       01  WS-COCIENTE             PIC 9(04).
       01  WS-RESIDUO              PIC 9(03).
       01  WS-SALARIO-DIARIO       PIC 9(07)V99.
       01  WS-IMPORTE-BONO         PIC 9(07)V99.

       01  SW-CUMPLE               PIC X(01).
           88 CUMPLE-ANIVERSARIO          VALUE "S".
       01  SW-BISIESTO             PIC X(01).
           88 ANIO-BISIESTO               VALUE "S".

       01  WS-CONT-ANIVERSARIOS    PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-PAGADOS         PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-SIN-BONO        PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-BORRADOS        PIC 9(05)     VALUE ZEROS.
       01  WS-TOT-BONOS            PIC 9(09)V99  VALUE ZEROS.

       01  SW-FIN                  PIC X(03)     VALUE SPACES.
       01  SW-FIN-INC              PIC X(03)     VALUE SPACES.
       01  SW-FIN-QUI              PIC X(03)     VALUE SPACES.

       01  WS-MARGEN.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(01)   VALUE "*".
           05 FILLER              PIC X(97)   VALUE ALL "-".
           05 FILLER              PIC X(01)   VALUE "*".

       01  WS-TITULO.
           05 FILLER              PIC X(22)   VALUE SPACES.
           05 FILLER              PIC X(42)
               VALUE "BONO POR ANTIGUEDAD (QUINQUENIOS) DEL     ".
           05 WS-TIT-PERIODO      PIC 9(07).
           05 FILLER              PIC X(29)   VALUE SPACES.

       01  WS-COLUMNAS.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 FILLER              PIC X(02)   VALUE "ID".
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 FILLER              PIC X(06)   VALUE "NOMBRE".
           05 FILLER              PIC X(17)   VALUE SPACES.
           05 FILLER              PIC X(04)   VALUE "ALTA".
           05 FILLER              PIC X(07)   VALUE SPACES.
           05 FILLER              PIC X(08)   VALUE "ANIVERS.".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(05)   VALUE "ANIOS".
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(04)   VALUE "BASE".
           05 FILLER              PIC X(26)   VALUE SPACES.
           05 FILLER              PIC X(07)   VALUE "IMPORTE".
           05 FILLER              PIC X(04)   VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-ID           PIC ZZZZ9.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-DET-NOMBRE       PIC X(20).
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-DET-ALTA         PIC 9(08).
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-DET-ANIVERSARIO  PIC 9(08).
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-DET-ANIOS        PIC Z9.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-DET-BASE         PIC X(22).
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-DET-IMPORTE      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(04)   VALUE SPACES.

       01  WS-BASE-DIAS.
           05 WS-BASE-DIA         PIC ZZ9.99.
           05 FILLER              PIC X(16)
               VALUE " DIAS DE SALARIO".

       01  WS-PIE.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(14)   VALUE "ANIVERSARIOS: ".
           05 WS-PIE-ANIVERSARIOS PIC ZZZZ9.
           05 FILLER              PIC X(11)   VALUE "  PAGADOS: ".
           05 WS-PIE-PAGADOS      PIC ZZZZ9.
           05 FILLER              PIC X(12)   VALUE "  SIN BONO: ".
           05 WS-PIE-SIN-BONO     PIC ZZZZ9.
           05 FILLER              PIC X(09)   VALUE "  TOTAL: ".
           05 WS-PIE-TOTAL        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(23)   VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 016-OBTIENE-RUTA-REPORTE     THRU 016-FIN
           PERFORM 041-OBTIENE-RUTA-CALENDARIO  THRU 041-FIN
           PERFORM 043-OBTIENE-RUTA-INCIDENCIAS THRU 043-FIN
           PERFORM 227-OBTIENE-RUTA-QUINQUENIOS THRU 227-FIN
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 048-PIDE-FRECUENCIA          THRU 048-FIN
           PERFORM 018-SOLICITA-PERIODO         THRU 018-FIN
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           PERFORM 025-VALIDA-PERIODO           THRU 025-FIN
           PERFORM 035-CARGA-TABLA              THRU 035-FIN
           PERFORM 030-TITULOS                  THRU 030-FIN
           PERFORM 040-LEE-EMPLEADO             THRU 040-FIN
           PERFORM 050-PROCESA-EMPLEADO         THRU 050-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           PERFORM 080-IMPRIME-PIE              THRU 080-FIN
           PERFORM 090-CIERRA-ARCHIVOS          THRU 090-FIN
           DISPLAY "ANIVERSARIOS EN EL PERIODO : " WS-CONT-ANIVERSARIOS
           DISPLAY "BONOS GENERADOS            : " WS-CONT-PAGADOS
           DISPLAY "ANIVERSARIOS SIN BONO      : " WS-CONT-SIN-BONO
           DISPLAY "BONOS ANTERIORES REEMPLAZADOS: " WS-CONT-BORRADOS
           DISPLAY "LISTADO: " WS-RUTA-REPORTE
           GOBACK.

           COPY EMPRUTAP.
           COPY CALRUTAP.
           COPY INCRUTAP.
           COPY QUIRUTAP.
           COPY FRECCORRP.

      *----------------------------------------------------------------
      * REPORTE-QUINQUENIOS.TXT VIVE EN LA MISMA CARPETA QUE
      * BD-EMPLEADOS.TXT, YA RESUELTA POR 015-OBTIENE-RUTA-DATOS.
      *----------------------------------------------------------------
       016-OBTIENE-RUTA-REPORTE.
           STRING WS-DIR-DATOS                DELIMITED BY SPACE
                  "\REPORTE-QUINQUENIOS.TXT"  DELIMITED BY SIZE
                  INTO WS-RUTA-REPORTE
           END-STRING.
       016-FIN. EXIT.

      *----------------------------------------------------------------
      * LA SEMANA SE PIDE POR MES DE PAGO Y NUMERO DE SEMANA DEL MES;
      * LA CLAVE DEL CALENDARIO LLEVA EL MES MAS 50 (VER CALFD.cpy).
      *----------------------------------------------------------------
       018-SOLICITA-PERIODO.
           DISPLAY "PERIODO DEL BONO POR ANTIGUEDAD:"
           DISPLAY "ANIO (AAAA): "
           ACCEPT WS-PER-ANIO
           IF CORRIDA-SEMANAL
              DISPLAY "MES DE PAGO (MM): "
              ACCEPT WS-PER-MES
              DISPLAY "SEMANA DEL MES (1 A 5): "
              ACCEPT WS-PER-QUINCENA
              IF WS-PER-QUINCENA IS LESS THAN 1 OR
                 WS-PER-QUINCENA IS GREATER THAN 5
                 DISPLAY "LA SEMANA DEBE SER DE 1 A 5."
                 DISPLAY " "
                 GO TO 018-SOLICITA-PERIODO
              END-IF
              ADD 50 TO WS-PER-MES
              GO TO 018-FIN
           END-IF
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

       020-ABRE-ARCHIVOS.
           OPEN INPUT EMPLEADOS
           OPEN INPUT CALENDARIO-NOMINA
           OPEN INPUT QUINQUENIOS
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
           IF NOT FS-QUINQUENIOS-OK
              DISPLAY "NO SE PUDO ABRIR BD-QUINQUENIOS.TXT. CAPTURE "
                      "LA TABLA DE QUINQUENIOS EN MANTQUIN PRIMERO."
              GOBACK
           END-IF
           OPEN OUTPUT REPORTE.
       020-FIN. EXIT.

      *----------------------------------------------------------------
      * LOS BONOS SE GENERAN COMO INCIDENCIAS: EL PERIODO TIENE QUE
      * ESTAR EN EL CALENDARIO Y TODAVIA ABIERTO A CAPTURA.
      *----------------------------------------------------------------
       025-VALIDA-PERIODO.
           MOVE WS-PERIODO-BONO TO CAL-PERIODO
           READ CALENDARIO-NOMINA
                INVALID KEY
                   DISPLAY "EL PERIODO NO ESTA EN BD-CALEND-NOMINA"
                           ".TXT. DELO DE ALTA EN EL CALENDARIO."
                   GOBACK
           END-READ
           IF NOT CAL-ABIERTO
              DISPLAY "EL PERIODO " WS-PERIODO-BONO " YA PASO LA "
                      "CAPTURA (STATUS " CAL-STATUS "); LOS BONOS "
                      "YA NO PUEDEN GENERARSE. PIDA A SUPERVISION "
                      "REABRIRLO EN MANTCAL."
              GOBACK
           END-IF
           MOVE CAL-FECHA-INICIO TO WS-FECHA-PARTES
           MOVE WS-FEC-ANIO      TO WS-ANIO-INICIO
           MOVE CAL-FECHA-FIN    TO WS-FECHA-PARTES
           MOVE WS-FEC-ANIO      TO WS-ANIO-FIN.
       025-FIN. EXIT.

       030-TITULOS.
           MOVE WS-PERIODO-BONO-9 TO WS-TIT-PERIODO
           WRITE REG-REPORTE FROM WS-TITULO
           WRITE REG-REPORTE FROM WS-MARGEN
           WRITE REG-REPORTE FROM WS-COLUMNAS
           WRITE REG-REPORTE FROM WS-MARGEN.
       030-FIN. EXIT.

      *----------------------------------------------------------------
      * SIN TRAMOS CAPTURADOS NO HAY NADA QUE PAGAR: SE DETIENE ANTES
      * DE BORRAR LOS BONOS DE UNA CORRIDA ANTERIOR.
      *----------------------------------------------------------------
       035-CARGA-TABLA.
           MOVE ZEROS TO WS-TOTAL-TRAMOS
           MOVE ZEROS TO QUI-ANIOS
           START QUINQUENIOS KEY IS GREATER THAN OR EQUAL QUI-ANIOS
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN-QUI
                 NOT INVALID KEY
                    MOVE SPACES TO SW-FIN-QUI
           END-START
           PERFORM 036-LEE-TRAMO THRU 036-FIN
                   UNTIL SW-FIN-QUI EQUAL "FIN"
           IF WS-TOTAL-TRAMOS EQUAL ZEROS
              DISPLAY "BD-QUINQUENIOS.TXT NO TIENE TRAMOS. CAPTURE LA "
                      "TABLA EN MANTQUIN PRIMERO."
              PERFORM 090-CIERRA-ARCHIVOS THRU 090-FIN
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       035-FIN. EXIT.

       036-LEE-TRAMO.
           READ QUINQUENIOS NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN-QUI
                   GO TO 036-FIN
           END-READ
           IF WS-TOTAL-TRAMOS EQUAL 20
              DISPLAY "LA TABLA TIENE MAS DE 20 TRAMOS; SE TOMAN LOS "
                      "PRIMEROS 20."
              MOVE "FIN" TO SW-FIN-QUI
              GO TO 036-FIN
           END-IF
           ADD 1 TO WS-TOTAL-TRAMOS
           MOVE QUI-ANIOS   TO WS-TQ-ANIOS   (WS-TOTAL-TRAMOS)
           MOVE QUI-TIPO    TO WS-TQ-TIPO    (WS-TOTAL-TRAMOS)
           MOVE QUI-IMPORTE TO WS-TQ-IMPORTE (WS-TOTAL-TRAMOS)
           MOVE QUI-DIAS    TO WS-TQ-DIAS    (WS-TOTAL-TRAMOS).
       036-FIN. EXIT.

       040-LEE-EMPLEADO.
           READ EMPLEADOS NEXT RECORD INTO WS-DATOS-EMPLEADO
                AT END
                   MOVE "FIN" TO SW-FIN
           END-READ.
       040-FIN. EXIT.

      *----------------------------------------------------------------
      * EL BARRIDO DE INCIDENCIAS (QUE BORRA LOS BONOS DE UNA CORRIDA
      * ANTERIOR) SE HACE PARA TODOS LOS EMPLEADOS, PARA QUE NO
      * SOBREVIVA EL BONO DE QUIEN YA NO LO MERECE (UNA FECHA DE ALTA
      * CORREGIDA, UNA BAJA); SOLO SE EVALUA AL EMPLEADO ACTIVO O EN
      * PERMISO DE LA FRECUENCIA DE LA CORRIDA.
      *----------------------------------------------------------------
       050-PROCESA-EMPLEADO.
           PERFORM 055-REVISA-INCIDENCIAS THRU 055-FIN
           IF NOT EMP-ACTIVO AND NOT EMP-PERMISO
              GO TO 050-SIGUE
           END-IF
           IF CORRIDA-QUINCENAL AND NOT EMP-PAGO-QUINCENAL
              GO TO 050-SIGUE
           END-IF
           IF CORRIDA-SEMANAL AND NOT EMP-PAGO-SEMANAL
              GO TO 050-SIGUE
           END-IF
           IF WS-FECHA-ALTA EQUAL ZEROS
              GO TO 050-SIGUE
           END-IF
           MOVE WS-FECHA-ALTA TO WS-ALTA
           MOVE "N" TO SW-CUMPLE
           MOVE WS-ANIO-INICIO TO WS-ANIO-EVAL
           PERFORM 065-REVISA-ANIVERSARIO THRU 065-FIN
           IF NOT CUMPLE-ANIVERSARIO AND
              WS-ANIO-FIN NOT EQUAL WS-ANIO-INICIO
              MOVE WS-ANIO-FIN TO WS-ANIO-EVAL
              PERFORM 065-REVISA-ANIVERSARIO THRU 065-FIN
           END-IF
           IF NOT CUMPLE-ANIVERSARIO
              GO TO 050-SIGUE
           END-IF
           ADD 1 TO WS-CONT-ANIVERSARIOS
           MOVE ZEROS  TO WS-IMPORTE-BONO
           MOVE SPACES TO WS-DET-BASE
           IF EMP-PERMISO
              MOVE "EN PERMISO" TO WS-DET-BASE
              ADD 1 TO WS-CONT-SIN-BONO
              GO TO 050-IMPRIME
           END-IF
           PERFORM 070-BUSCA-TRAMO THRU 070-FIN
           IF WS-IDX-TRAMO EQUAL ZEROS
              MOVE "SIN TRAMO" TO WS-DET-BASE
              ADD 1 TO WS-CONT-SIN-BONO
              GO TO 050-IMPRIME
           END-IF
           PERFORM 075-CALCULA-BONO THRU 075-FIN
           PERFORM 072-ESCRIBE-INCIDENCIA THRU 072-FIN
           ADD 1 TO WS-CONT-PAGADOS
           ADD WS-IMPORTE-BONO TO WS-TOT-BONOS.
       050-IMPRIME.
           PERFORM 076-IMPRIME-DETALLE THRU 076-FIN.
       050-SIGUE.
           PERFORM 040-LEE-EMPLEADO THRU 040-FIN.
       050-FIN. EXIT.

      *----------------------------------------------------------------
      * UN SOLO RECORRIDO DE LAS INCIDENCIAS DEL EMPLEADO EN EL
      * PERIODO (MISMO POSICIONAMIENTO QUE 055-REVISA-INCIDENCIAS DE
      * PREMIEMP): BORRA LOS BONOS QUE ESTE PROGRAMA HAYA GENERADO EN
      * UNA CORRIDA ANTERIOR.
      *----------------------------------------------------------------
       055-REVISA-INCIDENCIAS.
           MOVE WS-PERIODO-BONO TO INC-PERIODO
           MOVE WS-ID-EMP       TO INC-ID-EMP
           MOVE ZEROS           TO INC-CONSEC
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
           IF INC-PERIODO NOT EQUAL WS-PERIODO-BONO OR
              INC-ID-EMP  NOT EQUAL WS-ID-EMP
              MOVE "FIN" TO SW-FIN-INC
              GO TO 056-FIN
           END-IF
           IF INC-OPERADOR EQUAL "QUINQUEN" AND
              INC-CONCEPTO EQUAL WS-CONCEPTO-QUINQUENIO
              DELETE INCIDENCIAS RECORD
              ADD 1 TO WS-CONT-BORRADOS
           END-IF.
       056-FIN. EXIT.

      *----------------------------------------------------------------
      * ANIVERSARIO DE LA FECHA DE ALTA EN WS-ANIO-EVAL: CUMPLE SI LOS
      * ANIOS SON MULTIPLO DE 5 Y LA FECHA CAE DENTRO DEL PERIODO.
      *----------------------------------------------------------------
       065-REVISA-ANIVERSARIO.
           IF WS-ANIO-EVAL IS NOT GREATER THAN WS-ALTA-ANIO
              GO TO 065-FIN
           END-IF
           SUBTRACT WS-ALTA-ANIO FROM WS-ANIO-EVAL
                    GIVING WS-ANIOS-CUMPLIDOS
           DIVIDE WS-ANIOS-CUMPLIDOS BY 5 GIVING WS-COCIENTE
                  REMAINDER WS-RESIDUO
           IF WS-RESIDUO NOT EQUAL ZEROS
              GO TO 065-FIN
           END-IF
           MOVE WS-ANIO-EVAL TO WS-FEC-ANIO
           MOVE WS-ALTA-MMDD TO WS-FEC-MMDD
           IF WS-ALTA-MMDD EQUAL 0229
              PERFORM 066-REVISA-BISIESTO THRU 066-FIN
              IF NOT ANIO-BISIESTO
                 MOVE 0228 TO WS-FEC-MMDD
              END-IF
           END-IF
           MOVE WS-FECHA-PARTES TO WS-ANIVERSARIO
           IF WS-ANIVERSARIO IS NOT LESS THAN CAL-FECHA-INICIO AND
              WS-ANIVERSARIO IS NOT GREATER THAN CAL-FECHA-FIN
              MOVE "S" TO SW-CUMPLE
           END-IF.
       065-FIN. EXIT.

       066-REVISA-BISIESTO.
           MOVE "N" TO SW-BISIESTO
           DIVIDE WS-ANIO-EVAL BY 4 GIVING WS-COCIENTE
                  REMAINDER WS-RESIDUO
           IF WS-RESIDUO NOT EQUAL ZEROS
              GO TO 066-FIN
           END-IF
           MOVE "S" TO SW-BISIESTO
           DIVIDE WS-ANIO-EVAL BY 100 GIVING WS-COCIENTE
                  REMAINDER WS-RESIDUO
           IF WS-RESIDUO NOT EQUAL ZEROS
              GO TO 066-FIN
           END-IF
           DIVIDE WS-ANIO-EVAL BY 400 GIVING WS-COCIENTE
                  REMAINDER WS-RESIDUO
           IF WS-RESIDUO NOT EQUAL ZEROS
              MOVE "N" TO SW-BISIESTO
           END-IF.
       066-FIN. EXIT.

      *----------------------------------------------------------------
      * EL TRAMO QUE APLICA ES EL ULTIMO DE LA TABLA (ASCENDENTE) CUYOS
      * ANIOS NO PASAN LOS CUMPLIDOS; CEROS SI NINGUNO APLICA.
      *----------------------------------------------------------------
       070-BUSCA-TRAMO.
           MOVE ZEROS TO WS-IDX-TRAMO
           PERFORM 071-COMPARA-TRAMO THRU 071-FIN
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX IS GREATER THAN WS-TOTAL-TRAMOS.
       070-FIN. EXIT.

       071-COMPARA-TRAMO.
           IF WS-TQ-ANIOS (WS-IDX) IS NOT GREATER THAN
              WS-ANIOS-CUMPLIDOS
              MOVE WS-IDX TO WS-IDX-TRAMO
           END-IF.
       071-FIN. EXIT.

       072-ESCRIBE-INCIDENCIA.
           MOVE WS-PERIODO-BONO    TO INC-PERIODO
           MOVE WS-ID-EMP          TO INC-ID-EMP
           MOVE 1                  TO INC-CONSEC
           PERFORM 082-BUSCA-CONSECUTIVO THRU 082-FIN
           MOVE WS-CONCEPTO-QUINQUENIO TO INC-CONCEPTO
           MOVE "P"                TO INC-TIPO
           MOVE WS-ANIOS-CUMPLIDOS TO INC-CANTIDAD
           MOVE WS-IMPORTE-BONO    TO INC-IMPORTE
           MOVE WS-FECHA-SISTEMA   TO INC-FECHA-REG
           MOVE "QUINQUEN"         TO INC-OPERADOR
           WRITE REG-INCIDENCIAS
                INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR EL BONO DEL EMPLEADO "
                           WS-ID-EMP "."
           END-WRITE.
       072-FIN. EXIT.

      *----------------------------------------------------------------
      * IMPORTE FIJO DEL TRAMO, O SUS DIAS POR EL SALARIO DIARIO
      * (SUELDO QUINCENAL ENTRE 15, COMO EN SDICALCP; EL SUELDO DEL
      * MAESTRO ES QUINCENAL TAMBIEN PARA LA NOMINA SEMANAL).
      *----------------------------------------------------------------
       075-CALCULA-BONO.
           IF WS-TQ-TIPO (WS-IDX-TRAMO) EQUAL "D"
              COMPUTE WS-SALARIO-DIARIO ROUNDED =
                      WS-SALARIO / WS-DIAS-QUINCENA
              COMPUTE WS-IMPORTE-BONO ROUNDED =
                      WS-SALARIO-DIARIO * WS-TQ-DIAS (WS-IDX-TRAMO)
              MOVE WS-TQ-DIAS (WS-IDX-TRAMO) TO WS-BASE-DIA
              MOVE WS-BASE-DIAS TO WS-DET-BASE
           ELSE
              MOVE WS-TQ-IMPORTE (WS-IDX-TRAMO) TO WS-IMPORTE-BONO
              MOVE "IMPORTE FIJO" TO WS-DET-BASE
           END-IF.
       075-FIN. EXIT.

       076-IMPRIME-DETALLE.
           MOVE WS-ID-EMP          TO WS-DET-ID
           MOVE WS-NOMBRE-EMP      TO WS-DET-NOMBRE
           MOVE WS-FECHA-ALTA      TO WS-DET-ALTA
           MOVE WS-ANIVERSARIO     TO WS-DET-ANIVERSARIO
           MOVE WS-ANIOS-CUMPLIDOS TO WS-DET-ANIOS
           MOVE WS-IMPORTE-BONO    TO WS-DET-IMPORTE
           WRITE REG-REPORTE FROM WS-DETALLE.
       076-FIN. EXIT.

      *----------------------------------------------------------------
      * MISMO RECORRIDO DE CONSECUTIVO QUE 052-BUSCA-CONSECUTIVO DE
      * INCIDEMP.CBL, PARA CONVIVIR CON INCIDENCIAS YA CAPTURADAS A
      * MANO EN EL MISMO PERIODO.
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
           MOVE WS-CONT-ANIVERSARIOS TO WS-PIE-ANIVERSARIOS
           MOVE WS-CONT-PAGADOS      TO WS-PIE-PAGADOS
           MOVE WS-CONT-SIN-BONO     TO WS-PIE-SIN-BONO
           MOVE WS-TOT-BONOS         TO WS-PIE-TOTAL
           WRITE REG-REPORTE FROM WS-PIE.
       080-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 CALENDARIO-NOMINA
                 QUINQUENIOS
                 INCIDENCIAS
                 REPORTE.
       090-FIN. EXIT.
