      *   REABRE A CAPTURA COMO OVERRIDE AUDITADO (OPCION 9,
      *   "CALREA"). LAS DEMAS TRANSICIONES LAS DEJAN PRENOMIN,
      *   NOMQUINC Y BANCONOM.
      * - ALTA DE SEMANAS DE PAGO PARA LA NOMINA SEMANAL DE PLANTA:
      *   LA CLAVE LLEVA EL MES DE PAGO MAS 50 Y EL NUMERO DE SEMANA
      *   DEL MES EN LUGAR DE LA QUINCENA (045-PIDE-PERIODO).
      * - GENERADOR DEL CALENDARIO DE QUINCENAS DE UN ANIO (OPCION
      *   G) CON FECHA DE PAGO HABIL, BIMESTRE Y FECHA DE CORTE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                MANTCAL.
           05 WS-PER-MES-9         PIC 9(02).
           05 WS-PER-QUIN-9        PIC 9(01).

       01  WS-FRECUENCIA           PIC X(01).
           88 FREC-QUINCENAL              VALUE "Q".
           88 FREC-SEMANAL                VALUE "S".

       01  WS-FECHA-INI-X          PIC X(08).
       01  WS-FECHA-INI-9 REDEFINES WS-FECHA-INI-X
                                   PIC 9(08).
           05 FILLER               PIC X(04).
       01  WS-FES-DESCRIPCION      PIC X(20).

      *----------------------------------------------------------------
      * GENERADOR DEL CALENDARIO DEL ANIO (OPCION G): LAS 24
      * QUINCENAS SE ARMAN PRIMERO EN ESTA TABLA COMO BORRADOR Y SOLO
      * SE GRABAN SI SUPERVISION LAS APRUEBA. LA QUINCENA QUE YA
      * EXISTE EN EL CALENDARIO SE MARCA Y NO SE TOCA.
      *----------------------------------------------------------------
       01  WS-GEN-ANIO-X           PIC X(04).
       01  WS-GEN-ANIO REDEFINES WS-GEN-ANIO-X
                                   PIC 9(04).
       01  WS-GEN-DIAS-CORTE-X     PIC X(01).
       01  WS-GEN-DIAS-CORTE       PIC 9(01).
       01  WS-GEN-IDX              PIC 9(02).
       01  WS-GEN-MES              PIC 9(02).
       01  WS-GEN-CONTADOR         PIC 9(01).
       01  WS-GEN-NUEVOS           PIC 9(02).
       01  WS-GEN-GRABADOS         PIC 9(02).
       01  WS-GEN-TABLA.
           05 WS-GEN-PERIODO       OCCURS 24 TIMES.
              10 WS-GEN-CLAVE      PIC 9(07).
              10 WS-GEN-INICIO     PIC 9(08).
              10 WS-GEN-FIN        PIC 9(08).
              10 WS-GEN-PAGO       PIC 9(08).
              10 WS-GEN-CORTE      PIC 9(08).
              10 WS-GEN-BIMESTRE   PIC 9(01).
              10 WS-GEN-EXISTE     PIC X(01).
       01  WS-GEN-CLAVE-ARMA.
           05 WS-GCA-ANIO          PIC 9(04).
           05 WS-GCA-MES           PIC 9(02).
           05 WS-GCA-QUINCENA      PIC 9(01).
       01  WS-GEN-CLAVE-9 REDEFINES WS-GEN-CLAVE-ARMA
                                   PIC 9(07).

      *----------------------------------------------------------------
      * FECHA DE TRABAJO PARA RECORRER DIAS. EL DIA DE LA SEMANA
      * SALE POR CONGRUENCIA DE ZELLER COMO EN FONDEO (0 = SABADO,
      * 1 = DOMINGO, ..., 6 = VIERNES); EL DIA INHABIL ES SABADO,
      * DOMINGO O UN FESTIVO DE BD-FESTIVOS.TXT.
      *----------------------------------------------------------------
       01  WS-GEN-FECHA.
           05 WS-GFE-ANIO          PIC 9(04).
           05 WS-GFE-MES           PIC 9(02).
           05 WS-GFE-DIA           PIC 9(02).
       01  WS-GEN-FECHA-N REDEFINES WS-GEN-FECHA
                                   PIC 9(08).
       01  WS-FECHA-HOY            PIC 9(08).
       01  WS-DIA-SEMANA           PIC 9(01).
           88 FIN-DE-SEMANA               VALUE 0 1.
       01  SW-DIA-INHABIL          PIC X(01).
           88 DIA-INHABIL                 VALUE "S".
       01  WS-ZEL-ANIO             PIC 9(04).
       01  WS-ZEL-MES              PIC 9(02).
       01  WS-ZEL-J                PIC 9(02).
       01  WS-ZEL-K                PIC 9(02).
       01  WS-ZEL-T1               PIC 9(03).
       01  WS-ZEL-T2               PIC 9(02).
       01  WS-ZEL-T3               PIC 9(02).
       01  WS-ZEL-SUMA             PIC 9(04).
       01  WS-ZEL-COCIENTE         PIC 9(04).
       01  WS-RESIDUO              PIC 9(03).
       01  WS-DIAS-MES-VALORES     PIC X(24)
                                   VALUE "312831303130313130313031".
       01  WS-DIAS-MES-TABLA REDEFINES WS-DIAS-MES-VALORES.
           05 WS-DIAS-MES          PIC 9(02)  OCCURS 12 TIMES.
       01  WS-ULTIMO-DIA           PIC 9(02).

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           DISPLAY "7: LISTAR LOS FESTIVOS DE UN ANIO"
           DISPLAY "8: CERRAR UN PERIODO (SUPERVISOR)"
           DISPLAY "9: REABRIR UN PERIODO A CAPTURA (SUPERVISOR)"
           DISPLAY "G: GENERAR EL CALENDARIO DE QUINCENAS DE UN ANIO"
           DISPLAY " "
           DISPLAY "E: SALIR DEL PROGRAMA"
           DISPLAY " "
                PERFORM 071-CIERRA-PERIODO THRU 071-FIN
           WHEN "9"
                PERFORM 073-REABRE-PERIODO THRU 073-FIN
           WHEN "G"
                PERFORM 075-GENERA-CALENDARIO THRU 075-FIN
           WHEN "E"
                CONTINUE
           WHEN OTHER
           END-EVALUATE.
       040-FIN. EXIT.

      *----------------------------------------------------------------
      * LA NOMINA SEMANAL DE LOS OPERADORES DE PLANTA USA EL MISMO
      * CALENDARIO: LA CLAVE LLEVA EL MES DE PAGO MAS 50 (51 A 62) Y
      * EN EL LUGAR DE LA QUINCENA EL NUMERO DE SEMANA DEL MES (1 A
      * 5), PARA QUE NO SE CRUCE CON LAS QUINCENAS NI CON LOS
      * PERIODOS ESPECIALES (AGUINALDO, PTU, AJUSTE ANUAL, FONDO).
      *----------------------------------------------------------------
       045-PIDE-PERIODO.
           DISPLAY "FRECUENCIA (Q: QUINCENAL / S: SEMANAL): "
           ACCEPT WS-FRECUENCIA
           IF WS-FRECUENCIA EQUAL SPACES
              MOVE "Q" TO WS-FRECUENCIA
           END-IF
           IF NOT FREC-QUINCENAL AND NOT FREC-SEMANAL
              DISPLAY "LA FRECUENCIA ES Q O S."
              DISPLAY " "
              GO TO 045-PIDE-PERIODO
           END-IF
           DISPLAY "ANIO DEL PERIODO (AAAA): "
           ACCEPT WS-PER-ANIO-X
           DISPLAY "MES (01-12): "
           ACCEPT WS-PER-MES-X
           IF FREC-SEMANAL
              DISPLAY "SEMANA DEL MES DE PAGO (1 A 5): "
           ELSE
              DISPLAY "QUINCENA (1 O 2): "
           END-IF
           ACCEPT WS-PER-QUIN-X
           IF WS-PERIODO-X NOT NUMERIC
              DISPLAY "ANIO, MES Y QUINCENA DEBEN SER NUMERICOS."
              DISPLAY " "
              GO TO 045-PIDE-PERIODO
           END-IF
           IF FREC-SEMANAL
              IF WS-PER-MES-9 IS LESS THAN 01 OR
                 WS-PER-MES-9 IS GREATER THAN 12 OR
                 WS-PER-QUIN-9 IS LESS THAN 1 OR
                 WS-PER-QUIN-9 IS GREATER THAN 5
                 DISPLAY "EL MES VA DE 01 A 12 Y LA SEMANA DE 1 A 5."
                 DISPLAY " "
                 GO TO 045-PIDE-PERIODO
              END-IF
              ADD 50 TO WS-PER-MES-9
              GO TO 045-FIN
           END-IF
           IF WS-PER-MES-9 IS LESS THAN 01 OR
              WS-PER-MES-9 IS GREATER THAN 12 OR
              (WS-PER-QUIN-9 NOT EQUAL 1 AND
           MOVE WS-FECHA-FIN-9 TO CAL-FECHA-FIN
           MOVE WS-FECHA-PAGO-9 TO CAL-FECHA-PAGO
           MOVE "A"            TO CAL-STATUS
           MOVE WS-PER-MES-9   TO WS-GEN-MES
           IF WS-GEN-MES IS GREATER THAN 50
              SUBTRACT 50 FROM WS-GEN-MES
           END-IF
           COMPUTE CAL-BIMESTRE = (WS-GEN-MES + 1) / 2
           MOVE ZEROS          TO CAL-FECHA-CORTE
           WRITE REG-CALENDARIO
                INVALID KEY
                   DISPLAY "YA EXISTE ESE PERIODO EN EL CALENDARIO."
                   "  FIN: " CAL-FECHA-FIN
                   "  PAGO: " CAL-FECHA-PAGO
                   "  STATUS: " CAL-STATUS
                   "  BIM: " CAL-BIMESTRE
                   "  CORTE: " CAL-FECHA-CORTE
           ADD 1 TO WS-CONT-LISTADOS.
       058-FIN. EXIT.

           END-IF.
       073-FIN. EXIT.

      *----------------------------------------------------------------
      * GENERADOR DEL CALENDARIO DE UN ANIO (POR OMISION EL SIGUIENTE):
      * ARMA LAS 24 QUINCENAS CON INICIO Y FIN, FECHA DE PAGO
      * RECORRIDA AL DIA HABIL ANTERIOR SI EL FIN CAE EN SABADO,
      * DOMINGO O FESTIVO DE BD-FESTIVOS.TXT, BIMESTRE IMSS Y FECHA
      * DE CORTE DE INCIDENCIAS (N DIAS HABILES ANTES DEL PAGO). LO
      * MUESTRA COMO BORRADOR Y SOLO SUPERVISION PUEDE GRABARLO; LAS
      * QUINCENAS QUE YA ESTAN EN EL CALENDARIO NO SE TOCAN. POR ESO
      * LOS FESTIVOS DEL ANIO DEBEN CAPTURARSE ANTES DE GENERARLO.
      *----------------------------------------------------------------
       075-GENERA-CALENDARIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "ANIO A GENERAR (AAAA, ENTER = ANIO SIGUIENTE): "
           MOVE SPACES TO WS-GEN-ANIO-X
           ACCEPT WS-GEN-ANIO-X
           IF WS-GEN-ANIO-X EQUAL SPACES
              COMPUTE WS-GEN-ANIO = WS-FECHA-HOY / 10000 + 1
           END-IF
           IF WS-GEN-ANIO-X NOT NUMERIC OR WS-GEN-ANIO EQUAL ZEROS
              DISPLAY "ANIO INVALIDO."
              GO TO 075-FIN
           END-IF
           DISPLAY "DIAS HABILES DE CORTE ANTES DEL PAGO "
                   "(1-9, ENTER = 3): "
           MOVE SPACES TO WS-GEN-DIAS-CORTE-X
           ACCEPT WS-GEN-DIAS-CORTE-X
           IF WS-GEN-DIAS-CORTE-X EQUAL SPACES
              MOVE "3" TO WS-GEN-DIAS-CORTE-X
           END-IF
           IF WS-GEN-DIAS-CORTE-X NOT NUMERIC OR
              WS-GEN-DIAS-CORTE-X EQUAL "0"
              DISPLAY "DIAS DE CORTE INVALIDOS."
              GO TO 075-FIN
           END-IF
           MOVE WS-GEN-DIAS-CORTE-X TO WS-GEN-DIAS-CORTE
           MOVE ZEROS TO WS-GEN-NUEVOS
           MOVE 1 TO WS-GEN-IDX
           PERFORM 076-ARMA-QUINCENA THRU 076-FIN
                   UNTIL WS-GEN-IDX IS GREATER THAN 24
           DISPLAY " "
           DISPLAY "BORRADOR DEL CALENDARIO " WS-GEN-ANIO
                   " (CORTE " WS-GEN-DIAS-CORTE
                   " DIAS HABILES ANTES DEL PAGO)"
           DISPLAY "PERIODO  INICIO    FIN       PAGO      "
                   "CORTE     BIM  SITUACION"
           MOVE 1 TO WS-GEN-IDX
           PERFORM 079-MUESTRA-BORRADOR THRU 079-FIN
                   UNTIL WS-GEN-IDX IS GREATER THAN 24
           DISPLAY " "
           IF WS-GEN-NUEVOS EQUAL ZEROS
              DISPLAY "TODAS LAS QUINCENAS DE " WS-GEN-ANIO
                      " YA ESTAN EN EL CALENDARIO."
              GO TO 075-FIN
           END-IF
           IF NOT OPERADOR-SUPERVISOR AND NOT OPERADOR-ADMINISTRADOR
              DISPLAY "EL BORRADOR QUEDA SOLO PARA CONSULTA: SOLO UN "
                      "SUPERVISOR O ADMINISTRADOR PUEDE GRABARLO."
              GO TO 075-FIN
           END-IF
           DISPLAY "¿CONFIRMA LA GRABACION DE " WS-GEN-NUEVOS
                   " QUINCENAS NUEVAS DEL CALENDARIO " WS-GEN-ANIO
                   "? (Y/N): "
           ACCEPT SW-CONFIRMA
           IF SW-CONFIRMA NOT EQUAL "Y"
              DISPLAY "OPERACION CANCELADA."
              GO TO 075-FIN
           END-IF
           MOVE ZEROS TO WS-GEN-GRABADOS
           MOVE 1 TO WS-GEN-IDX
           PERFORM 080-GRABA-QUINCENA THRU 080-FIN
                   UNTIL WS-GEN-IDX IS GREATER THAN 24
           DISPLAY WS-GEN-GRABADOS " QUINCENAS DE " WS-GEN-ANIO
                   " GRABADAS EN EL CALENDARIO."
           MOVE WS-GEN-ANIO TO WS-ID-EMP
           MOVE "CALGEN" TO WS-AUD-OPERACION
           PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN.
       075-FIN. EXIT.

      *----------------------------------------------------------------
      * UN RENGLON DEL BORRADOR: EL RENGLON 1 ES LA PRIMERA QUINCENA
      * DE ENERO Y EL 24 LA SEGUNDA DE DICIEMBRE.
      *----------------------------------------------------------------
       076-ARMA-QUINCENA.
           COMPUTE WS-GEN-MES = (WS-GEN-IDX + 1) / 2
           MOVE WS-GEN-ANIO TO WS-GCA-ANIO
           MOVE WS-GEN-MES  TO WS-GCA-MES
           COMPUTE WS-GCA-QUINCENA = WS-GEN-IDX - ((WS-GEN-MES - 1)
                                                   * 2)
           MOVE WS-GEN-CLAVE-9 TO WS-GEN-CLAVE (WS-GEN-IDX)
           MOVE WS-GEN-ANIO TO WS-GFE-ANIO
           MOVE WS-GEN-MES  TO WS-GFE-MES
           IF WS-GCA-QUINCENA EQUAL 1
              MOVE 01 TO WS-GFE-DIA
              MOVE WS-GEN-FECHA-N TO WS-GEN-INICIO (WS-GEN-IDX)
              MOVE 15 TO WS-GFE-DIA
           ELSE
              MOVE 16 TO WS-GFE-DIA
              MOVE WS-GEN-FECHA-N TO WS-GEN-INICIO (WS-GEN-IDX)
              MOVE WS-DIAS-MES (WS-GEN-MES) TO WS-ULTIMO-DIA
              IF WS-GEN-MES EQUAL 2
                 DIVIDE WS-GEN-ANIO BY 4 GIVING WS-ZEL-COCIENTE
                        REMAINDER WS-RESIDUO
                 IF WS-RESIDUO EQUAL ZEROS
                    MOVE 29 TO WS-ULTIMO-DIA
                 END-IF
              END-IF
              MOVE WS-ULTIMO-DIA TO WS-GFE-DIA
           END-IF
           MOVE WS-GEN-FECHA-N TO WS-GEN-FIN (WS-GEN-IDX)
           PERFORM 077-CHECA-DIA THRU 077-FIN
           PERFORM 078-DIA-ANTERIOR THRU 078-FIN
                   UNTIL NOT DIA-INHABIL
           MOVE WS-GEN-FECHA-N TO WS-GEN-PAGO (WS-GEN-IDX)
           MOVE ZEROS TO WS-GEN-CONTADOR
           PERFORM 081-RETROCEDE-HABIL THRU 081-FIN
                   UNTIL WS-GEN-CONTADOR EQUAL WS-GEN-DIAS-CORTE
           MOVE WS-GEN-FECHA-N TO WS-GEN-CORTE (WS-GEN-IDX)
           COMPUTE WS-GEN-BIMESTRE (WS-GEN-IDX) = (WS-GEN-MES + 1) / 2
           MOVE WS-GCA-ANIO     TO CAL-ANIO
           MOVE WS-GCA-MES      TO CAL-MES
           MOVE WS-GCA-QUINCENA TO CAL-QUINCENA
           READ CALENDARIO-NOMINA
                INVALID KEY
                   MOVE "N" TO WS-GEN-EXISTE (WS-GEN-IDX)
                   ADD 1 TO WS-GEN-NUEVOS
                NOT INVALID KEY
                   MOVE "S" TO WS-GEN-EXISTE (WS-GEN-IDX)
           END-READ
           ADD 1 TO WS-GEN-IDX.
       076-FIN. EXIT.

      *----------------------------------------------------------------
      * DIA DE LA SEMANA DE WS-GEN-FECHA POR CONGRUENCIA DE ZELLER
      * (MISMO CALCULO QUE 093-DIA-SEMANA DE FONDEO) Y BUSQUEDA DEL
      * DIA EN EL CATALOGO DE FESTIVOS.
      *----------------------------------------------------------------
       077-CHECA-DIA.
           MOVE WS-GFE-ANIO TO WS-ZEL-ANIO
           MOVE WS-GFE-MES  TO WS-ZEL-MES
           IF WS-ZEL-MES IS LESS THAN 3
              ADD 12 TO WS-ZEL-MES
              SUBTRACT 1 FROM WS-ZEL-ANIO
           END-IF
           COMPUTE WS-ZEL-T1 = 13 * (WS-ZEL-MES + 1)
           DIVIDE WS-ZEL-T1 BY 5 GIVING WS-ZEL-T1
           DIVIDE WS-ZEL-ANIO BY 100 GIVING WS-ZEL-J
                  REMAINDER WS-ZEL-K
           DIVIDE WS-ZEL-K BY 4 GIVING WS-ZEL-T2
           DIVIDE WS-ZEL-J BY 4 GIVING WS-ZEL-T3
           COMPUTE WS-ZEL-SUMA = WS-GFE-DIA + WS-ZEL-T1 + WS-ZEL-K +
                                 WS-ZEL-T2 + WS-ZEL-T3 +
                                 (5 * WS-ZEL-J)
           DIVIDE WS-ZEL-SUMA BY 7 GIVING WS-ZEL-COCIENTE
                  REMAINDER WS-DIA-SEMANA
           MOVE "N" TO SW-DIA-INHABIL
           IF FIN-DE-SEMANA
              MOVE "S" TO SW-DIA-INHABIL
              GO TO 077-FIN
           END-IF
           MOVE WS-GEN-FECHA-N TO FES-FECHA
           READ FESTIVOS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE "S" TO SW-DIA-INHABIL
           END-READ.
       077-FIN. EXIT.

       078-DIA-ANTERIOR.
           IF WS-GFE-DIA IS GREATER THAN 1
              SUBTRACT 1 FROM WS-GFE-DIA
           ELSE
              IF WS-GFE-MES EQUAL 1
                 MOVE 12 TO WS-GFE-MES
                 SUBTRACT 1 FROM WS-GFE-ANIO
              ELSE
                 SUBTRACT 1 FROM WS-GFE-MES
              END-IF
              MOVE WS-DIAS-MES (WS-GFE-MES) TO WS-GFE-DIA
              IF WS-GFE-MES EQUAL 2
                 DIVIDE WS-GFE-ANIO BY 4 GIVING WS-ZEL-COCIENTE
                        REMAINDER WS-RESIDUO
                 IF WS-RESIDUO EQUAL ZEROS
                    MOVE 29 TO WS-GFE-DIA
                 END-IF
              END-IF
           END-IF
           PERFORM 077-CHECA-DIA THRU 077-FIN.
       078-FIN. EXIT.

       079-MUESTRA-BORRADOR.
           IF WS-GEN-EXISTE (WS-GEN-IDX) EQUAL "S"
              DISPLAY WS-GEN-CLAVE (WS-GEN-IDX) "  "
                      WS-GEN-INICIO (WS-GEN-IDX) "  "
                      WS-GEN-FIN (WS-GEN-IDX) "  "
                      WS-GEN-PAGO (WS-GEN-IDX) "  "
                      WS-GEN-CORTE (WS-GEN-IDX) "  "
                      WS-GEN-BIMESTRE (WS-GEN-IDX) "    YA EXISTE"
           ELSE
              DISPLAY WS-GEN-CLAVE (WS-GEN-IDX) "  "
                      WS-GEN-INICIO (WS-GEN-IDX) "  "
                      WS-GEN-FIN (WS-GEN-IDX) "  "
                      WS-GEN-PAGO (WS-GEN-IDX) "  "
                      WS-GEN-CORTE (WS-GEN-IDX) "  "
                      WS-GEN-BIMESTRE (WS-GEN-IDX) "    NUEVA"
           END-IF
           ADD 1 TO WS-GEN-IDX.
       079-FIN. EXIT.

       080-GRABA-QUINCENA.
           IF WS-GEN-EXISTE (WS-GEN-IDX) EQUAL "S"
              GO TO 080-SIGUE
           END-IF
           MOVE WS-GEN-CLAVE (WS-GEN-IDX) TO WS-GEN-CLAVE-9
           MOVE WS-GCA-ANIO     TO CAL-ANIO
           MOVE WS-GCA-MES      TO CAL-MES
           MOVE WS-GCA-QUINCENA TO CAL-QUINCENA
           MOVE WS-GEN-INICIO (WS-GEN-IDX)   TO CAL-FECHA-INICIO
           MOVE WS-GEN-FIN (WS-GEN-IDX)      TO CAL-FECHA-FIN
           MOVE WS-GEN-PAGO (WS-GEN-IDX)     TO CAL-FECHA-PAGO
           MOVE "A"                          TO CAL-STATUS
           MOVE WS-GEN-BIMESTRE (WS-GEN-IDX) TO CAL-BIMESTRE
           MOVE WS-GEN-CORTE (WS-GEN-IDX)    TO CAL-FECHA-CORTE
           WRITE REG-CALENDARIO
                INVALID KEY
                   DISPLAY "EL PERIODO " CAL-PERIODO
                           " YA EXISTE; NO SE GRABO."
                NOT INVALID KEY
                   ADD 1 TO WS-GEN-GRABADOS
           END-WRITE.
       080-SIGUE.
           ADD 1 TO WS-GEN-IDX.
       080-FIN. EXIT.

       081-RETROCEDE-HABIL.
           PERFORM 078-DIA-ANTERIOR THRU 078-FIN
           PERFORM 078-DIA-ANTERIOR THRU 078-FIN
                   UNTIL NOT DIA-INHABIL
           ADD 1 TO WS-GEN-CONTADOR.
       081-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE CALENDARIO-NOMINA
                 FESTIVOS
