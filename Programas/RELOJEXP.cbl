      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * RELOJEXP.cbl - ENVIO DIARIO DE LA PLANTILLA A LOS RELOJES
      *                CHECADORES. BARRE BD-AUDITORIA.TXT (ALTAS
      *                "ALTA", REINGRESOS "REINGR", BAJAS "BAJA",
      *                INICIO DE PERMISO "PERMIS" Y REGRESO "REGRES")
      *                Y BD-CAMBIOS.TXT (LOS RENGLONES DE PLANTA, QUE
      *                SON TRASPASOS) DESDE EL ULTIMO CORTE Y DEJA
      *                PARA CADA PLANTA DE BD-PLANTAS.TXT UN
      *                RELOJ-PLANTILLA-<PLANTA>.TXT DE ANCHO FIJO CON
      *                UN RENGLON POR MOVIMIENTO, PARA QUE EL
      *                PROVEEDOR DE LOS RELOJES DE DE ALTA AL NUEVO
      *                INGRESO ANTES DE SU PRIMER TURNO Y DESACTIVE AL
      *                QUE SE VA (SI NO, SIGUE CHECANDO Y DESCUADRA LAS
      *                FALTAS DE RELOJIMP). EL TRASPASO SALE DOS VECES:
      *                SALIDA EN EL RELOJ DE LA PLANTA ANTERIOR Y
      *                ENTRADA EN EL DE LA NUEVA. LOS DEMAS MOVIMIENTOS
      *                VAN A LA PLANTA QUE EL EMPLEADO TIENE HOY EN EL
      *                MAESTRO. EL CORTE (FECHA+HORA DEL ULTIMO EVENTO
      *                PROCESADO) SE GUARDA EN BD-CORTE-RELOJ.TXT IGUAL
      *                QUE BD-CORTE-IDSE.TXT DE IDSEEXP: COMO LAS
      *                BITACORAS SOLO CRECEN EN ORDEN, NADA SE MANDA
      *                DOS VECES NI SE QUEDA SIN MANDAR. CORRE EN EL
      *                LOTE NOCTURNO (LOTENOCHE); CADA PLANTA RECIBE SU
      *                ARCHIVO AUNQUE NO HAYA MOVIMIENTOS, PARA QUE EL
      *                PROVEEDOR SEPA QUE LA CORRIDA SE HIZO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                RELOJEXP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY AUDSEL.
           COPY CAMBSEL.
           COPY PLTSEL.
           SELECT INTERFAZ-RELOJ
           ASSIGN TO WS-RUTA-RELOJ.
           SELECT CORTE-RELOJ
           ASSIGN TO WS-RUTA-CORTE
           FILE STATUS IS WS-FS-CORTE.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY AUDFD.
           COPY CAMBFD.
           COPY PLTFD.

       FD  INTERFAZ-RELOJ
           RECORD CONTAINS 55 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-INTERFAZ-RELOJ     PIC X(55).

       FD  CORTE-RELOJ
           RECORD CONTAINS 12 CHARACTERS.
       01  REG-CORTE-RELOJ.
           05 REG-ULTIMO-CORTE     PIC 9(12).

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPFS.
           COPY EMPRUTA.
           COPY AUDFS.
           COPY AUDRUTA.
           COPY CAMBFS.
           COPY CAMBRUTA.
           COPY PLTFS.
           COPY PLTRUTA.

       01  WS-RUTA-RELOJ           PIC X(80).
       01  WS-RUTA-CORTE           PIC X(80).
       01  WS-FS-CORTE             PIC X(02)     VALUE "00".
           88 FS-CORTE-OK                  VALUE "00".

       01  WS-ULTIMO-CORTE         PIC 9(12)     VALUE ZEROS.
       01  WS-MAYOR-LLAVE          PIC 9(12)     VALUE ZEROS.
       01  WS-LLAVE-EVENTO         PIC 9(12).

       01  SW-AUD-FIN              PIC X(01)     VALUE "N".
           88 AUD-FIN                      VALUE "S".
       01  SW-CAM-FIN              PIC X(01)     VALUE "N".
           88 CAM-FIN                      VALUE "S".
       01  SW-CAM-ABIERTO          PIC X(01)     VALUE "N".
           88 CAM-ABIERTO                  VALUE "S".
       01  SW-PLT-FIN              PIC X(01)     VALUE "N".
           88 PLT-FIN                      VALUE "S".
       01  SW-PRIMERA-PASADA       PIC X(01)     VALUE "S".
           88 PRIMERA-PASADA               VALUE "S".
       01  SW-EMP-LOCALIZADO       PIC X(01).

       01  WS-PLANTA-PASADA        PIC 9(02).
       01  WS-PLANTA-ANTERIOR      PIC 9(03).
       01  WS-PLANTA-NUEVA         PIC 9(03).

       01  WS-CONT-PLANTAS         PIC 9(03)     VALUE ZEROS.
       01  WS-CONT-ARCHIVO         PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-HABILITA        PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-DESHABILITA     PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-SIN-EMPLEADO    PIC 9(05)     VALUE ZEROS.

      *----------------------------------------------------------------
      * LAYOUT DE ANCHO FIJO PARA EL PROVEEDOR DE LOS RELOJES: PLANTA,
      * TIPO DE MOVIMIENTO (A ALTA, R REINGRESO, B BAJA, P INICIO DE
      * PERMISO, F FIN DE PERMISO, E ENTRADA Y S SALIDA POR
      * TRASPASO), CLAVE, FECHA Y HORA DEL EVENTO (EL SIGLO SE
      * ANTEPONE A LA FECHA AAMMDD DE LA BITACORA), NOMBRE PARA LA
      * PANTALLA DEL RELOJ, DEPARTAMENTO Y LA ACCION QUE EL RELOJ DEBE
      * TOMAR CON LA CLAVE (H HABILITAR, D DESHABILITAR).
      *----------------------------------------------------------------
       01  WS-REG-RELOJ.
           05 WS-RLJ-PLANTA        PIC 9(02).
           05 WS-RLJ-TIPO          PIC X(01).
           05 WS-RLJ-ID            PIC 9(04).
           05 WS-RLJ-FECHA.
              10 WS-RLJ-SIGLO      PIC 9(02)     VALUE 20.
              10 WS-RLJ-FECHA-EV   PIC 9(06).
           05 WS-RLJ-HORA          PIC 9(06).
           05 WS-RLJ-NOMBRE        PIC X(30).
           05 WS-RLJ-DEPARTAMENTO  PIC 9(03).
           05 WS-RLJ-ACCION        PIC X(01).
              88 RLJ-HABILITA             VALUE "H".
              88 RLJ-DESHABILITA          VALUE "D".

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS     THRU 015-FIN
           PERFORM 021-OBTIENE-RUTA-AUDITORIA THRU 021-FIN
           PERFORM 023-OBTIENE-RUTA-CAMBIOS   THRU 023-FIN
           PERFORM 056-OBTIENE-RUTA-PLANTAS   THRU 056-FIN
           PERFORM 016-OBTIENE-RUTA-CORTE     THRU 016-FIN
           PERFORM 017-LEE-CORTE              THRU 017-FIN
           PERFORM 020-ABRE-ARCHIVOS          THRU 020-FIN
           PERFORM 025-SIGUIENTE-PLANTA       THRU 025-FIN
           IF PLT-FIN
              DISPLAY "NO HAY PLANTAS EN BD-PLANTAS.TXT; DELAS DE "
                      "ALTA EN MANTCAT."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 030-GENERA-PLANTA          THRU 030-FIN
                   UNTIL PLT-FIN
           PERFORM 018-GRABA-CORTE            THRU 018-FIN
           PERFORM 090-CIERRA-ARCHIVOS        THRU 090-FIN
           DISPLAY "PLANTAS ENVIADAS         : " WS-CONT-PLANTAS
           DISPLAY "CLAVES A HABILITAR       : " WS-CONT-HABILITA
           DISPLAY "CLAVES A DESHABILITAR    : " WS-CONT-DESHABILITA
           DISPLAY "MOVIMIENTOS SIN EMPLEADO : " WS-CONT-SIN-EMPLEADO
           GOBACK.

           COPY EMPRUTAP.
           COPY AUDRUTAP.
           COPY CAMBRUTAP.
           COPY PLTRUTAP.

      *----------------------------------------------------------------
      * BD-CORTE-RELOJ.TXT Y LOS RELOJ-PLANTILLA-<PLANTA>.TXT VIVEN
      * EN LA MISMA CARPETA QUE BD-EMPLEADOS.TXT, YA RESUELTA POR
      * 015-OBTIENE-RUTA-DATOS.
      *----------------------------------------------------------------
       016-OBTIENE-RUTA-CORTE.
           STRING WS-DIR-DATOS             DELIMITED BY SPACE
                  "\BD-CORTE-RELOJ.txt"    DELIMITED BY SIZE
                  INTO WS-RUTA-CORTE
           END-STRING.
       016-FIN. EXIT.

       019-OBTIENE-RUTA-RELOJ.
           MOVE SPACES TO WS-RUTA-RELOJ
           STRING WS-DIR-DATOS             DELIMITED BY SPACE
                  "\RELOJ-PLANTILLA-"      DELIMITED BY SIZE
                  WS-PLANTA-PASADA         DELIMITED BY SIZE
                  ".TXT"                   DELIMITED BY SIZE
                  INTO WS-RUTA-RELOJ
           END-STRING.
       019-FIN. EXIT.

      *----------------------------------------------------------------
      * SIN ARCHIVO DE CORTE (PRIMERA CORRIDA) SE MANDA TODO LO
      * ACUMULADO EN LAS BITACORAS.
      *----------------------------------------------------------------
       017-LEE-CORTE.
           OPEN INPUT CORTE-RELOJ
           IF FS-CORTE-OK
              READ CORTE-RELOJ INTO WS-ULTIMO-CORTE
              CLOSE CORTE-RELOJ
           ELSE
              MOVE ZEROS TO WS-ULTIMO-CORTE
           END-IF
           MOVE WS-ULTIMO-CORTE TO WS-MAYOR-LLAVE.
       017-FIN. EXIT.

       018-GRABA-CORTE.
           MOVE WS-MAYOR-LLAVE TO REG-ULTIMO-CORTE
           OPEN OUTPUT CORTE-RELOJ
           WRITE REG-CORTE-RELOJ
           CLOSE CORTE-RELOJ.
       018-FIN. EXIT.

       020-ABRE-ARCHIVOS.
           OPEN INPUT AUDITORIA
           IF NOT FS-AUDITORIA-OK
              DISPLAY "NO SE PUDO ABRIR BD-AUDITORIA.TXT."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           CLOSE AUDITORIA
           OPEN INPUT EMPLEADOS
           IF NOT FS-EMPLEADOS-OK
              DISPLAY "NO SE PUDO ABRIR BD-EMPLEADOS.TXT."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT PLANTAS
           IF NOT FS-PLANTAS-OK
              DISPLAY "NO SE PUDO ABRIR BD-PLANTAS.TXT."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       020-FIN. EXIT.

       025-SIGUIENTE-PLANTA.
           READ PLANTAS NEXT RECORD
                AT END
                   MOVE "S" TO SW-PLT-FIN
           END-READ.
       025-FIN. EXIT.

      *----------------------------------------------------------------
      * UN ARCHIVO POR PLANTA: CADA PASADA RELEE LAS DOS BITACORAS
      * DESDE EL PRINCIPIO CONTRA EL MISMO CORTE, COMO IDSEEXP CON
      * LOS REGISTROS PATRONALES, Y SOLO ESCRIBE LOS MOVIMIENTOS QUE
      * TOCAN AL RELOJ DE ESA PLANTA.
      *----------------------------------------------------------------
       030-GENERA-PLANTA.
           MOVE PLT-COD TO WS-PLANTA-PASADA
           PERFORM 019-OBTIENE-RUTA-RELOJ THRU 019-FIN
           MOVE ZEROS TO WS-CONT-ARCHIVO
           MOVE "N"   TO SW-AUD-FIN
                         SW-CAM-FIN
                         SW-CAM-ABIERTO
           OPEN INPUT AUDITORIA
           OPEN INPUT CAMBIOS
           IF FS-CAMBIOS-OK
              MOVE "S" TO SW-CAM-ABIERTO
           ELSE
              MOVE "S" TO SW-CAM-FIN
           END-IF
           OPEN OUTPUT INTERFAZ-RELOJ
           PERFORM 040-LEE-AUDITORIA          THRU 040-FIN
           PERFORM 050-PROCESA-EVENTO         THRU 050-FIN
                   UNTIL AUD-FIN
           IF CAM-ABIERTO
              PERFORM 060-LEE-CAMBIOS         THRU 060-FIN
              PERFORM 062-PROCESA-CAMBIO      THRU 062-FIN
                      UNTIL CAM-FIN
              CLOSE CAMBIOS
           END-IF
           CLOSE AUDITORIA
                 INTERFAZ-RELOJ
           DISPLAY "PLANTA " WS-PLANTA-PASADA ": " WS-CONT-ARCHIVO
                   " MOVIMIENTOS EN " WS-RUTA-RELOJ
           ADD 1 TO WS-CONT-PLANTAS
           MOVE "N" TO SW-PRIMERA-PASADA
           PERFORM 025-SIGUIENTE-PLANTA THRU 025-FIN.
       030-FIN. EXIT.

       040-LEE-AUDITORIA.
           READ AUDITORIA
                AT END
                   MOVE "S" TO SW-AUD-FIN
           END-READ
           IF NOT AUD-FIN
              MOVE AUD-FECHA TO WS-LLAVE-EVENTO (1:6)
              MOVE AUD-HORA  TO WS-LLAVE-EVENTO (7:6)
           END-IF.
       040-FIN. EXIT.

      *----------------------------------------------------------------
      * SOLO LOS EVENTOS POSTERIORES AL CORTE CUENTAN. EL MOVIMIENTO
      * VA AL RELOJ DE LA PLANTA QUE EL EMPLEADO TIENE EN EL MAESTRO.
      *----------------------------------------------------------------
       050-PROCESA-EVENTO.
           IF WS-LLAVE-EVENTO IS LESS THAN OR EQUAL WS-ULTIMO-CORTE
              GO TO 050-SIGUE
           END-IF
           IF WS-LLAVE-EVENTO IS GREATER THAN WS-MAYOR-LLAVE
              MOVE WS-LLAVE-EVENTO TO WS-MAYOR-LLAVE
           END-IF
           EVALUATE AUD-OPERACION
           WHEN "ALTA"
              MOVE "A" TO WS-RLJ-TIPO
              MOVE "H" TO WS-RLJ-ACCION
           WHEN "REINGR"
              MOVE "R" TO WS-RLJ-TIPO
              MOVE "H" TO WS-RLJ-ACCION
           WHEN "BAJA"
              MOVE "B" TO WS-RLJ-TIPO
              MOVE "D" TO WS-RLJ-ACCION
           WHEN "PERMIS"
              MOVE "P" TO WS-RLJ-TIPO
              MOVE "D" TO WS-RLJ-ACCION
           WHEN "REGRES"
              MOVE "F" TO WS-RLJ-TIPO
              MOVE "H" TO WS-RLJ-ACCION
           WHEN OTHER
              GO TO 050-SIGUE
           END-EVALUATE
           MOVE AUD-ID-EMP TO WS-RLJ-ID
           MOVE AUD-FECHA  TO WS-RLJ-FECHA-EV
           MOVE AUD-HORA   TO WS-RLJ-HORA
           PERFORM 054-BUSCA-EMPLEADO THRU 054-FIN
           IF SW-EMP-LOCALIZADO NOT EQUAL "S"
              IF PRIMERA-PASADA
                 DISPLAY "EMPLEADO " WS-RLJ-ID " DEL MOVIMIENTO "
                         WS-RLJ-TIPO " YA NO ESTA EN EL MAESTRO; "
                         "AVISE AL PROVEEDOR DEL RELOJ A MANO."
                 ADD 1 TO WS-CONT-SIN-EMPLEADO
              END-IF
              GO TO 050-SIGUE
           END-IF
           IF WS-PLANTA EQUAL WS-PLANTA-PASADA
              PERFORM 052-ESCRIBE-MOVIMIENTO THRU 052-FIN
           END-IF.
       050-SIGUE.
           PERFORM 040-LEE-AUDITORIA THRU 040-FIN.
       050-FIN. EXIT.

       052-ESCRIBE-MOVIMIENTO.
           MOVE WS-PLANTA-PASADA TO WS-RLJ-PLANTA
           MOVE WS-DEPARTAMENTO  TO WS-RLJ-DEPARTAMENTO
           MOVE SPACES TO WS-RLJ-NOMBRE
           STRING WS-APE-PAT-EMP  DELIMITED BY "  "
                  " "             DELIMITED BY SIZE
                  WS-NOMBRE-EMP   DELIMITED BY "  "
                  INTO WS-RLJ-NOMBRE
           END-STRING
           WRITE REG-INTERFAZ-RELOJ FROM WS-REG-RELOJ
           ADD 1 TO WS-CONT-ARCHIVO
           IF RLJ-HABILITA
              ADD 1 TO WS-CONT-HABILITA
           ELSE
              ADD 1 TO WS-CONT-DESHABILITA
           END-IF.
       052-FIN. EXIT.

       054-BUSCA-EMPLEADO.
           MOVE "N" TO SW-EMP-LOCALIZADO
           MOVE WS-RLJ-ID TO REG-ID-EMP
           READ EMPLEADOS INTO WS-DATOS-EMPLEADO
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE "S" TO SW-EMP-LOCALIZADO
           END-READ.
       054-FIN. EXIT.

       060-LEE-CAMBIOS.
           READ CAMBIOS
                AT END
                   MOVE "S" TO SW-CAM-FIN
           END-READ
           IF NOT CAM-FIN
              MOVE CAM-FECHA TO WS-LLAVE-EVENTO (1:6)
              MOVE CAM-HORA  TO WS-LLAVE-EVENTO (7:6)
           END-IF.
       060-FIN. EXIT.

      *----------------------------------------------------------------
      * DE BD-CAMBIOS.TXT SOLO INTERESAN LOS RENGLONES DE PLANTA
      * POSTERIORES AL CORTE (APLIPROG Y MOVMASIV GRABAN LA PLANTA EN
      * TRES DIGITOS): EL RELOJ DE LA PLANTA ANTERIOR DESHABILITA LA
      * CLAVE Y EL DE LA NUEVA LA HABILITA.
      *----------------------------------------------------------------
       062-PROCESA-CAMBIO.
           IF WS-LLAVE-EVENTO IS LESS THAN OR EQUAL WS-ULTIMO-CORTE
              GO TO 062-SIGUE
           END-IF
           IF WS-LLAVE-EVENTO IS GREATER THAN WS-MAYOR-LLAVE
              MOVE WS-LLAVE-EVENTO TO WS-MAYOR-LLAVE
           END-IF
           IF CAM-CAMPO NOT EQUAL "PLANTA"
              GO TO 062-SIGUE
           END-IF
           IF CAM-VALOR-ANTERIOR (1:3) NOT NUMERIC OR
              CAM-VALOR-NUEVO (1:3) NOT NUMERIC
              GO TO 062-SIGUE
           END-IF
           MOVE CAM-VALOR-ANTERIOR (1:3) TO WS-PLANTA-ANTERIOR
           MOVE CAM-VALOR-NUEVO (1:3)    TO WS-PLANTA-NUEVA
           EVALUATE WS-PLANTA-PASADA
           WHEN WS-PLANTA-ANTERIOR
              MOVE "S" TO WS-RLJ-TIPO
              MOVE "D" TO WS-RLJ-ACCION
           WHEN WS-PLANTA-NUEVA
              MOVE "E" TO WS-RLJ-TIPO
              MOVE "H" TO WS-RLJ-ACCION
           WHEN OTHER
              GO TO 062-SIGUE
           END-EVALUATE
           MOVE CAM-ID-EMP TO WS-RLJ-ID
           MOVE CAM-FECHA  TO WS-RLJ-FECHA-EV
           MOVE CAM-HORA   TO WS-RLJ-HORA
           PERFORM 054-BUSCA-EMPLEADO THRU 054-FIN
           IF SW-EMP-LOCALIZADO NOT EQUAL "S"
              MOVE SPACES TO WS-APE-PAT-EMP
                             WS-NOMBRE-EMP
              MOVE ZEROS  TO WS-DEPARTAMENTO
           END-IF
           PERFORM 052-ESCRIBE-MOVIMIENTO THRU 052-FIN.
       062-SIGUE.
           PERFORM 060-LEE-CAMBIOS THRU 060-FIN.
       062-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 PLANTAS.
       090-FIN. EXIT.
