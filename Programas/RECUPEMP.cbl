      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * RECUPEMP.cbl - RECUPERACION HACIA ADELANTE DEL MAESTRO DE
      *                EMPLEADOS. RESPALDA (MODO C) RECONSTRUYE
      *                BD-EMPLEADOS DESDE EL RESPALDO NOCTURNO, PERO
      *                LO CAPTURADO ESE DIA DESPUES DEL RESPALDO SE
      *                PIERDE. ESTE PROGRAMA PARTE DEL RESPALDO DE LA
      *                FECHA ELEGIDA (RESPALDO-EMPLEADOS-AAAAMMDD.TXT)
      *                Y LE VUELVE A APLICAR, EN ORDEN CRONOLOGICO, LO
      *                QUE LA BITACORA REGISTRO DESDE LA HORA DEL
      *                RESPALDO HASTA LA FECHA Y HORA QUE SE PIDE:
      *                - ALTA Y REINGR CON LA IMAGEN COMPLETA DEL
      *                  EMPLEADO QUE DEJO EL FOLIO APLICADO EN
      *                  BD-PENDIENTES.TXT (EL REINGRESO DIRECTO DE
      *                  REINGEMP, SIN FOLIO, SOLO REACTIVA),
      *                - BAJA, PERMIS Y REGRES CON SU CAMBIO DE
      *                  STATUS (LA FECHA DE BAJA ES LA DEL EVENTO),
      *                - CADA CAMPO DE BD-CAMBIOS.TXT CON SU VALOR
      *                  NUEVO, AVISANDO SI EL VALOR ANTERIOR NO
      *                  CUADRA CON LO QUE TRAE EL REGISTRO.
      *                LO QUE NO SE PUEDE VOLVER A APLICAR (ALTA SIN
      *                FOLIO COMO LA DE CARGAEMP, EMPLEADO QUE NO
      *                EXISTE, CAMPO DESCONOCIDO, ANONIM, RESTAU) SE
      *                LISTA PARA CAPTURARLO A MANO. EL RESULTADO
      *                QUEDA EN BD-EMPLEADOS-RECUPERADO.TXT Y, COMO EN
      *                RESPALDA, EL OPERADOR LO REVISA Y LO PONE EN
      *                PRODUCCION A MANO. EL LISTADO QUEDA EN
      *                REPORTE-RECUPERACION.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                RECUPEMP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY AUDSEL.
           COPY CAMBSEL.
           COPY PENDSEL.
           SELECT RESP-EMPLEADOS
           ASSIGN TO WS-RUTA-RESP-EMP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-RESPALDO.
           SELECT EMPLEADOS-RECUP
           ASSIGN TO WS-RUTA-EMP-RECUP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-RECUP-ID-EMP
           ALTERNATE RECORD KEY IS REG-RECUP-APE-PAT
                     WITH DUPLICATES
           FILE STATUS IS WS-FS-EMP-RECUP.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE.

       DATA DIVISION.
       FILE SECTION.
           COPY AUDFD.
           COPY CAMBFD.
           COPY PENDFD.

       FD  RESP-EMPLEADOS
           RECORD CONTAINS 173 CHARACTERS.
       01  REG-RESP-EMPLEADOS     PIC X(173).

       FD  EMPLEADOS-RECUP
           RECORD CONTAINS 173 CHARACTERS.
       01  REG-EMPLEADOS-RECUP.
           05 REG-RECUP-ID-EMP     PIC 9(04).
           05 REG-RESTO-EMP-RECUP.
              10 REG-RECUP-NOMBRE  PIC X(20).
              10 REG-RECUP-APE-PAT PIC X(20).
              10 FILLER            PIC X(129).

       FD  REPORTE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(100).

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY AUDFS.
           COPY AUDRUTA.
           COPY CAMBFS.
           COPY CAMBRUTA.
           COPY PENDFS.
           COPY PENDRUTA.

       01  WS-DIR-DATOS            PIC X(60).
       01  WS-RUTA-RESP-EMP        PIC X(80).
       01  WS-RUTA-EMP-RECUP       PIC X(80).
       01  WS-RUTA-REPORTE         PIC X(80).
       01  WS-FS-RESPALDO          PIC X(02)    VALUE "00".
           88 FS-RESPALDO-OK               VALUE "00".
       01  WS-FS-EMP-RECUP         PIC X(02)    VALUE "00".
           88 FS-EMP-RECUP-OK              VALUE "00".

      *----------------------------------------------------------------
      * VENTANA DE LA RECUPERACION. LA BITACORA GUARDA FECHA AAMMDD Y
      * HORA HHMMSS; LAS LLAVES DE 12 POSICIONES SE ARMAN IGUAL PARA
      * COMPARAR DIRECTO CONTRA FECHA+HORA DE CADA RENGLON.
      *----------------------------------------------------------------
       01  WS-FECHA-RESPALDO       PIC 9(08).
       01  WS-FECHA-RESPALDO-X     PIC X(08).
       01  WS-HORA-RESPALDO        PIC 9(06).
       01  WS-FECHA-HASTA          PIC 9(08).
       01  WS-HORA-HASTA           PIC 9(06).
       01  WS-LLAVE-DESDE          PIC 9(12).
       01  WS-LLAVE-HASTA          PIC 9(12).

       01  SW-AUD-FIN              PIC X(01)    VALUE "N".
           88 AUD-FIN                      VALUE "S".
       01  SW-CAM-FIN              PIC X(01)    VALUE "N".
           88 CAM-FIN                      VALUE "S".
       01  SW-CAM-ABIERTO          PIC X(01)    VALUE "N".
           88 CAM-ABIERTO                  VALUE "S".
       01  SW-PEND-ABIERTO         PIC X(01)    VALUE "N".
           88 PEND-ABIERTO                 VALUE "S".
       01  SW-FIN                  PIC X(03)    VALUE SPACES.
       01  SW-EXISTE               PIC X(01).
           88 EXISTE-EMPLEADO              VALUE "S".

       01  WS-LLAVE-AUD.
           05 WS-LLAVE-AUD-FECHA   PIC 9(06).
           05 WS-LLAVE-AUD-HORA    PIC 9(06).
       01  WS-LLAVE-AUD-9 REDEFINES WS-LLAVE-AUD
                                   PIC 9(12).
       01  WS-LLAVE-CAM.
           05 WS-LLAVE-CAM-FECHA   PIC 9(06).
           05 WS-LLAVE-CAM-HORA    PIC 9(06).
       01  WS-LLAVE-CAM-9 REDEFINES WS-LLAVE-CAM
                                   PIC 9(12).

       01  WS-FECHA-EVENTO         PIC 9(08).
       01  WS-HORA-EVENTO          PIC 9(06).
       01  WS-ID-EVENTO            PIC 9(04).

      *----------------------------------------------------------------
      * IMAGEN DEL FOLIO: LA CLAVE DEL EMPLEADO ES LO PRIMERO.
      *----------------------------------------------------------------
       01  WS-PEND-IMAGEN.
           05 WS-PEND-ID-EMP       PIC 9(04).
           05 FILLER               PIC X(169).
       01  WS-TIPO-BUSCA           PIC X(01).
       01  WS-FOLIO-HALLADO        PIC 9(05).

      *----------------------------------------------------------------
      * CONVERSION DEL VALOR DE TEXTO DE BD-CAMBIOS (DIGITOS CON O SIN
      * CEROS A LA IZQUIERDA, EL SUELDO EDITADO CON PUNTO DECIMAL) A
      * NUMERO.
      *----------------------------------------------------------------
       01  WS-CNV-TEXTO            PIC X(20).
       01  WS-CNV-CARACTERES REDEFINES WS-CNV-TEXTO.
           05 WS-CNV-CAR           PIC X(01)    OCCURS 20 TIMES.
       01  WS-CNV-DIGITO-X         PIC X(01).
       01  WS-CNV-DIGITO REDEFINES WS-CNV-DIGITO-X
                                   PIC 9(01).
       01  WS-CNV-ENTERO           PIC 9(09).
       01  WS-CNV-DECIMALES        PIC 9(02).
       01  WS-CNV-NUM-DEC          PIC 9(01).
       01  SW-CNV-PUNTO            PIC X(01).
       01  WS-CNV-NUMERO           PIC 9(09)V99.
       01  WS-CNV-IDX              PIC 9(02).
       01  WS-VALOR-ANTERIOR       PIC 9(09)V99.
       01  WS-VALOR-NUEVO          PIC 9(09)V99.
       01  SW-CUADRA               PIC X(01).
           88 CUADRA-ANTERIOR              VALUE "S".

       01  WS-CONT-RESPALDO        PIC 9(05)    VALUE ZEROS.
       01  WS-CONT-EVENTOS         PIC 9(05)    VALUE ZEROS.
       01  WS-CONT-APLICADOS       PIC 9(05)    VALUE ZEROS.
       01  WS-CONT-CAMPOS          PIC 9(05)    VALUE ZEROS.
       01  WS-CONT-NO-CUADRA       PIC 9(05)    VALUE ZEROS.
       01  WS-CONT-FALLIDOS        PIC 9(05)    VALUE ZEROS.

       01  WS-RES-MOVIMIENTO       PIC X(16).
       01  WS-RES-RESULTADO        PIC X(12).
       01  WS-RES-DETALLE          PIC X(44).

       01  WS-DET-FOLIO.
           05 FILLER               PIC X(06)    VALUE "FOLIO ".
           05 WS-DF-FOLIO          PIC 9(05).
           05 FILLER               PIC X(33)    VALUE SPACES.
       01  WS-DET-VALOR.
           05 FILLER               PIC X(07)    VALUE "NUEVO: ".
           05 WS-DV-NUEVO          PIC X(20).
           05 WS-DV-AVISO          PIC X(17).

       01  WS-MARGEN.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(01)   VALUE "*".
           05 FILLER              PIC X(97)   VALUE ALL "-".
           05 FILLER              PIC X(01)   VALUE "*".

       01  WS-TITULO.
           05 FILLER              PIC X(12)   VALUE SPACES.
           05 FILLER              PIC X(34)
               VALUE "RECUPERACION DESDE EL RESPALDO DEL".
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-TIT-RESPALDO     PIC 9(08).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-TIT-HORA-RESP    PIC 9(06).
           05 FILLER              PIC X(07)   VALUE " HASTA ".
           05 WS-TIT-HASTA        PIC 9(08).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-TIT-HORA-HASTA   PIC 9(06).
           05 FILLER              PIC X(16)   VALUE SPACES.

       01  WS-COLUMNAS.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(08)   VALUE "FECHA".
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(06)   VALUE "HORA".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(04)   VALUE " EMP".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(16)   VALUE "MOVIMIENTO".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(12)   VALUE "RESULTADO".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(44)   VALUE "DETALLE".

       01  WS-DETALLE.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-FECHA        PIC 9(08).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-HORA         PIC 9(06).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-ID           PIC ZZZ9.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-MOVIMIENTO   PIC X(16).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-RESULTADO    PIC X(12).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-DETALLE      PIC X(44).

       01  WS-PIE.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(10)   VALUE "RESPALDO: ".
           05 WS-PIE-RESPALDO     PIC ZZZZ9.
           05 FILLER              PIC X(11)   VALUE "  EVENTOS: ".
           05 WS-PIE-EVENTOS      PIC ZZZZ9.
           05 FILLER              PIC X(12)   VALUE "  APLICADOS:".
           05 WS-PIE-APLICADOS    PIC ZZZZ9.
           05 FILLER              PIC X(10)   VALUE "  CAMPOS: ".
           05 WS-PIE-CAMPOS       PIC ZZZZ9.
           05 FILLER              PIC X(12)   VALUE "  NO CUADRA:".
           05 WS-PIE-NO-CUADRA    PIC ZZZZ9.
           05 FILLER              PIC X(14)   VALUE "  SIN APLICAR:".
           05 WS-PIE-FALLIDOS     PIC ZZZZ9.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 021-OBTIENE-RUTA-AUDITORIA   THRU 021-FIN
           PERFORM 023-OBTIENE-RUTA-CAMBIOS     THRU 023-FIN
           PERFORM 057-OBTIENE-RUTA-PENDIENTES  THRU 057-FIN
           PERFORM 030-SOLICITA-DATOS           THRU 030-FIN
           PERFORM 016-ARMA-RUTAS               THRU 016-FIN
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           PERFORM 032-CARGA-RESPALDO           THRU 032-FIN
           PERFORM 035-ENCABEZADO               THRU 035-FIN
           PERFORM 040-LEE-AUDITORIA            THRU 040-FIN
           PERFORM 045-LEE-CAMBIOS              THRU 045-FIN
           PERFORM 050-MEZCLA                   THRU 050-FIN
                   UNTIL AUD-FIN AND CAM-FIN
           PERFORM 095-PIE                      THRU 095-FIN
           PERFORM 090-CIERRA-ARCHIVOS          THRU 090-FIN
           DISPLAY "RECUPERACION DESDE EL RESPALDO DEL "
                   WS-FECHA-RESPALDO ":"
           DISPLAY "REGISTROS DEL RESPALDO: " WS-CONT-RESPALDO
           DISPLAY "EVENTOS APLICADOS     : " WS-CONT-APLICADOS
           DISPLAY "CAMPOS APLICADOS      : " WS-CONT-CAMPOS
           DISPLAY "SIN APLICAR           : " WS-CONT-FALLIDOS
           DISPLAY "ARCHIVO GENERADO: " WS-RUTA-EMP-RECUP
           DISPLAY "LISTADO: " WS-RUTA-REPORTE
           DISPLAY "REVISARLO Y REEMPLAZAR BD-EMPLEADOS.TXT A MANO."
           GOBACK.

      *----------------------------------------------------------------
      * MISMA RESOLUCION DE CARPETA DE DATOS QUE EMPRUTAP.cpy; AQUI
      * NO SE ABRE BD-EMPLEADOS.TXT ASI QUE SOLO SE NECESITA
      * WS-DIR-DATOS.
      *----------------------------------------------------------------
       015-OBTIENE-RUTA-DATOS.
           ACCEPT WS-DIR-DATOS FROM ENVIRONMENT "CRUDEMP_DATOS"
           IF WS-DIR-DATOS EQUAL SPACES
              MOVE "C:\COBOL\Archivos" TO WS-DIR-DATOS
           END-IF.
       015-FIN. EXIT.

      *----------------------------------------------------------------
      * EL RESPALDO CON EL MISMO NOMBRE FECHADO QUE LE DA RESPALDA.
      *----------------------------------------------------------------
       016-ARMA-RUTAS.
           STRING WS-DIR-DATOS            DELIMITED BY SPACE
                  "\RESPALDO-EMPLEADOS-"  DELIMITED BY SIZE
                  WS-FECHA-RESPALDO-X     DELIMITED BY SIZE
                  ".txt"                  DELIMITED BY SIZE
                  INTO WS-RUTA-RESP-EMP
           END-STRING
           STRING WS-DIR-DATOS                   DELIMITED BY SPACE
                  "\BD-EMPLEADOS-RECUPERADO.txt" DELIMITED BY SIZE
                  INTO WS-RUTA-EMP-RECUP
           END-STRING
           STRING WS-DIR-DATOS                DELIMITED BY SPACE
                  "\REPORTE-RECUPERACION.TXT" DELIMITED BY SIZE
                  INTO WS-RUTA-REPORTE
           END-STRING.
       016-FIN. EXIT.

           COPY AUDRUTAP.
           COPY CAMBRUTAP.
           COPY PENDRUTAP.

      *----------------------------------------------------------------
      * LA HORA DEL RESPALDO ES LA DEL PASO DE RESPALDA EN EL LOTE
      * NOCTURNO (LA BITACORA DE LOTENOCHE LA TRAE); LO REGISTRADO A
      * ESA HORA O ANTES YA VIENE EN EL RESPALDO.
      *----------------------------------------------------------------
       030-SOLICITA-DATOS.
           DISPLAY "FECHA DEL RESPALDO (AAAAMMDD): "
           ACCEPT WS-FECHA-RESPALDO
           DISPLAY "HORA DEL RESPALDO (HHMMSS): "
           ACCEPT WS-HORA-RESPALDO
           DISPLAY "RECUPERAR HASTA LA FECHA (AAAAMMDD): "
           ACCEPT WS-FECHA-HASTA
           DISPLAY "Y LA HORA (HHMMSS, 0 = FIN DEL DIA): "
           ACCEPT WS-HORA-HASTA
           IF WS-HORA-HASTA EQUAL ZEROS
              MOVE 235959 TO WS-HORA-HASTA
           END-IF
           IF WS-FECHA-RESPALDO IS LESS THAN 20000101 OR
              WS-FECHA-HASTA IS LESS THAN WS-FECHA-RESPALDO
              DISPLAY "LAS FECHAS NO SON VALIDAS: LA FECHA HASTA NO "
                      "PUEDE SER ANTERIOR AL RESPALDO."
              DISPLAY " "
              GO TO 030-SOLICITA-DATOS
           END-IF
           MOVE WS-FECHA-RESPALDO TO WS-FECHA-RESPALDO-X
           COMPUTE WS-LLAVE-DESDE =
                   (WS-FECHA-RESPALDO - 20000000) * 1000000
                   + WS-HORA-RESPALDO
           COMPUTE WS-LLAVE-HASTA =
                   (WS-FECHA-HASTA - 20000000) * 1000000
                   + WS-HORA-HASTA.
       030-FIN. EXIT.

       020-ABRE-ARCHIVOS.
           OPEN INPUT RESP-EMPLEADOS
           IF NOT FS-RESPALDO-OK
              DISPLAY "NO SE PUDO ABRIR EL RESPALDO DE ESA FECHA."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT AUDITORIA
           IF NOT FS-AUDITORIA-OK
              DISPLAY "NO SE PUDO ABRIR BD-AUDITORIA.TXT."
              CLOSE RESP-EMPLEADOS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT CAMBIOS
           IF FS-CAMBIOS-OK
              MOVE "S" TO SW-CAM-ABIERTO
           ELSE
              MOVE "S" TO SW-CAM-FIN
              DISPLAY "SIN BD-CAMBIOS.TXT; NO SE APLICAN CAMPOS."
           END-IF
           OPEN INPUT PENDIENTES
           IF FS-PENDIENTES-OK
              MOVE "S" TO SW-PEND-ABIERTO
           ELSE
              DISPLAY "SIN BD-PENDIENTES.TXT; LAS ALTAS NO TENDRAN "
                      "IMAGEN."
           END-IF
           OPEN OUTPUT REPORTE.
       020-FIN. EXIT.

      *----------------------------------------------------------------
      * EL RESPALDO VIENE EN ORDEN DE CLAVE: SE CARGA COMPLETO AL
      * INDEXADO NUEVO IGUAL QUE EN EL MODO C DE RESPALDA, Y LUEGO SE
      * REABRE EN I-O PARA IR APLICANDO LOS EVENTOS.
      *----------------------------------------------------------------
       032-CARGA-RESPALDO.
           OPEN OUTPUT EMPLEADOS-RECUP
           MOVE SPACES TO SW-FIN
           PERFORM 033-COPIA-REGISTRO THRU 033-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE RESP-EMPLEADOS
                 EMPLEADOS-RECUP
           OPEN I-O EMPLEADOS-RECUP.
       032-FIN. EXIT.

       033-COPIA-REGISTRO.
           READ RESP-EMPLEADOS
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 033-FIN
           END-READ
           WRITE REG-EMPLEADOS-RECUP FROM REG-RESP-EMPLEADOS
                INVALID KEY
                   DISPLAY "REGISTRO DEL RESPALDO DESCARTADO, CLAVE "
                           REG-RESP-EMPLEADOS (1:4) "."
                NOT INVALID KEY
                   ADD 1 TO WS-CONT-RESPALDO
           END-WRITE.
       033-FIN. EXIT.

       035-ENCABEZADO.
           MOVE WS-FECHA-RESPALDO TO WS-TIT-RESPALDO
           MOVE WS-HORA-RESPALDO  TO WS-TIT-HORA-RESP
           MOVE WS-FECHA-HASTA    TO WS-TIT-HASTA
           MOVE WS-HORA-HASTA     TO WS-TIT-HORA-HASTA
           WRITE REG-REPORTE FROM WS-TITULO
           WRITE REG-REPORTE FROM WS-MARGEN
           WRITE REG-REPORTE FROM WS-COLUMNAS
           WRITE REG-REPORTE FROM WS-MARGEN.
       035-FIN. EXIT.

       040-LEE-AUDITORIA.
           IF AUD-FIN
              GO TO 040-FIN
           END-IF
           READ AUDITORIA
                AT END
                   MOVE "S" TO SW-AUD-FIN
           END-READ
           IF NOT AUD-FIN
              MOVE AUD-FECHA TO WS-LLAVE-AUD-FECHA
              MOVE AUD-HORA  TO WS-LLAVE-AUD-HORA
           END-IF.
       040-FIN. EXIT.

       045-LEE-CAMBIOS.
           IF CAM-FIN
              GO TO 045-FIN
           END-IF
           READ CAMBIOS
                AT END
                   MOVE "S" TO SW-CAM-FIN
           END-READ
           IF NOT CAM-FIN
              MOVE CAM-FECHA TO WS-LLAVE-CAM-FECHA
              MOVE CAM-HORA  TO WS-LLAVE-CAM-HORA
           END-IF.
       045-FIN. EXIT.

      *----------------------------------------------------------------
      * MISMA MEZCLA QUE CONSAUD: EN EMPATE DE FECHA+HORA PRIMERO EL
      * EVENTO DE BITACORA, ASI EL ALTA EXISTE ANTES DE SUS CAMPOS.
      *----------------------------------------------------------------
       050-MEZCLA.
           EVALUATE TRUE
           WHEN AUD-FIN AND CAM-FIN
              CONTINUE
           WHEN CAM-FIN
              PERFORM 055-PROCESA-EVENTO  THRU 055-FIN
              PERFORM 040-LEE-AUDITORIA   THRU 040-FIN
           WHEN AUD-FIN
              PERFORM 070-PROCESA-DETALLE THRU 070-FIN
              PERFORM 045-LEE-CAMBIOS     THRU 045-FIN
           WHEN WS-LLAVE-AUD IS LESS THAN OR EQUAL WS-LLAVE-CAM
              PERFORM 055-PROCESA-EVENTO  THRU 055-FIN
              PERFORM 040-LEE-AUDITORIA   THRU 040-FIN
           WHEN OTHER
              PERFORM 070-PROCESA-DETALLE THRU 070-FIN
              PERFORM 045-LEE-CAMBIOS     THRU 045-FIN
           END-EVALUATE.
       050-FIN. EXIT.

      *----------------------------------------------------------------
      * SOLO LOS EVENTOS QUE MUEVEN EL MAESTRO. CAMBIO Y CLABE NO
      * HACEN NADA POR SI MISMOS: SUS CAMPOS LLEGAN EN BD-CAMBIOS.
      * LAS DEMAS OPERACIONES (CATALOGOS, NOMINA, AUTORI, ETC.) NO
      * TOCAN BD-EMPLEADOS Y SE IGNORAN.
      *----------------------------------------------------------------
       055-PROCESA-EVENTO.
           IF WS-LLAVE-AUD-9 IS NOT GREATER THAN WS-LLAVE-DESDE OR
              WS-LLAVE-AUD-9 IS GREATER THAN WS-LLAVE-HASTA
              GO TO 055-FIN
           END-IF
           COMPUTE WS-FECHA-EVENTO = 20000000 + WS-LLAVE-AUD-FECHA
           MOVE WS-LLAVE-AUD-HORA TO WS-HORA-EVENTO
           MOVE AUD-ID-EMP        TO WS-ID-EVENTO
           MOVE AUD-OPERACION     TO WS-RES-MOVIMIENTO
           MOVE SPACES            TO WS-RES-DETALLE
           EVALUATE AUD-OPERACION
           WHEN "ALTA"
              ADD 1 TO WS-CONT-EVENTOS
              PERFORM 061-APLICA-ALTA      THRU 061-FIN
           WHEN "BAJA"
              ADD 1 TO WS-CONT-EVENTOS
              PERFORM 062-APLICA-BAJA      THRU 062-FIN
           WHEN "REINGR"
              ADD 1 TO WS-CONT-EVENTOS
              PERFORM 063-APLICA-REINGRESO THRU 063-FIN
           WHEN "PERMIS"
           WHEN "REGRES"
              ADD 1 TO WS-CONT-EVENTOS
              PERFORM 064-APLICA-STATUS    THRU 064-FIN
           WHEN "ANONIM"
           WHEN "RESTAU"
              ADD 1 TO WS-CONT-EVENTOS
              MOVE "NO REAPLICABLE: CAPTURAR A MANO"
                   TO WS-RES-DETALLE
              PERFORM 081-NO-APLICADO      THRU 081-FIN
           WHEN OTHER
              CONTINUE
           END-EVALUATE.
       055-FIN. EXIT.

       061-APLICA-ALTA.
           MOVE "A" TO WS-TIPO-BUSCA
           PERFORM 067-BUSCA-IMAGEN THRU 067-FIN
           IF WS-FOLIO-HALLADO EQUAL ZEROS
              MOVE "ALTA SIN FOLIO APLICADO EN BD-PENDIENTES"
                   TO WS-RES-DETALLE
              PERFORM 081-NO-APLICADO THRU 081-FIN
              GO TO 061-FIN
           END-IF
           WRITE REG-EMPLEADOS-RECUP FROM PEND-DATOS-EMPLEADO
                INVALID KEY
                   MOVE "LA CLAVE YA EXISTE EN EL RECUPERADO"
                        TO WS-RES-DETALLE
                   PERFORM 081-NO-APLICADO THRU 081-FIN
                   GO TO 061-FIN
           END-WRITE
           MOVE WS-FOLIO-HALLADO TO WS-DF-FOLIO
           MOVE WS-DET-FOLIO     TO WS-RES-DETALLE
           PERFORM 080-APLICADO THRU 080-FIN.
       061-FIN. EXIT.

       062-APLICA-BAJA.
           PERFORM 078-LEE-RECUPERADO THRU 078-FIN
           IF NOT EXISTE-EMPLEADO
              GO TO 062-FIN
           END-IF
           MOVE "I"             TO WS-STATUS-EMP
           MOVE WS-FECHA-EVENTO TO WS-FECHA-BAJA
           MOVE "FECHA DE BAJA = FECHA DEL EVENTO" TO WS-RES-DETALLE
           PERFORM 079-REGRABA THRU 079-FIN.
       062-FIN. EXIT.

      *----------------------------------------------------------------
      * EL REINGRESO AUTORIZADO EN APRUEBA TRAE SU IMAGEN COMPLETA;
      * EL DIRECTO DE REINGEMP SOLO SE REACTIVA, SIN SABER SI CONSERVO
      * LA ANTIGUEDAD, Y SE AVISA PARA REVISAR LA FECHA DE ALTA.
      *----------------------------------------------------------------
       063-APLICA-REINGRESO.
           MOVE "R" TO WS-TIPO-BUSCA
           PERFORM 067-BUSCA-IMAGEN THRU 067-FIN
           IF WS-FOLIO-HALLADO NOT EQUAL ZEROS
              MOVE PEND-DATOS-EMPLEADO TO REG-EMPLEADOS-RECUP
              REWRITE REG-EMPLEADOS-RECUP
                   INVALID KEY
                      MOVE "NO ESTA EN EL ARCHIVO RECUPERADO"
                           TO WS-RES-DETALLE
                      PERFORM 081-NO-APLICADO THRU 081-FIN
                      GO TO 063-FIN
              END-REWRITE
              MOVE WS-FOLIO-HALLADO TO WS-DF-FOLIO
              MOVE WS-DET-FOLIO     TO WS-RES-DETALLE
              PERFORM 080-APLICADO THRU 080-FIN
              GO TO 063-FIN
           END-IF
           PERFORM 078-LEE-RECUPERADO THRU 078-FIN
           IF NOT EXISTE-EMPLEADO
              GO TO 063-FIN
           END-IF
           MOVE "A"   TO WS-STATUS-EMP
           MOVE ZEROS TO WS-FECHA-BAJA
           MOVE "SIN FOLIO: REVISAR LA FECHA DE ALTA" TO WS-RES-DETALLE
           PERFORM 079-REGRABA THRU 079-FIN.
       063-FIN. EXIT.

       064-APLICA-STATUS.
           PERFORM 078-LEE-RECUPERADO THRU 078-FIN
           IF NOT EXISTE-EMPLEADO
              GO TO 064-FIN
           END-IF
           IF AUD-OPERACION EQUAL "PERMIS"
              MOVE "L" TO WS-STATUS-EMP
           ELSE
              MOVE "A" TO WS-STATUS-EMP
           END-IF
           PERFORM 079-REGRABA THRU 079-FIN.
       064-FIN. EXIT.

      *----------------------------------------------------------------
      * EL FOLIO APLICADO DEL TIPO PEDIDO PARA EL EMPLEADO DEL EVENTO,
      * CAPTURADO A MAS TARDAR ESE DIA; SI HAY VARIOS, EL MAS
      * RECIENTE. QUEDA LEIDO EN REG-PENDIENTES.
      *----------------------------------------------------------------
       067-BUSCA-IMAGEN.
           MOVE ZEROS TO WS-FOLIO-HALLADO
           IF NOT PEND-ABIERTO
              GO TO 067-FIN
           END-IF
           MOVE ZEROS TO PEND-FOLIO
           START PENDIENTES KEY IS GREATER THAN OR EQUAL PEND-FOLIO
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN
                 NOT INVALID KEY
                    MOVE SPACES TO SW-FIN
           END-START
           PERFORM 068-COMPARA-IMAGEN THRU 068-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           IF WS-FOLIO-HALLADO NOT EQUAL ZEROS
              MOVE WS-FOLIO-HALLADO TO PEND-FOLIO
              READ PENDIENTES
                   INVALID KEY
                      MOVE ZEROS TO WS-FOLIO-HALLADO
              END-READ
           END-IF.
       067-FIN. EXIT.

       068-COMPARA-IMAGEN.
           READ PENDIENTES NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 068-FIN
           END-READ
           MOVE PEND-DATOS-EMPLEADO TO WS-PEND-IMAGEN
           IF PEND-APLICADA AND
              PEND-TIPO EQUAL WS-TIPO-BUSCA AND
              WS-PEND-ID-EMP EQUAL WS-ID-EVENTO AND
              PEND-FECHA-CAPTURA IS NOT GREATER THAN WS-FECHA-EVENTO
              MOVE PEND-FOLIO TO WS-FOLIO-HALLADO
           END-IF.
       068-FIN. EXIT.

      *----------------------------------------------------------------
      * CADA RENGLON DE BD-CAMBIOS DE LA VENTANA SE APLICA SOBRE EL
      * REGISTRO RECUPERADO CON SU VALOR NUEVO. SI EL VALOR ANTERIOR
      * NO CUADRA CON EL REGISTRO, SE APLICA DE TODOS MODOS (LA
      * BITACORA MANDA) Y SE AVISA.
      *----------------------------------------------------------------
       070-PROCESA-DETALLE.
           IF WS-LLAVE-CAM-9 IS NOT GREATER THAN WS-LLAVE-DESDE OR
              WS-LLAVE-CAM-9 IS GREATER THAN WS-LLAVE-HASTA
              GO TO 070-FIN
           END-IF
           COMPUTE WS-FECHA-EVENTO = 20000000 + WS-LLAVE-CAM-FECHA
           MOVE WS-LLAVE-CAM-HORA TO WS-HORA-EVENTO
           MOVE CAM-ID-EMP        TO WS-ID-EVENTO
           MOVE CAM-CAMPO         TO WS-RES-MOVIMIENTO
           MOVE SPACES            TO WS-RES-DETALLE
           PERFORM 078-LEE-RECUPERADO THRU 078-FIN
           IF NOT EXISTE-EMPLEADO
              GO TO 070-FIN
           END-IF
           MOVE "S" TO SW-CUADRA
           PERFORM 072-APLICA-CAMPO THRU 072-FIN
           IF WS-RES-DETALLE NOT EQUAL SPACES
              PERFORM 081-NO-APLICADO THRU 081-FIN
              GO TO 070-FIN
           END-IF
           MOVE CAM-VALOR-NUEVO TO WS-DV-NUEVO
           IF CUADRA-ANTERIOR
              MOVE SPACES TO WS-DV-AVISO
           ELSE
              MOVE " (NO CUADRA ANT.)" TO WS-DV-AVISO
              ADD 1 TO WS-CONT-NO-CUADRA
           END-IF
           MOVE WS-DET-VALOR TO WS-RES-DETALLE
           REWRITE REG-EMPLEADOS-RECUP FROM WS-DATOS-EMPLEADO
                INVALID KEY
                   MOVE "NO SE PUDO REGRABAR EL REGISTRO"
                        TO WS-RES-DETALLE
                   PERFORM 081-NO-APLICADO THRU 081-FIN
                   GO TO 070-FIN
           END-REWRITE
           ADD 1 TO WS-CONT-CAMPOS
           MOVE "APLICADO" TO WS-RES-RESULTADO
           PERFORM 082-IMPRIME THRU 082-FIN.
       070-FIN. EXIT.

      *----------------------------------------------------------------
      * LOS CAMPOS QUE ESCRIBEN CAMBIOEMP, APRUEBA, AUMMASIV, MOVMASIV,
      * APLIPROG Y REEXPIDE. LOS NUMERICOS SE GRABARON COMO TEXTO.
      *----------------------------------------------------------------
       072-APLICA-CAMPO.
           MOVE CAM-VALOR-ANTERIOR TO WS-CNV-TEXTO
           PERFORM 074-CONVIERTE-VALOR THRU 074-FIN
           MOVE WS-CNV-NUMERO TO WS-VALOR-ANTERIOR
           MOVE CAM-VALOR-NUEVO TO WS-CNV-TEXTO
           PERFORM 074-CONVIERTE-VALOR THRU 074-FIN
           MOVE WS-CNV-NUMERO TO WS-VALOR-NUEVO
           EVALUATE CAM-CAMPO
           WHEN "NOMBRE"
              IF WS-NOMBRE-EMP NOT EQUAL CAM-VALOR-ANTERIOR
                 MOVE "N" TO SW-CUADRA
              END-IF
              MOVE CAM-VALOR-NUEVO TO WS-NOMBRE-EMP
           WHEN "APELLIDO PATERNO"
              IF WS-APE-PAT-EMP NOT EQUAL CAM-VALOR-ANTERIOR
                 MOVE "N" TO SW-CUADRA
              END-IF
              MOVE CAM-VALOR-NUEVO TO WS-APE-PAT-EMP
           WHEN "APELLIDO MATERNO"
              IF WS-APE-MAT-EMP NOT EQUAL CAM-VALOR-ANTERIOR
                 MOVE "N" TO SW-CUADRA
              END-IF
              MOVE CAM-VALOR-NUEVO TO WS-APE-MAT-EMP
           WHEN "DEPARTAMENTO"
              IF WS-DEPARTAMENTO NOT EQUAL WS-VALOR-ANTERIOR
                 MOVE "N" TO SW-CUADRA
              END-IF
              MOVE WS-VALOR-NUEVO TO WS-DEPARTAMENTO
           WHEN "PUESTO"
              IF WS-PUESTO NOT EQUAL WS-VALOR-ANTERIOR
                 MOVE "N" TO SW-CUADRA
              END-IF
              MOVE WS-VALOR-NUEVO TO WS-PUESTO
           WHEN "PLANTA"
              IF WS-PLANTA NOT EQUAL WS-VALOR-ANTERIOR
                 MOVE "N" TO SW-CUADRA
              END-IF
              MOVE WS-VALOR-NUEVO TO WS-PLANTA
           WHEN "JEFE INMEDIATO"
              IF WS-JEFE-INMEDIATO NOT EQUAL WS-VALOR-ANTERIOR
                 MOVE "N" TO SW-CUADRA
              END-IF
              MOVE WS-VALOR-NUEVO TO WS-JEFE-INMEDIATO
           WHEN "SUELDO"
              IF WS-SALARIO NOT EQUAL WS-VALOR-ANTERIOR
                 MOVE "N" TO SW-CUADRA
              END-IF
              MOVE WS-VALOR-NUEVO TO WS-SALARIO
           WHEN "FRECUENCIA"
              IF WS-FRECUENCIA-PAGO NOT EQUAL CAM-VALOR-ANTERIOR
                 MOVE "N" TO SW-CUADRA
              END-IF
              MOVE CAM-VALOR-NUEVO TO WS-FRECUENCIA-PAGO
           WHEN "CLABE"
              IF WS-CLABE NOT EQUAL CAM-VALOR-ANTERIOR
                 MOVE "N" TO SW-CUADRA
              END-IF
              MOVE CAM-VALOR-NUEVO TO WS-CLABE
           WHEN OTHER
              MOVE "CAMPO NO RECONOCIDO" TO WS-RES-DETALLE
           END-EVALUATE.
       072-FIN. EXIT.

      *----------------------------------------------------------------
      * DIGITO POR DIGITO: LOS ESPACIOS Y COMAS SE SALTAN, DESPUES DEL
      * PUNTO SE TOMAN HASTA DOS DECIMALES.
      *----------------------------------------------------------------
       074-CONVIERTE-VALOR.
           MOVE ZEROS TO WS-CNV-ENTERO
                         WS-CNV-DECIMALES
                         WS-CNV-NUM-DEC
           MOVE "N"   TO SW-CNV-PUNTO
           PERFORM 075-SUMA-CARACTER THRU 075-FIN
                   VARYING WS-CNV-IDX FROM 1 BY 1
                   UNTIL WS-CNV-IDX IS GREATER THAN 20
           IF WS-CNV-NUM-DEC EQUAL 1
              MULTIPLY 10 BY WS-CNV-DECIMALES
           END-IF
           COMPUTE WS-CNV-NUMERO = WS-CNV-ENTERO +
                                   WS-CNV-DECIMALES / 100.
       074-FIN. EXIT.

       075-SUMA-CARACTER.
           IF WS-CNV-CAR (WS-CNV-IDX) EQUAL "."
              MOVE "S" TO SW-CNV-PUNTO
              GO TO 075-FIN
           END-IF
           IF WS-CNV-CAR (WS-CNV-IDX) IS NOT NUMERIC
              GO TO 075-FIN
           END-IF
           MOVE WS-CNV-CAR (WS-CNV-IDX) TO WS-CNV-DIGITO-X
           IF SW-CNV-PUNTO EQUAL "S"
              IF WS-CNV-NUM-DEC IS LESS THAN 2
                 COMPUTE WS-CNV-DECIMALES =
                         WS-CNV-DECIMALES * 10 + WS-CNV-DIGITO
                 ADD 1 TO WS-CNV-NUM-DEC
              END-IF
           ELSE
              COMPUTE WS-CNV-ENTERO = WS-CNV-ENTERO * 10 +
                                      WS-CNV-DIGITO
           END-IF.
       075-FIN. EXIT.

       078-LEE-RECUPERADO.
           MOVE "S"          TO SW-EXISTE
           MOVE WS-ID-EVENTO TO REG-RECUP-ID-EMP
           READ EMPLEADOS-RECUP INTO WS-DATOS-EMPLEADO
                INVALID KEY
                   MOVE "N" TO SW-EXISTE
           END-READ
           IF NOT EXISTE-EMPLEADO
              MOVE "NO ESTA EN EL ARCHIVO RECUPERADO"
                   TO WS-RES-DETALLE
              PERFORM 081-NO-APLICADO THRU 081-FIN
           END-IF.
       078-FIN. EXIT.

       079-REGRABA.
           REWRITE REG-EMPLEADOS-RECUP FROM WS-DATOS-EMPLEADO
                INVALID KEY
                   MOVE "NO SE PUDO REGRABAR EL REGISTRO"
                        TO WS-RES-DETALLE
                   PERFORM 081-NO-APLICADO THRU 081-FIN
                   GO TO 079-FIN
           END-REWRITE
           PERFORM 080-APLICADO THRU 080-FIN.
       079-FIN. EXIT.

       080-APLICADO.
           MOVE "APLICADO" TO WS-RES-RESULTADO
           ADD 1 TO WS-CONT-APLICADOS
           PERFORM 082-IMPRIME THRU 082-FIN.
       080-FIN. EXIT.

       081-NO-APLICADO.
           MOVE "SIN APLICAR" TO WS-RES-RESULTADO
           ADD 1 TO WS-CONT-FALLIDOS
           PERFORM 082-IMPRIME THRU 082-FIN.
       081-FIN. EXIT.

       082-IMPRIME.
           MOVE WS-FECHA-EVENTO   TO WS-DET-FECHA
           MOVE WS-HORA-EVENTO    TO WS-DET-HORA
           MOVE WS-ID-EVENTO      TO WS-DET-ID
           MOVE WS-RES-MOVIMIENTO TO WS-DET-MOVIMIENTO
           MOVE WS-RES-RESULTADO  TO WS-DET-RESULTADO
           MOVE WS-RES-DETALLE    TO WS-DET-DETALLE
           WRITE REG-REPORTE FROM WS-DETALLE.
       082-FIN. EXIT.

       095-PIE.
           WRITE REG-REPORTE FROM WS-MARGEN
           MOVE WS-CONT-RESPALDO  TO WS-PIE-RESPALDO
           MOVE WS-CONT-EVENTOS   TO WS-PIE-EVENTOS
           MOVE WS-CONT-APLICADOS TO WS-PIE-APLICADOS
           MOVE WS-CONT-CAMPOS    TO WS-PIE-CAMPOS
           MOVE WS-CONT-NO-CUADRA TO WS-PIE-NO-CUADRA
           MOVE WS-CONT-FALLIDOS  TO WS-PIE-FALLIDOS
           WRITE REG-REPORTE FROM WS-PIE.
       095-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE AUDITORIA
                 EMPLEADOS-RECUP
                 REPORTE
           IF CAM-ABIERTO
              CLOSE CAMBIOS
           END-IF
           IF PEND-ABIERTO
              CLOSE PENDIENTES
           END-IF.
       090-FIN. EXIT.
