      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * DISTREP.cbl - DISTRIBUCION DE REPORTES POR DEPARTAMENTO. TOMA
      *               LOS LISTADOS QUE YA DEJARON IMPRIMEMP
      *               (REPORTE-EMPLEADOS.TXT), REPDEPTO
      *               (REPORTE-DEPARTAMENTOS.TXT), AUSENREP (EL
      *               REPORTE-AUSENTISMO DEL DIA), VACAEMP
      *               (REPORTE-VACACIONES.TXT) Y NOMQUINC
      *               (REPORTE-NOMINA-PERIODO.TXT) Y LOS PARTE POR
      *               DEPARTAMENTO SEGUN LA LISTA DE DISTRIBUCION
      *               (LISTA-DISTRIBUCION.TXT: DEPARTAMENTO,
      *               DESTINATARIO, REPORTES QUE RECIBE Y SU CORREO).
      *               CADA DESTINATARIO RECIBE, DE CADA REPORTE QUE LE
      *               TOCA, UN ARCHIVO CON EL ENCABEZADO DEL REPORTE
      *               Y SOLO LOS RENGLONES DE SUS DEPARTAMENTOS; EL
      *               ARCHIVO SE NOMBRA Y REGISTRA COMO GENERACION EN
      *               BD-GENERACIONES.TXT (DIST-DESTINATARIO-REP, VER
      *               GENREGP.cpy) Y CADA ENTREGA QUEDA ASENTADA EN
      *               BITACORA-DISTRIBUCION.TXT CON FECHA, HORA,
      *               CORREO, RENGLONES Y RUTA.
      *
      *               EL DEPARTAMENTO DE CADA RENGLON SE RECONOCE POR
      *               COLUMNA, CON LA REGLA DE CADA REPORTE EN
      *               WS-TABLA-REPORTES: CLAVE DE DEPARTAMENTO O
      *               CLAVE DE EMPLEADO (SE BUSCA SU DEPARTAMENTO EN
      *               EL MAESTRO) EN UNA POSICION FIJA, SEGUIDA DE UN
      *               BLANCO. LO QUE ESTA ANTES DEL PRIMER RENGLON
      *               CON CLAVE ES ENCABEZADO Y VA A TODOS; LOS
      *               RENGLONES QUE CUELGAN DE UNO CON CLAVE (DESGLOSE
      *               DE NOMINA, SUBTOTAL DE VACACIONES, PIE DEL
      *               DEPARTAMENTO) SE RECONOCEN POR SU PRINCIPIO Y
      *               SIGUEN AL ULTIMO; EL RESTO (GRAN TOTAL,
      *               ENCABEZADOS DE PAGINA) NO SE REPARTE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                DISTREP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY GENSEL.
           SELECT LISTA-DISTRIBUCION
           ASSIGN TO WS-RUTA-LISTA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LISTA.
           SELECT ORIGEN
           ASSIGN TO WS-RUTA-ORIGEN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ORIGEN.
           SELECT SALIDA
           ASSIGN TO WS-GEN-RUTA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SALIDA.
           SELECT BITACORA
           ASSIGN TO WS-RUTA-BITACORA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-BITACORA.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY GENFD.

      *----------------------------------------------------------------
      * LISTA-DISTRIBUCION.TXT - UN RENGLON POR DEPARTAMENTO Y
      * DESTINATARIO (UN DESTINATARIO PUEDE TENER VARIOS
      * DEPARTAMENTOS Y UN DEPARTAMENTO VARIOS DESTINATARIOS). LOS
      * CINCO INDICADORES (Y/N) DICEN QUE REPORTES RECIBE, EN ESTE
      * ORDEN: EMPLEADOS, DEPARTAMENTOS, AUSENTISMO, VACACIONES Y
      * NOMINA. EL DESTINATARIO ES UNA CLAVE CORTA SIN BLANCOS (VA EN
      * EL NOMBRE DEL ARCHIVO). LOS RENGLONES QUE EMPIEZAN CON "*"
      * SON COMENTARIOS.
      *----------------------------------------------------------------
       FD  LISTA-DISTRIBUCION
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-LISTA.
           05 LIS-DEPTO            PIC X(03).
           05 FILLER               PIC X(01).
           05 LIS-DESTINATARIO     PIC X(10).
           05 FILLER               PIC X(01).
           05 LIS-REPORTES         PIC X(05).
           05 FILLER               PIC X(01).
           05 LIS-CORREO           PIC X(50).
           05 FILLER               PIC X(09).

       FD  ORIGEN
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-ORIGEN              PIC X(132).

       FD  SALIDA
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-SALIDA              PIC X(132).

       FD  BITACORA
           RECORD CONTAINS 190 CHARACTERS.
       01  REG-BITACORA            PIC X(190).

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPFS.
           COPY EMPRUTA.
           COPY GENFS.
           COPY GENRUTA.

       01  WS-RUTA-LISTA           PIC X(80).
       01  WS-RUTA-ORIGEN          PIC X(80).
       01  WS-RUTA-BITACORA        PIC X(80).

       01  WS-FS-LISTA             PIC X(02)     VALUE "00".
           88 FS-LISTA-OK                  VALUE "00".
       01  WS-FS-ORIGEN            PIC X(02)     VALUE "00".
           88 FS-ORIGEN-OK                 VALUE "00".
       01  WS-FS-SALIDA            PIC X(02)     VALUE "00".
           88 FS-SALIDA-OK                 VALUE "00".
       01  WS-FS-BITACORA          PIC X(02)     VALUE "00".
           88 FS-BITACORA-OK               VALUE "00".
           88 FS-BITACORA-NO-EXISTE        VALUE "35".

       01  WS-FECHA-HOY            PIC 9(08).
       01  WS-FECHA-HOY-X REDEFINES WS-FECHA-HOY
                                   PIC X(08).
       01  WS-HORA                 PIC 9(08).

      *----------------------------------------------------------------
      * REGLAS DE CADA REPORTE: CODIGO (VA EN EL NOMBRE DEL ARCHIVO
      * REPARTIDO), ARCHIVO ORIGEN, HASTA DOS REGLAS DE CLAVE (TIPO D
      * = DEPARTAMENTO, E = EMPLEADO; COLUMNA Y LARGO) Y EL PRINCIPIO
      * DE LOS RENGLONES QUE CUELGAN DEL ULTIMO CON CLAVE (LARGO EN
      * CEROS = NINGUNO). AUSENREP ARMA SU NOMBRE CON LA FECHA DEL
      * DIA, QUE SE AGREGA AL ARMAR LA RUTA.
      *----------------------------------------------------------------
       01  WS-VALORES-REPORTES.
           05 FILLER.
              10 FILLER   PIC X(03) VALUE "EMP".
              10 FILLER   PIC X(30) VALUE "REPORTE-EMPLEADOS.TXT".
              10 FILLER   PIC X(01) VALUE "E".
              10 FILLER   PIC 9(03) VALUE 002.
              10 FILLER   PIC 9(01) VALUE 5.
              10 FILLER   PIC X(01) VALUE SPACE.
              10 FILLER   PIC 9(03) VALUE ZEROS.
              10 FILLER   PIC 9(01) VALUE ZEROS.
              10 FILLER   PIC 9(02) VALUE 16.
              10 FILLER   PIC X(16) VALUE " EMPLEADOS EN EL".
           05 FILLER.
              10 FILLER   PIC X(03) VALUE "DEP".
              10 FILLER   PIC X(30) VALUE "REPORTE-DEPARTAMENTOS.TXT".
              10 FILLER   PIC X(01) VALUE "D".
              10 FILLER   PIC 9(03) VALUE 003.
              10 FILLER   PIC 9(01) VALUE 3.
              10 FILLER   PIC X(01) VALUE SPACE.
              10 FILLER   PIC 9(03) VALUE ZEROS.
              10 FILLER   PIC 9(01) VALUE ZEROS.
              10 FILLER   PIC 9(02) VALUE ZEROS.
              10 FILLER   PIC X(16) VALUE SPACES.
           05 FILLER.
              10 FILLER   PIC X(03) VALUE "AUS".
              10 FILLER   PIC X(30) VALUE "REPORTE-AUSENTISMO-".
              10 FILLER   PIC X(01) VALUE "D".
              10 FILLER   PIC 9(03) VALUE 003.
              10 FILLER   PIC 9(01) VALUE 3.
              10 FILLER   PIC X(01) VALUE "E".
              10 FILLER   PIC 9(03) VALUE 003.
              10 FILLER   PIC 9(01) VALUE 5.
              10 FILLER   PIC 9(02) VALUE ZEROS.
              10 FILLER   PIC X(16) VALUE SPACES.
           05 FILLER.
              10 FILLER   PIC X(03) VALUE "VAC".
              10 FILLER   PIC X(30) VALUE "REPORTE-VACACIONES.TXT".
              10 FILLER   PIC X(01) VALUE "E".
              10 FILLER   PIC 9(03) VALUE 002.
              10 FILLER   PIC 9(01) VALUE 5.
              10 FILLER   PIC X(01) VALUE SPACE.
              10 FILLER   PIC 9(03) VALUE ZEROS.
              10 FILLER   PIC 9(01) VALUE ZEROS.
              10 FILLER   PIC 9(02) VALUE 16.
              10 FILLER   PIC X(16) VALUE "  DEPARTAMENTO: ".
           05 FILLER.
              10 FILLER   PIC X(03) VALUE "NOM".
              10 FILLER   PIC X(30) VALUE "REPORTE-NOMINA-PERIODO.TXT".
              10 FILLER   PIC X(01) VALUE "E".
              10 FILLER   PIC 9(03) VALUE 002.
              10 FILLER   PIC 9(01) VALUE 5.
              10 FILLER   PIC X(01) VALUE SPACE.
              10 FILLER   PIC 9(03) VALUE ZEROS.
              10 FILLER   PIC 9(01) VALUE ZEROS.
              10 FILLER   PIC 9(02) VALUE 10.
              10 FILLER   PIC X(16) VALUE SPACES.
       01  WS-TABLA-REPORTES REDEFINES WS-VALORES-REPORTES.
           05 WS-REP-REN OCCURS 5 TIMES.
              10 WS-REP-CODIGO     PIC X(03).
              10 WS-REP-ARCHIVO    PIC X(30).
              10 WS-REP-TIPO-1     PIC X(01).
              10 WS-REP-COL-1      PIC 9(03).
              10 WS-REP-LARGO-1    PIC 9(01).
              10 WS-REP-TIPO-2     PIC X(01).
              10 WS-REP-COL-2      PIC 9(03).
              10 WS-REP-LARGO-2    PIC 9(01).
              10 WS-REP-PEGA-LARGO PIC 9(02).
              10 WS-REP-PEGA-TEXTO PIC X(16).
       01  WS-REP-IDX              PIC 9(01).

      *----------------------------------------------------------------
      * LISTA DE DISTRIBUCION EN MEMORIA Y DESTINATARIOS DISTINTOS.
      *----------------------------------------------------------------
       01  WS-TABLA-LISTA.
           05 WS-LIS-USADOS        PIC 9(03)     VALUE ZEROS.
           05 WS-LIS-REN OCCURS 300 TIMES.
              10 WS-LIS-DEPTO      PIC 9(03).
              10 WS-LIS-DEST       PIC X(10).
              10 WS-LIS-REPORTES   PIC X(05).
       01  WS-LIS-IDX              PIC 9(03).

       01  WS-TABLA-DEST.
           05 WS-DES-USADOS        PIC 9(03)     VALUE ZEROS.
           05 WS-DES-REN OCCURS 100 TIMES.
              10 WS-DES-CLAVE      PIC X(10).
              10 WS-DES-CORREO     PIC X(50).
       01  WS-DES-IDX              PIC 9(03).
       01  WS-DES-BUSCA            PIC 9(03).

      *----------------------------------------------------------------
      * CLASIFICACION DEL RENGLON LEIDO DEL REPORTE ORIGEN.
      *----------------------------------------------------------------
       01  WS-TIPO-REGLA           PIC X(01).
       01  WS-COL-REGLA            PIC 9(03).
       01  WS-LARGO-REGLA          PIC 9(01).
       01  WS-CAMPO                PIC X(05).
       01  WS-VALOR-CLAVE          PIC 9(05).
       01  WS-DEPTO-RENGLON        PIC 9(03).
       01  WS-DEPTO-VIGENTE        PIC 9(03).
       01  SW-RENGLON              PIC X(01).
           88 RENGLON-ENCABEZADO          VALUE "C".
           88 RENGLON-CON-CLAVE           VALUE "K".
           88 RENGLON-COLGADO             VALUE "P".
           88 RENGLON-FUERA               VALUE "X".
       01  SW-HUBO-CLAVE           PIC X(01).
           88 HUBO-CLAVE                  VALUE "S".
       01  SW-LE-TOCA              PIC X(01).
           88 LE-TOCA                     VALUE "S".
       01  SW-RECIBE               PIC X(01).
           88 RECIBE-REPORTE              VALUE "S".
       01  SW-FIN-ORIGEN           PIC X(01).
           88 FIN-ORIGEN                  VALUE "S".
       01  SW-ESCRIBE              PIC X(01).
           88 PASADA-ESCRIBE              VALUE "S".

       01  WS-CONT-RENGLONES       PIC 9(05).
       01  WS-CONT-ARCHIVOS        PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-SIN-DATOS       PIC 9(05)     VALUE ZEROS.

       01  WS-LIN-BITACORA.
           05 WS-BIT-FECHA         PIC 9(08).
           05 FILLER               PIC X(01)     VALUE SPACES.
           05 WS-BIT-HORA          PIC 9(08).
           05 FILLER               PIC X(01)     VALUE SPACES.
           05 WS-BIT-DESTINATARIO  PIC X(10).
           05 FILLER               PIC X(01)     VALUE SPACES.
           05 WS-BIT-CORREO        PIC X(50).
           05 FILLER               PIC X(01)     VALUE SPACES.
           05 WS-BIT-REPORTE       PIC X(03).
           05 FILLER               PIC X(01)     VALUE SPACES.
           05 WS-BIT-RENGLONES     PIC ZZZZ9.
           05 FILLER               PIC X(01)     VALUE SPACES.
           05 WS-BIT-RESULTADO     PIC X(13).
           05 FILLER               PIC X(01)     VALUE SPACES.
           05 WS-BIT-RUTA          PIC X(80).
           05 FILLER               PIC X(06)     VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 089-OBTIENE-RUTA-CATALOGO    THRU 089-FIN
           PERFORM 016-ARMA-RUTAS               THRU 016-FIN
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           PERFORM 030-CARGA-LISTA              THRU 030-FIN
           IF WS-DES-USADOS EQUAL ZEROS
              DISPLAY "LA LISTA DE DISTRIBUCION NO TRAE "
                      "DESTINATARIOS; NO HAY NADA QUE REPARTIR."
              PERFORM 090-CIERRA-ARCHIVOS THRU 090-FIN
              GOBACK
           END-IF
           MOVE 1 TO WS-REP-IDX
           PERFORM 040-DISTRIBUYE-REPORTE       THRU 040-FIN
                   UNTIL WS-REP-IDX IS GREATER THAN 5
           PERFORM 090-CIERRA-ARCHIVOS          THRU 090-FIN
           DISPLAY "ARCHIVOS REPARTIDOS: " WS-CONT-ARCHIVOS
                   "  SIN RENGLONES: " WS-CONT-SIN-DATOS
           DISPLAY "BITACORA: " WS-RUTA-BITACORA
           GOBACK.

           COPY EMPRUTAP.
           COPY GENRUTAP.
           COPY GENREGP.

       016-ARMA-RUTAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           STRING WS-DIR-DATOS              DELIMITED BY SPACE
                  "\LISTA-DISTRIBUCION.TXT" DELIMITED BY SIZE
                  INTO WS-RUTA-LISTA
           END-STRING
           STRING WS-DIR-DATOS                  DELIMITED BY SPACE
                  "\BITACORA-DISTRIBUCION.TXT"  DELIMITED BY SIZE
                  INTO WS-RUTA-BITACORA
           END-STRING.
       016-FIN. EXIT.

       020-ABRE-ARCHIVOS.
           OPEN INPUT EMPLEADOS
           OPEN INPUT LISTA-DISTRIBUCION
           IF NOT FS-EMPLEADOS-OK OR NOT FS-LISTA-OK
              DISPLAY "NO SE PUDIERON ABRIR BD-EMPLEADOS.TXT Y "
                      "LISTA-DISTRIBUCION.TXT."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN EXTEND BITACORA
           IF FS-BITACORA-NO-EXISTE
              OPEN OUTPUT BITACORA
           END-IF.
       020-FIN. EXIT.

      *----------------------------------------------------------------
      * CARGA LA LISTA Y ARMA LA TABLA DE DESTINATARIOS DISTINTOS
      * (EL CORREO QUE VALE ES EL DEL PRIMER RENGLON DE CADA UNO).
      *----------------------------------------------------------------
       030-CARGA-LISTA.
           READ LISTA-DISTRIBUCION
                AT END
                   CLOSE LISTA-DISTRIBUCION
                   GO TO 030-FIN
           END-READ
           IF LIS-DEPTO (1:1) EQUAL "*" OR REG-LISTA EQUAL SPACES
              GO TO 030-CARGA-LISTA
           END-IF
           IF LIS-DEPTO NOT NUMERIC OR LIS-DESTINATARIO EQUAL SPACES
              DISPLAY "RENGLON DE LISTA INVALIDO, SE IGNORA: "
                      REG-LISTA
              GO TO 030-CARGA-LISTA
           END-IF
           IF WS-LIS-USADOS IS GREATER THAN OR EQUAL 300
              DISPLAY "LA LISTA REBASA 300 RENGLONES; EL RESTO SE "
                      "IGNORA."
              CLOSE LISTA-DISTRIBUCION
              GO TO 030-FIN
           END-IF
           ADD 1 TO WS-LIS-USADOS
           MOVE LIS-DEPTO        TO WS-LIS-DEPTO    (WS-LIS-USADOS)
           MOVE LIS-DESTINATARIO TO WS-LIS-DEST     (WS-LIS-USADOS)
           MOVE LIS-REPORTES     TO WS-LIS-REPORTES (WS-LIS-USADOS)
           MOVE ZEROS TO WS-DES-BUSCA
           MOVE 1     TO WS-DES-IDX
           PERFORM 032-BUSCA-DESTINATARIO THRU 032-FIN
                   UNTIL WS-DES-IDX IS GREATER THAN WS-DES-USADOS
                      OR WS-DES-BUSCA IS GREATER THAN ZEROS
           IF WS-DES-BUSCA EQUAL ZEROS
              IF WS-DES-USADOS IS LESS THAN 100
                 ADD 1 TO WS-DES-USADOS
                 MOVE LIS-DESTINATARIO TO WS-DES-CLAVE  (WS-DES-USADOS)
                 MOVE LIS-CORREO       TO WS-DES-CORREO (WS-DES-USADOS)
              ELSE
                 DISPLAY "MAS DE 100 DESTINATARIOS; "
                         LIS-DESTINATARIO " SE IGNORA."
              END-IF
           END-IF
           GO TO 030-CARGA-LISTA.
       030-FIN. EXIT.

       032-BUSCA-DESTINATARIO.
           IF WS-DES-CLAVE (WS-DES-IDX) EQUAL LIS-DESTINATARIO
              MOVE WS-DES-IDX TO WS-DES-BUSCA
           END-IF
           ADD 1 TO WS-DES-IDX.
       032-FIN. EXIT.

      *----------------------------------------------------------------
      * UN REPORTE: SI NO SE GENERO (NO EXISTE EL ARCHIVO) SE ASIENTA
      * Y SE SIGUE CON EL SIGUIENTE; SI EXISTE, SE REPARTE A CADA
      * DESTINATARIO QUE LO RECIBE.
      *----------------------------------------------------------------
       040-DISTRIBUYE-REPORTE.
           MOVE SPACES TO WS-RUTA-ORIGEN
           IF WS-REP-CODIGO (WS-REP-IDX) EQUAL "AUS"
              STRING WS-DIR-DATOS                DELIMITED BY SPACE
                     "\"                         DELIMITED BY SIZE
                     WS-REP-ARCHIVO (WS-REP-IDX) DELIMITED BY SPACE
                     WS-FECHA-HOY-X              DELIMITED BY SIZE
                     ".TXT"                      DELIMITED BY SIZE
                     INTO WS-RUTA-ORIGEN
              END-STRING
           ELSE
              STRING WS-DIR-DATOS                DELIMITED BY SPACE
                     "\"                         DELIMITED BY SIZE
                     WS-REP-ARCHIVO (WS-REP-IDX) DELIMITED BY SPACE
                     INTO WS-RUTA-ORIGEN
              END-STRING
           END-IF
           OPEN INPUT ORIGEN
           IF NOT FS-ORIGEN-OK
              DISPLAY "NO SE ENCONTRO " WS-RUTA-ORIGEN
              MOVE SPACES                      TO WS-BIT-DESTINATARIO
                                                  WS-BIT-CORREO
              MOVE ZEROS                       TO WS-BIT-RENGLONES
              MOVE "SIN REPORTE"               TO WS-BIT-RESULTADO
              MOVE WS-RUTA-ORIGEN              TO WS-BIT-RUTA
              PERFORM 080-ASIENTA-BITACORA THRU 080-FIN
              GO TO 040-SIGUE
           END-IF
           CLOSE ORIGEN
           MOVE 1 TO WS-DES-IDX
           PERFORM 050-PROCESA-DESTINATARIO THRU 050-FIN
                   UNTIL WS-DES-IDX IS GREATER THAN WS-DES-USADOS.
       040-SIGUE.
           ADD 1 TO WS-REP-IDX.
       040-FIN. EXIT.

      *----------------------------------------------------------------
      * PRIMERA PASADA: CUENTA LOS RENGLONES QUE LE TOCAN AL
      * DESTINATARIO; SIN NINGUNO NO SE GENERA ARCHIVO. SEGUNDA
      * PASADA: ARMA LA GENERACION Y ESCRIBE ENCABEZADO Y RENGLONES.
      *----------------------------------------------------------------
       050-PROCESA-DESTINATARIO.
           PERFORM 072-VERIFICA-RECIBE THRU 072-FIN
           IF NOT RECIBE-REPORTE
              GO TO 050-SIGUE
           END-IF
           MOVE "N" TO SW-ESCRIBE
           PERFORM 055-RECORRE-ORIGEN THRU 055-FIN
           MOVE WS-DES-CLAVE  (WS-DES-IDX) TO WS-BIT-DESTINATARIO
           MOVE WS-DES-CORREO (WS-DES-IDX) TO WS-BIT-CORREO
           MOVE WS-REP-CODIGO (WS-REP-IDX) TO WS-BIT-REPORTE
           MOVE WS-CONT-RENGLONES          TO WS-BIT-RENGLONES
           IF WS-CONT-RENGLONES EQUAL ZEROS
              MOVE "SIN RENGLONES"          TO WS-BIT-RESULTADO
              MOVE SPACES                   TO WS-BIT-RUTA
              PERFORM 080-ASIENTA-BITACORA THRU 080-FIN
              ADD 1 TO WS-CONT-SIN-DATOS
              GO TO 050-SIGUE
           END-IF
           MOVE SPACES TO WS-GEN-BASE
           STRING "DIST-"                     DELIMITED BY SIZE
                  WS-DES-CLAVE  (WS-DES-IDX)  DELIMITED BY SPACE
                  "-"                         DELIMITED BY SIZE
                  WS-REP-CODIGO (WS-REP-IDX)  DELIMITED BY SIZE
                  INTO WS-GEN-BASE
           END-STRING
           MOVE "TXT" TO WS-GEN-EXTENSION
           PERFORM 085-ARMA-RUTA-GENERACION THRU 085-FIN
           OPEN OUTPUT SALIDA
           IF NOT FS-SALIDA-OK
              DISPLAY "NO SE PUDO CREAR " WS-GEN-RUTA
              MOVE "ERROR SALIDA"           TO WS-BIT-RESULTADO
              MOVE WS-GEN-RUTA              TO WS-BIT-RUTA
              PERFORM 080-ASIENTA-BITACORA THRU 080-FIN
              GO TO 050-SIGUE
           END-IF
           MOVE "S" TO SW-ESCRIBE
           PERFORM 055-RECORRE-ORIGEN THRU 055-FIN
           CLOSE SALIDA
           MOVE "GENERADO"                  TO WS-BIT-RESULTADO
           MOVE WS-GEN-RUTA                 TO WS-BIT-RUTA
           PERFORM 080-ASIENTA-BITACORA THRU 080-FIN
           ADD 1 TO WS-CONT-ARCHIVOS.
       050-SIGUE.
           ADD 1 TO WS-DES-IDX.
       050-FIN. EXIT.

       055-RECORRE-ORIGEN.
           MOVE ZEROS TO WS-CONT-RENGLONES
                         WS-DEPTO-VIGENTE
           MOVE "N"   TO SW-HUBO-CLAVE
                         SW-FIN-ORIGEN
           OPEN INPUT ORIGEN
           PERFORM 057-REVISA-RENGLON THRU 057-FIN
                   UNTIL FIN-ORIGEN
           CLOSE ORIGEN.
       055-FIN. EXIT.

       057-REVISA-RENGLON.
           READ ORIGEN
                AT END
                   MOVE "S" TO SW-FIN-ORIGEN
                   GO TO 057-FIN
           END-READ
           PERFORM 060-CLASIFICA-RENGLON THRU 060-FIN
           IF RENGLON-ENCABEZADO
              IF PASADA-ESCRIBE
                 WRITE REG-SALIDA FROM REG-ORIGEN
              END-IF
              GO TO 057-FIN
           END-IF
           IF RENGLON-FUERA
              GO TO 057-FIN
           END-IF
           PERFORM 070-VERIFICA-DEPTO THRU 070-FIN
           IF LE-TOCA
              ADD 1 TO WS-CONT-RENGLONES
              IF PASADA-ESCRIBE
                 WRITE REG-SALIDA FROM REG-ORIGEN
              END-IF
           END-IF.
       057-FIN. EXIT.

      *----------------------------------------------------------------
      * APLICA LAS REGLAS DEL REPORTE AL RENGLON: PRIMERO LA CLAVE
      * (DEPARTAMENTO O EMPLEADO) Y, SI NO LA TRAE, SI ES ENCABEZADO
      * (AUN NO HAY CLAVE), SI CUELGA DEL ULTIMO CON CLAVE O SI QUEDA
      * FUERA DEL REPARTO.
      *----------------------------------------------------------------
       060-CLASIFICA-RENGLON.
           MOVE WS-REP-TIPO-1  (WS-REP-IDX) TO WS-TIPO-REGLA
           MOVE WS-REP-COL-1   (WS-REP-IDX) TO WS-COL-REGLA
           MOVE WS-REP-LARGO-1 (WS-REP-IDX) TO WS-LARGO-REGLA
           PERFORM 062-APLICA-REGLA THRU 062-FIN
           IF WS-DEPTO-RENGLON EQUAL ZEROS AND
              WS-REP-TIPO-2 (WS-REP-IDX) NOT EQUAL SPACE
              MOVE WS-REP-TIPO-2  (WS-REP-IDX) TO WS-TIPO-REGLA
              MOVE WS-REP-COL-2   (WS-REP-IDX) TO WS-COL-REGLA
              MOVE WS-REP-LARGO-2 (WS-REP-IDX) TO WS-LARGO-REGLA
              PERFORM 062-APLICA-REGLA THRU 062-FIN
           END-IF
           IF WS-DEPTO-RENGLON IS GREATER THAN ZEROS
              MOVE "K"              TO SW-RENGLON
              MOVE "S"              TO SW-HUBO-CLAVE
              MOVE WS-DEPTO-RENGLON TO WS-DEPTO-VIGENTE
              GO TO 060-FIN
           END-IF
           IF NOT HUBO-CLAVE
              MOVE "C" TO SW-RENGLON
              GO TO 060-FIN
           END-IF
           MOVE "X" TO SW-RENGLON
           IF WS-REP-PEGA-LARGO (WS-REP-IDX) IS GREATER THAN ZEROS
              IF REG-ORIGEN (1:WS-REP-PEGA-LARGO (WS-REP-IDX)) EQUAL
                 WS-REP-PEGA-TEXTO (WS-REP-IDX)
                    (1:WS-REP-PEGA-LARGO (WS-REP-IDX))
                 MOVE "P"              TO SW-RENGLON
                 MOVE WS-DEPTO-VIGENTE TO WS-DEPTO-RENGLON
              END-IF
           END-IF.
       060-FIN. EXIT.

      *----------------------------------------------------------------
      * LA CLAVE VALE SI LA COLUMNA TRAE DIGITOS (LOS BLANCOS A LA
      * IZQUIERDA DE UN CAMPO EDITADO CUENTAN COMO CEROS), NO ES CERO
      * Y LA SIGUE UN BLANCO. LA DE EMPLEADO SE TRADUCE A SU
      * DEPARTAMENTO CON EL MAESTRO; SI NO ESTA, EL RENGLON NO TRAE
      * CLAVE.
      *----------------------------------------------------------------
       062-APLICA-REGLA.
           MOVE ZEROS  TO WS-DEPTO-RENGLON
           MOVE SPACES TO WS-CAMPO
           MOVE REG-ORIGEN (WS-COL-REGLA:WS-LARGO-REGLA)
             TO WS-CAMPO (1:WS-LARGO-REGLA)
           IF REG-ORIGEN (WS-COL-REGLA + WS-LARGO-REGLA:1)
              NOT EQUAL SPACE
              GO TO 062-FIN
           END-IF
           INSPECT WS-CAMPO (1:WS-LARGO-REGLA)
                   REPLACING LEADING SPACES BY ZEROS
           IF WS-CAMPO (1:WS-LARGO-REGLA) NOT NUMERIC
              GO TO 062-FIN
           END-IF
           MOVE WS-CAMPO (1:WS-LARGO-REGLA) TO WS-VALOR-CLAVE
           IF WS-VALOR-CLAVE EQUAL ZEROS
              GO TO 062-FIN
           END-IF
           IF WS-TIPO-REGLA EQUAL "D"
              IF WS-VALOR-CLAVE IS LESS THAN 1000
                 MOVE WS-VALOR-CLAVE TO WS-DEPTO-RENGLON
              END-IF
              GO TO 062-FIN
           END-IF
           IF WS-VALOR-CLAVE IS GREATER THAN 9999
              GO TO 062-FIN
           END-IF
           MOVE WS-VALOR-CLAVE TO REG-ID-EMP
           READ EMPLEADOS INTO WS-DATOS-EMPLEADO
                INVALID KEY
                   GO TO 062-FIN
           END-READ
           MOVE WS-DEPARTAMENTO TO WS-DEPTO-RENGLON.
       062-FIN. EXIT.

      *----------------------------------------------------------------
      * EL RENGLON LE TOCA AL DESTINATARIO SI LA LISTA LE ASIGNA SU
      * DEPARTAMENTO CON ESTE REPORTE MARCADO.
      *----------------------------------------------------------------
       070-VERIFICA-DEPTO.
           MOVE "N" TO SW-LE-TOCA
           MOVE 1   TO WS-LIS-IDX
           PERFORM 071-COMPARA-DEPTO THRU 071-FIN
                   UNTIL LE-TOCA OR
                         WS-LIS-IDX IS GREATER THAN WS-LIS-USADOS.
       070-FIN. EXIT.

       071-COMPARA-DEPTO.
           IF WS-LIS-DEST  (WS-LIS-IDX) EQUAL WS-DES-CLAVE (WS-DES-IDX)
              AND WS-LIS-DEPTO (WS-LIS-IDX) EQUAL WS-DEPTO-RENGLON
              AND WS-LIS-REPORTES (WS-LIS-IDX) (WS-REP-IDX:1)
                  EQUAL "Y"
              MOVE "S" TO SW-LE-TOCA
           END-IF
           ADD 1 TO WS-LIS-IDX.
       071-FIN. EXIT.

       072-VERIFICA-RECIBE.
           MOVE "N" TO SW-RECIBE
           MOVE 1   TO WS-LIS-IDX
           PERFORM 073-COMPARA-RECIBE THRU 073-FIN
                   UNTIL RECIBE-REPORTE OR
                         WS-LIS-IDX IS GREATER THAN WS-LIS-USADOS.
       072-FIN. EXIT.

       073-COMPARA-RECIBE.
           IF WS-LIS-DEST  (WS-LIS-IDX) EQUAL WS-DES-CLAVE (WS-DES-IDX)
              AND WS-LIS-REPORTES (WS-LIS-IDX) (WS-REP-IDX:1)
                  EQUAL "Y"
              MOVE "S" TO SW-RECIBE
           END-IF
           ADD 1 TO WS-LIS-IDX.
       073-FIN. EXIT.

       080-ASIENTA-BITACORA.
           MOVE WS-FECHA-HOY              TO WS-BIT-FECHA
           ACCEPT WS-HORA FROM TIME
           MOVE WS-HORA                   TO WS-BIT-HORA
           MOVE WS-REP-CODIGO (WS-REP-IDX) TO WS-BIT-REPORTE
           WRITE REG-BITACORA FROM WS-LIN-BITACORA.
       080-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 BITACORA.
       090-FIN. EXIT.
