      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * CARGAHIS.cbl - CARGA INICIAL DE BD-HIST-SUELDOS.TXT. HASTA
      *                AHORA EL UNICO RASTRO DE LOS SUELDOS ANTERIORES
      *                ERAN LOS RENGLONES "SUELDO" DE BD-CAMBIOS.TXT
      *                (VALOR ANTERIOR / VALOR NUEVO EN TEXTO), QUE
      *                ARCHIAUD VA SACANDO CADA MES A
      *                BD-CAMBIOS-AAMM.TXT. ESTA UTILERIA SE CORRE UNA
      *                SOLA VEZ, ANTES DE QUE LOS PROGRAMAS EMPIECEN A
      *                ESCRIBIR LA HISTORIA (SE NIEGA SI EL ARCHIVO YA
      *                TIENE RENGLONES): JUNTA LOS RENGLONES DE SUELDO
      *                DE LA BITACORA VIVA Y DE LOS ARCHIVOS MENSUALES
      *                DESDE EL PRIMER MES QUE SE INDIQUE, LOS ORDENA
      *                POR EMPLEADO Y FECHA/HORA Y POR CADA EMPLEADO
      *                GRABA EL SUELDO DE ALTA (EL VALOR ANTERIOR DEL
      *                PRIMER CAMBIO, VIGENTE DESDE WS-FECHA-ALTA) Y
      *                UN RENGLON "BITACORA" POR CADA CAMBIO. AL FINAL
      *                RECORRE EL MAESTRO: EL EMPLEADO SIN CAMBIOS
      *                REGISTRADOS RECIBE SU SUELDO ACTUAL COMO ALTA,
      *                Y EL QUE TIENE UN SUELDO DISTINTO AL ULTIMO DE
      *                LA BITACORA RECIBE UN RENGLON "MAESTRO" CON
      *                FECHA DEL DIA, PARA QUE LA HISTORIA TERMINE
      *                SIEMPRE EN EL SUELDO VIGENTE. LOS RENGLONES
      *                REPETIDOS (UN ARCHIVO MENSUAL QUE NO SE QUITO
      *                DE LA BITACORA VIVA) SE CUENTAN UNA SOLA VEZ.
      *                LAS FECHAS DE LA BITACORA TRAEN ANIO A DOS
      *                DIGITOS: 50 A 99 SON 19XX, 00 A 49 SON 20XX.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                CARGAHIS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY CAMBSEL.
           COPY HSUSEL.
           SELECT CAMBIOS-ARCHIVO
           ASSIGN TO WS-RUTA-CAM-ARCHIVO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-CAM-ARCHIVO.
           SELECT TRABAJO-SUELDOS
           ASSIGN TO "TRABHSU.TMP"
           ORGANIZATION IS SEQUENTIAL.
           SELECT ARCHIVO-ORDEN
           ASSIGN TO "ORDHSU.TMP".

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY CAMBFD.
           COPY HSUFD.

       FD  CAMBIOS-ARCHIVO
           RECORD CONTAINS 90 CHARACTERS.
       01  REG-CAM-ARCHIVO        PIC X(90).

       FD  TRABAJO-SUELDOS
           RECORD CONTAINS 36 CHARACTERS.
       01  REG-TRABAJO-SUELDOS    PIC X(36).

       SD  ARCHIVO-ORDEN.
       01  REG-ORDEN.
           05 SRT-ID-EMP           PIC 9(04).
           05 SRT-FECHA            PIC 9(08).
           05 SRT-HORA             PIC 9(06).
           05 SRT-ANTERIOR         PIC 9(07)V99.
           05 SRT-NUEVO            PIC 9(07)V99.

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPFS.
           COPY EMPRUTA.
           COPY CAMBFS.
           COPY CAMBRUTA.
           COPY HSUFS.
           COPY HSURUTA.

       01  WS-RUTA-CAM-ARCHIVO     PIC X(80).
       01  WS-FS-CAM-ARCHIVO       PIC X(02)    VALUE "00".
           88 FS-CAM-ARCHIVO-OK            VALUE "00".

      *----------------------------------------------------------------
      * RENGLON DE BITACORA LEIDO (VIVA O ARCHIVO MENSUAL), MISMO
      * LAYOUT QUE CAMBFD.cpy.
      *----------------------------------------------------------------
       01  WS-REG-CAMBIO.
           05 WS-CMB-FECHA.
              10 WS-CMB-ANIO       PIC 9(02).
              10 WS-CMB-MES        PIC 9(02).
              10 WS-CMB-DIA        PIC 9(02).
           05 WS-CMB-HORA          PIC 9(06).
           05 WS-CMB-ID-EMP        PIC 9(04).
           05 WS-CMB-CAMPO         PIC X(16).
           05 WS-CMB-ANTERIOR      PIC X(20).
           05 WS-CMB-NUEVO         PIC X(20).

      *----------------------------------------------------------------
      * EL SUELDO VIENE EDITADO ZZZZZZ9.99 AL PRINCIPIO DEL VALOR;
      * SE REGRESA A 9(07)V99 RELLENANDO LOS ESPACIOS CON CEROS.
      *----------------------------------------------------------------
       01  WS-VALOR-TEXTO          PIC X(20).
       01  WS-VALOR-TEXTO-R REDEFINES WS-VALOR-TEXTO.
           05 WS-VT-ENTEROS        PIC X(07).
           05 WS-VT-PUNTO          PIC X(01).
           05 WS-VT-DECIMALES      PIC X(02).
           05 WS-VT-RESTO          PIC X(10).
       01  WS-VALOR-DIGITOS.
           05 WS-VD-ENTEROS        PIC X(07).
           05 WS-VD-DECIMALES      PIC X(02).
       01  WS-VALOR-NUMERO REDEFINES WS-VALOR-DIGITOS
                                   PIC 9(07)V99.
       01  SW-VALOR                PIC X(01).
           88 VALOR-VALIDO                 VALUE "S".

       01  WS-PRIMER-MES           PIC 9(04).
       01  WS-PRIMER-MES-R REDEFINES WS-PRIMER-MES.
           05 WS-PM-ANIO           PIC 9(02).
           05 WS-PM-MES            PIC 9(02).
       01  WS-MES-ARCHIVO.
           05 WS-MA-ANIO           PIC 9(02).
           05 WS-MA-MES            PIC 9(02).
       01  WS-MES-ARCHIVO-N REDEFINES WS-MES-ARCHIVO
                                   PIC 9(04).
       01  WS-MES-ACTUAL           PIC 9(04).

       01  WS-FECHA-HOY            PIC 9(08).
       01  WS-FECHA-CORTA          PIC 9(06).
       01  WS-FECHA-CORTA-R REDEFINES WS-FECHA-CORTA.
           05 WS-FC-AAMM           PIC 9(04).
           05 FILLER               PIC 9(02).

       01  WS-FECHA-LARGA.
           05 WS-FL-SIGLO          PIC 9(02).
           05 WS-FL-FECHA          PIC 9(06).
       01  WS-FECHA-LARGA-N REDEFINES WS-FECHA-LARGA
                                   PIC 9(08).

       01  SW-FIN                  PIC X(03)    VALUE SPACES.
       01  WS-EMP-ANTERIOR         PIC 9(04)    VALUE ZEROS.
       01  WS-ORDEN-ANTERIOR       PIC X(36)    VALUE SPACES.
       01  SW-EN-MAESTRO           PIC X(01).
       01  SW-TIENE-HISTORIA       PIC X(01).
       01  WS-ULTIMO-SALARIO       PIC 9(07)V99.

       01  WS-CONT-RENGLONES       PIC 9(07)    VALUE ZEROS.
       01  WS-CONT-ARCHIVOS        PIC 9(03)    VALUE ZEROS.
       01  WS-CONT-ILEGIBLES       PIC 9(05)    VALUE ZEROS.
       01  WS-CONT-REPETIDOS       PIC 9(05)    VALUE ZEROS.
       01  WS-CONT-CAMBIOS         PIC 9(07)    VALUE ZEROS.
       01  WS-CONT-ALTAS           PIC 9(05)    VALUE ZEROS.
       01  WS-CONT-CUADRES         PIC 9(05)    VALUE ZEROS.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 023-OBTIENE-RUTA-CAMBIOS     THRU 023-FIN
           PERFORM 171-OBTIENE-RUTA-HIST-SUELDOS THRU 171-FIN
           ACCEPT WS-FECHA-HOY   FROM DATE YYYYMMDD
           ACCEPT WS-FECHA-CORTA FROM DATE
           MOVE WS-FC-AAMM TO WS-MES-ACTUAL
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           PERFORM 025-SOLICITA-PRIMER-MES      THRU 025-FIN
           PERFORM 030-JUNTA-BITACORAS          THRU 030-FIN
           SORT ARCHIVO-ORDEN
                ON ASCENDING KEY SRT-ID-EMP
                                 SRT-FECHA
                                 SRT-HORA
                USING TRABAJO-SUELDOS
                OUTPUT PROCEDURE 050-GRABA-CAMBIOS THRU 050-PROC-FIN
           PERFORM 060-CUADRA-MAESTRO           THRU 060-FIN
           PERFORM 090-CIERRA-ARCHIVOS          THRU 090-FIN
           DISPLAY " "
           DISPLAY "ARCHIVOS MENSUALES LEIDOS : " WS-CONT-ARCHIVOS
           DISPLAY "RENGLONES DE SUELDO       : " WS-CONT-RENGLONES
           DISPLAY "RENGLONES REPETIDOS       : " WS-CONT-REPETIDOS
           DISPLAY "RENGLONES ILEGIBLES       : " WS-CONT-ILEGIBLES
           DISPLAY "CAMBIOS GRABADOS          : " WS-CONT-CAMBIOS
           DISPLAY "SUELDOS DE ALTA GRABADOS  : " WS-CONT-ALTAS
           DISPLAY "CUADRES CONTRA EL MAESTRO : " WS-CONT-CUADRES
           GOBACK.

           COPY EMPRUTAP.
           COPY CAMBRUTAP.
           COPY HSURUTAP.
           COPY HSUWRTP.

      *----------------------------------------------------------------
      * LOS ARCHIVOS MENSUALES LLEVAN EL CORTE EN EL NOMBRE, COMO LOS
      * DEJA ARCHIAUD.CBL.
      *----------------------------------------------------------------
       016-ARMA-RUTA-ARCHIVO.
           MOVE SPACES TO WS-RUTA-CAM-ARCHIVO
           STRING WS-DIR-DATOS        DELIMITED BY SPACE
                  "\BD-CAMBIOS-"      DELIMITED BY SIZE
                  WS-MES-ARCHIVO      DELIMITED BY SIZE
                  ".txt"              DELIMITED BY SIZE
                  INTO WS-RUTA-CAM-ARCHIVO
           END-STRING.
       016-FIN. EXIT.

      *----------------------------------------------------------------
      * LA CARGA SOLO SE HACE SOBRE UNA HISTORIA VACIA: SI YA HAY
      * RENGLONES (DE UNA CARGA ANTERIOR O DE LOS PROGRAMAS QUE YA LA
      * ESCRIBEN), CORRERLA OTRA VEZ DUPLICARIA LOS CAMBIOS.
      *----------------------------------------------------------------
       020-ABRE-ARCHIVOS.
           OPEN INPUT EMPLEADOS
           IF NOT FS-EMPLEADOS-OK
              DISPLAY "NO SE PUDO ABRIR BD-EMPLEADOS.TXT."
              GOBACK
           END-IF
           OPEN INPUT HIST-SUELDOS
           IF FS-HIST-SUELDOS-OK
              READ HIST-SUELDOS NEXT RECORD
                   AT END
                      CONTINUE
                   NOT AT END
                      DISPLAY "BD-HIST-SUELDOS.TXT YA TIENE "
                              "RENGLONES; LA CARGA INICIAL SOLO SE "
                              "CORRE UNA VEZ."
                      CLOSE HIST-SUELDOS
                            EMPLEADOS
                      GOBACK
              END-READ
              CLOSE HIST-SUELDOS
           END-IF
           OPEN OUTPUT HIST-SUELDOS
           CLOSE HIST-SUELDOS
           OPEN I-O HIST-SUELDOS
           IF NOT FS-HIST-SUELDOS-OK
              DISPLAY "NO SE PUDO CREAR BD-HIST-SUELDOS.TXT."
              CLOSE EMPLEADOS
              GOBACK
           END-IF.
       020-FIN. EXIT.

       025-SOLICITA-PRIMER-MES.
           DISPLAY "PRIMER MES ARCHIVADO DE BD-CAMBIOS (AAMM, "
                   "0000 = SOLO LA BITACORA VIVA): "
           ACCEPT WS-PRIMER-MES
           IF WS-PRIMER-MES EQUAL ZEROS
              GO TO 025-FIN
           END-IF
           IF WS-PM-MES IS LESS THAN 01 OR
              WS-PM-MES IS GREATER THAN 12 OR
              WS-PRIMER-MES IS GREATER THAN WS-MES-ACTUAL
              DISPLAY "MES INVALIDO."
              DISPLAY " "
              GO TO 025-SOLICITA-PRIMER-MES
           END-IF.
       025-FIN. EXIT.

      *----------------------------------------------------------------
      * JUNTA EN EL ARCHIVO DE TRABAJO LOS RENGLONES "SUELDO" DE LA
      * BITACORA VIVA Y DE CADA ARCHIVO MENSUAL QUE EXISTA ENTRE EL
      * PRIMER MES INDICADO Y EL MES EN CURSO.
      *----------------------------------------------------------------
       030-JUNTA-BITACORAS.
           OPEN OUTPUT TRABAJO-SUELDOS
           OPEN INPUT CAMBIOS
           IF FS-CAMBIOS-OK
              MOVE SPACES TO SW-FIN
              PERFORM 032-LEE-BITACORA THRU 032-FIN
                      UNTIL SW-FIN EQUAL "FIN"
              CLOSE CAMBIOS
           ELSE
              DISPLAY "SIN BD-CAMBIOS.TXT VIVA."
           END-IF
           IF WS-PRIMER-MES NOT EQUAL ZEROS
              MOVE WS-PRIMER-MES TO WS-MES-ARCHIVO-N
              PERFORM 034-MES-ARCHIVADO THRU 034-FIN
                      UNTIL WS-MES-ARCHIVO-N IS GREATER THAN
                            WS-MES-ACTUAL
           END-IF
           CLOSE TRABAJO-SUELDOS.
       030-FIN. EXIT.

       032-LEE-BITACORA.
           READ CAMBIOS INTO WS-REG-CAMBIO
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 032-FIN
           END-READ
           PERFORM 036-PASA-SUELDO THRU 036-FIN.
       032-FIN. EXIT.

       034-MES-ARCHIVADO.
           PERFORM 016-ARMA-RUTA-ARCHIVO THRU 016-FIN
           OPEN INPUT CAMBIOS-ARCHIVO
           IF FS-CAM-ARCHIVO-OK
              ADD 1 TO WS-CONT-ARCHIVOS
              MOVE SPACES TO SW-FIN
              PERFORM 035-LEE-ARCHIVO THRU 035-FIN
                      UNTIL SW-FIN EQUAL "FIN"
              CLOSE CAMBIOS-ARCHIVO
           END-IF
           ADD 1 TO WS-MA-MES
           IF WS-MA-MES IS GREATER THAN 12
              MOVE 01 TO WS-MA-MES
              ADD 1 TO WS-MA-ANIO
           END-IF.
       034-FIN. EXIT.

       035-LEE-ARCHIVO.
           READ CAMBIOS-ARCHIVO INTO WS-REG-CAMBIO
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 035-FIN
           END-READ
           PERFORM 036-PASA-SUELDO THRU 036-FIN.
       035-FIN. EXIT.

      *----------------------------------------------------------------
      * SOLO LOS RENGLONES DEL CAMPO "SUELDO"; EL QUE NO SE PUEDE
      * LEER COMO IMPORTE SE CUENTA Y SE DESCARTA.
      *----------------------------------------------------------------
       036-PASA-SUELDO.
           IF WS-CMB-CAMPO NOT EQUAL "SUELDO"
              GO TO 036-FIN
           END-IF
           ADD 1 TO WS-CONT-RENGLONES
           MOVE WS-CMB-ANTERIOR TO WS-VALOR-TEXTO
           PERFORM 038-CONVIERTE-VALOR THRU 038-FIN
           IF NOT VALOR-VALIDO
              ADD 1 TO WS-CONT-ILEGIBLES
              GO TO 036-FIN
           END-IF
           MOVE WS-VALOR-NUMERO TO SRT-ANTERIOR
           MOVE WS-CMB-NUEVO    TO WS-VALOR-TEXTO
           PERFORM 038-CONVIERTE-VALOR THRU 038-FIN
           IF NOT VALOR-VALIDO
              ADD 1 TO WS-CONT-ILEGIBLES
              GO TO 036-FIN
           END-IF
           MOVE WS-VALOR-NUMERO TO SRT-NUEVO
           MOVE WS-CMB-ID-EMP   TO SRT-ID-EMP
           MOVE WS-CMB-FECHA    TO WS-FL-FECHA
           IF WS-CMB-ANIO IS LESS THAN 50
              MOVE 20 TO WS-FL-SIGLO
           ELSE
              MOVE 19 TO WS-FL-SIGLO
           END-IF
           MOVE WS-FECHA-LARGA-N TO SRT-FECHA
           MOVE WS-CMB-HORA      TO SRT-HORA
           WRITE REG-TRABAJO-SUELDOS FROM REG-ORDEN.
       036-FIN. EXIT.

       038-CONVIERTE-VALOR.
           MOVE "N" TO SW-VALOR
           IF WS-VT-PUNTO NOT EQUAL "." OR
              WS-VT-RESTO NOT EQUAL SPACES
              GO TO 038-FIN
           END-IF
           INSPECT WS-VT-ENTEROS REPLACING LEADING SPACE BY ZERO
           MOVE WS-VT-ENTEROS   TO WS-VD-ENTEROS
           MOVE WS-VT-DECIMALES TO WS-VD-DECIMALES
           IF WS-VALOR-DIGITOS IS NUMERIC
              MOVE "S" TO SW-VALOR
           END-IF.
       038-FIN. EXIT.

      *----------------------------------------------------------------
      * SALIDA DEL SORT: AL CAMBIAR DE EMPLEADO SE GRABA SU SUELDO DE
      * ALTA (EL ANTERIOR DEL PRIMER CAMBIO) Y LUEGO UN RENGLON POR
      * CADA CAMBIO, VIGENTE DESDE LA FECHA DE LA BITACORA.
      *----------------------------------------------------------------
       050-GRABA-CAMBIOS.
           MOVE SPACES TO SW-FIN
           MOVE "CARGAHIS" TO WS-HSU-OPERADOR
           PERFORM 052-LEE-ORDEN THRU 052-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       050-PROC-FIN. EXIT.

       052-LEE-ORDEN.
           RETURN ARCHIVO-ORDEN
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 052-FIN
           END-RETURN
           IF REG-ORDEN EQUAL WS-ORDEN-ANTERIOR
              ADD 1 TO WS-CONT-REPETIDOS
              GO TO 052-FIN
           END-IF
           MOVE REG-ORDEN TO WS-ORDEN-ANTERIOR
           IF SRT-ID-EMP NOT EQUAL WS-EMP-ANTERIOR
              MOVE SRT-ID-EMP TO WS-EMP-ANTERIOR
              PERFORM 054-ALTA-EMPLEADO THRU 054-FIN
           END-IF
           MOVE SRT-ID-EMP  TO WS-ID-EMP
           MOVE SRT-NUEVO   TO WS-SALARIO
           MOVE SRT-FECHA   TO WS-HSU-FECHA-VIG
           MOVE "BITACORA"  TO WS-HSU-ORIGEN
           PERFORM 172-REGISTRA-HIST-SUELDO THRU 172-FIN
           ADD 1 TO WS-CONT-CAMBIOS.
       052-FIN. EXIT.

      *----------------------------------------------------------------
      * LA MONEDA Y LA FECHA DE ALTA SALEN DEL MAESTRO; EL EMPLEADO
      * QUE YA NO ESTA EN EL (ARCHIVADO POR ARCHIVEMP) QUEDA EN MXN Y
      * CON SU SUELDO DE ALTA VIGENTE DESDE EL PRIMER CAMBIO. UNA
      * FECHA DE ALTA POSTERIOR AL PRIMER CAMBIO (REINGRESO SIN
      * ANTIGUEDAD) TAMPOCO SE USA.
      *----------------------------------------------------------------
       054-ALTA-EMPLEADO.
           MOVE SRT-ID-EMP TO REG-ID-EMP
           READ EMPLEADOS INTO WS-DATOS-EMPLEADO
                INVALID KEY
                   MOVE "N"   TO SW-EN-MAESTRO
                NOT INVALID KEY
                   MOVE "S"   TO SW-EN-MAESTRO
           END-READ
           IF SW-EN-MAESTRO EQUAL "N"
              MOVE "MXN" TO WS-MONEDA
              MOVE ZEROS TO WS-FECHA-ALTA
           END-IF
           IF WS-FECHA-ALTA EQUAL ZEROS OR
              WS-FECHA-ALTA IS GREATER THAN SRT-FECHA
              MOVE SRT-FECHA     TO WS-HSU-FECHA-VIG
           ELSE
              MOVE WS-FECHA-ALTA TO WS-HSU-FECHA-VIG
           END-IF
           MOVE SRT-ID-EMP   TO WS-ID-EMP
           MOVE SRT-ANTERIOR TO WS-SALARIO
           MOVE "ALTA"       TO WS-HSU-ORIGEN
           PERFORM 172-REGISTRA-HIST-SUELDO THRU 172-FIN
           ADD 1 TO WS-CONT-ALTAS.
       054-FIN. EXIT.

      *----------------------------------------------------------------
      * RECORRIDO DEL MAESTRO: QUIEN NO TIENE HISTORIA RECIBE SU
      * SUELDO ACTUAL COMO ALTA; QUIEN LA TIENE PERO TERMINA EN UN
      * SUELDO DISTINTO AL DEL MAESTRO (UN CAMBIO QUE NO QUEDO EN LA
      * BITACORA O CUYO ARCHIVO MENSUAL YA NO EXISTE) RECIBE EL
      * SUELDO DEL MAESTRO CON FECHA DEL DIA.
      *----------------------------------------------------------------
       060-CUADRA-MAESTRO.
           MOVE ZEROS  TO REG-ID-EMP
           MOVE SPACES TO SW-FIN
           START EMPLEADOS KEY IS GREATER THAN OR EQUAL REG-ID-EMP
                 INVALID KEY
                    GO TO 060-FIN
           END-START
           PERFORM 062-REVISA-EMPLEADO THRU 062-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       060-FIN. EXIT.

       062-REVISA-EMPLEADO.
           READ EMPLEADOS NEXT RECORD INTO WS-DATOS-EMPLEADO
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 062-FIN
           END-READ
           PERFORM 064-ULTIMO-SUELDO THRU 064-FIN
           IF SW-TIENE-HISTORIA EQUAL "N"
              MOVE WS-FECHA-ALTA TO WS-HSU-FECHA-VIG
              MOVE "ALTA"        TO WS-HSU-ORIGEN
              PERFORM 172-REGISTRA-HIST-SUELDO THRU 172-FIN
              ADD 1 TO WS-CONT-ALTAS
              GO TO 062-FIN
           END-IF
           IF WS-ULTIMO-SALARIO NOT EQUAL WS-SALARIO
              MOVE WS-FECHA-HOY  TO WS-HSU-FECHA-VIG
              MOVE "MAESTRO"     TO WS-HSU-ORIGEN
              PERFORM 172-REGISTRA-HIST-SUELDO THRU 172-FIN
              ADD 1 TO WS-CONT-CUADRES
           END-IF.
       062-FIN. EXIT.

       064-ULTIMO-SUELDO.
           MOVE "N"       TO SW-TIENE-HISTORIA
           MOVE WS-ID-EMP TO HSU-ID-EMP
           MOVE ZEROS     TO HSU-FECHA-VIG
                             HSU-CONSEC
           START HIST-SUELDOS KEY IS GREATER THAN OR EQUAL HSU-LLAVE
                 INVALID KEY
                    GO TO 064-FIN
           END-START.
       064-LEE.
           READ HIST-SUELDOS NEXT RECORD
                AT END
                   GO TO 064-FIN
           END-READ
           IF HSU-ID-EMP NOT EQUAL WS-ID-EMP
              GO TO 064-FIN
           END-IF
           MOVE "S"         TO SW-TIENE-HISTORIA
           MOVE HSU-SALARIO TO WS-ULTIMO-SALARIO
           GO TO 064-LEE.
       064-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 HIST-SUELDOS.
       090-FIN. EXIT.
