      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * SELLABIT.cbl - SELLADO INICIAL DE LAS BITACORAS. SE CORRE UNA
      *                SOLA VEZ, AL PASAR BD-AUDITORIA.TXT Y
      *                BD-CAMBIOS.TXT AL RENGLON CON SELLO ENCADENADO
      *                (AUDITORIA DE 30 A 48 POSICIONES, CAMBIOS DE 72
      *                A 90): LEE CADA BITACORA EN EL FORMATO ANTERIOR,
      *                PRIMERO SUS ARCHIVOS MENSUALES (BD-AUDITORIA-
      *                AAMM.TXT / BD-CAMBIOS-AAMM.TXT, DEL MES MAS
      *                VIEJO AL MAS RECIENTE) Y AL FINAL EL ARCHIVO
      *                VIVO, Y ESCRIBE JUNTO A CADA UNO SU COPIA
      *                SELLADA (MISMO NOMBRE CON -SELLADO AL FINAL),
      *                CON LA CADENA CORRIDA DE UN ARCHIVO AL SIGUIENTE
      *                Y ARRANCANDO EN CERO. NO TOCA LOS ORIGINALES:
      *                IGUAL QUE CON ARCHIAUD Y REMAPLOG, EL OPERADOR
      *                REVISA LA PAGINA DE CONTROL Y PONE LAS COPIAS
      *                EN PRODUCCION A MANO, CON EL SISTEMA DETENIDO Y
      *                ANTES DE INSTALAR LOS PROGRAMAS QUE YA SELLAN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                SELLABIT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITORIA-ANTERIOR
           ASSIGN TO WS-RUTA-ORIGEN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-ORIGEN.
           SELECT CAMBIOS-ANTERIOR
           ASSIGN TO WS-RUTA-ORIGEN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-ORIGEN.
           SELECT AUDITORIA
           ASSIGN TO WS-RUTA-DESTINO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-AUDITORIA.
           SELECT CAMBIOS
           ASSIGN TO WS-RUTA-DESTINO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-CAMBIOS.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA-ANTERIOR
           RECORD CONTAINS 30 CHARACTERS.
       01  REG-AUD-ANTERIOR       PIC X(30).

       FD  CAMBIOS-ANTERIOR
           RECORD CONTAINS 72 CHARACTERS.
       01  REG-CAM-ANTERIOR       PIC X(72).

           COPY AUDFD.
           COPY CAMBFD.

       FD  REPORTE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(80).

       WORKING-STORAGE SECTION.
           COPY AUDFS.
           COPY AUDRUTA.
           COPY CAMBFS.
           COPY CAMBRUTA.

       01  WS-DIR-DATOS            PIC X(60).
       01  WS-RUTA-ORIGEN          PIC X(80).
       01  WS-RUTA-DESTINO         PIC X(80).
       01  WS-RUTA-REPORTE         PIC X(80).
       01  WS-FS-ORIGEN            PIC X(02)    VALUE "00".
           88 FS-ORIGEN-OK                 VALUE "00".

       01  WS-FECHA-HOY            PIC 9(06).
       01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
           05 WS-HOY-AAMM          PIC 9(04).
           05 WS-HOY-DD            PIC 9(02).

       01  WS-MES-ARCHIVO.
           05 WS-MES-AA            PIC 9(02).
           05 WS-MES-MM            PIC 9(02).
       01  WS-MES-ARCHIVO-N REDEFINES WS-MES-ARCHIVO
                                   PIC 9(04).
       01  WS-MES-ARCHIVO-X REDEFINES WS-MES-ARCHIVO
                                   PIC X(04).

       01  WS-BITACORA             PIC X(01).
           88 SELLA-AUDITORIA             VALUE "A".
           88 SELLA-CAMBIOS               VALUE "C".
       01  WS-BASE-ARCHIVO         PIC X(30).

       01  SW-FIN                  PIC X(03)    VALUE SPACES.
       01  WS-SELLO-PREVIO         PIC 9(09).
       01  WS-REN-ARCHIVO          PIC 9(07).
       01  WS-CONT-ARCHIVOS        PIC 9(03)    VALUE ZEROS.
       01  WS-CONT-RENGLONES       PIC 9(07)    VALUE ZEROS.

       01  WS-TITULO.
           05 FILLER              PIC X(20)   VALUE SPACES.
           05 FILLER              PIC X(40)
               VALUE "PAGINA DE CONTROL - SELLADO DE BITACORAS".
           05 FILLER              PIC X(20)   VALUE SPACES.

       01  WS-LIN-CONTROL.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-CTL-ARCHIVO      PIC X(34).
           05 FILLER              PIC X(11)   VALUE " RENGLONES:".
           05 WS-CTL-RENGLONES    PIC ZZZZZZ9.
           05 FILLER              PIC X(08)   VALUE "  SELLO ".
           05 WS-CTL-SELLO        PIC 9(09).
           05 FILLER              PIC X(09)   VALUE SPACES.

       01  WS-MARGEN.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(01)   VALUE "*".
           05 FILLER              PIC X(77)   VALUE ALL "-".
           05 FILLER              PIC X(01)   VALUE "*".

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS     THRU 015-FIN
           PERFORM 016-ARMA-RUTAS             THRU 016-FIN
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO
           WRITE REG-REPORTE FROM WS-MARGEN
           MOVE "A" TO WS-BITACORA
           PERFORM 030-SELLA-BITACORA         THRU 030-FIN
           MOVE "C" TO WS-BITACORA
           PERFORM 030-SELLA-BITACORA         THRU 030-FIN
           WRITE REG-REPORTE FROM WS-MARGEN
           CLOSE REPORTE
           DISPLAY "ARCHIVOS SELLADOS: " WS-CONT-ARCHIVOS
                   "  RENGLONES: " WS-CONT-RENGLONES
           DISPLAY "REVISAR LA PAGINA DE CONTROL Y PONER LAS COPIAS "
                   "-SELLADO EN PRODUCCION A MANO."
           GOBACK.

      *----------------------------------------------------------------
      * MISMA RESOLUCION DE CARPETA DE DATOS QUE EMPRUTAP.cpy.
      *----------------------------------------------------------------
       015-OBTIENE-RUTA-DATOS.
           ACCEPT WS-DIR-DATOS FROM ENVIRONMENT "CRUDEMP_DATOS"
           IF WS-DIR-DATOS EQUAL SPACES
              MOVE "C:\COBOL\Archivos" TO WS-DIR-DATOS
           END-IF.
       015-FIN. EXIT.

       016-ARMA-RUTAS.
           ACCEPT WS-FECHA-HOY FROM DATE
           STRING WS-DIR-DATOS                   DELIMITED BY SPACE
                  "\REPORTE-SELLADO-BITACORA.TXT" DELIMITED BY SIZE
                  INTO WS-RUTA-REPORTE
           END-STRING.
       016-FIN. EXIT.

      *----------------------------------------------------------------
      * UNA BITACORA: LOS MESES ARCHIVADOS EN ORDEN Y AL FINAL EL VIVO,
      * CON UN SOLO SELLO CORRIDO.
      *----------------------------------------------------------------
       030-SELLA-BITACORA.
           MOVE ZEROS TO WS-SELLO-PREVIO
           MOVE 0001  TO WS-MES-ARCHIVO-N
           PERFORM 032-SELLA-MES THRU 032-FIN
                   UNTIL WS-MES-ARCHIVO-N IS GREATER THAN WS-HOY-AAMM
           IF SELLA-AUDITORIA
              MOVE "BD-AUDITORIA" TO WS-BASE-ARCHIVO
           ELSE
              MOVE "BD-CAMBIOS"   TO WS-BASE-ARCHIVO
           END-IF
           PERFORM 040-SELLA-ARCHIVO THRU 040-FIN.
       030-FIN. EXIT.

       032-SELLA-MES.
           MOVE SPACES TO WS-BASE-ARCHIVO
           IF SELLA-AUDITORIA
              STRING "BD-AUDITORIA-"  DELIMITED BY SIZE
                     WS-MES-ARCHIVO-X DELIMITED BY SIZE
                     INTO WS-BASE-ARCHIVO
              END-STRING
           ELSE
              STRING "BD-CAMBIOS-"    DELIMITED BY SIZE
                     WS-MES-ARCHIVO-X DELIMITED BY SIZE
                     INTO WS-BASE-ARCHIVO
              END-STRING
           END-IF
           PERFORM 040-SELLA-ARCHIVO THRU 040-FIN
           ADD 1 TO WS-MES-MM
           IF WS-MES-MM IS GREATER THAN 12
              MOVE 01 TO WS-MES-MM
              ADD 1 TO WS-MES-AA
           END-IF.
       032-FIN. EXIT.

       040-SELLA-ARCHIVO.
           MOVE SPACES TO WS-RUTA-ORIGEN
                          WS-RUTA-DESTINO
           STRING WS-DIR-DATOS        DELIMITED BY SPACE
                  "\"                 DELIMITED BY SIZE
                  WS-BASE-ARCHIVO     DELIMITED BY SPACE
                  ".txt"              DELIMITED BY SIZE
                  INTO WS-RUTA-ORIGEN
           END-STRING
           STRING WS-DIR-DATOS        DELIMITED BY SPACE
                  "\"                 DELIMITED BY SIZE
                  WS-BASE-ARCHIVO     DELIMITED BY SPACE
                  "-SELLADO.txt"      DELIMITED BY SIZE
                  INTO WS-RUTA-DESTINO
           END-STRING
           MOVE ZEROS  TO WS-REN-ARCHIVO
           MOVE SPACES TO SW-FIN
           IF SELLA-AUDITORIA
              OPEN INPUT AUDITORIA-ANTERIOR
              IF NOT FS-ORIGEN-OK
                 GO TO 040-FIN
              END-IF
              OPEN OUTPUT AUDITORIA
              PERFORM 042-SELLA-AUD THRU 042-FIN
                      UNTIL SW-FIN EQUAL "FIN"
              CLOSE AUDITORIA-ANTERIOR
                    AUDITORIA
           ELSE
              OPEN INPUT CAMBIOS-ANTERIOR
              IF NOT FS-ORIGEN-OK
                 GO TO 040-FIN
              END-IF
              OPEN OUTPUT CAMBIOS
              PERFORM 044-SELLA-CAM THRU 044-FIN
                      UNTIL SW-FIN EQUAL "FIN"
              CLOSE CAMBIOS-ANTERIOR
                    CAMBIOS
           END-IF
           ADD 1 TO WS-CONT-ARCHIVOS
           MOVE SPACES TO WS-CTL-ARCHIVO
           STRING WS-BASE-ARCHIVO     DELIMITED BY SPACE
                  "-SELLADO.txt"      DELIMITED BY SIZE
                  INTO WS-CTL-ARCHIVO
           END-STRING
           MOVE WS-REN-ARCHIVO  TO WS-CTL-RENGLONES
           MOVE WS-SELLO-PREVIO TO WS-CTL-SELLO
           WRITE REG-REPORTE FROM WS-LIN-CONTROL.
       040-FIN. EXIT.

       042-SELLA-AUD.
           READ AUDITORIA-ANTERIOR
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 042-FIN
           END-READ
           MOVE REG-AUD-ANTERIOR TO REG-AUDITORIA (1:30)
           MOVE WS-SELLO-PREVIO  TO AUD-SELLO-ANT
           CALL "SELLOBIT" USING AUD-SELLO-ANT
                                 REG-AUDITORIA
                                 WS-AUD-SELLO-LARGO
                                 AUD-SELLO
           WRITE REG-AUDITORIA
           MOVE AUD-SELLO TO WS-SELLO-PREVIO
           ADD 1 TO WS-REN-ARCHIVO
                    WS-CONT-RENGLONES.
       042-FIN. EXIT.

       044-SELLA-CAM.
           READ CAMBIOS-ANTERIOR
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 044-FIN
           END-READ
           MOVE REG-CAM-ANTERIOR TO REG-CAMBIOS (1:72)
           MOVE WS-SELLO-PREVIO  TO CAM-SELLO-ANT
           CALL "SELLOBIT" USING CAM-SELLO-ANT
                                 REG-CAMBIOS
                                 WS-CAM-SELLO-LARGO
                                 CAM-SELLO
           WRITE REG-CAMBIOS
           MOVE CAM-SELLO TO WS-SELLO-PREVIO
           ADD 1 TO WS-REN-ARCHIVO
                    WS-CONT-RENGLONES.
       044-FIN. EXIT.
