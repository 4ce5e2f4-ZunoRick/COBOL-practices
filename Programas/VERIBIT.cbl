      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * VERIBIT.cbl - VERIFICACION DE LA CADENA DE SELLOS DE LAS
      *               BITACORAS. RECORRE BD-AUDITORIA.TXT Y
      *               BD-CAMBIOS.TXT JUNTO CON SUS ARCHIVOS MENSUALES
      *               (BD-AUDITORIA-AAMM.TXT / BD-CAMBIOS-AAMM.TXT
      *               QUE DEJA ARCHIAUD), DEL MES MAS VIEJO AL ARCHIVO
      *               VIVO, Y EN CADA RENGLON RECALCULA SU SELLO CON
      *               SELLOBIT Y REVISA QUE SU SELLO ANTERIOR SEA EL
      *               DEL RENGLON QUE LE PRECEDE. UN SELLO QUE NO
      *               CUADRA ES UN RENGLON EDITADO; UN ESLABON QUE NO
      *               CUADRA ES UN RENGLON QUITADO O INTERCALADO. DE
      *               CADA BITACORA SE REPORTA EL PRIMER ESLABON ROTO
      *               (ARCHIVO, RENGLON Y SUS DATOS) EN
      *               REPORTE-CADENA-BITACORAS.TXT; SI EL PRIMER
      *               RENGLON ENCONTRADO NO ARRANCA EN CERO, SE AVISA
      *               QUE LOS MESES ANTERIORES YA NO ESTAN. CORRE SIN
      *               DIALOGO COMO PASO DEL LOTE NOCTURNO (LOTENOCHE),
      *               DESPUES DE INTEGEMP; UNA CADENA ROTA SE REPORTA
      *               PARA LA REVISION DE LA MANANA Y NO DETIENE EL
      *               LOTE. SOLO SALE CON RETURN-CODE 8 SI NO PUEDE
      *               CREAR SU REPORTE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                VERIBIT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY AUDSEL.
           COPY CAMBSEL.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE
           FILE STATUS IS WS-FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
           COPY AUDFD.
           COPY CAMBFD.

       FD  REPORTE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(100).

       WORKING-STORAGE SECTION.
           COPY AUDFS.
           COPY AUDRUTA.
           COPY CAMBFS.
           COPY CAMBRUTA.

       01  WS-DIR-DATOS            PIC X(60).
       01  WS-RUTA-REPORTE         PIC X(80).
       01  WS-FS-REPORTE           PIC X(02)    VALUE "00".
           88 FS-REPORTE-OK                VALUE "00".

       01  WS-FECHA-HOY            PIC 9(06).
       01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
           05 WS-HOY-AAMM          PIC 9(04).
           05 WS-HOY-DD            PIC 9(02).

      *----------------------------------------------------------------
      * MES DE ARCHIVO EN TURNO (AAMM, ANIO A DOS DIGITOS COMO EL
      * CORTE DE ARCHIAUD).
      *----------------------------------------------------------------
       01  WS-MES-ARCHIVO.
           05 WS-MES-AA            PIC 9(02).
           05 WS-MES-MM            PIC 9(02).
       01  WS-MES-ARCHIVO-N REDEFINES WS-MES-ARCHIVO
                                   PIC 9(04).
       01  WS-MES-ARCHIVO-X REDEFINES WS-MES-ARCHIVO
                                   PIC X(04).

       01  WS-BITACORA             PIC X(01).
           88 VERIFICA-AUDITORIA          VALUE "A".
           88 VERIFICA-CAMBIOS            VALUE "C".
       01  WS-NOMBRE-ARCHIVO       PIC X(30).

       01  SW-FIN                  PIC X(03)    VALUE SPACES.
       01  SW-PRIMER-RENGLON       PIC X(01).
           88 PRIMER-RENGLON              VALUE "S".
       01  SW-CADENA               PIC X(01).
           88 CADENA-ROTA                 VALUE "R".
           88 CADENA-INTEGRA              VALUE "I".

      *----------------------------------------------------------------
      * RENGLON EN REVISION, YA SIN IMPORTAR DE QUE BITACORA VIENE.
      *----------------------------------------------------------------
       01  WS-VER-SELLO-ANT        PIC 9(09).
       01  WS-VER-SELLO            PIC 9(09).
       01  WS-VER-CALCULADO        PIC 9(09).
       01  WS-VER-PREVIO           PIC 9(09).

       01  WS-REN-ARCHIVO          PIC 9(07).
       01  WS-CONT-RENGLONES       PIC 9(07).
       01  WS-CONT-ARCHIVOS        PIC 9(03).
       01  WS-CONT-ROTAS           PIC 9(01)    VALUE ZEROS.

       01  WS-TITULO.
           05 FILLER              PIC X(20)   VALUE SPACES.
           05 FILLER              PIC X(45)
               VALUE "VERIFICACION DE LA CADENA DE SELLOS DE LAS BI".
           05 FILLER              PIC X(10)   VALUE "TACORAS   ".
           05 WS-TIT-FECHA        PIC 9(06).
           05 FILLER              PIC X(19)   VALUE SPACES.

       01  WS-MARGEN.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(01)   VALUE "*".
           05 FILLER              PIC X(97)   VALUE ALL "-".
           05 FILLER              PIC X(01)   VALUE "*".

       01  WS-LIN-ARCHIVO.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-ARC-NOMBRE       PIC X(30).
           05 FILLER              PIC X(11)   VALUE " RENGLONES:".
           05 WS-ARC-RENGLONES    PIC ZZZZZZ9.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-ARC-RESULTADO    PIC X(48).

       01  WS-LIN-ROTURA.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 FILLER              PIC X(08)   VALUE "RENGLON ".
           05 WS-ROT-RENGLON      PIC ZZZZZZ9.
           05 FILLER              PIC X(08)   VALUE "  FECHA ".
           05 WS-ROT-FECHA        PIC 9(06).
           05 FILLER              PIC X(07)   VALUE "  HORA ".
           05 WS-ROT-HORA         PIC 9(06).
           05 FILLER              PIC X(11)   VALUE "  EMPLEADO ".
           05 WS-ROT-ID-EMP       PIC 9(04).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-ROT-DATO         PIC X(37).

       01  WS-LIN-TEXTO.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 WS-TXT-TEXTO        PIC X(96).

       01  WS-LIN-RESUMEN.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-RES-BITACORA     PIC X(13).
           05 WS-RES-RESULTADO    PIC X(16).
           05 FILLER              PIC X(11)   VALUE " RENGLONES:".
           05 WS-RES-RENGLONES    PIC ZZZZZZ9.
           05 FILLER              PIC X(11)   VALUE "  ARCHIVOS:".
           05 WS-RES-ARCHIVOS     PIC ZZ9.
           05 FILLER              PIC X(38)   VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS     THRU 015-FIN
           PERFORM 016-ARMA-RUTAS             THRU 016-FIN
           OPEN OUTPUT REPORTE
           IF NOT FS-REPORTE-OK
              DISPLAY "NO SE PUDO CREAR " WS-RUTA-REPORTE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           WRITE REG-REPORTE FROM WS-TITULO
           WRITE REG-REPORTE FROM WS-MARGEN
           MOVE "A" TO WS-BITACORA
           PERFORM 030-VERIFICA-BITACORA      THRU 030-FIN
           MOVE "C" TO WS-BITACORA
           PERFORM 030-VERIFICA-BITACORA      THRU 030-FIN
           WRITE REG-REPORTE FROM WS-MARGEN
           CLOSE REPORTE
           IF WS-CONT-ROTAS IS GREATER THAN ZEROS
              DISPLAY "CADENA DE SELLOS ROTA EN " WS-CONT-ROTAS
                      " BITACORA(S); VER " WS-RUTA-REPORTE
           ELSE
              DISPLAY "CADENA DE SELLOS INTEGRA EN AMBAS BITACORAS."
           END-IF
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

           COPY AUDRUTAP.
           COPY CAMBRUTAP.

       016-ARMA-RUTAS.
           ACCEPT WS-FECHA-HOY FROM DATE
           MOVE WS-FECHA-HOY TO WS-TIT-FECHA
           STRING WS-DIR-DATOS                     DELIMITED BY SPACE
                  "\REPORTE-CADENA-BITACORAS.TXT"  DELIMITED BY SIZE
                  INTO WS-RUTA-REPORTE
           END-STRING.
       016-FIN. EXIT.

      *----------------------------------------------------------------
      * UNA BITACORA: LOS ARCHIVOS MENSUALES DEL MES 0001 AL MES EN
      * CURSO, EN ORDEN, Y AL FINAL EL ARCHIVO VIVO. EL RECORRIDO SE
      * DETIENE EN EL PRIMER ESLABON ROTO.
      *----------------------------------------------------------------
       030-VERIFICA-BITACORA.
           MOVE "S"   TO SW-PRIMER-RENGLON
           MOVE "I"   TO SW-CADENA
           MOVE ZEROS TO WS-CONT-RENGLONES
                         WS-CONT-ARCHIVOS
                         WS-VER-PREVIO
           MOVE 0001  TO WS-MES-ARCHIVO-N
           PERFORM 032-VERIFICA-MES THRU 032-FIN
                   UNTIL WS-MES-ARCHIVO-N IS GREATER THAN WS-HOY-AAMM
                      OR CADENA-ROTA
           IF CADENA-INTEGRA
              IF VERIFICA-AUDITORIA
                 MOVE SPACES TO WS-RUTA-AUDITORIA
                 PERFORM 021-OBTIENE-RUTA-AUDITORIA THRU 021-FIN
                 MOVE "BD-AUDITORIA.txt" TO WS-NOMBRE-ARCHIVO
              ELSE
                 MOVE SPACES TO WS-RUTA-CAMBIOS
                 PERFORM 023-OBTIENE-RUTA-CAMBIOS   THRU 023-FIN
                 MOVE "BD-CAMBIOS.txt"   TO WS-NOMBRE-ARCHIVO
              END-IF
              PERFORM 040-RECORRE-ARCHIVO THRU 040-FIN
              IF WS-ARC-RESULTADO EQUAL "NO EXISTE"
                 MOVE "NO SE ENCONTRO EL ARCHIVO VIVO DE LA BITACORA."
                   TO WS-TXT-TEXTO
                 WRITE REG-REPORTE FROM WS-LIN-TEXTO
                 MOVE "R" TO SW-CADENA
              END-IF
           END-IF
           IF VERIFICA-AUDITORIA
              MOVE "BD-AUDITORIA " TO WS-RES-BITACORA
           ELSE
              MOVE "BD-CAMBIOS   " TO WS-RES-BITACORA
           END-IF
           IF CADENA-ROTA
              MOVE "CADENA ROTA     " TO WS-RES-RESULTADO
              ADD 1 TO WS-CONT-ROTAS
           ELSE
              MOVE "CADENA INTEGRA  " TO WS-RES-RESULTADO
           END-IF
           MOVE WS-CONT-RENGLONES TO WS-RES-RENGLONES
           MOVE WS-CONT-ARCHIVOS  TO WS-RES-ARCHIVOS
           WRITE REG-REPORTE FROM WS-LIN-RESUMEN
           MOVE SPACES TO WS-TXT-TEXTO
           WRITE REG-REPORTE FROM WS-LIN-TEXTO.
       030-FIN. EXIT.

       032-VERIFICA-MES.
           MOVE SPACES TO WS-NOMBRE-ARCHIVO
           IF VERIFICA-AUDITORIA
              STRING "BD-AUDITORIA-"     DELIMITED BY SIZE
                     WS-MES-ARCHIVO-X    DELIMITED BY SIZE
                     ".txt"              DELIMITED BY SIZE
                     INTO WS-NOMBRE-ARCHIVO
              END-STRING
              MOVE SPACES TO WS-RUTA-AUDITORIA
              STRING WS-DIR-DATOS        DELIMITED BY SPACE
                     "\"                 DELIMITED BY SIZE
                     WS-NOMBRE-ARCHIVO   DELIMITED BY SPACE
                     INTO WS-RUTA-AUDITORIA
              END-STRING
           ELSE
              STRING "BD-CAMBIOS-"       DELIMITED BY SIZE
                     WS-MES-ARCHIVO-X    DELIMITED BY SIZE
                     ".txt"              DELIMITED BY SIZE
                     INTO WS-NOMBRE-ARCHIVO
              END-STRING
              MOVE SPACES TO WS-RUTA-CAMBIOS
              STRING WS-DIR-DATOS        DELIMITED BY SPACE
                     "\"                 DELIMITED BY SIZE
                     WS-NOMBRE-ARCHIVO   DELIMITED BY SPACE
                     INTO WS-RUTA-CAMBIOS
              END-STRING
           END-IF
           PERFORM 040-RECORRE-ARCHIVO THRU 040-FIN
           ADD 1 TO WS-MES-MM
           IF WS-MES-MM IS GREATER THAN 12
              MOVE 01 TO WS-MES-MM
              ADD 1 TO WS-MES-AA
           END-IF.
       032-FIN. EXIT.

      *----------------------------------------------------------------
      * UN ARCHIVO DE LA BITACORA. LOS MESES SIN ARCHIVO SE SALTAN
      * SIN REPORTARSE; LOS QUE EXISTEN DEJAN SU RENGLON DE CONTROL.
      *----------------------------------------------------------------
       040-RECORRE-ARCHIVO.
           MOVE SPACES TO WS-ARC-RESULTADO
           MOVE ZEROS  TO WS-REN-ARCHIVO
           IF VERIFICA-AUDITORIA
              OPEN INPUT AUDITORIA
              IF NOT FS-AUDITORIA-OK
                 MOVE "NO EXISTE" TO WS-ARC-RESULTADO
                 GO TO 040-FIN
              END-IF
           ELSE
              OPEN INPUT CAMBIOS
              IF NOT FS-CAMBIOS-OK
                 MOVE "NO EXISTE" TO WS-ARC-RESULTADO
                 GO TO 040-FIN
              END-IF
           END-IF
           ADD 1 TO WS-CONT-ARCHIVOS
           MOVE SPACES TO SW-FIN
           PERFORM 042-LEE-RENGLON THRU 042-FIN
           PERFORM 050-REVISA-ESLABON THRU 050-FIN
                   UNTIL SW-FIN EQUAL "FIN" OR CADENA-ROTA
           IF VERIFICA-AUDITORIA
              CLOSE AUDITORIA
           ELSE
              CLOSE CAMBIOS
           END-IF
           IF CADENA-INTEGRA
              MOVE "SELLOS Y ESLABONES CORRECTOS" TO WS-ARC-RESULTADO
           ELSE
              MOVE "PRIMER ESLABON ROTO EN ESTE ARCHIVO"
                TO WS-ARC-RESULTADO
           END-IF
           MOVE WS-NOMBRE-ARCHIVO TO WS-ARC-NOMBRE
           MOVE WS-REN-ARCHIVO    TO WS-ARC-RENGLONES
           WRITE REG-REPORTE FROM WS-LIN-ARCHIVO
           IF CADENA-ROTA
              WRITE REG-REPORTE FROM WS-LIN-ROTURA
              WRITE REG-REPORTE FROM WS-LIN-TEXTO
           END-IF.
       040-FIN. EXIT.

      *----------------------------------------------------------------
      * LEE EL SIGUIENTE RENGLON Y DEJA SUS SELLOS EN LAS AREAS
      * COMUNES DE REVISION, CON LOS DATOS PARA EL REPORTE.
      *----------------------------------------------------------------
       042-LEE-RENGLON.
           IF VERIFICA-AUDITORIA
              READ AUDITORIA
                   AT END
                      MOVE "FIN" TO SW-FIN
                      GO TO 042-FIN
              END-READ
              MOVE AUD-SELLO-ANT TO WS-VER-SELLO-ANT
              MOVE AUD-SELLO     TO WS-VER-SELLO
              CALL "SELLOBIT" USING AUD-SELLO-ANT
                                    REG-AUDITORIA
                                    WS-AUD-SELLO-LARGO
                                    WS-VER-CALCULADO
              MOVE AUD-FECHA     TO WS-ROT-FECHA
              MOVE AUD-HORA      TO WS-ROT-HORA
              MOVE AUD-ID-EMP    TO WS-ROT-ID-EMP
              MOVE SPACES        TO WS-ROT-DATO
              STRING "OPERACION "   DELIMITED BY SIZE
                     AUD-OPERACION  DELIMITED BY SIZE
                     " OPERADOR "   DELIMITED BY SIZE
                     AUD-OPERADOR   DELIMITED BY SIZE
                     INTO WS-ROT-DATO
              END-STRING
           ELSE
              READ CAMBIOS
                   AT END
                      MOVE "FIN" TO SW-FIN
                      GO TO 042-FIN
              END-READ
              MOVE CAM-SELLO-ANT TO WS-VER-SELLO-ANT
              MOVE CAM-SELLO     TO WS-VER-SELLO
              CALL "SELLOBIT" USING CAM-SELLO-ANT
                                    REG-CAMBIOS
                                    WS-CAM-SELLO-LARGO
                                    WS-VER-CALCULADO
              MOVE CAM-FECHA     TO WS-ROT-FECHA
              MOVE CAM-HORA      TO WS-ROT-HORA
              MOVE CAM-ID-EMP    TO WS-ROT-ID-EMP
              MOVE SPACES        TO WS-ROT-DATO
              STRING "CAMPO "       DELIMITED BY SIZE
                     CAM-CAMPO      DELIMITED BY SIZE
                     INTO WS-ROT-DATO
              END-STRING
           END-IF
           ADD 1 TO WS-REN-ARCHIVO
                    WS-CONT-RENGLONES.
       042-FIN. EXIT.

      *----------------------------------------------------------------
      * PRIMERO EL SELLO PROPIO (RENGLON EDITADO) Y LUEGO EL ESLABON
      * CON EL RENGLON ANTERIOR (RENGLON QUITADO O INTERCALADO). EL
      * PRIMER RENGLON DEL RECORRIDO NO TIENE CONTRA QUE COMPARARSE:
      * SI NO ARRANCA EN CERO ES QUE YA NO ESTAN LOS MESES DE ANTES.
      *----------------------------------------------------------------
       050-REVISA-ESLABON.
           MOVE WS-REN-ARCHIVO TO WS-ROT-RENGLON
           IF WS-VER-CALCULADO NOT EQUAL WS-VER-SELLO
              MOVE "R" TO SW-CADENA
              MOVE "EL SELLO NO CORRESPONDE A LOS DATOS DEL RENGLON: "
                TO WS-TXT-TEXTO
              MOVE "FUE MODIFICADO DESPUES DE ESCRITO."
                TO WS-TXT-TEXTO (50:34)
              GO TO 050-FIN
           END-IF
           IF PRIMER-RENGLON
              MOVE "N" TO SW-PRIMER-RENGLON
              IF WS-VER-SELLO-ANT NOT EQUAL ZEROS
                 MOVE SPACES TO WS-TXT-TEXTO
                 STRING "AVISO: LA CADENA NO ARRANCA EN "
                        DELIMITED BY SIZE
                        WS-NOMBRE-ARCHIVO DELIMITED BY SPACE
                        "; LOS MESES ANTERIORES YA NO ESTAN EN LA "
                        DELIMITED BY SIZE
                        "CARPETA." DELIMITED BY SIZE
                        INTO WS-TXT-TEXTO
                 END-STRING
                 WRITE REG-REPORTE FROM WS-LIN-TEXTO
              END-IF
           ELSE
              IF WS-VER-SELLO-ANT NOT EQUAL WS-VER-PREVIO
                 MOVE "R" TO SW-CADENA
                 MOVE "EL ESLABON NO CUADRA CON EL RENGLON ANTERIOR: "
                   TO WS-TXT-TEXTO
                 MOVE "FALTAN RENGLONES O SE INTERCALO ESTE."
                   TO WS-TXT-TEXTO (47:37)
                 GO TO 050-FIN
              END-IF
           END-IF
           MOVE WS-VER-SELLO TO WS-VER-PREVIO
           PERFORM 042-LEE-RENGLON THRU 042-FIN.
       050-FIN. EXIT.
