      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * TURNOEMP.cbl - MANTENIMIENTO DEL CATALOGO DE TURNOS
      *                (BD-TURNOS.TXT: HORARIO DE ENTRADA Y SALIDA,
      *                JORNADA DIURNA/NOCTURNA/MIXTA, DIAS DE DESCANSO
      *                Y MINUTOS DE TOLERANCIA) Y DE LA ASIGNACION DE
      *                TURNO A CADA EMPLEADO CON FECHA DE VIGENCIA
      *                (BD-TURNO-EMP.TXT). UN CAMBIO DE TURNO SE
      *                CAPTURA COMO UNA ASIGNACION NUEVA CON SU
      *                VIGENCIA, ASI QUE EL HISTORIAL SE CONSERVA Y
      *                RELOJIMP MIDE CADA CHECADA CONTRA EL TURNO QUE
      *                TENIA EL EMPLEADO ESE DIA. LA ENTRADA ESTA
      *                PROTEGIDA CON LA CLAVE DE OPERADOR DE
      *                BD-OPERADORES.TXT, IGUAL QUE MANTCAT, Y CADA
      *                MOVIMIENTO QUEDA EN BD-AUDITORIA.TXT (EN LOS
      *                MOVIMIENTOS DEL CATALOGO EL CAMPO DE EMPLEADO
      *                DE LA BITACORA LLEVA LA CLAVE DEL TURNO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                TURNOEMP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY OPERSEL.
           COPY AUDSEL.
           COPY TURSEL.
           COPY TEMSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY OPERFD.
           COPY AUDFD.
           COPY TURFD.
           COPY TEMFD.

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPFS.
           COPY EMPRUTA.
           COPY OPERFS.
           COPY OPERRUTA.
           COPY AUDFS.
           COPY AUDRUTA.
           COPY TURFS.
           COPY TURRUTA.
           COPY TEMFS.
           COPY TEMRUTA.

       01  WS-RESPUESTA            PIC X(01).
       01  SW-CONFIRMA             PIC X(01).
       01  SW-FIN                  PIC X(03)     VALUE SPACES.

       01  WS-COD-TURNO-X          PIC X(02).
       01  WS-COD-TURNO-9 REDEFINES WS-COD-TURNO-X
                                   PIC 9(02).
       01  WS-NOMBRE-CAPTURA       PIC X(20).

      *----------------------------------------------------------------
      * HORARIO CAPTURADO (HHMM) EN CAMPO ALFANUMERICO, VALIDADO
      * NUMERICO Y EN RANGO ANTES DE PASAR AL REGISTRO.
      *----------------------------------------------------------------
       01  WS-HORA-CAPTURA-X       PIC X(04).
       01  FILLER REDEFINES WS-HORA-CAPTURA-X.
           05 WS-CAP-HH            PIC 9(02).
           05 WS-CAP-MM            PIC 9(02).
       01  WS-HORA-CAPTURA-9 REDEFINES WS-HORA-CAPTURA-X
                                   PIC 9(04).
       01  WS-JORNADA-CAPTURA      PIC X(01).
           88 JORNADA-VALIDA              VALUE "D" "N" "M".
       01  WS-DESCANSOS-CAPTURA.
           05 WS-DESCANSO-CAP      PIC X(01) OCCURS 7 TIMES.
       01  WS-TOLERANCIA-X         PIC X(02).
       01  WS-TOLERANCIA-9 REDEFINES WS-TOLERANCIA-X
                                   PIC 9(02).
       01  WS-DIA-IDX              PIC 9(01).
       01  WS-DIAS-LABORABLES      PIC 9(01).
       01  SW-DESCANSO-VALIDO      PIC X(01).

       01  WS-ID-BUSCA             PIC 9(04).
       01  WS-TURNO-ASIGNA         PIC 9(02).
       01  WS-FECHA-VIGENCIA       PIC 9(08).
       01  WS-FECHA-SISTEMA        PIC 9(08).
       01  WS-NOMBRE-TURNO         PIC X(20).

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 027-OBTIENE-RUTA-OPERADORES  THRU 027-FIN
           PERFORM 021-OBTIENE-RUTA-AUDITORIA   THRU 021-FIN
           PERFORM 135-OBTIENE-RUTA-TURNOS      THRU 135-FIN
           PERFORM 136-OBTIENE-RUTA-TURNO-EMP   THRU 136-FIN
           PERFORM 028-ABRE-OPERADORES          THRU 028-FIN
           PERFORM 029-VALIDA-OPERADOR          THRU 029-FIN
           CLOSE OPERADORES
           MOVE WS-OPERADOR-ID TO WS-AUD-OPERADOR
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           PERFORM 030-MUESTRA-MENU THRU 040-FIN
                   UNTIL WS-RESPUESTA EQUAL "E"
           PERFORM 090-CIERRA-ARCHIVOS          THRU 090-FIN
           GOBACK.

           COPY EMPRUTAP.
           COPY OPERRUTAP.
           COPY AUDRUTAP.
           COPY AUDWRTP.
           COPY TURRUTAP.
           COPY TEMRUTAP.
           COPY TEMBUSP.

       028-ABRE-OPERADORES.
           OPEN INPUT OPERADORES
           IF NOT FS-OPERADORES-OK
              DISPLAY "NO SE PUDO ABRIR BD-OPERADORES.TXT. DE DE ALTA "
                      "LOS OPERADORES DESDE CRUD-EMP PRIMERO."
              GOBACK
           END-IF.
       028-FIN. EXIT.

           COPY OPERVALP.

      *----------------------------------------------------------------
      * BD-TURNOS.TXT Y BD-TURNO-EMP.TXT SE CREAN VACIOS EN LA
      * PRIMERA CORRIDA, IGUAL QUE BD-PLANTAS.TXT EN MANTCAT.
      *----------------------------------------------------------------
       020-ABRE-ARCHIVOS.
           OPEN INPUT  EMPLEADOS
           OPEN I-O    TURNOS
           IF FS-TURNOS-NO-EXISTE
              OPEN OUTPUT TURNOS
              CLOSE TURNOS
              OPEN I-O TURNOS
           END-IF
           OPEN I-O    TURNO-EMP
           IF FS-TURNO-EMP-NO-EXISTE
              OPEN OUTPUT TURNO-EMP
              CLOSE TURNO-EMP
              OPEN I-O TURNO-EMP
           END-IF
           OPEN EXTEND AUDITORIA
           IF NOT FS-EMPLEADOS-OK OR NOT FS-TURNOS-OK
              OR NOT FS-TURNO-EMP-OK OR NOT FS-AUDITORIA-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              GOBACK
           END-IF.
       020-FIN. EXIT.

       030-MUESTRA-MENU.
           DISPLAY " "
           DISPLAY "TECLEE UNA OPCION: "
           DISPLAY " "
           DISPLAY "1: DAR DE ALTA UN TURNO"
           DISPLAY "2: CAMBIAR EL HORARIO O LOS DESCANSOS DE UN TURNO"
           DISPLAY "3: LISTAR EL CATALOGO DE TURNOS"
           DISPLAY " "
           DISPLAY "4: ASIGNAR TURNO A UN EMPLEADO"
           DISPLAY "5: CONSULTAR LOS TURNOS DE UN EMPLEADO"
           DISPLAY " "
           DISPLAY "E: SALIR DEL PROGRAMA"
           DISPLAY " "
           ACCEPT WS-RESPUESTA.

       040-EJECUTA-OPCION.
           EVALUATE WS-RESPUESTA
           WHEN "1"
                PERFORM 050-ALTA-TURNO THRU 050-FIN
           WHEN "2"
                PERFORM 062-CAMBIO-TURNO THRU 062-FIN
           WHEN "3"
                PERFORM 065-LISTA-TURNOS THRU 065-FIN
           WHEN "4"
                PERFORM 070-ASIGNA-TURNO THRU 070-FIN
           WHEN "5"
                PERFORM 080-CONSULTA-ASIGNACIONES THRU 080-FIN
           WHEN "E"
                CONTINUE
           WHEN OTHER
                DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.
       040-FIN. EXIT.

       045-PIDE-COD-TURNO.
           DISPLAY "CLAVE DE TURNO (2 DIGITOS): "
           ACCEPT WS-COD-TURNO-X
           IF WS-COD-TURNO-X NOT NUMERIC OR
              WS-COD-TURNO-X EQUAL "00"
              DISPLAY "LA CLAVE DEBE SER NUMERICA Y MAYOR QUE CERO."
              DISPLAY " "
              GO TO 045-PIDE-COD-TURNO
           END-IF.
       045-FIN. EXIT.

       050-ALTA-TURNO.
           PERFORM 045-PIDE-COD-TURNO THRU 045-FIN
           MOVE WS-COD-TURNO-9 TO TUR-COD
           READ TURNOS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   DISPLAY "YA EXISTE UN TURNO CON ESA CLAVE."
                   GO TO 050-FIN
           END-READ
           DISPLAY "NOMBRE DEL TURNO: "
           ACCEPT WS-NOMBRE-CAPTURA
           IF WS-NOMBRE-CAPTURA EQUAL SPACES
              DISPLAY "EL NOMBRE ES OBLIGATORIO."
              GO TO 050-FIN
           END-IF
           PERFORM 052-CAPTURA-HORARIO THRU 052-FIN
           MOVE WS-COD-TURNO-9    TO TUR-COD
           MOVE WS-NOMBRE-CAPTURA TO TUR-NOMBRE
           PERFORM 059-PASA-HORARIO THRU 059-FIN
           WRITE REG-TURNOS
                INVALID KEY
                   DISPLAY "YA EXISTE UN TURNO CON ESA CLAVE."
                NOT INVALID KEY
                   DISPLAY "TURNO DADO DE ALTA."
                   MOVE WS-COD-TURNO-9 TO WS-ID-EMP
                   MOVE "TURALT" TO WS-AUD-OPERACION
                   PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN
           END-WRITE.
       050-FIN. EXIT.

      *----------------------------------------------------------------
      * CAPTURA DEL HORARIO DEL TURNO: ENTRADA Y SALIDA EN HHMM (UNA
      * SALIDA MENOR QUE LA ENTRADA ES UN TURNO QUE TERMINA AL DIA
      * SIGUIENTE), JORNADA D/N/M, DIAS DE DESCANSO Y TOLERANCIA.
      *----------------------------------------------------------------
       052-CAPTURA-HORARIO.
           DISPLAY "HORA DE ENTRADA (HHMM): "
           PERFORM 053-PIDE-HORA THRU 053-FIN
           MOVE WS-HORA-CAPTURA-9 TO TUR-HORA-ENTRADA
           DISPLAY "HORA DE SALIDA (HHMM): "
           PERFORM 053-PIDE-HORA THRU 053-FIN
           MOVE WS-HORA-CAPTURA-9 TO TUR-HORA-SALIDA
           IF TUR-HORA-SALIDA EQUAL TUR-HORA-ENTRADA
              DISPLAY "LA SALIDA NO PUEDE SER IGUAL A LA ENTRADA."
              DISPLAY " "
              GO TO 052-CAPTURA-HORARIO
           END-IF
           PERFORM 054-PIDE-JORNADA    THRU 054-FIN
           PERFORM 055-PIDE-DESCANSOS  THRU 055-FIN
           PERFORM 058-PIDE-TOLERANCIA THRU 058-FIN.
       052-FIN. EXIT.

       053-PIDE-HORA.
           ACCEPT WS-HORA-CAPTURA-X
           IF WS-HORA-CAPTURA-X NOT NUMERIC
              DISPLAY "LA HORA DEBE SER DE 4 DIGITOS (HHMM): "
              GO TO 053-PIDE-HORA
           END-IF
           IF WS-CAP-HH IS GREATER THAN 23 OR
              WS-CAP-MM IS GREATER THAN 59
              DISPLAY "HORA FUERA DE RANGO (0000 A 2359): "
              GO TO 053-PIDE-HORA
           END-IF.
       053-FIN. EXIT.

       054-PIDE-JORNADA.
           DISPLAY "JORNADA (D: DIURNA / N: NOCTURNA / M: MIXTA): "
           ACCEPT WS-JORNADA-CAPTURA
           IF NOT JORNADA-VALIDA
              DISPLAY "LA JORNADA DEBE SER D, N O M."
              GO TO 054-PIDE-JORNADA
           END-IF.
       054-FIN. EXIT.

      *----------------------------------------------------------------
      * SIETE POSICIONES DE DOMINGO A SABADO: "S" DESCANSA, "N"
      * TRABAJA (P.EJ. SNNNNNS DESCANSA SABADO Y DOMINGO). DEBE
      * QUEDAR AL MENOS UN DIA DE DESCANSO Y UNO LABORABLE.
      *----------------------------------------------------------------
       055-PIDE-DESCANSOS.
           DISPLAY "DIAS DE DESCANSO, DOMINGO A SABADO "
                   "(S: DESCANSA / N: TRABAJA, P.EJ. SNNNNNS): "
           ACCEPT WS-DESCANSOS-CAPTURA
           MOVE "S"   TO SW-DESCANSO-VALIDO
           MOVE ZEROS TO WS-DIAS-LABORABLES
           PERFORM 056-REVISA-DIA THRU 056-FIN
                   VARYING WS-DIA-IDX FROM 1 BY 1
                   UNTIL WS-DIA-IDX IS GREATER THAN 7
           IF SW-DESCANSO-VALIDO NOT EQUAL "S"
              DISPLAY "CADA POSICION DEBE SER S O N."
              GO TO 055-PIDE-DESCANSOS
           END-IF
           IF WS-DIAS-LABORABLES EQUAL ZEROS OR
              WS-DIAS-LABORABLES EQUAL 7
              DISPLAY "EL TURNO DEBE TENER AL MENOS UN DIA DE "
                      "DESCANSO Y UNO LABORABLE."
              GO TO 055-PIDE-DESCANSOS
           END-IF.
       055-FIN. EXIT.

       056-REVISA-DIA.
           EVALUATE WS-DESCANSO-CAP (WS-DIA-IDX)
           WHEN "S"
              CONTINUE
           WHEN "N"
              ADD 1 TO WS-DIAS-LABORABLES
           WHEN OTHER
              MOVE "N" TO SW-DESCANSO-VALIDO
           END-EVALUATE.
       056-FIN. EXIT.

       058-PIDE-TOLERANCIA.
           DISPLAY "MINUTOS DE TOLERANCIA A LA ENTRADA (00 A 59): "
           ACCEPT WS-TOLERANCIA-X
           IF WS-TOLERANCIA-X NOT NUMERIC OR
              WS-TOLERANCIA-9 IS GREATER THAN 59
              DISPLAY "LA TOLERANCIA DEBE SER DE 00 A 59 MINUTOS."
              GO TO 058-PIDE-TOLERANCIA
           END-IF.
       058-FIN. EXIT.

       059-PASA-HORARIO.
           MOVE WS-JORNADA-CAPTURA   TO TUR-JORNADA
           MOVE WS-DESCANSOS-CAPTURA TO TUR-DESCANSOS
           MOVE WS-TOLERANCIA-9      TO TUR-TOLERANCIA.
       059-FIN. EXIT.

       062-CAMBIO-TURNO.
           PERFORM 045-PIDE-COD-TURNO THRU 045-FIN
           MOVE WS-COD-TURNO-9 TO TUR-COD
           READ TURNOS
                INVALID KEY
                   DISPLAY "CLAVE DE TURNO INEXISTENTE."
                   GO TO 062-FIN
           END-READ
           PERFORM 067-MUESTRA-TURNO THRU 067-FIN
           DISPLAY "NOMBRE NUEVO (EN BLANCO CONSERVA EL ACTUAL): "
           ACCEPT WS-NOMBRE-CAPTURA
           IF WS-NOMBRE-CAPTURA NOT EQUAL SPACES
              MOVE WS-NOMBRE-CAPTURA TO TUR-NOMBRE
           END-IF
           PERFORM 052-CAPTURA-HORARIO THRU 052-FIN
           PERFORM 059-PASA-HORARIO    THRU 059-FIN
           REWRITE REG-TURNOS
                INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL TURNO."
                NOT INVALID KEY
                   DISPLAY "TURNO ACTUALIZADO. APLICA A LAS CHECADAS "
                           "QUE SE IMPORTEN DE AQUI EN ADELANTE."
                   MOVE WS-COD-TURNO-9 TO WS-ID-EMP
                   MOVE "TURCAM" TO WS-AUD-OPERACION
                   PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN
           END-REWRITE.
       062-FIN. EXIT.

       065-LISTA-TURNOS.
           MOVE ZEROS TO TUR-COD
           START TURNOS KEY IS GREATER THAN OR EQUAL TUR-COD
                 INVALID KEY
                    DISPLAY "EL CATALOGO DE TURNOS ESTA VACIO."
                    GO TO 065-FIN
           END-START
           MOVE SPACES TO SW-FIN
           PERFORM 066-LEE-TURNO THRU 066-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       065-FIN. EXIT.

       066-LEE-TURNO.
           READ TURNOS NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 066-FIN
           END-READ
           PERFORM 067-MUESTRA-TURNO THRU 067-FIN.
       066-FIN. EXIT.

       067-MUESTRA-TURNO.
           DISPLAY TUR-COD ": " TUR-NOMBRE
                   "  ENTRA: " TUR-HORA-ENTRADA
                   "  SALE: " TUR-HORA-SALIDA
                   "  JORNADA: " TUR-JORNADA
                   "  DESCANSOS (D-S): " TUR-DESCANSOS
                   "  TOLERANCIA: " TUR-TOLERANCIA.
       067-FIN. EXIT.

      *----------------------------------------------------------------
      * LA ASIGNACION NO SE EDITA: CADA CAMBIO DE TURNO ES UN RENGLON
      * NUEVO CON SU FECHA DE VIGENCIA. CAPTURAR OTRA VEZ LA MISMA
      * VIGENCIA CORRIGE ESE RENGLON. EL TURNO 00 DEJA AL EMPLEADO SIN
      * TURNO A PARTIR DE LA VIGENCIA.
      *----------------------------------------------------------------
       070-ASIGNA-TURNO.
           DISPLAY "CLAVE DEL EMPLEADO: "
           ACCEPT WS-ID-BUSCA
           MOVE WS-ID-BUSCA TO REG-ID-EMP
           READ EMPLEADOS INTO WS-DATOS-EMPLEADO
                INVALID KEY
                   DISPLAY "NO SE ENCONTRO EL EMPLEADO " WS-ID-BUSCA
                           "."
                   GO TO 070-FIN
           END-READ
           IF EMP-INACTIVO
              DISPLAY "EL EMPLEADO " WS-ID-BUSCA " ESTA DADO DE BAJA."
              GO TO 070-FIN
           END-IF
           DISPLAY "EMPLEADO: " WS-ID-EMP " " WS-NOMBRE-EMP " "
                   WS-APE-PAT-EMP
           MOVE WS-ID-BUSCA      TO WS-TEM-ID-BUSCA
           MOVE WS-FECHA-SISTEMA TO WS-TEM-FECHA-BUSCA
           PERFORM 137-BUSCA-TURNO-VIGENTE THRU 137-FIN
           IF HAY-TURNO-VIGENTE
              DISPLAY "TURNO VIGENTE HOY:"
              PERFORM 067-MUESTRA-TURNO THRU 067-FIN
           ELSE
              DISPLAY "SIN TURNO VIGENTE HOY."
           END-IF
           DISPLAY "TURNO A ASIGNAR (00 = SIN TURNO): "
           ACCEPT WS-TURNO-ASIGNA
           MOVE "SIN TURNO" TO WS-NOMBRE-TURNO
           IF WS-TURNO-ASIGNA NOT EQUAL ZEROS
              MOVE WS-TURNO-ASIGNA TO TUR-COD
              READ TURNOS
                   INVALID KEY
                      DISPLAY "CLAVE DE TURNO INEXISTENTE."
                      GO TO 070-FIN
              END-READ
              MOVE TUR-NOMBRE TO WS-NOMBRE-TURNO
           END-IF
           DISPLAY "FECHA DE VIGENCIA (AAAAMMDD, 0 = HOY): "
           ACCEPT WS-FECHA-VIGENCIA
           IF WS-FECHA-VIGENCIA EQUAL ZEROS
              MOVE WS-FECHA-SISTEMA TO WS-FECHA-VIGENCIA
           END-IF
           IF WS-FECHA-VIGENCIA IS LESS THAN WS-FECHA-ALTA
              DISPLAY "LA VIGENCIA NO PUEDE SER ANTERIOR AL INGRESO "
                      "DEL EMPLEADO (" WS-FECHA-ALTA ")."
              GO TO 070-FIN
           END-IF
           DISPLAY "¿ASIGNA EL TURNO " WS-TURNO-ASIGNA " "
                   WS-NOMBRE-TURNO " A PARTIR DEL " WS-FECHA-VIGENCIA
                   "? (Y/N): "
           ACCEPT SW-CONFIRMA
           IF SW-CONFIRMA NOT EQUAL "Y"
              DISPLAY "ASIGNACION CANCELADA."
              GO TO 070-FIN
           END-IF
           PERFORM 075-GRABA-ASIGNACION THRU 075-FIN.
       070-FIN. EXIT.

       075-GRABA-ASIGNACION.
           MOVE WS-ID-BUSCA       TO TEM-ID-EMP
           MOVE WS-FECHA-VIGENCIA TO TEM-FECHA-VIGENCIA
           MOVE WS-TURNO-ASIGNA   TO TEM-TURNO
           MOVE WS-FECHA-SISTEMA  TO TEM-FECHA-REG
           MOVE WS-OPERADOR-ID    TO TEM-OPERADOR
           WRITE REG-TURNO-EMP
                INVALID KEY
                   REWRITE REG-TURNO-EMP
                        INVALID KEY
                           DISPLAY "NO SE PUDO GRABAR LA ASIGNACION."
                           GO TO 075-FIN
                   END-REWRITE
           END-WRITE
           DISPLAY "ASIGNACION REGISTRADA."
           MOVE WS-ID-BUSCA TO WS-ID-EMP
           MOVE "TURASG"    TO WS-AUD-OPERACION
           PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN.
       075-FIN. EXIT.

       080-CONSULTA-ASIGNACIONES.
           DISPLAY "CLAVE DEL EMPLEADO: "
           ACCEPT WS-ID-BUSCA
           MOVE WS-ID-BUSCA TO TEM-ID-EMP
           MOVE ZEROS       TO TEM-FECHA-VIGENCIA
           START TURNO-EMP KEY IS GREATER THAN OR EQUAL TEM-LLAVE
                 INVALID KEY
                    DISPLAY "EL EMPLEADO NO TIENE TURNOS ASIGNADOS."
                    GO TO 080-FIN
           END-START
           MOVE SPACES TO SW-FIN
           PERFORM 082-MUESTRA-ASIGNACION THRU 082-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       080-FIN. EXIT.

       082-MUESTRA-ASIGNACION.
           READ TURNO-EMP NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 082-FIN
           END-READ
           IF TEM-ID-EMP NOT EQUAL WS-ID-BUSCA
              MOVE "FIN" TO SW-FIN
              GO TO 082-FIN
           END-IF
           MOVE "SIN TURNO" TO WS-NOMBRE-TURNO
           IF TEM-TURNO NOT EQUAL ZEROS
              MOVE TEM-TURNO TO TUR-COD
              READ TURNOS
                   INVALID KEY
                      MOVE "NO EXISTE"  TO WS-NOMBRE-TURNO
                   NOT INVALID KEY
                      MOVE TUR-NOMBRE   TO WS-NOMBRE-TURNO
              END-READ
           END-IF
           DISPLAY "DESDE " TEM-FECHA-VIGENCIA
                   "  TURNO: " TEM-TURNO " " WS-NOMBRE-TURNO
                   "  CAPTURO: " TEM-OPERADOR " EL " TEM-FECHA-REG.
       082-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 TURNOS
                 TURNO-EMP
                 AUDITORIA.
       090-FIN. EXIT.
