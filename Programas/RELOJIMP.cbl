      *   JUSTIFICADOS: SE RESTAN DE LOS DIAS DE FALTA ANTES DE
      *   ESCRIBIR EL CONCEPTO 03, PARA NO DESCONTAR DOS VECES UN
      *   DIA QUE LA NOMINA YA EXCLUYE POR INCAPACIDAD.
      * - MIDE CADA PAR DE CHECADAS CONTRA EL TURNO VIGENTE DEL
      *   EMPLEADO (BD-TURNOS.TXT Y BD-TURNO-EMP.TXT, OPCIONALES) Y
      *   GRABA RETARDOS Y SALIDAS ANTICIPADAS EN BD-RETARDOS.TXT;
      *   LA SALIDA DE UN TURNO QUE CRUZA LA MEDIANOCHE YA NO ES
      *   EXCEPCION.
      * - DESDE MENUNOM EL PERIODO LLEGA EN MENUPAR.cpy Y NO SE
      *   PIDE; LAS SALIDAS POR ERROR DEJAN RETURN-CODE 8 PARA QUE
      *   EL MENU LAS REGISTRE COMO FALLIDAS.
      * - LA CORRIDA SUELTA PIDE LA FRECUENCIA (FRECCORRP.cpy) Y
      *   ACREDITA TAMBIEN SEMANAS (MES MAS 50); LA CHECADA DEL
      *   EMPLEADO DE OTRA FRECUENCIA SE RECHAZA, LA SEMANA SE
      *   LIQUIDA A 7 DIAS Y SU SALARIO DIARIO SALE DEL SUELDO
      *   SEMANAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                RELOJIMP.
           COPY INCSEL.
           COPY FESSEL.
           COPY INCASEL.
           COPY TURSEL.
           COPY TEMSEL.
           COPY RETSEL.
           SELECT ARCHIVO-RELOJ
           ASSIGN TO WS-RUTA-RELOJ
           ORGANIZATION IS LINE SEQUENTIAL
           COPY INCFD.
           COPY FESFD.
           COPY INCAFD.
           COPY TURFD.
           COPY TEMFD.
           COPY RETFD.

       FD  ARCHIVO-RELOJ
           RECORD CONTAINS 30 CHARACTERS.
           COPY CALRUTA.
           COPY INCFS.
           COPY INCRUTA.
           COPY MENUPAR.
           COPY FRECCORR.
           COPY FESFS.
           COPY FESRUTA.
           COPY INCAFS.
           COPY INCARUTA.
           COPY TURFS.
           COPY TURRUTA.
           COPY TEMFS.
           COPY TEMRUTA.
           COPY RETFS.
           COPY RETRUTA.

       01  WS-RUTA-RELOJ           PIC X(80).
       01  WS-FS-RELOJ             PIC X(02)     VALUE "00".
      *----------------------------------------------------------------
      * LAS QUINCENAS DEL CALENDARIO CAEN DENTRO DE UN MISMO MES, ASI
      * QUE LOS DIAS DEL PERIODO SE OBTIENEN RESTANDO LOS DIAS DE LAS
      * FECHAS DE INICIO Y FIN. LA SEMANA PUEDE CRUZAR DE UN MES A
      * OTRO Y SIEMPRE SON 7 DIAS.
      *----------------------------------------------------------------
       01  WS-FECHA-INICIO.
           05 FILLER               PIC 9(06).
       01  FILLER REDEFINES WS-HORA-ENTRADA-X.
           05 WS-ENT-HH            PIC 9(02).
           05 WS-ENT-MM            PIC 9(02).
       01  WS-HORA-ENTRADA-9 REDEFINES WS-HORA-ENTRADA-X
                                   PIC 9(04).
       01  WS-HORA-SALIDA-X        PIC X(04).
       01  FILLER REDEFINES WS-HORA-SALIDA-X.
           05 WS-SAL-HH            PIC 9(02).
           05 WS-SAL-MM            PIC 9(02).
       01  WS-HORA-SALIDA-9 REDEFINES WS-HORA-SALIDA-X
                                   PIC 9(04).

      *----------------------------------------------------------------
      * COMPARACION DEL PAR DE CHECADAS CONTRA EL TURNO ASIGNADO, EN
      * MINUTOS DESDE LA MEDIANOCHE DEL DIA DE LA ENTRADA (UNA SALIDA
      * AL DIA SIGUIENTE SUMA 1440). BD-TURNOS.TXT Y BD-TURNO-EMP.TXT
      * SON OPCIONALES: SIN ELLOS NO SE REVISAN RETARDOS.
      *----------------------------------------------------------------
       01  SW-HAY-TURNOS           PIC X(01)     VALUE "N".
           88 HAY-TURNOS                  VALUE "S".
       01  WS-MIN-ENTRADA          PIC S9(05).
       01  WS-MIN-SALIDA           PIC S9(05).
       01  WS-MIN-ENTRADA-TURNO    PIC S9(05).
       01  WS-MIN-SALIDA-TURNO     PIC S9(05).
       01  WS-MIN-DIFERENCIA       PIC S9(05).
       01  WS-DIA-TURNO-IDX        PIC 9(01).
       01  WS-TIPO-RETARDO         PIC X(01).
       01  WS-HORA-PROGRAMADA      PIC 9(04).
       01  WS-HORA-CHECADA         PIC 9(04).
       01  SW-FIN-RET              PIC X(03)     VALUE SPACES.

      *----------------------------------------------------------------
      * JORNADA DIARIA CONTRA LA QUE SE MIDE EL TIEMPO EXTRA. SE DEJA
           05 WS-DIAS-TRAB         PIC 9(02) OCCURS 9999 TIMES.

       01  WS-SALARIO-DIARIO       PIC 9(07)V99.
       01  WS-SALARIO-PERIODO      PIC 9(07)V99.
       01  WS-DIAS-FALTA           PIC 9(02).
       01  WS-IMPORTE-FALTA        PIC 9(07)V99.
       01  WS-FECHA-SISTEMA        PIC 9(08).
       01  WS-CONTADOR-DOMINGOS    PIC 9(05)     VALUE ZEROS.
       01  WS-CONTADOR-EXTRAS      PIC 9(05)     VALUE ZEROS.
       01  WS-CONTADOR-EXCEPCIONES PIC 9(05)     VALUE ZEROS.
       01  WS-CONTADOR-RETARDOS    PIC 9(05)     VALUE ZEROS.
       01  WS-CONTADOR-SAL-ANTIC   PIC 9(05)     VALUE ZEROS.

       01  WS-RUTA-EXCEPCIONES     PIC X(80).

           PERFORM 106-OBTIENE-RUTA-INCAPACIDADES THRU 106-FIN
           PERFORM 041-OBTIENE-RUTA-CALENDARIO  THRU 041-FIN
           PERFORM 043-OBTIENE-RUTA-INCIDENCIAS THRU 043-FIN
           PERFORM 135-OBTIENE-RUTA-TURNOS      THRU 135-FIN
           PERFORM 136-OBTIENE-RUTA-TURNO-EMP   THRU 136-FIN
           PERFORM 139-OBTIENE-RUTA-RETARDOS    THRU 139-FIN
           PERFORM 018-SOLICITA-PERIODO         THRU 018-FIN
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           PERFORM 025-VALIDA-PERIODO           THRU 025-FIN
           PERFORM 066-LIMPIA-RETARDOS          THRU 066-FIN
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 040-LEE-RELOJ                THRU 040-FIN
           PERFORM 050-PROCESA-CHECADA          THRU 050-FIN
           DISPLAY "PRIMAS DOMINICALES    : " WS-CONTADOR-DOMINGOS
           DISPLAY "TIEMPO EXTRA VALUADO  : " WS-CONTADOR-EXTRAS
           DISPLAY "EXCEPCIONES DE RELOJ  : " WS-CONTADOR-EXCEPCIONES
           DISPLAY "RETARDOS              : " WS-CONTADOR-RETARDOS
           DISPLAY "SALIDAS ANTICIPADAS   : " WS-CONTADOR-SAL-ANTIC
           IF WS-CONTADOR-EXCEPCIONES IS GREATER THAN ZEROS
              DISPLAY "LISTADO DE EXCEPCIONES: " WS-RUTA-EXCEPCIONES
           END-IF
           COPY FESRUTAP.
           COPY INCARUTAP.
           COPY INCACALP.
           COPY TURRUTAP.
           COPY TEMRUTAP.
           COPY TEMBUSP.
           COPY RETRUTAP.
           COPY FRECCORRP.

      *----------------------------------------------------------------
      * CHECADAS-RELOJ.CSV VIVE EN LA MISMA CARPETA QUE
           END-STRING.
       016-FIN. EXIT.

      *----------------------------------------------------------------
      * DESDE MENUNOM SE ACREDITA EL PERIODO ELEGIDO EN EL MENU (VER
      * MENUPAR.cpy); 025-VALIDA-PERIODO LO REVISA IGUAL. LA SEMANA
      * SE GUARDA EN EL CALENDARIO CON EL MES MAS 50 Y LA SEMANA DEL
      * MES EN LA POSICION DE LA QUINCENA, IGUAL QUE EN BANCONOM.
      *----------------------------------------------------------------
       018-SOLICITA-PERIODO.
           IF CORRIDA-DESDE-MENU
              MOVE WS-MENU-PERIODO TO WS-PERIODO-CARGA
              IF WS-PER-MES IS GREATER THAN 50
                 MOVE "S" TO WS-FRECUENCIA-CORRIDA
              ELSE
                 MOVE "Q" TO WS-FRECUENCIA-CORRIDA
              END-IF
              DISPLAY "PERIODO A ACREDITAR: " WS-PERIODO-CARGA
              GO TO 018-FIN
           END-IF
           PERFORM 048-PIDE-FRECUENCIA THRU 048-FIN
           IF CORRIDA-SEMANAL
              DISPLAY "SEMANA A ACREDITAR:"
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
           DISPLAY "QUINCENA A ACREDITAR:"
           DISPLAY "ANIO (AAAA): "
           ACCEPT WS-PER-ANIO
           IF NOT FS-EMPLEADOS-OK OR NOT FS-CALENDARIO-OK
              OR NOT FS-RELOJ-OK OR NOT FS-INCIDENCIAS-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT FESTIVOS
           IF FS-INCAPACIDADES-OK
              MOVE "S" TO SW-HAY-INCAPACIDADES
           END-IF
           OPEN INPUT TURNOS
                      TURNO-EMP
           IF FS-TURNOS-OK AND FS-TURNO-EMP-OK
              MOVE "S" TO SW-HAY-TURNOS
              OPEN I-O RETARDOS
              IF FS-RETARDOS-NO-EXISTE
                 OPEN OUTPUT RETARDOS
                 CLOSE RETARDOS
                 OPEN I-O RETARDOS
              END-IF
              IF NOT FS-RETARDOS-OK
                 DISPLAY "NO SE PUDO ABRIR BD-RETARDOS.TXT."
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           ELSE
              DISPLAY "SIN BD-TURNOS.TXT / BD-TURNO-EMP.TXT: NO SE "
                      "REVISAN RETARDOS NI SALIDAS ANTICIPADAS."
           END-IF
           OPEN OUTPUT REPORTE-EXC.
       020-FIN. EXIT.

                INVALID KEY
                   DISPLAY "EL PERIODO NO ESTA EN BD-CALEND-NOMINA"
                           ".TXT. DELO DE ALTA EN EL CALENDARIO."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ
           IF NOT CAL-ABIERTO
                      "CAPTURA (STATUS " CAL-STATUS "); LAS CHECADAS "
                      "YA NO PUEDEN ACREDITARSE. PIDA A SUPERVISION "
                      "REABRIRLO EN MANTCAL."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE CAL-FECHA-INICIO TO WS-FECHA-INICIO
           MOVE CAL-FECHA-FIN    TO WS-FECHA-FIN
           IF CORRIDA-SEMANAL
              MOVE 7 TO WS-DIAS-PERIODO
           ELSE
              COMPUTE WS-DIAS-PERIODO =
                      WS-FIN-DIA - WS-INICIO-DIA + 1
           END-IF.
       025-FIN. EXIT.

       040-LEE-RELOJ.
      *----------------------------------------------------------------
      * ACREDITA LA CHECADA AL EMPLEADO SI EMPATA CON UN EMPLEADO
      * ACTIVO Y CAE DENTRO DEL RANGO DE LA QUINCENA; TODO LO DEMAS SE
      * REPORTA COMO RECHAZO Y SE SIGUE CON EL RESTO DEL ARCHIVO. LA
      * CHECADA DE UN EMPLEADO DE OTRA FRECUENCIA DE PAGO TAMBIEN SE
      * RECHAZA: SE ACREDITA EN LA CORRIDA DE SU PROPIO PERIODO.
      *----------------------------------------------------------------
       050-PROCESA-CHECADA.
           ADD 1 TO WS-CONTADOR-RENGLONES
           IF WS-FECHA-RELOJ IS LESS THAN CAL-FECHA-INICIO OR
              WS-FECHA-RELOJ IS GREATER THAN CAL-FECHA-FIN
              DISPLAY "RENGLON " WS-CONTADOR-RENGLONES
                      " RECHAZADO: FECHA " WS-FECHA-RELOJ " FUERA DEL "
                      "PERIODO."
              ADD 1 TO WS-CONTADOR-RECHAZOS
              GO TO 050-SIGUE
           END-IF
              ADD 1 TO WS-CONTADOR-RECHAZOS
              GO TO 050-SIGUE
           END-IF
           IF CORRIDA-SEMANAL AND NOT EMP-PAGO-SEMANAL
              DISPLAY "RENGLON " WS-CONTADOR-RENGLONES
                      " RECHAZADO: EL EMPLEADO " WS-ID-RELOJ
                      " SE PAGA QUINCENAL; EL PERIODO NO CORRESPONDE."
              ADD 1 TO WS-CONTADOR-RECHAZOS
              GO TO 050-SIGUE
           END-IF
           IF CORRIDA-QUINCENAL AND EMP-PAGO-SEMANAL
              DISPLAY "RENGLON " WS-CONTADOR-RENGLONES
                      " RECHAZADO: EL EMPLEADO " WS-ID-RELOJ
                      " SE PAGA SEMANAL; EL PERIODO NO CORRESPONDE."
              ADD 1 TO WS-CONTADOR-RECHAZOS
              GO TO 050-SIGUE
           END-IF
           IF WS-DIAS-TRAB (WS-ID-RELOJ) IS LESS THAN WS-DIAS-PERIODO
              ADD 1 TO WS-DIAS-TRAB (WS-ID-RELOJ)
           END-IF
      * SALARIO DIARIO ADEMAS DEL DIA NORMAL (QUE YA VIENE EN EL
      * SUELDO DEL PERIODO) Y EL DOMINGO PAGA LA PRIMA DOMINICAL DEL
      * 25 POR CIENTO; UN FESTIVO EN DOMINGO PAGA AMBOS. EL SALARIO
      * DIARIO SE VALUA COMO EN LAS FALTAS (053-SALARIO-DIARIO).
      *----------------------------------------------------------------
       055-PAGA-DIA-ESPECIAL.
           PERFORM 053-SALARIO-DIARIO THRU 053-FIN
           IF HAY-FESTIVOS
              MOVE WS-FECHA-RELOJ TO FES-FECHA
              READ FESTIVOS
      * PRIMERAS 9 HORAS DE LA SEMANA AL DOBLE, EL RESTO AL TRIPLE)
      * Y ESCRITO COMO INCIDENCIA DE CONCEPTO 01. LA CHECADA RARA
      * SALE AL LISTADO DE EXCEPCIONES Y NO SE VALUA; EL RENGLON SIN
      * HORARIOS (FORMATO VIEJO) SOLO ACREDITA ASISTENCIA. SI EL
      * EMPLEADO TIENE TURNO ASIGNADO QUE TERMINA AL DIA SIGUIENTE, LA
      * SALIDA MENOR QUE LA ENTRADA ES DEL DIA SIGUIENTE Y NO UNA
      * EXCEPCION; EL PAR VALIDO SE MIDE ADEMAS CONTRA EL TURNO
      * (061-REVISA-TURNO) ANTES DE VALUAR EL TIEMPO EXTRA.
      *----------------------------------------------------------------
       057-VALUA-TIEMPO.
           IF WS-HORA-ENTRADA-X EQUAL SPACES AND
              PERFORM 059-ESCRIBE-EXCEPCION THRU 059-FIN
              GO TO 057-FIN
           END-IF
           PERFORM 056-BUSCA-TURNO THRU 056-FIN
           COMPUTE WS-MINUTOS-DIA =
                   (WS-SAL-HH * 60 + WS-SAL-MM) -
                   (WS-ENT-HH * 60 + WS-ENT-MM)
           IF WS-MINUTOS-DIA IS LESS THAN ZEROS AND
              HAY-TURNO-VIGENTE AND
              TUR-HORA-SALIDA IS LESS THAN TUR-HORA-ENTRADA
              ADD 1440 TO WS-MINUTOS-DIA
           END-IF
           IF WS-MINUTOS-DIA IS LESS THAN OR EQUAL ZEROS
              MOVE "SALIDA ANTES DE LA ENTRADA" TO WS-EXC-MOTIVO
              PERFORM 059-ESCRIBE-EXCEPCION THRU 059-FIN
              PERFORM 059-ESCRIBE-EXCEPCION THRU 059-FIN
              GO TO 057-FIN
           END-IF
           PERFORM 061-REVISA-TURNO THRU 061-FIN
           IF WS-HORAS-DIA IS LESS THAN OR EQUAL WS-HORAS-JORNADA
              GO TO 057-FIN
           END-IF
      * LA SEMANA DE LA QUINCENA SE CUENTA DESDE LA FECHA DE INICIO
      * DEL PERIODO (A LO MAS TRES SEMANAS CALENDARIO); EL ACUMULADO
      * DEL EMPLEADO EN ESA SEMANA DECIDE CUANTO VA AL DOBLE Y
      * CUANTO AL TRIPLE. LA CORRIDA SEMANAL ES UNA SOLA SEMANA.
      *----------------------------------------------------------------
       058-CLASIFICA-EXTRA.
           MOVE WS-FECHA-RELOJ TO WS-FECHA-ZELLER
           IF CORRIDA-SEMANAL
              MOVE 1 TO WS-SEMANA-IDX
           ELSE
              COMPUTE WS-SEMANA-IDX =
                      (WS-ZEL-DIA - WS-INICIO-DIA) / 7 + 1
           END-IF
           IF WS-SEMANA-IDX IS LESS THAN 1
              MOVE 1 TO WS-SEMANA-IDX
           END-IF
               TO WS-EXT-SEMANA (WS-ID-RELOJ WS-SEMANA-IDX).
       058-FIN. EXIT.

      *----------------------------------------------------------------
      * TURNO DEL EMPLEADO VIGENTE EN LA FECHA DE LA CHECADA, SEGUN
      * SUS ASIGNACIONES EN BD-TURNO-EMP.TXT (TURNOEMP).
      *----------------------------------------------------------------
       056-BUSCA-TURNO.
           MOVE "N" TO SW-TURNO-VIGENTE
           IF NOT HAY-TURNOS
              GO TO 056-FIN
           END-IF
           MOVE WS-ID-RELOJ    TO WS-TEM-ID-BUSCA
           MOVE WS-FECHA-RELOJ TO WS-TEM-FECHA-BUSCA
           PERFORM 137-BUSCA-TURNO-VIGENTE THRU 137-FIN.
       056-FIN. EXIT.

      *----------------------------------------------------------------
      * MIDE EL PAR DE CHECADAS CONTRA EL TURNO: ENTRAR DESPUES DE LA
      * HORA DEL TURNO MAS LA TOLERANCIA ES RETARDO (SE REGISTRAN LOS
      * MINUTOS COMPLETOS DESDE LA HORA DEL TURNO) Y SALIR ANTES DE LA
      * HORA DEL TURNO ES SALIDA ANTICIPADA. EL DIA DE DESCANSO DEL
      * TURNO NO SE MIDE. WS-DIA-SEMANA YA VIENE DE
      * 055-PAGA-DIA-ESPECIAL (0 = SABADO, 1 = DOMINGO), Y
      * TUR-DESCANSO VA DE DOMINGO (1) A SABADO (7). UNA ENTRADA MAS
      * DE 12 HORAS ANTES DE LA DEL TURNO ES LA DE UN TURNO NOCTURNO
      * QUE SE CHECO YA PASADA LA MEDIANOCHE.
      *----------------------------------------------------------------
       061-REVISA-TURNO.
           IF NOT HAY-TURNO-VIGENTE
              GO TO 061-FIN
           END-IF
           IF WS-DIA-SEMANA EQUAL ZEROS
              MOVE 7 TO WS-DIA-TURNO-IDX
           ELSE
              MOVE WS-DIA-SEMANA TO WS-DIA-TURNO-IDX
           END-IF
           IF TUR-DESCANSO (WS-DIA-TURNO-IDX) EQUAL "S"
              GO TO 061-FIN
           END-IF
           COMPUTE WS-MIN-ENTRADA = WS-ENT-HH * 60 + WS-ENT-MM
           COMPUTE WS-MIN-SALIDA  = WS-MIN-ENTRADA + WS-MINUTOS-DIA
           COMPUTE WS-MIN-ENTRADA-TURNO = TUR-ENT-HH * 60 + TUR-ENT-MM
           COMPUTE WS-MIN-SALIDA-TURNO  = TUR-SAL-HH * 60 + TUR-SAL-MM
           IF WS-MIN-SALIDA-TURNO IS LESS THAN WS-MIN-ENTRADA-TURNO
              ADD 1440 TO WS-MIN-SALIDA-TURNO
           END-IF
           IF WS-MIN-ENTRADA - WS-MIN-ENTRADA-TURNO IS LESS THAN -720
              ADD 1440 TO WS-MIN-ENTRADA
                          WS-MIN-SALIDA
           END-IF
           COMPUTE WS-MIN-DIFERENCIA =
                   WS-MIN-ENTRADA - WS-MIN-ENTRADA-TURNO
           IF WS-MIN-DIFERENCIA IS GREATER THAN TUR-TOLERANCIA
              MOVE "R"               TO WS-TIPO-RETARDO
              MOVE TUR-HORA-ENTRADA  TO WS-HORA-PROGRAMADA
              MOVE WS-HORA-ENTRADA-9 TO WS-HORA-CHECADA
              PERFORM 063-ESCRIBE-RETARDO THRU 063-FIN
              ADD 1 TO WS-CONTADOR-RETARDOS
           END-IF
           COMPUTE WS-MIN-DIFERENCIA =
                   WS-MIN-SALIDA-TURNO - WS-MIN-SALIDA
           IF WS-MIN-DIFERENCIA IS GREATER THAN ZEROS
              MOVE "S"               TO WS-TIPO-RETARDO
              MOVE TUR-HORA-SALIDA   TO WS-HORA-PROGRAMADA
              MOVE WS-HORA-SALIDA-9  TO WS-HORA-CHECADA
              PERFORM 063-ESCRIBE-RETARDO THRU 063-FIN
              ADD 1 TO WS-CONTADOR-SAL-ANTIC
           END-IF.
       061-FIN. EXIT.

       063-ESCRIBE-RETARDO.
           MOVE WS-PERIODO-CARGA   TO RET-PERIODO
           MOVE WS-ID-RELOJ        TO RET-ID-EMP
           MOVE WS-FECHA-RELOJ     TO RET-FECHA
           MOVE WS-TIPO-RETARDO    TO RET-TIPO
           MOVE WS-DEPARTAMENTO    TO RET-DEPARTAMENTO
           MOVE TUR-COD            TO RET-TURNO
           MOVE WS-HORA-PROGRAMADA TO RET-HORA-PROGRAMADA
           MOVE WS-HORA-CHECADA    TO RET-HORA-CHECADA
           MOVE WS-MIN-DIFERENCIA  TO RET-MINUTOS
           WRITE REG-RETARDOS
                INVALID KEY
                   REWRITE REG-RETARDOS
                        INVALID KEY
                           DISPLAY "NO SE PUDO GRABAR EL RETARDO DEL "
                                   "EMPLEADO " WS-ID-RELOJ "."
                   END-REWRITE
           END-WRITE.
       063-FIN. EXIT.

       059-ESCRIBE-EXCEPCION.
           MOVE WS-CONTADOR-RENGLONES TO WS-EXC-RENGLON
           MOVE WS-ID-RELOJ           TO WS-EXC-ID
           ADD 1 TO WS-CONTADOR-EXCEPCIONES.
       059-FIN. EXIT.

      *----------------------------------------------------------------
      * VOLVER A IMPORTAR EL RELOJ DE LA QUINCENA REEMPLAZA SUS
      * RETARDOS: ANTES DE LEER LAS CHECADAS SE BORRAN LOS RENGLONES
      * DEL PERIODO EN BD-RETARDOS.TXT, PARA QUE NO SOBREVIVA UN
      * RETARDO DE UNA CHECADA YA CORREGIDA EN EL ARCHIVO DEL RELOJ.
      *----------------------------------------------------------------
       066-LIMPIA-RETARDOS.
           IF NOT HAY-TURNOS
              GO TO 066-FIN
           END-IF
           MOVE WS-PERIODO-CARGA TO RET-PERIODO
           MOVE ZEROS            TO RET-ID-EMP
                                    RET-FECHA
           MOVE SPACES           TO RET-TIPO
           START RETARDOS KEY IS GREATER THAN OR EQUAL RET-LLAVE
                 INVALID KEY
                    GO TO 066-FIN
           END-START
           MOVE SPACES TO SW-FIN-RET
           PERFORM 067-BORRA-RETARDO THRU 067-FIN
                   UNTIL SW-FIN-RET EQUAL "FIN".
       066-FIN. EXIT.

       067-BORRA-RETARDO.
           READ RETARDOS NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN-RET
                   GO TO 067-FIN
           END-READ
           IF RET-PERIODO NOT EQUAL WS-PERIODO-CARGA
              MOVE "FIN" TO SW-FIN-RET
              GO TO 067-FIN
           END-IF
           DELETE RETARDOS RECORD.
       067-FIN. EXIT.

      *----------------------------------------------------------------
      * LA PRIMERA PASADA LEE EMPLEADOS POR CLAVE AL ACREDITAR
      * CHECADAS Y DEJA LA POSICION DEL ARCHIVO EN LA ULTIMA CLAVE
      *----------------------------------------------------------------
      * SEGUNDA PASADA: LIQUIDA LOS DIAS ASISTIDOS DE CADA EMPLEADO
      * ACTIVO CONTRA LOS DIAS DE LA QUINCENA Y ESCRIBE LA FALTA COMO
      * INCIDENCIA VALUADA A SALARIO DIARIO. EL EMPLEADO SIN NINGUNA
      * CHECADA SOLO SE AVISA; EL DE OTRA FRECUENCIA DE PAGO NO SE
      * LIQUIDA EN ESTA CORRIDA, IGUAL QUE EN 078-DECIDE-PAGO DE
      * NOMQUINC.
      *----------------------------------------------------------------
       070-GENERA-FALTAS.
           IF NOT EMP-ACTIVO
              GO TO 070-SIGUE
           END-IF
           IF CORRIDA-SEMANAL AND NOT EMP-PAGO-SEMANAL
              GO TO 070-SIGUE
           END-IF
           IF CORRIDA-QUINCENAL AND EMP-PAGO-SEMANAL
              GO TO 070-SIGUE
           END-IF
           IF WS-DIAS-TRAB (WS-ID-EMP) EQUAL ZEROS
              ADD 1 TO WS-CONTADOR-SIN-RELOJ
              DISPLAY "AVISO: EL EMPLEADO " WS-ID-EMP " NO TIENE "
                      WS-DIAS-PERIODO - WS-DIAS-TRAB (WS-ID-EMP)
              PERFORM 075-JUSTIFICA-INCAPACIDAD THRU 075-FIN
              IF WS-DIAS-FALTA IS GREATER THAN ZEROS
                 PERFORM 053-SALARIO-DIARIO THRU 053-FIN
                 COMPUTE WS-IMPORTE-FALTA ROUNDED =
                         WS-DIAS-FALTA * WS-SALARIO-DIARIO
                 PERFORM 080-ESCRIBE-FALTA THRU 080-FIN
           PERFORM 065-LEE-EMPLEADO THRU 065-FIN.
       070-FIN. EXIT.

      *----------------------------------------------------------------
      * SALARIO DIARIO: SUELDO DEL PERIODO ENTRE SUS DIAS. WS-SALARIO
      * ES EL SUELDO QUINCENAL; LA SEMANA PAGA 7 DE SUS 15 DIAS, COMO
      * EN 013-SALARIO-PERIODO DE NOMQUINC.
      *----------------------------------------------------------------
       053-SALARIO-DIARIO.
           IF CORRIDA-SEMANAL
              COMPUTE WS-SALARIO-PERIODO ROUNDED =
                      WS-SALARIO * 7 / 15
           ELSE
              MOVE WS-SALARIO TO WS-SALARIO-PERIODO
           END-IF
           COMPUTE WS-SALARIO-DIARIO ROUNDED =
                   WS-SALARIO-PERIODO / WS-DIAS-PERIODO.
       053-FIN. EXIT.

      *----------------------------------------------------------------
      * LOS DIAS DE INCAPACIDAD DEL IMSS DENTRO DE LA QUINCENA SON
      * JUSTIFICADOS: SE RESTAN DE LA FALTA (LA NOMINA YA EXCLUYE SU
           END-IF
           IF HAY-INCAPACIDADES
              CLOSE INCAPACIDADES
           END-IF
           IF HAY-TURNOS
              CLOSE TURNOS
                    TURNO-EMP
                    RETARDOS
           END-IF.
       090-FIN. EXIT.
