      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * CUMPLREP.cbl - REPORTE POR PLANTA DE EXCEPCIONES DE
      *                CUMPLIMIENTO DE LA LEY FEDERAL DEL TRABAJO EN UNA
      *                QUINCENA DE BD-CALEND-NOMINA.TXT, PARA QUE
      *                RECURSOS HUMANOS LAS CORRIJA ANTES DE UNA
      *                INSPECCION. CRUZA LAS CHECADAS DEL RELOJ
      *                (CHECADAS-RELOJ.CSV, MISMO FORMATO Y MISMA
      *                JORNADA DE 8 HORAS QUE RELOJIMP), EL TIEMPO
      *                EXTRA CAPTURADO A MANO (CONCEPTO 01 DE
      *                BD-INCIDENCIAS.TXT), LOS TURNOS ASIGNADOS
      *                (BD-TURNOS.TXT Y BD-TURNO-EMP.TXT), LAS
      *                VACACIONES (BD-VACACIONES.TXT) Y LA FECHA DE
      *                NACIMIENTO DEL EMPLEADO, Y LISTA POR CADA
      *                EMPLEADO NO DADO DE BAJA:
      *
      *                - TIEMPO EXTRA DE MAS DE 9 HORAS EN UNA SEMANA
      *                  DE LA QUINCENA (ART. 66).
      *                - TIEMPO EXTRA MAS DE 3 DIAS SEGUIDOS.
      *                - 7 O MAS DIAS SEGUIDOS CHECADOS SIN DIA DE
      *                  DESCANSO (ART. 69).
      *                - TIEMPO EXTRA CAPTURADO QUE, SUMADO AL DEL
      *                  RELOJ, REBASA EL TOPE PROPORCIONAL DE LA
      *                  QUINCENA (9 HORAS POR CADA 7 DIAS).
      *                - MENORES DE 18 ANIOS CON TIEMPO EXTRA
      *                  (ART. 178) O EN TURNO NOCTURNO (ART. 175).
      *                - VACACIONES DEL ULTIMO ANIVERSARIO NO GOZADAS
      *                  DENTRO DE LOS SEIS MESES SIGUIENTES (ART. 81).
      *
      *                CADA RENGLON TRAE LA EVIDENCIA (SEMANA Y HORAS,
      *                FECHAS DE LA RACHA, TURNO O CHECADA, ANIVERSARIO
      *                Y DIAS). LOS ARCHIVOS DE RELOJ, INCIDENCIAS,
      *                TURNOS Y VACACIONES SON OPCIONALES: SIN ELLOS
      *                SOLO SE OMITEN LAS REVISIONES QUE LOS USAN. LAS
      *                RACHAS SE MIDEN DENTRO DE LA QUINCENA. EL
      *                LISTADO QUEDA EN REPORTE-CUMPLIMIENTO.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                CUMPLREP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY CALSEL.
           COPY INCSEL.
           COPY VACSEL.
           COPY TURSEL.
           COPY TEMSEL.
           COPY PLTSEL.
           SELECT ARCHIVO-RELOJ
           ASSIGN TO WS-RUTA-RELOJ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RELOJ.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE.
           SELECT ARCHIVO-ORDEN
           ASSIGN TO "ORDCUMPL.TMP".

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY CALFD.
           COPY INCFD.
           COPY VACFD.
           COPY TURFD.
           COPY TEMFD.
           COPY PLTFD.

       FD  ARCHIVO-RELOJ
           RECORD CONTAINS 30 CHARACTERS.
       01  REG-RELOJ               PIC X(30).

       FD  REPORTE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(100).

      *----------------------------------------------------------------
      * ARCHIVO DE TRABAJO DEL SORT, MISMO LAYOUT QUE
      * REG-EMPLEADOS/WS-DATOS-EMPLEADO (COMO EN REPDEPTO). SE ORDENA
      * POR PLANTA Y CLAVE PARA EL CONTROL BREAK.
      *----------------------------------------------------------------
       SD  ARCHIVO-ORDEN.
       01  REG-ORDEN.
           05 SRT-ID-EMP           PIC 9(04).
           05 SRT-NOMBRE-EMP       PIC X(20).
           05 SRT-APE-PAT-EMP      PIC X(20).
           05 SRT-APE-MAT-EMP      PIC X(20).
           05 SRT-DIA-NAC          PIC 9(02).
           05 SRT-MES-NAC          PIC 9(02).
           05 SRT-ANIO-NAC         PIC 9(04).
           05 SRT-DEPARTAMENTO     PIC 9(03).
           05 SRT-PLANTA           PIC 9(02).
           05 SRT-PUESTO           PIC 9(02).
           05 SRT-SALARIO          PIC 9(07)V99.
           05 SRT-MONEDA           PIC X(03).
           05 SRT-STATUS-EMP       PIC X(01).
           05 SRT-FECHA-BAJA       PIC 9(08).
           05 SRT-FECHA-ALTA       PIC 9(08).
           05 SRT-RFC              PIC X(13).
           05 SRT-CURP             PIC X(18).
           05 SRT-NSS              PIC X(11).
           05 SRT-CLABE            PIC X(18).
           05 SRT-FRECUENCIA-PAGO  PIC X(01).
           05 SRT-JEFE-INMEDIATO   PIC 9(04).

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPFS.
           COPY EMPRUTA.
           COPY CALFS.
           COPY CALRUTA.
           COPY INCFS.
           COPY INCRUTA.
           COPY VACFS.
           COPY VACRUTA.
           COPY TURFS.
           COPY TURRUTA.
           COPY TEMFS.
           COPY TEMRUTA.
           COPY PLTFS.
           COPY PLTRUTA.

       01  WS-RUTA-REPORTE        PIC X(80).
       01  WS-RUTA-RELOJ          PIC X(80).
       01  WS-FS-RELOJ            PIC X(02)     VALUE "00".
           88 FS-RELOJ-OK                 VALUE "00".
           88 FS-RELOJ-EOF                VALUE "10".

       01  SW-FIN                 PIC X(03)     VALUE SPACES.
       01  SW-FIN-AUX             PIC X(03)     VALUE SPACES.

      *----------------------------------------------------------------
      * ARCHIVOS OPCIONALES: CADA UNO HABILITA SUS REVISIONES.
      *----------------------------------------------------------------
       01  SW-HAY-RELOJ           PIC X(01)     VALUE "N".
           88 HAY-RELOJ                  VALUE "S".
       01  SW-HAY-INCIDENCIAS     PIC X(01)     VALUE "N".
           88 HAY-INCIDENCIAS            VALUE "S".
       01  SW-HAY-VACACIONES      PIC X(01)     VALUE "N".
           88 HAY-VACACIONES             VALUE "S".
       01  SW-HAY-TURNOS          PIC X(01)     VALUE "N".
           88 HAY-TURNOS                 VALUE "S".
       01  SW-HAY-PLANTAS         PIC X(01)     VALUE "N".
           88 HAY-PLANTAS                VALUE "S".

       01  WS-PERIODO-CARGA.
           05 WS-PER-ANIO         PIC 9(04).
           05 WS-PER-MES          PIC 9(02).
           05 WS-PER-QUINCENA     PIC 9(01).

      *----------------------------------------------------------------
      * LAS QUINCENAS DEL CALENDARIO CAEN DENTRO DE UN MISMO MES, ASI
      * QUE EL DIA DE LA QUINCENA (1 A 16) ES LA DIFERENCIA CONTRA LA
      * FECHA DE INICIO, COMO EN RELOJIMP.
      *----------------------------------------------------------------
       01  WS-FECHA-INICIO.
           05 FILLER              PIC 9(06).
           05 WS-INICIO-DIA       PIC 9(02).
       01  WS-FECHA-FIN.
           05 FILLER              PIC 9(06).
           05 WS-FIN-DIA          PIC 9(02).
       01  WS-FECHA-CORTE.
           05 WS-COR-ANIO         PIC 9(04).
           05 WS-COR-MESDIA       PIC 9(04).
       01  WS-FECHA-CORTE-N REDEFINES WS-FECHA-CORTE
                                  PIC 9(08).
       01  WS-DIAS-PERIODO        PIC 9(02).

      *----------------------------------------------------------------
      * JORNADA Y TOPES LEGALES. SE DEJAN COMO CONSTANTES DE TRABAJO
      * PARA EL DIA QUE EL CONTRATO COLECTIVO PACTE OTRA JORNADA.
      * LA HORA DE CORTE NOCTURNO ES LA DEL TRABAJO NOCTURNO
      * INDUSTRIAL QUE LA LEY PROHIBE A LOS MENORES.
      *----------------------------------------------------------------
       01  WS-HORAS-JORNADA       PIC 9(02)     VALUE 8.
       01  WS-TOPE-EXTRA-SEMANA   PIC 9(02)     VALUE 9.
       01  WS-TOPE-DIAS-EXTRA     PIC 9(02)     VALUE 3.
       01  WS-TOPE-DIAS-SEGUIDOS  PIC 9(02)     VALUE 6.
       01  WS-EDAD-MAYORIA        PIC 9(02)     VALUE 18.
       01  WS-HORA-NOCHE-INICIO   PIC 9(04)     VALUE 2200.
       01  WS-HORA-NOCHE-FIN      PIC 9(04)     VALUE 0600.

      *----------------------------------------------------------------
      * CAMPOS DEL RENGLON DEL RELOJ (IDEMP,FECHA,ENTRADA,SALIDA).
      *----------------------------------------------------------------
       01  WS-ID-RELOJ            PIC 9(04).
       01  WS-FECHA-RELOJ         PIC 9(08).
       01  WS-HORA-ENTRADA-X      PIC X(04).
       01  FILLER REDEFINES WS-HORA-ENTRADA-X.
           05 WS-ENT-HH           PIC 9(02).
           05 WS-ENT-MM           PIC 9(02).
       01  WS-HORA-ENTRADA-9 REDEFINES WS-HORA-ENTRADA-X
                                  PIC 9(04).
       01  WS-HORA-SALIDA-X       PIC X(04).
       01  FILLER REDEFINES WS-HORA-SALIDA-X.
           05 WS-SAL-HH           PIC 9(02).
           05 WS-SAL-MM           PIC 9(02).
       01  WS-HORA-SALIDA-9 REDEFINES WS-HORA-SALIDA-X
                                  PIC 9(04).
       01  WS-MINUTOS-DIA         PIC S9(05).
       01  WS-HORAS-DIA           PIC 9(02)V99.
       01  WS-HORAS-EXTRA         PIC 9(02)V99.
       01  WS-REL-IDX             PIC 9(02).
       01  WS-CONTADOR-RENGLONES  PIC 9(05)     VALUE ZEROS.
       01  WS-CONTADOR-IGNORADOS  PIC 9(05)     VALUE ZEROS.

      *----------------------------------------------------------------
      * LO QUE DEJA EL RELOJ POR CLAVE DE EMPLEADO Y DIA DE LA
      * QUINCENA: SI CHECO Y LAS HORAS QUE PASARON DE LA JORNADA.
      * APARTE, LA PRIMERA CHECADA NOCTURNA DE CADA EMPLEADO (SALIDA
      * DESPUES DE LAS 22:00, ENTRADA ANTES DE LAS 06:00 O SALIDA AL
      * DIA SIGUIENTE) Y LAS HORAS EXTRA CAPTURADAS A MANO.
      *----------------------------------------------------------------
       01  WS-TABLA-RELOJ.
           05 WS-REL-EMP OCCURS 9999 TIMES.
              10 WS-REL-DIA OCCURS 16 TIMES.
                 15 WS-REL-ASISTE PIC X(01).
                 15 WS-REL-EXTRA  PIC 9(02)V99.

       01  WS-TABLA-NOCHE.
           05 WS-NOC-EMP OCCURS 9999 TIMES.
              10 WS-NOC-FECHA     PIC 9(08).
              10 WS-NOC-ENTRADA   PIC 9(04).
              10 WS-NOC-SALIDA    PIC 9(04).

       01  WS-TABLA-CAPTURA.
           05 WS-CAP-HORAS        PIC 9(03)V99 OCCURS 9999 TIMES.

      *----------------------------------------------------------------
      * REVISION DEL EMPLEADO EN TURNO.
      *----------------------------------------------------------------
       01  WS-DIA-IDX             PIC 9(02).
       01  WS-SEM-IDX             PIC 9(01).
       01  WS-TABLA-SEMANAS.
           05 WS-SEM-EXTRA        PIC 9(03)V99 OCCURS 3 TIMES.
       01  WS-EXTRA-PERIODO       PIC 9(03)V99.
       01  WS-EXTRA-TOTAL         PIC 9(03)V99.
       01  WS-TOPE-PERIODO        PIC 9(03)V99.
       01  WS-ASISTE-DIA          PIC X(01).
       01  WS-EXTRA-DIA           PIC 9(02)V99.
       01  WS-RACHA-ASISTE        PIC 9(02).
       01  WS-RACHA-INI-ASISTE    PIC 9(02).
       01  WS-RACHA-EXTRA         PIC 9(02).
       01  WS-RACHA-INI-EXTRA     PIC 9(02).
       01  WS-RACHA-DIAS          PIC 9(02).
       01  WS-RACHA-INICIO        PIC 9(02).
       01  WS-DIA-CALC            PIC 9(02).
       01  WS-EDAD                PIC 9(03).
       01  WS-NAC-MESDIA          PIC 9(04).

      *----------------------------------------------------------------
      * VACACIONES: ANIVERSARIO MAS RECIENTE CUYO PLAZO DE SEIS MESES
      * YA VENCIO AL CIERRE DE LA QUINCENA. EL DERECHO SE CALCULA CON
      * LA MISMA ESCALERA DE LEY QUE VACAEMP.CBL Y SE COMPARA CONTRA
      * LOS DIAS AUTORIZADOS QUE INICIARON DENTRO DEL PLAZO.
      *----------------------------------------------------------------
       01  WS-FECHA-ALTA-G.
           05 WS-ALT-ANIO         PIC 9(04).
           05 WS-ALT-MES          PIC 9(02).
           05 WS-ALT-DIA          PIC 9(02).
       01  WS-FECHA-ALTA-N REDEFINES WS-FECHA-ALTA-G
                                  PIC 9(08).
       01  WS-FECHA-ANIV.
           05 WS-ANV-ANIO         PIC 9(04).
           05 WS-ANV-MES          PIC 9(02).
           05 WS-ANV-DIA          PIC 9(02).
       01  WS-FECHA-ANIV-N REDEFINES WS-FECHA-ANIV
                                  PIC 9(08).
       01  WS-FECHA-LIMITE.
           05 WS-LIM-ANIO         PIC 9(04).
           05 WS-LIM-MES          PIC 9(02).
           05 WS-LIM-DIA          PIC 9(02).
       01  WS-FECHA-LIMITE-N REDEFINES WS-FECHA-LIMITE
                                  PIC 9(08).
       01  WS-ANIOS-SERVICIO      PIC 9(02).
       01  WS-DIAS-DERECHO        PIC 9(02).
       01  WS-DIAS-GOZADOS        PIC 9(03).

       01  WS-PLANTA-ACTUAL       PIC 9(02)     VALUE ZEROS.
       01  WS-PRIMER-REGISTRO     PIC X(01)     VALUE "S".
       01  SW-PLANTA-IMPRESA      PIC X(01)     VALUE "N".
       01  SW-EMP-CON-EXCEPCION   PIC X(01)     VALUE "N".

       01  WS-EXC-PLANTA          PIC 9(05)     VALUE ZEROS.
       01  WS-EMP-PLANTA          PIC 9(05)     VALUE ZEROS.
       01  WS-EXC-TOTAL           PIC 9(05)     VALUE ZEROS.
       01  WS-EMP-TOTAL           PIC 9(05)     VALUE ZEROS.

      *----------------------------------------------------------------
      * PIEZAS PARA ARMAR LA EVIDENCIA DE CADA RENGLON.
      *----------------------------------------------------------------
       01  WS-EXCEPCION           PIC X(28).
       01  WS-EVIDENCIA           PIC X(38).
       01  WS-EV-FECHA-1          PIC X(10).
       01  WS-EV-FECHA-2          PIC X(10).
       01  WS-EV-HORAS            PIC ZZ9.99.
       01  WS-EV-HORAS-2          PIC ZZ9.99.
       01  WS-EV-HORAS-3          PIC ZZ9.99.
       01  WS-EV-NUM              PIC 99.
       01  WS-EV-NUM-2            PIC ZZ9.
       01  WS-EV-UNO              PIC 9(01).

       01  WS-FECHA-EDITA.
           05 WS-FED-ANIO         PIC 9(04).
           05 WS-FED-MES          PIC 9(02).
           05 WS-FED-DIA          PIC 9(02).
       01  WS-FECHA-EDITA-N REDEFINES WS-FECHA-EDITA
                                  PIC 9(08).
       01  WS-FECHA-IMPRESA.
           05 WS-FIM-DIA          PIC 9(02).
           05 FILLER              PIC X(01)  VALUE "/".
           05 WS-FIM-MES          PIC 9(02).
           05 FILLER              PIC X(01)  VALUE "/".
           05 WS-FIM-ANIO         PIC 9(04).

       01  WS-MARGEN.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(01)   VALUE "*".
           05 FILLER              PIC X(97)   VALUE ALL "-".
           05 FILLER              PIC X(01)   VALUE "*".

       01  WS-TITULO.
           05 FILLER              PIC X(14)   VALUE SPACES.
           05 FILLER              PIC X(40)
              VALUE "EXCEPCIONES DE CUMPLIMIENTO LABORAL DEL ".
           05 WS-TIT-INICIO       PIC X(10).
           05 FILLER              PIC X(04)   VALUE " AL ".
           05 WS-TIT-FIN          PIC X(10).
           05 FILLER              PIC X(22)   VALUE SPACES.

       01  WS-COLUMNAS.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(05)   VALUE "CLAVE".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(08)   VALUE "EMPLEADO".
           05 FILLER              PIC X(16)   VALUE SPACES.
           05 FILLER              PIC X(09)   VALUE "EXCEPCION".
           05 FILLER              PIC X(21)   VALUE SPACES.
           05 FILLER              PIC X(09)   VALUE "EVIDENCIA".
           05 FILLER              PIC X(29)   VALUE SPACES.

       01  WS-LIN-PLANTA.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(08)   VALUE "PLANTA: ".
           05 WS-LP-CODIGO        PIC 9(02).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-LP-NOMBRE        PIC X(20).
           05 FILLER              PIC X(68)   VALUE SPACES.

       01  WS-LIN-DETALLE.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-LDT-ID           PIC 9(04).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-LDT-NOMBRE       PIC X(22).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-LDT-EXCEPCION    PIC X(28).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-LDT-EVIDENCIA    PIC X(38).

       01  WS-LIN-SUBTOTAL.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 FILLER              PIC X(14)   VALUE "TOTAL PLANTA: ".
           05 WS-LS-EXCEPCIONES   PIC ZZZZ9.
           05 FILLER              PIC X(18)
              VALUE " EXCEPCION(ES) EN ".
           05 WS-LS-EMPLEADOS     PIC ZZZZ9.
           05 FILLER              PIC X(12)   VALUE " EMPLEADO(S)".
           05 FILLER              PIC X(43)   VALUE SPACES.

       01  WS-LIN-TOTAL.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 FILLER              PIC X(14)   VALUE "GRAN TOTAL:   ".
           05 WS-LT-EXCEPCIONES   PIC ZZZZ9.
           05 FILLER              PIC X(18)
              VALUE " EXCEPCION(ES) EN ".
           05 WS-LT-EMPLEADOS     PIC ZZZZ9.
           05 FILLER              PIC X(12)   VALUE " EMPLEADO(S)".
           05 FILLER              PIC X(43)   VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 016-OBTIENE-RUTAS            THRU 016-FIN
           PERFORM 041-OBTIENE-RUTA-CALENDARIO  THRU 041-FIN
           PERFORM 043-OBTIENE-RUTA-INCIDENCIAS THRU 043-FIN
           PERFORM 046-OBTIENE-RUTA-VACACIONES  THRU 046-FIN
           PERFORM 135-OBTIENE-RUTA-TURNOS      THRU 135-FIN
           PERFORM 136-OBTIENE-RUTA-TURNO-EMP   THRU 136-FIN
           PERFORM 056-OBTIENE-RUTA-PLANTAS     THRU 056-FIN
           PERFORM 018-SOLICITA-PERIODO         THRU 018-FIN
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           PERFORM 022-VALIDA-PERIODO           THRU 022-FIN
           INITIALIZE WS-TABLA-RELOJ
                      WS-TABLA-NOCHE
                      WS-TABLA-CAPTURA
           IF HAY-RELOJ
              PERFORM 024-LEE-RELOJ             THRU 024-FIN
              PERFORM 026-CARGA-CHECADA         THRU 026-FIN
                      UNTIL SW-FIN-AUX EQUAL "FIN"
           END-IF
           IF HAY-INCIDENCIAS
              PERFORM 038-CARGA-CAPTURADAS      THRU 038-FIN
           END-IF
           PERFORM 030-TITULOS                  THRU 030-FIN
           PERFORM 044-ORDENA-EMPLEADOS         THRU 044-FIN
           PERFORM 090-CIERRA-ARCHIVOS          THRU 090-FIN
           DISPLAY " "
           DISPLAY "CHECADAS LEIDAS       : " WS-CONTADOR-RENGLONES
           DISPLAY "CHECADAS NO USADAS    : " WS-CONTADOR-IGNORADOS
           DISPLAY "EXCEPCIONES           : " WS-EXC-TOTAL
           DISPLAY "EMPLEADOS CON EXCEPCION: " WS-EMP-TOTAL
           DISPLAY "REPORTE: " WS-RUTA-REPORTE
           GOBACK.

           COPY EMPRUTAP.

      *----------------------------------------------------------------
      * CHECADAS-RELOJ.CSV Y EL REPORTE VIVEN EN LA MISMA CARPETA QUE
      * BD-EMPLEADOS.TXT, YA RESUELTA POR 015-OBTIENE-RUTA-DATOS.
      *----------------------------------------------------------------
       016-OBTIENE-RUTAS.
           STRING WS-DIR-DATOS            DELIMITED BY SPACE
                  "\CHECADAS-RELOJ.CSV"   DELIMITED BY SIZE
                  INTO WS-RUTA-RELOJ
           END-STRING
           STRING WS-DIR-DATOS                DELIMITED BY SPACE
                  "\REPORTE-CUMPLIMIENTO.TXT" DELIMITED BY SIZE
                  INTO WS-RUTA-REPORTE
           END-STRING.
       016-FIN. EXIT.

           COPY CALRUTAP.
           COPY INCRUTAP.
           COPY VACRUTAP.
           COPY TURRUTAP.
           COPY TEMRUTAP.
           COPY TEMBUSP.
           COPY PLTRUTAP.

       018-SOLICITA-PERIODO.
           DISPLAY "QUINCENA A REVISAR:"
           DISPLAY "ANIO (AAAA): "
           ACCEPT WS-PER-ANIO
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

      *----------------------------------------------------------------
      * EL CALENDARIO ES INDISPENSABLE (DA LAS FECHAS DE LA
      * QUINCENA); EMPLEADOS NO SE ABRE AQUI: EL SORT LA TOMA COMO
      * ENTRADA. LO DEMAS ES OPCIONAL Y SOLO APAGA SUS REVISIONES.
      *----------------------------------------------------------------
       020-ABRE-ARCHIVOS.
           OPEN INPUT CALENDARIO-NOMINA
           IF NOT FS-CALENDARIO-OK
              DISPLAY "NO SE PUDO ABRIR BD-CALEND-NOMINA.TXT."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT ARCHIVO-RELOJ
           IF FS-RELOJ-OK
              MOVE "S" TO SW-HAY-RELOJ
           ELSE
              DISPLAY "SIN CHECADAS-RELOJ.CSV: NO SE REVISAN TIEMPO "
                      "EXTRA NI DESCANSOS DEL RELOJ."
           END-IF
           OPEN INPUT INCIDENCIAS
           IF FS-INCIDENCIAS-OK
              MOVE "S" TO SW-HAY-INCIDENCIAS
           END-IF
           OPEN INPUT VACACIONES
           IF FS-VACACIONES-OK
              MOVE "S" TO SW-HAY-VACACIONES
           ELSE
              DISPLAY "SIN BD-VACACIONES.TXT: NO SE REVISAN "
                      "VACACIONES."
           END-IF
           OPEN INPUT TURNOS
                      TURNO-EMP
           IF FS-TURNOS-OK AND FS-TURNO-EMP-OK
              MOVE "S" TO SW-HAY-TURNOS
           ELSE
              DISPLAY "SIN BD-TURNOS.TXT / BD-TURNO-EMP.TXT: EL "
                      "TURNO NOCTURNO SOLO SE VE EN EL RELOJ."
           END-IF
           OPEN INPUT PLANTAS
           IF FS-PLANTAS-OK
              MOVE "S" TO SW-HAY-PLANTAS
           END-IF
           OPEN OUTPUT REPORTE.
       020-FIN. EXIT.

       022-VALIDA-PERIODO.
           MOVE WS-PERIODO-CARGA TO CAL-PERIODO
           READ CALENDARIO-NOMINA
                INVALID KEY
                   DISPLAY "EL PERIODO NO ESTA EN BD-CALEND-NOMINA"
                           ".TXT. DELO DE ALTA EN EL CALENDARIO."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE CAL-FECHA-INICIO TO WS-FECHA-INICIO
           MOVE CAL-FECHA-FIN    TO WS-FECHA-FIN
           MOVE CAL-FECHA-FIN    TO WS-FECHA-CORTE-N
           COMPUTE WS-DIAS-PERIODO =
                   WS-FIN-DIA - WS-INICIO-DIA + 1.
       022-FIN. EXIT.

       024-LEE-RELOJ.
           READ ARCHIVO-RELOJ
                AT END
                   MOVE "FIN" TO SW-FIN-AUX
           END-READ.
       024-FIN. EXIT.

      *----------------------------------------------------------------
      * ACUMULA EL RENGLON DEL RELOJ EN EL DIA DE LA QUINCENA DEL
      * EMPLEADO. LAS HORAS SE MIDEN COMO EN RELOJIMP; UNA SALIDA
      * MENOR QUE LA ENTRADA ES DEL DIA SIGUIENTE. LOS RENGLONES
      * ILEGIBLES O FUERA DE LA QUINCENA NO SE USAN (RELOJIMP YA LOS
      * REPORTA COMO RECHAZOS O EXCEPCIONES); EL RENGLON SIN
      * HORARIOS SOLO CUENTA LA ASISTENCIA.
      *----------------------------------------------------------------
       026-CARGA-CHECADA.
           ADD 1 TO WS-CONTADOR-RENGLONES
           MOVE SPACES TO WS-HORA-ENTRADA-X
                          WS-HORA-SALIDA-X
           UNSTRING REG-RELOJ DELIMITED BY ","
                    INTO WS-ID-RELOJ WS-FECHA-RELOJ
                         WS-HORA-ENTRADA-X WS-HORA-SALIDA-X
           END-UNSTRING
           IF WS-ID-RELOJ NOT NUMERIC OR WS-ID-RELOJ EQUAL ZEROS OR
              WS-FECHA-RELOJ NOT NUMERIC
              ADD 1 TO WS-CONTADOR-IGNORADOS
              GO TO 026-SIGUE
           END-IF
           IF WS-FECHA-RELOJ IS LESS THAN CAL-FECHA-INICIO OR
              WS-FECHA-RELOJ IS GREATER THAN CAL-FECHA-FIN
              ADD 1 TO WS-CONTADOR-IGNORADOS
              GO TO 026-SIGUE
           END-IF
           COMPUTE WS-REL-IDX =
                   WS-FECHA-RELOJ - CAL-FECHA-INICIO + 1
           MOVE "S" TO WS-REL-ASISTE (WS-ID-RELOJ WS-REL-IDX)
           IF WS-HORA-ENTRADA-X NOT NUMERIC OR
              WS-HORA-SALIDA-X  NOT NUMERIC
              GO TO 026-SIGUE
           END-IF
           IF WS-ENT-HH IS GREATER THAN 23 OR
              WS-SAL-HH IS GREATER THAN 23 OR
              WS-ENT-MM IS GREATER THAN 59 OR
              WS-SAL-MM IS GREATER THAN 59
              GO TO 026-SIGUE
           END-IF
           COMPUTE WS-MINUTOS-DIA =
                   (WS-SAL-HH * 60 + WS-SAL-MM) -
                   (WS-ENT-HH * 60 + WS-ENT-MM)
           IF WS-MINUTOS-DIA IS LESS THAN ZEROS
              ADD 1440 TO WS-MINUTOS-DIA
           END-IF
           IF WS-MINUTOS-DIA EQUAL ZEROS OR
              WS-MINUTOS-DIA IS GREATER THAN 960
              GO TO 026-SIGUE
           END-IF
           IF WS-NOC-FECHA (WS-ID-RELOJ) EQUAL ZEROS
              IF WS-HORA-SALIDA-9 IS LESS THAN WS-HORA-ENTRADA-9 OR
                 WS-HORA-SALIDA-9 IS GREATER THAN
                                     WS-HORA-NOCHE-INICIO OR
                 WS-HORA-ENTRADA-9 IS LESS THAN WS-HORA-NOCHE-FIN
                 MOVE WS-FECHA-RELOJ    TO WS-NOC-FECHA (WS-ID-RELOJ)
                 MOVE WS-HORA-ENTRADA-9 TO
                                        WS-NOC-ENTRADA (WS-ID-RELOJ)
                 MOVE WS-HORA-SALIDA-9  TO
                                        WS-NOC-SALIDA (WS-ID-RELOJ)
              END-IF
           END-IF
           COMPUTE WS-HORAS-DIA ROUNDED = WS-MINUTOS-DIA / 60
           IF WS-HORAS-DIA IS GREATER THAN WS-HORAS-JORNADA
              COMPUTE WS-HORAS-EXTRA =
                      WS-HORAS-DIA - WS-HORAS-JORNADA
              ADD WS-HORAS-EXTRA
                  TO WS-REL-EXTRA (WS-ID-RELOJ WS-REL-IDX)
           END-IF.
       026-SIGUE.
           PERFORM 024-LEE-RELOJ THRU 024-FIN.
       026-FIN. EXIT.

      *----------------------------------------------------------------
      * HORAS DE TIEMPO EXTRA (CONCEPTO 01) CAPTURADAS A MANO EN
      * INCIDEMP PARA LA QUINCENA. LAS QUE ESCRIBIO RELOJIMP (OPERADOR
      * "RELOJ") YA ESTAN EN LA TABLA DEL RELOJ Y NO SE SUMAN DOS
      * VECES.
      *----------------------------------------------------------------
       038-CARGA-CAPTURADAS.
           MOVE WS-PERIODO-CARGA TO INC-PERIODO
           MOVE ZEROS            TO INC-ID-EMP
                                    INC-CONSEC
           START INCIDENCIAS KEY IS GREATER THAN OR EQUAL INC-LLAVE
                 INVALID KEY
                    GO TO 038-FIN
           END-START
           MOVE SPACES TO SW-FIN-AUX
           PERFORM 039-LEE-INCIDENCIA THRU 039-FIN
                   UNTIL SW-FIN-AUX EQUAL "FIN".
       038-FIN. EXIT.

       039-LEE-INCIDENCIA.
           READ INCIDENCIAS NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN-AUX
                   GO TO 039-FIN
           END-READ
           IF INC-PERIODO NOT EQUAL WS-PERIODO-CARGA
              MOVE "FIN" TO SW-FIN-AUX
              GO TO 039-FIN
           END-IF
           IF INC-CONCEPTO EQUAL 01 AND
              INC-OPERADOR NOT EQUAL "RELOJ" AND
              INC-ID-EMP IS GREATER THAN ZEROS
              ADD INC-CANTIDAD TO WS-CAP-HORAS (INC-ID-EMP)
           END-IF.
       039-FIN. EXIT.

       030-TITULOS.
           MOVE CAL-FECHA-INICIO TO WS-FECHA-EDITA-N
           PERFORM 075-EDITA-FECHA THRU 075-FIN
           MOVE WS-FECHA-IMPRESA TO WS-TIT-INICIO
           MOVE CAL-FECHA-FIN    TO WS-FECHA-EDITA-N
           PERFORM 075-EDITA-FECHA THRU 075-FIN
           MOVE WS-FECHA-IMPRESA TO WS-TIT-FIN
           WRITE REG-REPORTE FROM WS-TITULO
           WRITE REG-REPORTE FROM WS-MARGEN
           WRITE REG-REPORTE FROM WS-COLUMNAS
           WRITE REG-REPORTE FROM WS-MARGEN.
       030-FIN. EXIT.

      *----------------------------------------------------------------
      * ORDENA BD-EMPLEADOS.TXT POR PLANTA Y CLAVE Y REVISA A CADA
      * EMPLEADO CONFORME SALEN LOS REGISTROS.
      *----------------------------------------------------------------
       044-ORDENA-EMPLEADOS.
           SORT ARCHIVO-ORDEN
                ON ASCENDING KEY SRT-PLANTA SRT-ID-EMP
                USING EMPLEADOS
                OUTPUT PROCEDURE 040-PROCESA-ORDEN THRU 040-PROC-FIN.
       044-FIN. EXIT.

       040-PROCESA-ORDEN.
           PERFORM 040-LEE THRU 040-LEE-FIN
           PERFORM 050-PROCESO THRU 050-PROCESO-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           PERFORM 070-IMPRIME-SUBTOTAL THRU 070-FIN
           MOVE WS-EXC-TOTAL TO WS-LT-EXCEPCIONES
           MOVE WS-EMP-TOTAL TO WS-LT-EMPLEADOS
           WRITE REG-REPORTE FROM WS-MARGEN
           WRITE REG-REPORTE FROM WS-LIN-TOTAL.
       040-PROC-FIN. EXIT.

       040-LEE.
           RETURN ARCHIVO-ORDEN INTO WS-DATOS-EMPLEADO
                AT END
                   MOVE "FIN" TO SW-FIN
           END-RETURN.
       040-LEE-FIN. EXIT.

       050-PROCESO.
           IF WS-PRIMER-REGISTRO EQUAL "S"
              MOVE WS-PLANTA TO WS-PLANTA-ACTUAL
              MOVE "N" TO WS-PRIMER-REGISTRO
           END-IF
           IF WS-PLANTA NOT EQUAL WS-PLANTA-ACTUAL
              PERFORM 070-IMPRIME-SUBTOTAL THRU 070-FIN
              MOVE WS-PLANTA TO WS-PLANTA-ACTUAL
           END-IF
           IF NOT EMP-INACTIVO
              PERFORM 055-REVISA-EMPLEADO THRU 055-FIN
           END-IF
           PERFORM 040-LEE THRU 040-LEE-FIN.
       050-PROCESO-FIN. EXIT.

      *----------------------------------------------------------------
      * CORRE TODAS LAS REVISIONES DEL EMPLEADO; CADA UNA ESCRIBE SUS
      * PROPIOS RENGLONES POR 074-ESCRIBE-EXCEPCION.
      *----------------------------------------------------------------
       055-REVISA-EMPLEADO.
           MOVE "N" TO SW-EMP-CON-EXCEPCION
           MOVE ZEROS TO WS-EXTRA-PERIODO
           IF HAY-RELOJ
              PERFORM 057-REVISA-SEMANAS THRU 057-FIN
              PERFORM 060-REVISA-RACHAS  THRU 060-FIN
           END-IF
           IF WS-CAP-HORAS (WS-ID-EMP) IS GREATER THAN ZEROS
              PERFORM 062-REVISA-CAPTURADAS THRU 062-FIN
           END-IF
           PERFORM 064-REVISA-MENOR THRU 064-FIN
           IF HAY-VACACIONES
              PERFORM 066-REVISA-VACACIONES THRU 066-FIN
           END-IF
           IF SW-EMP-CON-EXCEPCION EQUAL "S"
              ADD 1 TO WS-EMP-PLANTA
                       WS-EMP-TOTAL
           END-IF.
       055-FIN. EXIT.

      *----------------------------------------------------------------
      * TIEMPO EXTRA POR SEMANA DE LA QUINCENA, CONTADA DESDE LA
      * FECHA DE INICIO DEL PERIODO IGUAL QUE EN RELOJIMP.
      *----------------------------------------------------------------
       057-REVISA-SEMANAS.
           MOVE ZEROS TO WS-SEM-EXTRA (1)
                         WS-SEM-EXTRA (2)
                         WS-SEM-EXTRA (3)
           MOVE 1 TO WS-DIA-IDX
           PERFORM 058-SUMA-DIA THRU 058-FIN
                   UNTIL WS-DIA-IDX IS GREATER THAN WS-DIAS-PERIODO
           MOVE 1 TO WS-SEM-IDX
           PERFORM 059-REVISA-SEMANA THRU 059-FIN
                   UNTIL WS-SEM-IDX IS GREATER THAN 3.
       057-FIN. EXIT.

       058-SUMA-DIA.
           COMPUTE WS-SEM-IDX = (WS-DIA-IDX - 1) / 7 + 1
           IF WS-SEM-IDX IS GREATER THAN 3
              MOVE 3 TO WS-SEM-IDX
           END-IF
           ADD WS-REL-EXTRA (WS-ID-EMP WS-DIA-IDX)
               TO WS-SEM-EXTRA (WS-SEM-IDX)
                  WS-EXTRA-PERIODO
           ADD 1 TO WS-DIA-IDX.
       058-FIN. EXIT.

       059-REVISA-SEMANA.
           IF WS-SEM-EXTRA (WS-SEM-IDX) IS GREATER THAN
              WS-TOPE-EXTRA-SEMANA
              COMPUTE WS-DIA-CALC = (WS-SEM-IDX - 1) * 7 + 1
              PERFORM 076-FECHA-DEL-DIA THRU 076-FIN
              MOVE WS-FECHA-IMPRESA          TO WS-EV-FECHA-1
              MOVE WS-SEM-IDX                TO WS-EV-UNO
              MOVE WS-SEM-EXTRA (WS-SEM-IDX) TO WS-EV-HORAS
              MOVE "EXTRA MAS DE 9 HRS/SEMANA" TO WS-EXCEPCION
              MOVE SPACES TO WS-EVIDENCIA
              STRING "SEMANA "       DELIMITED BY SIZE
                     WS-EV-UNO       DELIMITED BY SIZE
                     " DESDE "       DELIMITED BY SIZE
                     WS-EV-FECHA-1   DELIMITED BY SIZE
                     " "             DELIMITED BY SIZE
                     WS-EV-HORAS     DELIMITED BY SIZE
                     " HRS"          DELIMITED BY SIZE
                     INTO WS-EVIDENCIA
              END-STRING
              PERFORM 074-ESCRIBE-EXCEPCION THRU 074-FIN
           END-IF
           ADD 1 TO WS-SEM-IDX.
       059-FIN. EXIT.

      *----------------------------------------------------------------
      * RACHAS DE DIAS SEGUIDOS: CON TIEMPO EXTRA (MAS DE 3) Y
      * CHECADOS SIN DESCANSO (7 O MAS, UN DIA DE DESCANSO POR CADA
      * SEIS DE TRABAJO). EL DIA SIGUIENTE AL FIN DE LA QUINCENA
      * CIERRA LA ULTIMA RACHA.
      *----------------------------------------------------------------
       060-REVISA-RACHAS.
           MOVE ZEROS TO WS-RACHA-ASISTE
                         WS-RACHA-EXTRA
           MOVE 1 TO WS-DIA-IDX
           PERFORM 061-REVISA-DIA THRU 061-FIN
                   UNTIL WS-DIA-IDX IS GREATER THAN
                         WS-DIAS-PERIODO + 1.
       060-FIN. EXIT.

       061-REVISA-DIA.
           MOVE "N"   TO WS-ASISTE-DIA
           MOVE ZEROS TO WS-EXTRA-DIA
           IF WS-DIA-IDX IS LESS THAN OR EQUAL WS-DIAS-PERIODO
              MOVE WS-REL-ASISTE (WS-ID-EMP WS-DIA-IDX)
                   TO WS-ASISTE-DIA
              MOVE WS-REL-EXTRA  (WS-ID-EMP WS-DIA-IDX)
                   TO WS-EXTRA-DIA
           END-IF
           IF WS-ASISTE-DIA EQUAL "S"
              IF WS-RACHA-ASISTE EQUAL ZEROS
                 MOVE WS-DIA-IDX TO WS-RACHA-INI-ASISTE
              END-IF
              ADD 1 TO WS-RACHA-ASISTE
           ELSE
              IF WS-RACHA-ASISTE IS GREATER THAN
                 WS-TOPE-DIAS-SEGUIDOS
                 MOVE WS-RACHA-ASISTE     TO WS-RACHA-DIAS
                 MOVE WS-RACHA-INI-ASISTE TO WS-RACHA-INICIO
                 MOVE "SIN DESCANSO EN 7 DIAS" TO WS-EXCEPCION
                 PERFORM 063-ESCRIBE-RACHA THRU 063-FIN
              END-IF
              MOVE ZEROS TO WS-RACHA-ASISTE
           END-IF
           IF WS-EXTRA-DIA IS GREATER THAN ZEROS
              IF WS-RACHA-EXTRA EQUAL ZEROS
                 MOVE WS-DIA-IDX TO WS-RACHA-INI-EXTRA
              END-IF
              ADD 1 TO WS-RACHA-EXTRA
           ELSE
              IF WS-RACHA-EXTRA IS GREATER THAN WS-TOPE-DIAS-EXTRA
                 MOVE WS-RACHA-EXTRA      TO WS-RACHA-DIAS
                 MOVE WS-RACHA-INI-EXTRA  TO WS-RACHA-INICIO
                 MOVE "EXTRA MAS DE 3 DIAS SEGUIDOS" TO WS-EXCEPCION
                 PERFORM 063-ESCRIBE-RACHA THRU 063-FIN
              END-IF
              MOVE ZEROS TO WS-RACHA-EXTRA
           END-IF
           ADD 1 TO WS-DIA-IDX.
       061-FIN. EXIT.

       063-ESCRIBE-RACHA.
           MOVE WS-RACHA-INICIO TO WS-DIA-CALC
           PERFORM 076-FECHA-DEL-DIA THRU 076-FIN
           MOVE WS-FECHA-IMPRESA TO WS-EV-FECHA-1
           COMPUTE WS-DIA-CALC = WS-RACHA-INICIO + WS-RACHA-DIAS - 1
           PERFORM 076-FECHA-DEL-DIA THRU 076-FIN
           MOVE WS-FECHA-IMPRESA TO WS-EV-FECHA-2
           MOVE WS-RACHA-DIAS    TO WS-EV-NUM
           MOVE SPACES TO WS-EVIDENCIA
           STRING WS-EV-NUM       DELIMITED BY SIZE
                  " DIAS DEL "    DELIMITED BY SIZE
                  WS-EV-FECHA-1   DELIMITED BY SIZE
                  " AL "          DELIMITED BY SIZE
                  WS-EV-FECHA-2   DELIMITED BY SIZE
                  INTO WS-EVIDENCIA
           END-STRING
           PERFORM 074-ESCRIBE-EXCEPCION THRU 074-FIN.
       063-FIN. EXIT.

      *----------------------------------------------------------------
      * EL TIEMPO EXTRA CAPTURADO A MANO NO TRAE FECHA DEL DIA, ASI
      * QUE SE MIDE CONTRA EL TOPE PROPORCIONAL DE LA QUINCENA
      * (9 HORAS POR CADA 7 DIAS), SUMADO AL QUE DEJO EL RELOJ.
      *----------------------------------------------------------------
       062-REVISA-CAPTURADAS.
           COMPUTE WS-EXTRA-TOTAL =
                   WS-CAP-HORAS (WS-ID-EMP) + WS-EXTRA-PERIODO
           COMPUTE WS-TOPE-PERIODO ROUNDED =
                   WS-TOPE-EXTRA-SEMANA * WS-DIAS-PERIODO / 7
           IF WS-EXTRA-TOTAL IS LESS THAN OR EQUAL WS-TOPE-PERIODO
              GO TO 062-FIN
           END-IF
           MOVE WS-CAP-HORAS (WS-ID-EMP) TO WS-EV-HORAS
           MOVE WS-EXTRA-PERIODO         TO WS-EV-HORAS-2
           MOVE WS-TOPE-PERIODO          TO WS-EV-HORAS-3
           MOVE "EXTRA CAPTURADA SOBRE TOPE" TO WS-EXCEPCION
           MOVE SPACES TO WS-EVIDENCIA
           STRING "CAPT "         DELIMITED BY SIZE
                  WS-EV-HORAS     DELIMITED BY SIZE
                  " RELOJ "       DELIMITED BY SIZE
                  WS-EV-HORAS-2   DELIMITED BY SIZE
                  " TOPE "        DELIMITED BY SIZE
                  WS-EV-HORAS-3   DELIMITED BY SIZE
                  INTO WS-EVIDENCIA
           END-STRING
           PERFORM 074-ESCRIBE-EXCEPCION THRU 074-FIN.
       062-FIN. EXIT.

      *----------------------------------------------------------------
      * MENORES DE 18 ANIOS AL CIERRE DE LA QUINCENA: NO PUEDEN
      * TRABAJAR TIEMPO EXTRA NI EN TURNO NOCTURNO. EL TURNO SE TOMA
      * DE LA ASIGNACION VIGENTE AL CIERRE (TURNOEMP) Y, SI NO ES
      * NOCTURNO, DE LA PRIMERA CHECADA NOCTURNA DEL RELOJ.
      *----------------------------------------------------------------
       064-REVISA-MENOR.
           IF WS-ANIO-NAC NOT NUMERIC OR WS-ANIO-NAC EQUAL ZEROS OR
              WS-ANIO-NAC IS GREATER THAN OR EQUAL WS-COR-ANIO
              GO TO 064-FIN
           END-IF
           COMPUTE WS-EDAD = WS-COR-ANIO - WS-ANIO-NAC
           COMPUTE WS-NAC-MESDIA = WS-MES-NAC * 100 + WS-DIA-NAC
           IF WS-COR-MESDIA IS LESS THAN WS-NAC-MESDIA
              SUBTRACT 1 FROM WS-EDAD
           END-IF
           IF WS-EDAD IS GREATER THAN OR EQUAL WS-EDAD-MAYORIA
              GO TO 064-FIN
           END-IF
           MOVE WS-EDAD TO WS-EV-NUM
           COMPUTE WS-EXTRA-TOTAL =
                   WS-CAP-HORAS (WS-ID-EMP) + WS-EXTRA-PERIODO
           IF WS-EXTRA-TOTAL IS GREATER THAN ZEROS
              MOVE WS-EXTRA-TOTAL TO WS-EV-HORAS
              MOVE "MENOR CON TIEMPO EXTRA" TO WS-EXCEPCION
              MOVE SPACES TO WS-EVIDENCIA
              STRING "EDAD "         DELIMITED BY SIZE
                     WS-EV-NUM       DELIMITED BY SIZE
                     ", "            DELIMITED BY SIZE
                     WS-EV-HORAS     DELIMITED BY SIZE
                     " HRS EXTRA"    DELIMITED BY SIZE
                     INTO WS-EVIDENCIA
              END-STRING
              PERFORM 074-ESCRIBE-EXCEPCION THRU 074-FIN
           END-IF
           MOVE "MENOR EN TURNO NOCTURNO" TO WS-EXCEPCION
           MOVE "N" TO SW-TURNO-VIGENTE
           IF HAY-TURNOS
              MOVE WS-ID-EMP      TO WS-TEM-ID-BUSCA
              MOVE CAL-FECHA-FIN  TO WS-TEM-FECHA-BUSCA
              PERFORM 137-BUSCA-TURNO-VIGENTE THRU 137-FIN
           END-IF
           IF HAY-TURNO-VIGENTE AND
              (TUR-NOCTURNA OR
               TUR-HORA-SALIDA IS LESS THAN TUR-HORA-ENTRADA)
              MOVE SPACES TO WS-EVIDENCIA
              STRING "TURNO "        DELIMITED BY SIZE
                     TUR-COD         DELIMITED BY SIZE
                     " "             DELIMITED BY SIZE
                     TUR-NOMBRE      DELIMITED BY SIZE
                     INTO WS-EVIDENCIA
              END-STRING
              PERFORM 074-ESCRIBE-EXCEPCION THRU 074-FIN
              GO TO 064-FIN
           END-IF
           IF WS-NOC-FECHA (WS-ID-EMP) IS GREATER THAN ZEROS
              MOVE WS-NOC-FECHA (WS-ID-EMP) TO WS-FECHA-EDITA-N
              PERFORM 075-EDITA-FECHA THRU 075-FIN
              MOVE SPACES TO WS-EVIDENCIA
              STRING "CHECADA "          DELIMITED BY SIZE
                     WS-FECHA-IMPRESA    DELIMITED BY SIZE
                     " "                 DELIMITED BY SIZE
                     WS-NOC-ENTRADA (WS-ID-EMP) DELIMITED BY SIZE
                     "-"                 DELIMITED BY SIZE
                     WS-NOC-SALIDA (WS-ID-EMP)  DELIMITED BY SIZE
                     INTO WS-EVIDENCIA
              END-STRING
              PERFORM 074-ESCRIBE-EXCEPCION THRU 074-FIN
           END-IF.
       064-FIN. EXIT.

      *----------------------------------------------------------------
      * VACACIONES DEL ULTIMO ANIVERSARIO CUYO PLAZO DE SEIS MESES YA
      * VENCIO AL CIERRE DE LA QUINCENA: LOS DIAS AUTORIZADOS QUE
      * INICIARON ENTRE EL ANIVERSARIO Y EL LIMITE DEBEN CUBRIR EL
      * DERECHO DEL ANIO DE SERVICIO CUMPLIDO.
      *----------------------------------------------------------------
       066-REVISA-VACACIONES.
           IF WS-FECHA-ALTA NOT NUMERIC OR WS-FECHA-ALTA EQUAL ZEROS
              GO TO 066-FIN
           END-IF
           MOVE WS-FECHA-ALTA TO WS-FECHA-ALTA-N
           MOVE WS-COR-ANIO   TO WS-ANV-ANIO
           PERFORM 067-ARMA-ANIVERSARIO THRU 067-FIN
           IF WS-FECHA-LIMITE-N IS GREATER THAN CAL-FECHA-FIN
              SUBTRACT 1 FROM WS-ANV-ANIO
              PERFORM 067-ARMA-ANIVERSARIO THRU 067-FIN
           END-IF
           IF WS-ANV-ANIO IS LESS THAN OR EQUAL WS-ALT-ANIO
              GO TO 066-FIN
           END-IF
           COMPUTE WS-ANIOS-SERVICIO = WS-ANV-ANIO - WS-ALT-ANIO
           PERFORM 078-CALCULA-DERECHO THRU 078-FIN
           MOVE ZEROS TO WS-DIAS-GOZADOS
           MOVE WS-ID-EMP TO VAC-ID-EMP
           MOVE ZEROS     TO VAC-CONSEC
           START VACACIONES KEY IS GREATER THAN OR EQUAL VAC-LLAVE
                 INVALID KEY
                    GO TO 066-EVALUA
           END-START
           MOVE SPACES TO SW-FIN-AUX
           PERFORM 068-SUMA-GOZADOS THRU 068-FIN
                   UNTIL SW-FIN-AUX EQUAL "FIN".
       066-EVALUA.
           IF WS-DIAS-GOZADOS IS GREATER THAN OR EQUAL WS-DIAS-DERECHO
              GO TO 066-FIN
           END-IF
           MOVE WS-FECHA-ANIV-N TO WS-FECHA-EDITA-N
           PERFORM 075-EDITA-FECHA THRU 075-FIN
           MOVE WS-DIAS-DERECHO TO WS-EV-NUM
           MOVE WS-DIAS-GOZADOS TO WS-EV-NUM-2
           MOVE "VACACION NO GOZADA A 6 MESES" TO WS-EXCEPCION
           MOVE SPACES TO WS-EVIDENCIA
           STRING "ANIV "            DELIMITED BY SIZE
                  WS-FECHA-IMPRESA   DELIMITED BY SIZE
                  " DERECHO "        DELIMITED BY SIZE
                  WS-EV-NUM          DELIMITED BY SIZE
                  " GOZADOS"         DELIMITED BY SIZE
                  WS-EV-NUM-2        DELIMITED BY SIZE
                  INTO WS-EVIDENCIA
           END-STRING
           PERFORM 074-ESCRIBE-EXCEPCION THRU 074-FIN.
       066-FIN. EXIT.

      *----------------------------------------------------------------
      * ANIVERSARIO DE LA FECHA DE ALTA EN EL ANIO WS-ANV-ANIO Y SU
      * LIMITE SEIS MESES DESPUES (EL 29 DE FEBRERO SE TOMA COMO 28 Y
      * EL DIA SE AJUSTA AL FIN DEL MES DEL LIMITE).
      *----------------------------------------------------------------
       067-ARMA-ANIVERSARIO.
           MOVE WS-ALT-MES TO WS-ANV-MES
           MOVE WS-ALT-DIA TO WS-ANV-DIA
           IF WS-ANV-MES EQUAL 2 AND WS-ANV-DIA IS GREATER THAN 28
              MOVE 28 TO WS-ANV-DIA
           END-IF
           MOVE WS-FECHA-ANIV-N TO WS-FECHA-LIMITE-N
           ADD 6 TO WS-LIM-MES
           IF WS-LIM-MES IS GREATER THAN 12
              SUBTRACT 12 FROM WS-LIM-MES
              ADD 1 TO WS-LIM-ANIO
           END-IF
           IF WS-LIM-MES EQUAL 2 AND WS-LIM-DIA IS GREATER THAN 28
              MOVE 28 TO WS-LIM-DIA
           END-IF
           IF (WS-LIM-MES EQUAL 4 OR WS-LIM-MES EQUAL 6 OR
               WS-LIM-MES EQUAL 9 OR WS-LIM-MES EQUAL 11) AND
              WS-LIM-DIA IS GREATER THAN 30
              MOVE 30 TO WS-LIM-DIA
           END-IF.
       067-FIN. EXIT.

       068-SUMA-GOZADOS.
           READ VACACIONES NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN-AUX
                   GO TO 068-FIN
           END-READ
           IF VAC-ID-EMP NOT EQUAL WS-ID-EMP
              MOVE "FIN" TO SW-FIN-AUX
              GO TO 068-FIN
           END-IF
           IF VAC-AUTORIZADA AND
              VAC-FECHA-INICIO IS GREATER THAN OR EQUAL
                                  WS-FECHA-ANIV-N AND
              VAC-FECHA-INICIO IS LESS THAN OR EQUAL
                                  WS-FECHA-LIMITE-N
              ADD VAC-DIAS TO WS-DIAS-GOZADOS
           END-IF.
       068-FIN. EXIT.

      *----------------------------------------------------------------
      * EL ENCABEZADO DE LA PLANTA SALE SOLO SI TIENE ALGO QUE LISTAR.
      *----------------------------------------------------------------
       072-IMPRIME-PLANTA.
           MOVE WS-PLANTA-ACTUAL TO WS-LP-CODIGO
           MOVE "NO CATALOGADA"  TO WS-LP-NOMBRE
           IF HAY-PLANTAS
              MOVE WS-PLANTA-ACTUAL TO PLT-COD
              READ PLANTAS
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE PLT-NOMBRE TO WS-LP-NOMBRE
              END-READ
           END-IF
           WRITE REG-REPORTE FROM WS-LIN-PLANTA
           MOVE "S" TO SW-PLANTA-IMPRESA.
       072-FIN. EXIT.

       074-ESCRIBE-EXCEPCION.
           IF SW-PLANTA-IMPRESA NOT EQUAL "S"
              PERFORM 072-IMPRIME-PLANTA THRU 072-FIN
           END-IF
           MOVE WS-ID-EMP TO WS-LDT-ID
           MOVE SPACES TO WS-LDT-NOMBRE
           STRING WS-NOMBRE-EMP  DELIMITED BY "  "
                  " "            DELIMITED BY SIZE
                  WS-APE-PAT-EMP DELIMITED BY "  "
                  INTO WS-LDT-NOMBRE
           END-STRING
           MOVE WS-EXCEPCION TO WS-LDT-EXCEPCION
           MOVE WS-EVIDENCIA TO WS-LDT-EVIDENCIA
           WRITE REG-REPORTE FROM WS-LIN-DETALLE
           MOVE "S" TO SW-EMP-CON-EXCEPCION
           ADD 1 TO WS-EXC-PLANTA
                    WS-EXC-TOTAL.
       074-FIN. EXIT.

       070-IMPRIME-SUBTOTAL.
           IF SW-PLANTA-IMPRESA EQUAL "S"
              MOVE WS-EXC-PLANTA TO WS-LS-EXCEPCIONES
              MOVE WS-EMP-PLANTA TO WS-LS-EMPLEADOS
              WRITE REG-REPORTE FROM WS-LIN-SUBTOTAL
           END-IF
           MOVE ZEROS TO WS-EXC-PLANTA
                         WS-EMP-PLANTA
           MOVE "N" TO SW-PLANTA-IMPRESA.
       070-FIN. EXIT.

       075-EDITA-FECHA.
           MOVE WS-FED-DIA  TO WS-FIM-DIA
           MOVE WS-FED-MES  TO WS-FIM-MES
           MOVE WS-FED-ANIO TO WS-FIM-ANIO.
       075-FIN. EXIT.

      *----------------------------------------------------------------
      * FECHA IMPRESA DEL DIA WS-DIA-CALC DE LA QUINCENA (LA
      * QUINCENA NO CRUZA DE MES).
      *----------------------------------------------------------------
       076-FECHA-DEL-DIA.
           COMPUTE WS-FECHA-EDITA-N =
                   CAL-FECHA-INICIO + WS-DIA-CALC - 1
           PERFORM 075-EDITA-FECHA THRU 075-FIN.
       076-FIN. EXIT.

      *----------------------------------------------------------------
      * MISMA ESCALERA DE DIAS DE VACACIONES QUE VACAEMP.CBL.
      *----------------------------------------------------------------
       078-CALCULA-DERECHO.
           EVALUATE TRUE
           WHEN WS-ANIOS-SERVICIO IS LESS THAN OR EQUAL 1
              MOVE 12 TO WS-DIAS-DERECHO
           WHEN WS-ANIOS-SERVICIO EQUAL 2
              MOVE 14 TO WS-DIAS-DERECHO
           WHEN WS-ANIOS-SERVICIO EQUAL 3
              MOVE 16 TO WS-DIAS-DERECHO
           WHEN WS-ANIOS-SERVICIO EQUAL 4
              MOVE 18 TO WS-DIAS-DERECHO
           WHEN WS-ANIOS-SERVICIO EQUAL 5
              MOVE 20 TO WS-DIAS-DERECHO
           WHEN WS-ANIOS-SERVICIO IS LESS THAN OR EQUAL 10
              MOVE 22 TO WS-DIAS-DERECHO
           WHEN WS-ANIOS-SERVICIO IS LESS THAN OR EQUAL 15
              MOVE 24 TO WS-DIAS-DERECHO
           WHEN WS-ANIOS-SERVICIO IS LESS THAN OR EQUAL 20
              MOVE 26 TO WS-DIAS-DERECHO
           WHEN WS-ANIOS-SERVICIO IS LESS THAN OR EQUAL 25
              MOVE 28 TO WS-DIAS-DERECHO
           WHEN WS-ANIOS-SERVICIO IS LESS THAN OR EQUAL 30
              MOVE 30 TO WS-DIAS-DERECHO
           WHEN OTHER
              MOVE 32 TO WS-DIAS-DERECHO
           END-EVALUATE.
       078-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE CALENDARIO-NOMINA
                 REPORTE
           IF HAY-RELOJ
              CLOSE ARCHIVO-RELOJ
           END-IF
           IF HAY-INCIDENCIAS
              CLOSE INCIDENCIAS
           END-IF
           IF HAY-VACACIONES
              CLOSE VACACIONES
           END-IF
           IF HAY-TURNOS
              CLOSE TURNOS
                    TURNO-EMP
           END-IF
           IF HAY-PLANTAS
              CLOSE PLANTAS
           END-IF.
       090-FIN. EXIT.
