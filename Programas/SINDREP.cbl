      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * SINDREP.cbl - ENTERO MENSUAL DE CUOTAS SINDICALES. POR CADA
      *               AFILIADO DE BD-SINDICATO.TXT SUMA LO QUE LA
      *               NOMINA REALMENTE LE RETUVO EN EL MES (RENGLONES
      *               DE ORIGEN "S" DE BD-NOMINA-DETALLE.TXT EN LAS
      *               QUINCENAS AAAAMM1-2 Y LAS SEMANAS DEL MES) Y
      *               LISTA LAS ALTAS Y BAJAS DEL MES (RENUNCIAS Y
      *               AFILIADOS DADOS DE BAJA DE LA EMPRESA). DEJA EL
      *               LISTADO EN REPORTE-SINDICATO.TXT Y EL ARCHIVO DE
      *               PAGO AL SINDICATO EN PAGO-SINDICATO-AAAAMM.TXT:
      *               HEADER "H" (FECHA, MES, SINDICATO Y CLABE DE LA
      *               CUOTA VIGENTE), UN RENGLON "D" POR AFILIADO CON
      *               CUOTA O MOVIMIENTO EN EL MES Y TRAILER "T"
      *               (RENGLONES, TOTAL ENTERADO, ALTAS Y BAJAS).
      *               CORRER EL MISMO MES OTRA VEZ REGENERA LOS DOS
      *               ARCHIVOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                SINDREP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY NDETSEL.
           COPY SINSEL.
           COPY CSISEL.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE.
           SELECT INTERFAZ-SINDICATO
           ASSIGN TO WS-RUTA-PAGO.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY NDETFD.
           COPY SINFD.
           COPY CSIFD.

       FD  REPORTE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(100).

       FD  INTERFAZ-SINDICATO
           RECORD CONTAINS 106 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-INTERFAZ-SINDICATO PIC X(106).

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPFS.
           COPY EMPRUTA.
           COPY NDETFS.
           COPY NDETRUTA.
           COPY SINFS.
           COPY SINRUTA.
           COPY CSIFS.
           COPY CSIRUTA.

       01  WS-RUTA-REPORTE        PIC X(80).
       01  WS-RUTA-PAGO           PIC X(80).

       01  WS-MES-ENVIO.
           05 WS-ENV-ANIO          PIC 9(04).
           05 WS-ENV-MES           PIC 9(02).
       01  WS-MES-ENVIO-9 REDEFINES WS-MES-ENVIO
                                   PIC 9(06).

      *----------------------------------------------------------------
      * PERIODO DE NOMINA QUE SE CONSULTA: AAAAMMQ PARA LAS
      * QUINCENAS Y AAAA(MM+50)S PARA LAS SEMANAS DEL MES.
      *----------------------------------------------------------------
       01  WS-PERIODO-CONSULTA.
           05 WS-PC-ANIO           PIC 9(04).
           05 WS-PC-MES            PIC 9(02).
           05 WS-PC-NUMERO         PIC 9(01).
       01  WS-PERIODO-CONSULTA-9 REDEFINES WS-PERIODO-CONSULTA
                                   PIC 9(07).

       01  WS-FECHA-SISTEMA        PIC 9(08).
       01  WS-FECHA-MOV.
           05 WS-FM-MES            PIC 9(06).
           05 FILLER               PIC 9(02).
       01  SW-FIN                  PIC X(03)     VALUE SPACES.
       01  SW-MOVIMIENTO           PIC X(01).
           88 MOV-ALTA                    VALUE "A".
           88 MOV-BAJA                    VALUE "B".
           88 SIN-MOVIMIENTO              VALUE " ".

       01  WS-CUOTA-EMP            PIC 9(07)V99.
       01  WS-CONT-CUOTAS          PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-RENGLONES       PIC 9(07)     VALUE ZEROS.
       01  WS-CONT-ALTAS           PIC 9(07)     VALUE ZEROS.
       01  WS-CONT-BAJAS           PIC 9(07)     VALUE ZEROS.
       01  WS-TOTAL-CUOTAS         PIC 9(09)V99  VALUE ZEROS.
       01  WS-NOMBRE-COMPLETO      PIC X(40).

       01  WS-MARGEN.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(01)   VALUE "*".
           05 FILLER              PIC X(97)   VALUE ALL "-".
           05 FILLER              PIC X(01)   VALUE "*".

       01  WS-TITULO.
           05 FILLER              PIC X(16)   VALUE SPACES.
           05 FILLER              PIC X(44)   VALUE
              "ENTERO MENSUAL DE CUOTAS SINDICALES    MES  ".
           05 WS-TIT-ANIO         PIC 9(04).
           05 FILLER              PIC X(01)   VALUE "-".
           05 WS-TIT-MES          PIC 9(02).
           05 FILLER              PIC X(33)   VALUE SPACES.

       01  WS-SUBTITULO.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(11)   VALUE "SINDICATO: ".
           05 WS-SUB-SINDICATO    PIC X(40).
           05 FILLER              PIC X(08)   VALUE "  CLABE ".
           05 WS-SUB-CLABE        PIC X(18).
           05 FILLER              PIC X(08)   VALUE "  CUOTA ".
           05 WS-SUB-PORCENTAJE   PIC Z9.99.
           05 FILLER              PIC X(01)   VALUE "%".
           05 FILLER              PIC X(08)   VALUE SPACES.

       01  WS-SECCION.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-SEC-TITULO       PIC X(99).

       01  WS-COLUMNAS.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(03)   VALUE "EMP".
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 FILLER              PIC X(10)   VALUE "AFILIACION".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(06)   VALUE "NOMBRE".
           05 FILLER              PIC X(36)   VALUE SPACES.
           05 WS-COL-ULTIMA       PIC X(37).

       01  WS-DETALLE.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-ID           PIC ZZZZ9.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-DET-AFILIACION   PIC X(10).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-NOMBRE       PIC X(40).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-IMPORTE      PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(27)   VALUE SPACES.

       01  WS-DETALLE-MOV REDEFINES WS-DETALLE.
           05 FILLER              PIC X(63).
           05 WS-MOV-FECHA        PIC 9(08).
           05 FILLER              PIC X(02).
           05 WS-MOV-MOTIVO       PIC X(27).

       01  WS-GRAN-TOTAL.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(22)
                              VALUE "AFILIADOS CON CUOTA:  ".
           05 WS-GT-CUENTA        PIC ZZZZ9.
           05 FILLER              PIC X(19)
                              VALUE "   TOTAL ENTERADO: ".
           05 WS-GT-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-TOTAL-MOV.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-TM-LEYENDA       PIC X(22).
           05 WS-TM-CUENTA        PIC ZZZZ9.

      *----------------------------------------------------------------
      * LAYOUT DE ANCHO FIJO DEL ARCHIVO DE PAGO. EL MOVIMIENTO DEL
      * RENGLON "D" ES "A" (ALTA EN EL MES), "B" (BAJA EN EL MES) O
      * ESPACIO, CON SU FECHA.
      *----------------------------------------------------------------
       01  WS-REG-HEADER.
           05 FILLER               PIC X(01)     VALUE "H".
           05 WS-HDR-FECHA         PIC 9(08).
           05 WS-HDR-MES           PIC 9(06).
           05 WS-HDR-SINDICATO     PIC X(40).
           05 WS-HDR-CLABE         PIC X(18).
           05 FILLER               PIC X(33)     VALUE SPACES.

       01  WS-REG-CUOTA.
           05 FILLER               PIC X(01)     VALUE "D".
           05 WS-CUO-ID-EMP        PIC 9(04).
           05 WS-CUO-AFILIACION    PIC X(10).
           05 WS-CUO-RFC           PIC X(13).
           05 WS-CUO-APE-PAT       PIC X(20).
           05 WS-CUO-APE-MAT       PIC X(20).
           05 WS-CUO-NOMBRE        PIC X(20).
           05 WS-CUO-IMPORTE       PIC 9(07)V99.
           05 WS-CUO-MOVIMIENTO    PIC X(01).
           05 WS-CUO-FECHA-MOV     PIC 9(08).

       01  WS-REG-TRAILER.
           05 FILLER               PIC X(01)     VALUE "T".
           05 WS-TRL-RENGLONES     PIC 9(07).
           05 WS-TRL-TOTAL         PIC 9(09)V99.
           05 WS-TRL-ALTAS         PIC 9(07).
           05 WS-TRL-BAJAS         PIC 9(07).
           05 FILLER               PIC X(73)     VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 091-OBTIENE-RUTA-NOM-DETALLE THRU 091-FIN
           PERFORM 156-OBTIENE-RUTA-SINDICATO   THRU 156-FIN
           PERFORM 157-OBTIENE-RUTA-CUOTA-SINDICAL THRU 157-FIN
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 018-SOLICITA-MES             THRU 018-FIN
           PERFORM 016-OBTIENE-RUTA-REPORTE     THRU 016-FIN
           PERFORM 158-CARGA-CUOTA-SINDICAL     THRU 158-FIN
           IF NOT CUOTA-SINDICAL-CARGADA
              DISPLAY "NO HAY CUOTA SINDICAL VIGENTE EN "
                      "BD-CUOTA-SINDICAL.TXT: EL ARCHIVO DE PAGO SALE "
                      "SIN SINDICATO NI CLABE. CAPTURELA EN SINDEMP."
           END-IF
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           PERFORM 025-ENCABEZADOS              THRU 025-FIN
           MOVE "CUOTAS RETENIDAS EN EL MES" TO WS-SEC-TITULO
           MOVE "CUOTA RETENIDA"             TO WS-COL-ULTIMA
           PERFORM 030-ABRE-SECCION             THRU 030-FIN
           PERFORM 050-PROCESA-CUOTA            THRU 050-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           MOVE WS-CONT-CUOTAS  TO WS-GT-CUENTA
           MOVE WS-TOTAL-CUOTAS TO WS-GT-TOTAL
           WRITE REG-REPORTE FROM WS-MARGEN
           WRITE REG-REPORTE FROM WS-GRAN-TOTAL
           MOVE "ALTAS AL SINDICATO EN EL MES" TO WS-SEC-TITULO
           MOVE "FECHA     MOTIVO"              TO WS-COL-ULTIMA
           PERFORM 030-ABRE-SECCION             THRU 030-FIN
           PERFORM 070-PROCESA-ALTA             THRU 070-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           MOVE "ALTAS DEL MES:        " TO WS-TM-LEYENDA
           MOVE WS-CONT-ALTAS            TO WS-TM-CUENTA
           WRITE REG-REPORTE FROM WS-MARGEN
           WRITE REG-REPORTE FROM WS-TOTAL-MOV
           MOVE "BAJAS DEL SINDICATO EN EL MES" TO WS-SEC-TITULO
           PERFORM 030-ABRE-SECCION             THRU 030-FIN
           PERFORM 075-PROCESA-BAJA             THRU 075-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           MOVE "BAJAS DEL MES:        " TO WS-TM-LEYENDA
           MOVE WS-CONT-BAJAS            TO WS-TM-CUENTA
           WRITE REG-REPORTE FROM WS-MARGEN
           WRITE REG-REPORTE FROM WS-TOTAL-MOV
           MOVE WS-CONT-RENGLONES TO WS-TRL-RENGLONES
           MOVE WS-TOTAL-CUOTAS   TO WS-TRL-TOTAL
           MOVE WS-CONT-ALTAS     TO WS-TRL-ALTAS
           MOVE WS-CONT-BAJAS     TO WS-TRL-BAJAS
           WRITE REG-INTERFAZ-SINDICATO FROM WS-REG-TRAILER
           PERFORM 090-CIERRA-ARCHIVOS          THRU 090-FIN
           DISPLAY "AFILIADOS CON CUOTA: " WS-CONT-CUOTAS
           DISPLAY "ALTAS DEL MES      : " WS-CONT-ALTAS
           DISPLAY "BAJAS DEL MES      : " WS-CONT-BAJAS
           DISPLAY "LISTADO: " WS-RUTA-REPORTE
           DISPLAY "ARCHIVO: " WS-RUTA-PAGO
           GOBACK.

           COPY EMPRUTAP.
           COPY NDETRUTAP.
           COPY SINRUTAP.
           COPY CSIRUTAP.
           COPY CSICARGP.

      *----------------------------------------------------------------
      * EL LISTADO Y EL ARCHIVO DE PAGO VIVEN EN LA MISMA CARPETA QUE
      * BD-EMPLEADOS.TXT; EL DE PAGO LLEVA EL MES EN EL NOMBRE PARA
      * QUE CADA ENTERO SE CONSERVE.
      *----------------------------------------------------------------
       016-OBTIENE-RUTA-REPORTE.
           STRING WS-DIR-DATOS              DELIMITED BY SPACE
                  "\REPORTE-SINDICATO.TXT"  DELIMITED BY SIZE
                  INTO WS-RUTA-REPORTE
           END-STRING
           STRING WS-DIR-DATOS              DELIMITED BY SPACE
                  "\PAGO-SINDICATO-"        DELIMITED BY SIZE
                  WS-MES-ENVIO              DELIMITED BY SIZE
                  ".TXT"                    DELIMITED BY SIZE
                  INTO WS-RUTA-PAGO
           END-STRING.
       016-FIN. EXIT.

       018-SOLICITA-MES.
           DISPLAY "MES DEL ENTERO AL SINDICATO:"
           DISPLAY "ANIO (AAAA): "
           ACCEPT WS-ENV-ANIO
           DISPLAY "MES (MM): "
           ACCEPT WS-ENV-MES
           IF WS-ENV-MES IS LESS THAN 1 OR
              WS-ENV-MES IS GREATER THAN 12
              DISPLAY "EL MES DEBE SER DE 01 A 12."
              DISPLAY " "
              GO TO 018-SOLICITA-MES
           END-IF.
       018-FIN. EXIT.

       020-ABRE-ARCHIVOS.
           OPEN INPUT EMPLEADOS
           OPEN INPUT NOMINA-DETALLE
           OPEN INPUT SINDICATO
           IF NOT FS-EMPLEADOS-OK OR NOT FS-NOM-DETALLE-OK
              OR NOT FS-SINDICATO-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS "
                      "(DEBE HABER NOMINA CALCULADA Y AFILIADOS "
                      "REGISTRADOS EN SINDEMP)."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT REPORTE
           OPEN OUTPUT INTERFAZ-SINDICATO.
       020-FIN. EXIT.

       025-ENCABEZADOS.
           MOVE WS-ENV-ANIO       TO WS-TIT-ANIO
           MOVE WS-ENV-MES        TO WS-TIT-MES
           MOVE WS-CSI-SINDICATO  TO WS-SUB-SINDICATO
           MOVE WS-CSI-CLABE      TO WS-SUB-CLABE
           MOVE WS-CSI-PORCENTAJE TO WS-SUB-PORCENTAJE
           WRITE REG-REPORTE FROM WS-TITULO
           WRITE REG-REPORTE FROM WS-SUBTITULO
           MOVE WS-FECHA-SISTEMA  TO WS-HDR-FECHA
           MOVE WS-MES-ENVIO-9    TO WS-HDR-MES
           MOVE WS-CSI-SINDICATO  TO WS-HDR-SINDICATO
           MOVE WS-CSI-CLABE      TO WS-HDR-CLABE
           WRITE REG-INTERFAZ-SINDICATO FROM WS-REG-HEADER.
       025-FIN. EXIT.

      *----------------------------------------------------------------
      * CADA SECCION DEL LISTADO RECORRE EL PADRON COMPLETO DESDE EL
      * PRINCIPIO.
      *----------------------------------------------------------------
       030-ABRE-SECCION.
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           WRITE REG-REPORTE FROM WS-SECCION
           WRITE REG-REPORTE FROM WS-MARGEN
           WRITE REG-REPORTE FROM WS-COLUMNAS
           WRITE REG-REPORTE FROM WS-MARGEN
           MOVE SPACES TO SW-FIN
           MOVE ZEROS  TO SIN-ID-EMP
           START SINDICATO KEY IS GREATER THAN OR EQUAL SIN-ID-EMP
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN
           END-START.
       030-FIN. EXIT.

       040-LEE-AFILIADO.
           READ SINDICATO NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 040-FIN
           END-READ
           MOVE SIN-ID-EMP TO REG-ID-EMP
           READ EMPLEADOS INTO WS-DATOS-EMPLEADO
                INVALID KEY
                   MOVE SPACES TO WS-NOMBRE-EMP WS-APE-PAT-EMP
                                  WS-APE-MAT-EMP WS-RFC
                   MOVE ZEROS  TO WS-FECHA-BAJA
                   MOVE "A"    TO WS-STATUS-EMP
           END-READ
           MOVE SPACES TO WS-NOMBRE-COMPLETO
           STRING WS-APE-PAT-EMP  DELIMITED BY "  "
                  " "             DELIMITED BY SIZE
                  WS-APE-MAT-EMP  DELIMITED BY "  "
                  " "             DELIMITED BY SIZE
                  WS-NOMBRE-EMP   DELIMITED BY "  "
                  INTO WS-NOMBRE-COMPLETO
           END-STRING
           MOVE SIN-ID-EMP         TO WS-DET-ID
           MOVE SIN-NUM-AFILIACION TO WS-DET-AFILIACION
           MOVE WS-NOMBRE-COMPLETO TO WS-DET-NOMBRE.
       040-FIN. EXIT.

      *----------------------------------------------------------------
      * MOVIMIENTO DEL MES DEL AFILIADO YA LEIDO: ALTA SI SU INGRESO
      * CAE EN EL MES; BAJA SI SU RENUNCIA CAE EN EL MES, O SI SIGUE
      * AFILIADO PERO LA EMPRESA LO DIO DE BAJA EN EL MES.
      *----------------------------------------------------------------
       045-DETERMINA-MOVIMIENTO.
           MOVE SPACE TO SW-MOVIMIENTO
           MOVE SIN-FECHA-INGRESO TO WS-FECHA-MOV
           IF WS-FM-MES EQUAL WS-MES-ENVIO-9
              MOVE "A" TO SW-MOVIMIENTO
           END-IF
           MOVE ZEROS TO WS-FECHA-MOV
           IF SIN-RENUNCIA
              MOVE SIN-FECHA-BAJA TO WS-FECHA-MOV
           END-IF
           IF SIN-AFILIADO AND EMP-INACTIVO
              MOVE WS-FECHA-BAJA  TO WS-FECHA-MOV
           END-IF
           IF WS-FM-MES EQUAL WS-MES-ENVIO-9
              MOVE "B" TO SW-MOVIMIENTO
           END-IF.
       045-FIN. EXIT.

      *----------------------------------------------------------------
      * LA CUOTA DEL MES ES LA SUMA DE LO RETENIDO EN SUS DOS
      * QUINCENAS Y EN LAS SEMANAS DEL MES. EL AFILIADO SIN CUOTA
      * NI MOVIMIENTO EN EL MES NO VIAJA EN EL ARCHIVO DE PAGO.
      *----------------------------------------------------------------
       050-PROCESA-CUOTA.
           PERFORM 040-LEE-AFILIADO THRU 040-FIN
           IF SW-FIN EQUAL "FIN"
              GO TO 050-FIN
           END-IF
           MOVE ZEROS       TO WS-CUOTA-EMP
           MOVE WS-ENV-ANIO TO WS-PC-ANIO
           MOVE WS-ENV-MES  TO WS-PC-MES
           PERFORM 055-SUMA-PERIODO THRU 055-FIN
                   VARYING WS-PC-NUMERO FROM 1 BY 1
                   UNTIL WS-PC-NUMERO IS GREATER THAN 2
           ADD 50 TO WS-PC-MES
           PERFORM 055-SUMA-PERIODO THRU 055-FIN
                   VARYING WS-PC-NUMERO FROM 1 BY 1
                   UNTIL WS-PC-NUMERO IS GREATER THAN 5
           PERFORM 045-DETERMINA-MOVIMIENTO THRU 045-FIN
           IF WS-CUOTA-EMP EQUAL ZEROS AND SIN-MOVIMIENTO
              GO TO 050-FIN
           END-IF
           IF WS-CUOTA-EMP IS GREATER THAN ZEROS
              MOVE WS-CUOTA-EMP TO WS-DET-IMPORTE
              WRITE REG-REPORTE FROM WS-DETALLE
              ADD 1 TO WS-CONT-CUOTAS
              ADD WS-CUOTA-EMP TO WS-TOTAL-CUOTAS
           END-IF
           MOVE SIN-ID-EMP         TO WS-CUO-ID-EMP
           MOVE SIN-NUM-AFILIACION TO WS-CUO-AFILIACION
           MOVE WS-RFC             TO WS-CUO-RFC
           MOVE WS-APE-PAT-EMP     TO WS-CUO-APE-PAT
           MOVE WS-APE-MAT-EMP     TO WS-CUO-APE-MAT
           MOVE WS-NOMBRE-EMP      TO WS-CUO-NOMBRE
           MOVE WS-CUOTA-EMP       TO WS-CUO-IMPORTE
           MOVE SW-MOVIMIENTO      TO WS-CUO-MOVIMIENTO
           MOVE ZEROS              TO WS-CUO-FECHA-MOV
           IF MOV-ALTA
              MOVE SIN-FECHA-INGRESO TO WS-CUO-FECHA-MOV
           END-IF
           IF MOV-BAJA
              MOVE WS-FECHA-MOV      TO WS-CUO-FECHA-MOV
           END-IF
           WRITE REG-INTERFAZ-SINDICATO FROM WS-REG-CUOTA
           ADD 1 TO WS-CONT-RENGLONES.
       050-FIN. EXIT.

       055-SUMA-PERIODO.
           MOVE WS-PERIODO-CONSULTA-9 TO ND-PERIODO
           MOVE SIN-ID-EMP            TO ND-ID-EMP
           MOVE ZEROS                 TO ND-CONSEC
           START NOMINA-DETALLE KEY IS GREATER THAN OR EQUAL ND-LLAVE
                 INVALID KEY
                    GO TO 055-FIN
           END-START.
       055-LEE.
           READ NOMINA-DETALLE NEXT RECORD
                AT END
                   GO TO 055-FIN
           END-READ
           IF ND-PERIODO NOT EQUAL WS-PERIODO-CONSULTA-9 OR
              ND-ID-EMP  NOT EQUAL SIN-ID-EMP
              GO TO 055-FIN
           END-IF
           IF ND-DE-CUOTA-SINDICAL
              ADD ND-IMPORTE TO WS-CUOTA-EMP
           END-IF
           GO TO 055-LEE.
       055-FIN. EXIT.

       070-PROCESA-ALTA.
           PERFORM 040-LEE-AFILIADO THRU 040-FIN
           IF SW-FIN EQUAL "FIN"
              GO TO 070-FIN
           END-IF
           PERFORM 045-DETERMINA-MOVIMIENTO THRU 045-FIN
           MOVE SIN-FECHA-INGRESO TO WS-FECHA-MOV
           IF WS-FM-MES NOT EQUAL WS-MES-ENVIO-9
              GO TO 070-FIN
           END-IF
           MOVE SIN-FECHA-INGRESO TO WS-MOV-FECHA
           MOVE "INGRESO AL SINDICATO" TO WS-MOV-MOTIVO
           WRITE REG-REPORTE FROM WS-DETALLE-MOV
           ADD 1 TO WS-CONT-ALTAS.
       070-FIN. EXIT.

       075-PROCESA-BAJA.
           PERFORM 040-LEE-AFILIADO THRU 040-FIN
           IF SW-FIN EQUAL "FIN"
              GO TO 075-FIN
           END-IF
           PERFORM 045-DETERMINA-MOVIMIENTO THRU 045-FIN
           IF NOT MOV-BAJA
              GO TO 075-FIN
           END-IF
           MOVE WS-FECHA-MOV TO WS-MOV-FECHA
           IF SIN-RENUNCIA
              MOVE "RENUNCIA AL SINDICATO" TO WS-MOV-MOTIVO
           ELSE
              MOVE "BAJA DE LA EMPRESA"    TO WS-MOV-MOTIVO
           END-IF
           WRITE REG-REPORTE FROM WS-DETALLE-MOV
           ADD 1 TO WS-CONT-BAJAS.
       075-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 NOMINA-DETALLE
                 SINDICATO
                 REPORTE
                 INTERFAZ-SINDICATO.
       090-FIN. EXIT.
