      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * PLAZAREP.cbl - REPORTE DE VACANTES POR DEPARTAMENTO. CRUZA LAS
      *                PLAZAS AUTORIZADAS DE BD-PLAZAS.TXT (MANTPLAZ)
      *                VIGENTES EN EL ANIO PEDIDO CONTRA LOS EMPLEADOS
      *                QUE LAS OCUPAN (TODOS LOS NO DADOS DE BAJA, IGUAL
      *                QUE EL CONTROL DE PLAZAS DE PLZVALP.cpy) Y
      *                PRESENTA POR DEPARTAMENTO Y PUESTO LAS
      *                AUTORIZADAS, OCUPADAS, VACANTES Y EXCEDIDAS, CON
      *                SUBTOTAL POR DEPARTAMENTO Y GRAN TOTAL. EL
      *                PUESTO CON GENTE PERO SIN AUTORIZACION VIGENTE
      *                SALE MARCADO "SIN CONTROL" Y SOLO SUMA A LAS
      *                OCUPADAS SIN CONTROL. LAS TABLAS SE INDEXAN POR
      *                CLAVE DE DEPARTAMENTO Y DE PUESTO, COMO LA DE
      *                AREAS DE ORGAEMP. LA SALIDA ES
      *                REPORTE-PLAZAS.TXT EN LA CARPETA DE DATOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PLAZAREP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY DEPTSEL.
           COPY PUESSEL.
           COPY PLZSEL.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY DEPTFD.
           COPY PUESFD.
           COPY PLZFD.

       FD  REPORTE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(100).

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPFS.
           COPY EMPRUTA.
           COPY DEPTFS.
           COPY DEPTRUTA.
           COPY PUESFS.
           COPY PUESRUTA.
           COPY PLZFS.
           COPY PLZRUTA.

       01  WS-RUTA-REPORTE        PIC X(80).

       01  WS-FECHA-SISTEMA.
           05 WS-SIS-ANIO         PIC 9(04).
           05 WS-SIS-MES          PIC 9(02).
           05 WS-SIS-DIA          PIC 9(02).
       01  WS-ANIO-REPORTE        PIC 9(04).

      *----------------------------------------------------------------
      * UNA CELDA POR DEPARTAMENTO/PUESTO: OCUPADAS SE CUENTA DEL
      * MAESTRO; AUTORIZADAS SE QUEDA CON EL RENGLON DE BD-PLAZAS.TXT
      * DEL ANIO MAS RECIENTE QUE NO PASE DEL PEDIDO (EL ARCHIVO VIENE
      * EN ORDEN ASCENDENTE DE ANIO DENTRO DE CADA PAREJA).
      *----------------------------------------------------------------
       01  WS-TABLA-PLAZAS.
           05 WS-TPL-DEPTO OCCURS 999 TIMES.
              10 WS-TPL-PUESTO OCCURS 99 TIMES.
                 15 WS-TPL-OCUPADAS    PIC 9(04).
                 15 WS-TPL-AUTORIZADAS PIC 9(04).
                 15 WS-TPL-CONTROL     PIC X(01).
                    88 TPL-CON-CONTROL        VALUE "S".

       01  WS-DEP-IDX             PIC 9(04).
       01  WS-PUE-IDX             PIC 9(03).
       01  SW-DEPTO-IMPRESO       PIC X(01).

       01  WS-CONT-DEPTO.
           05 WS-CDE-AUTORIZADAS  PIC 9(06).
           05 WS-CDE-OCUPADAS     PIC 9(06).
           05 WS-CDE-VACANTES     PIC 9(06).
           05 WS-CDE-EXCEDIDAS    PIC 9(06).
           05 WS-CDE-SIN-CONTROL  PIC 9(06).
       01  WS-CONT-GENERAL.
           05 WS-CGE-AUTORIZADAS  PIC 9(06).
           05 WS-CGE-OCUPADAS     PIC 9(06).
           05 WS-CGE-VACANTES     PIC 9(06).
           05 WS-CGE-EXCEDIDAS    PIC 9(06).
           05 WS-CGE-SIN-CONTROL  PIC 9(06).

       01  SW-FIN                 PIC X(03)   VALUE SPACES.

       01  WS-MARGEN.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(01)   VALUE "*".
           05 FILLER              PIC X(97)   VALUE ALL "-".
           05 FILLER              PIC X(01)   VALUE "*".

       01  WS-TITULO.
           05 FILLER              PIC X(26)   VALUE SPACES.
           05 FILLER              PIC X(40)
               VALUE "PLAZAS AUTORIZADAS, OCUPADAS Y VACANTES ".
           05 FILLER              PIC X(09)   VALUE "ANIO     ".
           05 WS-TIT-ANIO         PIC 9(04).
           05 FILLER              PIC X(21)   VALUE SPACES.

       01  WS-ENC-COLUMNAS.
           05 FILLER              PIC X(06)   VALUE SPACES.
           05 FILLER              PIC X(23)
              VALUE "PUESTO                 ".
           05 FILLER              PIC X(14)
              VALUE "   AUTORIZADAS".
           05 FILLER              PIC X(10)   VALUE "  OCUPADAS".
           05 FILLER              PIC X(10)   VALUE "  VACANTES".
           05 FILLER              PIC X(11)   VALUE "  EXCEDIDAS".
           05 FILLER              PIC X(26)   VALUE SPACES.

       01  WS-ENC-DEPTO.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(14)   VALUE "DEPARTAMENTO  ".
           05 WS-ENC-DEP-COD      PIC 9(03).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-ENC-DEP-NOMBRE   PIC X(20).
           05 FILLER              PIC X(59)   VALUE SPACES.

       01  WS-DET-PUESTO.
           05 FILLER              PIC X(06)   VALUE SPACES.
           05 WS-DET-PUE-COD      PIC 9(02).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-PUE-NOMBRE   PIC X(15).
           05 FILLER              PIC X(07)   VALUE SPACES.
           05 WS-DET-AUT-X        PIC X(11).
           05 WS-DET-AUT REDEFINES WS-DET-AUT-X.
              10 FILLER           PIC X(07).
              10 WS-DET-AUT-9     PIC ZZZ9.
           05 FILLER              PIC X(05)   VALUE SPACES.
           05 WS-DET-OCUPADAS     PIC ZZZZ9.
           05 FILLER              PIC X(05)   VALUE SPACES.
           05 WS-DET-VACANTES     PIC ZZZZ9.
           05 FILLER              PIC X(06)   VALUE SPACES.
           05 WS-DET-EXCEDIDAS    PIC ZZZZ9.
           05 FILLER              PIC X(26)   VALUE SPACES.

       01  WS-TOT-LINEA.
           05 FILLER              PIC X(06)   VALUE SPACES.
           05 WS-TOT-ETIQUETA     PIC X(30).
           05 WS-TOT-AUTORIZADAS  PIC ZZZ,ZZ9.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-TOT-OCUPADAS     PIC ZZZ,ZZ9.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-TOT-VACANTES     PIC ZZZ,ZZ9.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 WS-TOT-EXCEDIDAS    PIC ZZZ,ZZ9.
           05 FILLER              PIC X(26)   VALUE SPACES.

       01  WS-TOT-SIN-CONTROL.
           05 FILLER              PIC X(06)   VALUE SPACES.
           05 FILLER              PIC X(40)
              VALUE "OCUPADAS EN PUESTOS SIN CONTROL:        ".
           05 WS-TSC-OCUPADAS     PIC ZZZ,ZZ9.
           05 FILLER              PIC X(47)   VALUE SPACES.

       01  WS-SIN-PLAZAS.
           05 FILLER              PIC X(06)   VALUE SPACES.
           05 FILLER              PIC X(46)
              VALUE "SIN BD-PLAZAS.TXT: NINGUN PUESTO TIENE PLAZAS ".
           05 FILLER              PIC X(48)
              VALUE "AUTORIZADAS (CAPTURELAS CON MANTPLAZ).          ".

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS     THRU 015-FIN
           PERFORM 016-OBTIENE-RUTA-REPORTE   THRU 016-FIN
           PERFORM 018-OBTIENE-RUTA-DEPARTAMENTOS THRU 018-FIN
           PERFORM 019-OBTIENE-RUTA-PUESTOS   THRU 019-FIN
           PERFORM 145-OBTIENE-RUTA-PLAZAS    THRU 145-FIN
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 022-SOLICITA-ANIO          THRU 022-FIN
           PERFORM 020-ABRE-ARCHIVOS          THRU 020-FIN
           INITIALIZE WS-TABLA-PLAZAS
                      WS-CONT-GENERAL
           PERFORM 032-CARGA-OCUPACION        THRU 032-FIN
           PERFORM 036-CARGA-AUTORIZADAS      THRU 036-FIN
           PERFORM 030-TITULOS                THRU 030-FIN
           PERFORM 050-PROCESA-DEPTO          THRU 050-FIN
                   VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX IS GREATER THAN 999
           PERFORM 080-IMPRIME-GRAN-TOTAL     THRU 080-FIN
           PERFORM 090-CIERRA-ARCHIVOS        THRU 090-FIN
           DISPLAY "REPORTE GENERADO: " WS-RUTA-REPORTE
           GOBACK.

           COPY EMPRUTAP.
           COPY DEPTRUTAP.
           COPY PUESRUTAP.
           COPY PLZRUTAP.

      *----------------------------------------------------------------
      * REPORTE-PLAZAS.TXT VIVE EN LA MISMA CARPETA QUE
      * BD-EMPLEADOS.TXT, YA RESUELTA POR 015-OBTIENE-RUTA-DATOS.
      *----------------------------------------------------------------
       016-OBTIENE-RUTA-REPORTE.
           STRING WS-DIR-DATOS            DELIMITED BY SPACE
                  "\REPORTE-PLAZAS.TXT"   DELIMITED BY SIZE
                  INTO WS-RUTA-REPORTE
           END-STRING.
       016-FIN. EXIT.

      *----------------------------------------------------------------
      * SIN BD-PLAZAS.TXT EL REPORTE SALE IGUAL, CON TODA LA PLANTILLA
      * SIN CONTROL Y UN AVISO AL FINAL.
      *----------------------------------------------------------------
       020-ABRE-ARCHIVOS.
           OPEN INPUT  EMPLEADOS
                       DEPARTAMENTOS
                       PUESTOS
                OUTPUT REPORTE
           IF NOT FS-EMPLEADOS-OK OR NOT FS-DEPARTAMENTOS-OK
              OR NOT FS-PUESTOS-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              GOBACK
           END-IF
           OPEN INPUT PLAZAS
           IF FS-PLAZAS-OK
              MOVE "S" TO SW-HAY-PLAZAS
           ELSE
              MOVE "N" TO SW-HAY-PLAZAS
           END-IF.
       020-FIN. EXIT.

       022-SOLICITA-ANIO.
           DISPLAY "ANIO DE LAS PLAZAS AUTORIZADAS (0000 = "
                   WS-SIS-ANIO "): "
           ACCEPT WS-ANIO-REPORTE
           IF WS-ANIO-REPORTE EQUAL ZEROS
              MOVE WS-SIS-ANIO TO WS-ANIO-REPORTE
           END-IF.
       022-FIN. EXIT.

       030-TITULOS.
           MOVE WS-ANIO-REPORTE TO WS-TIT-ANIO
           WRITE REG-REPORTE FROM WS-TITULO
           WRITE REG-REPORTE FROM WS-MARGEN
           WRITE REG-REPORTE FROM WS-ENC-COLUMNAS
           WRITE REG-REPORTE FROM WS-MARGEN.
       030-FIN. EXIT.

       032-CARGA-OCUPACION.
           MOVE SPACES TO SW-FIN
           PERFORM 034-LEE-EMPLEADO THRU 034-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       032-FIN. EXIT.

       034-LEE-EMPLEADO.
           READ EMPLEADOS NEXT RECORD INTO WS-DATOS-EMPLEADO
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 034-FIN
           END-READ
           IF NOT EMP-INACTIVO AND
              WS-DEPARTAMENTO IS GREATER THAN ZEROS AND
              WS-PUESTO IS GREATER THAN ZEROS
              ADD 1 TO WS-TPL-OCUPADAS (WS-DEPARTAMENTO, WS-PUESTO)
           END-IF.
       034-FIN. EXIT.

       036-CARGA-AUTORIZADAS.
           IF NOT HAY-PLAZAS
              GO TO 036-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 038-LEE-PLAZA THRU 038-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       036-FIN. EXIT.

       038-LEE-PLAZA.
           READ PLAZAS NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 038-FIN
           END-READ
           IF PLZ-ANIO IS GREATER THAN WS-ANIO-REPORTE OR
              PLZ-DEPTO EQUAL ZEROS OR
              PLZ-PUESTO EQUAL ZEROS
              GO TO 038-FIN
           END-IF
           MOVE PLZ-AUTORIZADAS TO
                WS-TPL-AUTORIZADAS (PLZ-DEPTO, PLZ-PUESTO)
           MOVE "S" TO WS-TPL-CONTROL (PLZ-DEPTO, PLZ-PUESTO).
       038-FIN. EXIT.

      *----------------------------------------------------------------
      * UN DEPARTAMENTO SALE SOLO SI TIENE PLAZAS AUTORIZADAS O GENTE;
      * EL ENCABEZADO SE ESCRIBE CON EL PRIMER PUESTO QUE IMPRIME.
      *----------------------------------------------------------------
       050-PROCESA-DEPTO.
           INITIALIZE WS-CONT-DEPTO
           MOVE "N" TO SW-DEPTO-IMPRESO
           PERFORM 060-PROCESA-PUESTO THRU 060-FIN
                   VARYING WS-PUE-IDX FROM 1 BY 1
                   UNTIL WS-PUE-IDX IS GREATER THAN 99
           IF SW-DEPTO-IMPRESO EQUAL "S"
              PERFORM 070-CIERRA-DEPTO THRU 070-FIN
           END-IF.
       050-FIN. EXIT.

       060-PROCESA-PUESTO.
           IF NOT TPL-CON-CONTROL (WS-DEP-IDX, WS-PUE-IDX) AND
              WS-TPL-OCUPADAS (WS-DEP-IDX, WS-PUE-IDX) EQUAL ZEROS
              GO TO 060-FIN
           END-IF
           IF SW-DEPTO-IMPRESO EQUAL "N"
              PERFORM 062-ENCABEZA-DEPTO THRU 062-FIN
           END-IF
           MOVE WS-PUE-IDX TO WS-DET-PUE-COD
                              REG-PUESTO-COD
           READ PUESTOS
                INVALID KEY
                   MOVE "(SIN CATALOGO)" TO WS-DET-PUE-NOMBRE
                NOT INVALID KEY
                   MOVE REG-PUESTO-NOMBRE TO WS-DET-PUE-NOMBRE
           END-READ
           MOVE WS-TPL-OCUPADAS (WS-DEP-IDX, WS-PUE-IDX)
                TO WS-DET-OCUPADAS
           IF NOT TPL-CON-CONTROL (WS-DEP-IDX, WS-PUE-IDX)
              MOVE "SIN CONTROL" TO WS-DET-AUT-X
              MOVE ZEROS TO WS-DET-VACANTES
                            WS-DET-EXCEDIDAS
              ADD WS-TPL-OCUPADAS (WS-DEP-IDX, WS-PUE-IDX)
                  TO WS-CDE-SIN-CONTROL
              WRITE REG-REPORTE FROM WS-DET-PUESTO
              GO TO 060-FIN
           END-IF
           MOVE SPACES TO WS-DET-AUT-X
           MOVE WS-TPL-AUTORIZADAS (WS-DEP-IDX, WS-PUE-IDX)
                TO WS-DET-AUT-9
           MOVE ZEROS TO WS-DET-VACANTES
                         WS-DET-EXCEDIDAS
           ADD WS-TPL-AUTORIZADAS (WS-DEP-IDX, WS-PUE-IDX)
               TO WS-CDE-AUTORIZADAS
           ADD WS-TPL-OCUPADAS (WS-DEP-IDX, WS-PUE-IDX)
               TO WS-CDE-OCUPADAS
           IF WS-TPL-AUTORIZADAS (WS-DEP-IDX, WS-PUE-IDX) IS GREATER
              THAN WS-TPL-OCUPADAS (WS-DEP-IDX, WS-PUE-IDX)
              COMPUTE WS-DET-VACANTES =
                      WS-TPL-AUTORIZADAS (WS-DEP-IDX, WS-PUE-IDX) -
                      WS-TPL-OCUPADAS (WS-DEP-IDX, WS-PUE-IDX)
              COMPUTE WS-CDE-VACANTES = WS-CDE-VACANTES +
                      WS-TPL-AUTORIZADAS (WS-DEP-IDX, WS-PUE-IDX) -
                      WS-TPL-OCUPADAS (WS-DEP-IDX, WS-PUE-IDX)
           ELSE
              COMPUTE WS-DET-EXCEDIDAS =
                      WS-TPL-OCUPADAS (WS-DEP-IDX, WS-PUE-IDX) -
                      WS-TPL-AUTORIZADAS (WS-DEP-IDX, WS-PUE-IDX)
              COMPUTE WS-CDE-EXCEDIDAS = WS-CDE-EXCEDIDAS +
                      WS-TPL-OCUPADAS (WS-DEP-IDX, WS-PUE-IDX) -
                      WS-TPL-AUTORIZADAS (WS-DEP-IDX, WS-PUE-IDX)
           END-IF
           WRITE REG-REPORTE FROM WS-DET-PUESTO.
       060-FIN. EXIT.

       062-ENCABEZA-DEPTO.
           MOVE "S" TO SW-DEPTO-IMPRESO
           MOVE WS-DEP-IDX TO WS-ENC-DEP-COD
                              REG-DEPTO-COD
           READ DEPARTAMENTOS
                INVALID KEY
                   MOVE "(SIN CATALOGO)" TO WS-ENC-DEP-NOMBRE
                NOT INVALID KEY
                   MOVE REG-DEPTO-NOMBRE TO WS-ENC-DEP-NOMBRE
           END-READ
           WRITE REG-REPORTE FROM WS-ENC-DEPTO.
       062-FIN. EXIT.

       070-CIERRA-DEPTO.
           MOVE "TOTAL DEL DEPARTAMENTO:"   TO WS-TOT-ETIQUETA
           MOVE WS-CDE-AUTORIZADAS          TO WS-TOT-AUTORIZADAS
           MOVE WS-CDE-OCUPADAS             TO WS-TOT-OCUPADAS
           MOVE WS-CDE-VACANTES             TO WS-TOT-VACANTES
           MOVE WS-CDE-EXCEDIDAS            TO WS-TOT-EXCEDIDAS
           WRITE REG-REPORTE FROM WS-TOT-LINEA
           IF WS-CDE-SIN-CONTROL IS GREATER THAN ZEROS
              MOVE WS-CDE-SIN-CONTROL TO WS-TSC-OCUPADAS
              WRITE REG-REPORTE FROM WS-TOT-SIN-CONTROL
           END-IF
           WRITE REG-REPORTE FROM WS-MARGEN
           ADD WS-CDE-AUTORIZADAS TO WS-CGE-AUTORIZADAS
           ADD WS-CDE-OCUPADAS    TO WS-CGE-OCUPADAS
           ADD WS-CDE-VACANTES    TO WS-CGE-VACANTES
           ADD WS-CDE-EXCEDIDAS   TO WS-CGE-EXCEDIDAS
           ADD WS-CDE-SIN-CONTROL TO WS-CGE-SIN-CONTROL.
       070-FIN. EXIT.

       080-IMPRIME-GRAN-TOTAL.
           MOVE "GRAN TOTAL:"               TO WS-TOT-ETIQUETA
           MOVE WS-CGE-AUTORIZADAS          TO WS-TOT-AUTORIZADAS
           MOVE WS-CGE-OCUPADAS             TO WS-TOT-OCUPADAS
           MOVE WS-CGE-VACANTES             TO WS-TOT-VACANTES
           MOVE WS-CGE-EXCEDIDAS            TO WS-TOT-EXCEDIDAS
           WRITE REG-REPORTE FROM WS-TOT-LINEA
           MOVE WS-CGE-SIN-CONTROL TO WS-TSC-OCUPADAS
           WRITE REG-REPORTE FROM WS-TOT-SIN-CONTROL
           IF NOT HAY-PLAZAS
              WRITE REG-REPORTE FROM WS-SIN-PLAZAS
           END-IF.
       080-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 DEPARTAMENTOS
                 PUESTOS
                 REPORTE
           IF HAY-PLAZAS
              CLOSE PLAZAS
           END-IF.
       090-FIN. EXIT.
