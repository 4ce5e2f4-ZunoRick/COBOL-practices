      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * DC4REP.cbl - LISTA ANUAL DE CONSTANCIAS DE COMPETENCIAS O DE
      *              HABILIDADES LABORALES (FORMATO DC-4 DE LA STPS)
      *              POR PLANTA. ORDENA BD-EMPLEADOS.TXT POR PLANTA
      *              (MISMO PATRON DE SORT Y CONTROL BREAK QUE
      *              REPPLANTA.CBL) Y, POR CADA EMPLEADO, LISTA LOS
      *              CURSOS APROBADOS DE BD-CAPACITACION.TXT QUE
      *              TERMINARON EN EL EJERCICIO PEDIDO: CURP, CURSO,
      *              AREA TEMATICA, HORAS, PERIODO Y AGENTE
      *              CAPACITADOR, QUE ES LO QUE PIDE EL FORMATO. ENTRAN
      *              TAMBIEN LOS EMPLEADOS YA DADOS DE BAJA, PORQUE LA
      *              CONSTANCIA SE EXPIDIO MIENTRAS LABORABAN. CADA
      *              PLANTA CIERRA CON TRABAJADORES CAPACITADOS,
      *              CONSTANCIAS Y HORAS, Y AL FINAL EL GRAN TOTAL.
      *              SALE EN REPORTE-DC4.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                DC4REP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY PLTSEL.
           COPY CURSEL.
           COPY CAPSEL.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE.
           SELECT ARCHIVO-ORDEN
           ASSIGN TO "ORDDC4.TMP".

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY PLTFD.
           COPY CURFD.
           COPY CAPFD.

       FD  REPORTE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(100).

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
           COPY PLTFS.
           COPY PLTRUTA.
           COPY CURFS.
           COPY CURRUTA.
           COPY CAPFS.
           COPY CAPRUTA.

       01  WS-RUTA-REPORTE        PIC X(80).

       01  WS-ANIO-PEDIDO         PIC 9(04).
       01  WS-NOMBRE-COMPLETO     PIC X(62).

       01  WS-PLANTA-ANTERIOR     PIC 9(02)   VALUE ZEROS.
       01  SW-PLANTA-ABIERTA      PIC X(01)   VALUE "N".
       01  SW-EMP-CONTADO         PIC X(01)   VALUE "N".

       01  WS-TRAB-PLANTA         PIC 9(05)   VALUE ZEROS.
       01  WS-CONST-PLANTA        PIC 9(05)   VALUE ZEROS.
       01  WS-HORAS-PLANTA        PIC 9(07)   VALUE ZEROS.
       01  WS-TRAB-GENERAL        PIC 9(05)   VALUE ZEROS.
       01  WS-CONST-GENERAL       PIC 9(05)   VALUE ZEROS.
       01  WS-HORAS-GENERAL       PIC 9(07)   VALUE ZEROS.

       01  SW-FIN                 PIC X(03)   VALUE SPACES.
       01  SW-FIN-CAP             PIC X(03)   VALUE SPACES.

       01  WS-MARGEN.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(01)   VALUE "*".
           05 FILLER              PIC X(97)   VALUE ALL "-".
           05 FILLER              PIC X(01)   VALUE "*".

       01  WS-TITULO.
           05 FILLER              PIC X(14)   VALUE SPACES.
           05 FILLER              PIC X(14)   VALUE "FORMATO DC-4  ".
           05 FILLER              PIC X(50)
              VALUE "LISTA DE CONSTANCIAS DE COMPETENCIAS  EJERCICIO ".
           05 WS-TIT-ANIO         PIC 9(04).
           05 FILLER              PIC X(18)   VALUE SPACES.

       01  WS-ENC-PLANTA.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(08)   VALUE "PLANTA  ".
           05 WS-ENC-PLT-COD      PIC 9(02).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-ENC-PLT-NOMBRE   PIC X(20).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-ENC-PLT-CIUDAD   PIC X(20).
           05 FILLER              PIC X(44)   VALUE SPACES.

       01  WS-ENC-COLUMNAS.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(05)   VALUE "EMP.".
           05 FILLER              PIC X(22)   VALUE "NOMBRE".
           05 FILLER              PIC X(19)   VALUE "CURP".
           05 FILLER              PIC X(05)   VALUE "CURSO".
           05 FILLER              PIC X(05)   VALUE "AREA".
           05 FILLER              PIC X(04)   VALUE "HRS".
           05 FILLER              PIC X(09)   VALUE "INICIO".
           05 FILLER              PIC X(09)   VALUE "TERMINO".
           05 FILLER              PIC X(20)
                                  VALUE "AGENTE CAPACITADOR".

       01  WS-DET-CURSO.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-ID           PIC 9(04).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-NOMBRE       PIC X(21).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-CURP         PIC X(18).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-CURSO-CLAVE  PIC 9(04).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-AREA         PIC 9(04).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-HORAS        PIC ZZ9.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-INICIO       PIC 9(08).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-FIN          PIC 9(08).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-AGENTE       PIC X(20).

       01  WS-DET-NOMBRE-CURSO.
           05 FILLER              PIC X(28)   VALUE SPACES.
           05 WS-DNC-NOMBRE       PIC X(40).
           05 FILLER              PIC X(32)   VALUE SPACES.

       01  WS-TOT-PLANTA-LIN.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(31)
                              VALUE "TOTAL DE PLANTA: TRABAJADORES ".
           05 WS-TPL-TRAB         PIC ZZZZ9.
           05 FILLER              PIC X(15)   VALUE "  CONSTANCIAS ".
           05 WS-TPL-CONST        PIC ZZZZ9.
           05 FILLER              PIC X(09)   VALUE "  HORAS ".
           05 WS-TPL-HORAS        PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(24)   VALUE SPACES.

       01  WS-GRAN-TOTAL.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(31)
                              VALUE "GRAN TOTAL:      TRABAJADORES ".
           05 WS-GT-TRAB          PIC ZZZZ9.
           05 FILLER              PIC X(15)   VALUE "  CONSTANCIAS ".
           05 WS-GT-CONST         PIC ZZZZ9.
           05 FILLER              PIC X(09)   VALUE "  HORAS ".
           05 WS-GT-HORAS         PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(24)   VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS     THRU 015-FIN
           PERFORM 016-OBTIENE-RUTA-REPORTE   THRU 016-FIN
           PERFORM 056-OBTIENE-RUTA-PLANTAS   THRU 056-FIN
           PERFORM 151-OBTIENE-RUTA-CURSOS    THRU 151-FIN
           PERFORM 153-OBTIENE-RUTA-CAPACITACION THRU 153-FIN
           PERFORM 022-SOLICITA-EJERCICIO     THRU 022-FIN
           PERFORM 020-ABRE-ARCHIVOS          THRU 020-FIN
           PERFORM 030-TITULOS                THRU 030-FIN
           PERFORM 025-ORDENA-EMPLEADOS       THRU 025-FIN
           PERFORM 072-CIERRA-PLANTA          THRU 072-FIN
           PERFORM 080-IMPRIME-GRAN-TOTAL     THRU 080-FIN
           PERFORM 090-CIERRA-ARCHIVOS        THRU 090-FIN
           DISPLAY "CONSTANCIAS LISTADAS: " WS-CONST-GENERAL
           DISPLAY "REPORTE GENERADO: " WS-RUTA-REPORTE
           GOBACK.

           COPY EMPRUTAP.
           COPY PLTRUTAP.
           COPY CURRUTAP.
           COPY CAPRUTAP.

      *----------------------------------------------------------------
      * REPORTE-DC4.TXT VIVE EN LA MISMA CARPETA QUE
      * BD-EMPLEADOS.TXT, YA RESUELTA POR 015-OBTIENE-RUTA-DATOS.
      *----------------------------------------------------------------
       016-OBTIENE-RUTA-REPORTE.
           STRING WS-DIR-DATOS            DELIMITED BY SPACE
                  "\REPORTE-DC4.TXT"      DELIMITED BY SIZE
                  INTO WS-RUTA-REPORTE
           END-STRING.
       016-FIN. EXIT.

       020-ABRE-ARCHIVOS.
           OPEN INPUT  PLANTAS
                       CURSOS
                       CAPACITACION
                OUTPUT REPORTE
           IF NOT FS-PLANTAS-OK OR NOT FS-CURSOS-OK
              OR NOT FS-CAPACITACION-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS. "
                      "REGISTRE LOS CURSOS DESDE MANTCURS Y CAPAEMP."
              GOBACK
           END-IF.
       020-FIN. EXIT.

       022-SOLICITA-EJERCICIO.
           DISPLAY "EJERCICIO DE LA LISTA DC-4 (AAAA): "
           ACCEPT WS-ANIO-PEDIDO
           MOVE WS-ANIO-PEDIDO TO WS-TIT-ANIO.
       022-FIN. EXIT.

       030-TITULOS.
           WRITE REG-REPORTE FROM WS-TITULO
           WRITE REG-REPORTE FROM WS-MARGEN.
       030-FIN. EXIT.

       025-ORDENA-EMPLEADOS.
           SORT ARCHIVO-ORDEN
                ON ASCENDING KEY SRT-PLANTA
                                 SRT-ID-EMP
                USING EMPLEADOS
                OUTPUT PROCEDURE 040-PROCESA-ORDEN THRU 040-PROC-FIN.
       025-FIN. EXIT.

       040-PROCESA-ORDEN.
           PERFORM 040-LEE THRU 040-LEE-FIN
           PERFORM 050-PROCESO THRU 050-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       040-PROC-FIN. EXIT.

       040-LEE.
           RETURN ARCHIVO-ORDEN INTO WS-DATOS-EMPLEADO
                AT END
                   MOVE "FIN" TO SW-FIN
           END-RETURN.
       040-LEE-FIN. EXIT.

      *----------------------------------------------------------------
      * POR CADA EMPLEADO SE RECORREN SUS RENGLONES DE CAPACITACION.
      * EL CONTROL BREAK DE PLANTA SE DISPARA EN 055, AL SALIR LA
      * PRIMERA CONSTANCIA, PARA QUE LAS PLANTAS SIN CAPACITACION EN
      * EL EJERCICIO NO DEJEN ENCABEZADOS VACIOS.
      *----------------------------------------------------------------
       050-PROCESO.
           MOVE "N" TO SW-EMP-CONTADO
           MOVE WS-ID-EMP TO CAP-ID-EMP
           MOVE ZEROS     TO CAP-CURSO
                             CAP-FECHA-INICIO
           START CAPACITACION KEY IS GREATER THAN OR EQUAL CAP-LLAVE
                 INVALID KEY
                    GO TO 050-SIGUE
           END-START
           MOVE SPACES TO SW-FIN-CAP
           PERFORM 055-LEE-CAPACITACION THRU 055-FIN
                   UNTIL SW-FIN-CAP EQUAL "FIN".
       050-SIGUE.
           PERFORM 040-LEE THRU 040-LEE-FIN.
       050-FIN. EXIT.

       055-LEE-CAPACITACION.
           READ CAPACITACION NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN-CAP
                   GO TO 055-FIN
           END-READ
           IF CAP-ID-EMP NOT EQUAL WS-ID-EMP
              MOVE "FIN" TO SW-FIN-CAP
              GO TO 055-FIN
           END-IF
           IF NOT CAP-APROBADO OR
              CAP-FECHA-FIN (1:4) NOT EQUAL WS-ANIO-PEDIDO
              GO TO 055-FIN
           END-IF
           IF SW-PLANTA-ABIERTA EQUAL "N" OR
              WS-PLANTA NOT EQUAL WS-PLANTA-ANTERIOR
              PERFORM 072-CIERRA-PLANTA   THRU 072-FIN
              MOVE WS-PLANTA TO WS-PLANTA-ANTERIOR
              PERFORM 060-ENCABEZA-PLANTA THRU 060-FIN
           END-IF
           IF SW-EMP-CONTADO EQUAL "N"
              MOVE "S" TO SW-EMP-CONTADO
              ADD 1 TO WS-TRAB-PLANTA
                       WS-TRAB-GENERAL
           END-IF
           ADD 1         TO WS-CONST-PLANTA
                            WS-CONST-GENERAL
           ADD CAP-HORAS TO WS-HORAS-PLANTA
                            WS-HORAS-GENERAL
           PERFORM 065-IMPRIME-DETALLE THRU 065-FIN.
       055-FIN. EXIT.

       060-ENCABEZA-PLANTA.
           MOVE "S" TO SW-PLANTA-ABIERTA
           MOVE WS-PLANTA TO WS-ENC-PLT-COD
                             PLT-COD
           READ PLANTAS
                INVALID KEY
                   MOVE "NO EXIST" TO WS-ENC-PLT-NOMBRE
                   MOVE SPACES     TO WS-ENC-PLT-CIUDAD
                NOT INVALID KEY
                   MOVE PLT-NOMBRE TO WS-ENC-PLT-NOMBRE
                   MOVE PLT-CIUDAD TO WS-ENC-PLT-CIUDAD
           END-READ
           WRITE REG-REPORTE FROM WS-ENC-PLANTA
           WRITE REG-REPORTE FROM WS-ENC-COLUMNAS.
       060-FIN. EXIT.

       065-IMPRIME-DETALLE.
           MOVE SPACES TO WS-NOMBRE-COMPLETO
           STRING WS-APE-PAT-EMP  DELIMITED BY "  "
                  " "             DELIMITED BY SIZE
                  WS-APE-MAT-EMP  DELIMITED BY "  "
                  " "             DELIMITED BY SIZE
                  WS-NOMBRE-EMP   DELIMITED BY "  "
                  INTO WS-NOMBRE-COMPLETO
           END-STRING
           MOVE WS-ID-EMP          TO WS-DET-ID
           MOVE WS-NOMBRE-COMPLETO TO WS-DET-NOMBRE
           MOVE WS-CURP            TO WS-DET-CURP
           MOVE CAP-CURSO          TO WS-DET-CURSO-CLAVE
                                      CUR-CLAVE
           READ CURSOS
                INVALID KEY
                   MOVE ZEROS      TO CUR-AREA-TEMATICA
                   MOVE "NO EXISTE EN EL CATALOGO" TO CUR-NOMBRE
           END-READ
           MOVE CUR-AREA-TEMATICA  TO WS-DET-AREA
           MOVE CAP-HORAS          TO WS-DET-HORAS
           MOVE CAP-FECHA-INICIO   TO WS-DET-INICIO
           MOVE CAP-FECHA-FIN      TO WS-DET-FIN
           IF CAP-AGENTE-INTERNO
              MOVE "INTERNA"       TO WS-DET-AGENTE
           ELSE
              MOVE CAP-AGENTE-REG  TO WS-DET-AGENTE
           END-IF
           WRITE REG-REPORTE FROM WS-DET-CURSO
           MOVE CUR-NOMBRE         TO WS-DNC-NOMBRE
           WRITE REG-REPORTE FROM WS-DET-NOMBRE-CURSO.
       065-FIN. EXIT.

       072-CIERRA-PLANTA.
           IF WS-CONST-PLANTA EQUAL ZEROS
              GO TO 072-FIN
           END-IF
           MOVE WS-TRAB-PLANTA  TO WS-TPL-TRAB
           MOVE WS-CONST-PLANTA TO WS-TPL-CONST
           MOVE WS-HORAS-PLANTA TO WS-TPL-HORAS
           WRITE REG-REPORTE FROM WS-TOT-PLANTA-LIN
           WRITE REG-REPORTE FROM WS-MARGEN
           MOVE ZEROS TO WS-TRAB-PLANTA
                         WS-CONST-PLANTA
                         WS-HORAS-PLANTA.
       072-FIN. EXIT.

       080-IMPRIME-GRAN-TOTAL.
           MOVE WS-TRAB-GENERAL  TO WS-GT-TRAB
           MOVE WS-CONST-GENERAL TO WS-GT-CONST
           MOVE WS-HORAS-GENERAL TO WS-GT-HORAS
           WRITE REG-REPORTE FROM WS-GRAN-TOTAL.
       080-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE PLANTAS
                 CURSOS
                 CAPACITACION
                 REPORTE.
       090-FIN. EXIT.
