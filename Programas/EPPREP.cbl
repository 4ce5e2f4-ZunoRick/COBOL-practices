      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * EPPREP.cbl - REPORTE POR PLANTA DE UNIFORMES, EQUIPO DE
      *              PROTECCION PERSONAL Y HERRAMIENTAS ENTREGADOS Y NO
      *              DEVUELTOS. ORDENA BD-EMPLEADOS.TXT POR PLANTA Y
      *              CLAVE (COMO REPDEPTO) Y, POR CADA EMPLEADO, ACTIVO
      *              O YA DADO DE BAJA, LISTA SUS ENTREGAS DE
      *              BD-ENTREGAS-EPP.TXT (EPPEMP) CON PIEZAS
      *              PENDIENTES Y SU IMPORTE A COSTO DE REPOSICION, CON
      *              SUBTOTAL POR PLANTA Y GRAN TOTAL. LOS EMPLEADOS
      *              DADOS DE BAJA SALEN MARCADOS: ES LO QUE SE PERDIO
      *              O HAY QUE DESCONTAR EN SU FINIQUITO (FINIQEMP). EL
      *              NOMBRE DE LA PLANTA SALE DE BD-PLANTAS.TXT. EL
      *              LISTADO QUEDA EN REPORTE-EPP-PENDIENTE.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                EPPREP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY PLTSEL.
           COPY ARTSEL.
           COPY EPPSEL.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE.
           SELECT ARCHIVO-ORDEN
           ASSIGN TO "ORDEPP.TMP".

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY PLTFD.
           COPY ARTFD.
           COPY EPPFD.

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
           COPY PLTFS.
           COPY PLTRUTA.
           COPY ARTFS.
           COPY ARTRUTA.
           COPY EPPFS.
           COPY EPPRUTA.

       01  WS-RUTA-REPORTE        PIC X(80).
       01  WS-FECHA-HOY           PIC 9(08).
       01  SW-FIN                 PIC X(03)     VALUE SPACES.
       01  SW-HAY-PLANTAS         PIC X(01)     VALUE "N".
           88 HAY-PLANTAS                VALUE "S".

       01  WS-PLANTA-ACTUAL       PIC 9(02)     VALUE ZEROS.
       01  WS-PRIMER-REGISTRO     PIC X(01)     VALUE "S".
       01  SW-PLANTA-IMPRESA      PIC X(01)     VALUE "N".

       01  WS-CONT-EMP-PLANTA     PIC 9(05)     VALUE ZEROS.
       01  WS-PIEZAS-PLANTA       PIC 9(07)     VALUE ZEROS.
       01  WS-IMPORTE-PLANTA      PIC 9(09)V99  VALUE ZEROS.
       01  WS-CONT-EMP-TOTAL      PIC 9(05)     VALUE ZEROS.
       01  WS-PIEZAS-TOTAL        PIC 9(07)     VALUE ZEROS.
       01  WS-IMPORTE-TOTAL       PIC 9(09)V99  VALUE ZEROS.

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
           05 FILLER              PIC X(16)   VALUE SPACES.
           05 FILLER              PIC X(30)
              VALUE "UNIFORMES, EPP Y HERRAMIENTAS ".
           05 FILLER              PIC X(26)
              VALUE "PENDIENTES DE DEVOLVER AL ".
           05 WS-TIT-FECHA        PIC X(10).
           05 FILLER              PIC X(18)   VALUE SPACES.

       01  WS-COLUMNAS.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 FILLER              PIC X(05)   VALUE "CLAVE".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(08)   VALUE "EMPLEADO".
           05 FILLER              PIC X(19)   VALUE SPACES.
           05 FILLER              PIC X(03)   VALUE "EST".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(08)   VALUE "ARTICULO".
           05 FILLER              PIC X(20)   VALUE SPACES.
           05 FILLER              PIC X(08)   VALUE "ENTREGA".
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 FILLER              PIC X(04)   VALUE "PZAS".
           05 FILLER              PIC X(06)   VALUE SPACES.
           05 FILLER              PIC X(07)   VALUE "IMPORTE".
           05 FILLER              PIC X(01)   VALUE SPACES.

       01  WS-LIN-PLANTA.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(08)   VALUE "PLANTA: ".
           05 WS-LP-CODIGO        PIC 9(02).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-LP-NOMBRE        PIC X(20).
           05 FILLER              PIC X(68)   VALUE SPACES.

       01  WS-LIN-DETALLE.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-LDT-ID           PIC 9(04).
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-LDT-NOMBRE       PIC X(25).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-LDT-ESTADO       PIC X(04).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-LDT-ARTICULO     PIC X(26).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-LDT-ENTREGA      PIC X(10).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-LDT-PIEZAS       PIC ZZ9.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-LDT-IMPORTE      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)   VALUE SPACES.

       01  WS-LIN-SUBTOTAL.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 FILLER              PIC X(14)   VALUE "TOTAL PLANTA: ".
           05 WS-LS-EMPLEADOS     PIC ZZZZ9.
           05 FILLER              PIC X(14)   VALUE " EMPLEADO(S), ".
           05 WS-LS-PIEZAS        PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(12)   VALUE " PIEZA(S)   ".
           05 FILLER              PIC X(09)   VALUE "IMPORTE: ".
           05 WS-LS-IMPORTE       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(20)   VALUE SPACES.

       01  WS-LIN-TOTAL.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 FILLER              PIC X(14)   VALUE "GRAN TOTAL:   ".
           05 WS-LT-EMPLEADOS     PIC ZZZZ9.
           05 FILLER              PIC X(14)   VALUE " EMPLEADO(S), ".
           05 WS-LT-PIEZAS        PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(12)   VALUE " PIEZA(S)   ".
           05 FILLER              PIC X(09)   VALUE "IMPORTE: ".
           05 WS-LT-IMPORTE       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(20)   VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 016-OBTIENE-RUTA-REPORTE     THRU 016-FIN
           PERFORM 056-OBTIENE-RUTA-PLANTAS     THRU 056-FIN
           PERFORM 188-OBTIENE-RUTA-ARTICULOS   THRU 188-FIN
           PERFORM 189-OBTIENE-RUTA-ENTREGAS    THRU 189-FIN
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           PERFORM 030-TITULOS                  THRU 030-FIN
           PERFORM 025-ORDENA-EMPLEADOS         THRU 025-FIN
           PERFORM 080-CIERRA-ARCHIVOS          THRU 080-FIN
           DISPLAY "EMPLEADOS CON ARTICULOS PENDIENTES: "
                   WS-CONT-EMP-TOTAL
           DISPLAY "REPORTE: " WS-RUTA-REPORTE
           GOBACK.

           COPY EMPRUTAP.

       016-OBTIENE-RUTA-REPORTE.
           STRING WS-DIR-DATOS                  DELIMITED BY SPACE
                  "\REPORTE-EPP-PENDIENTE.TXT"  DELIMITED BY SIZE
                  INTO WS-RUTA-REPORTE
           END-STRING.
       016-FIN. EXIT.

           COPY PLTRUTAP.
           COPY ARTRUTAP.
           COPY EPPRUTAP.
           COPY EPPPENDP.

      *----------------------------------------------------------------
      * SIN BD-ENTREGAS-EPP.TXT NO HAY NADA QUE REPORTAR: SE AVISA Y
      * SE SALE CON RETURN-CODE. EL CATALOGO Y LAS PLANTAS SOLO DAN
      * NOMBRES. EMPLEADOS NO SE ABRE AQUI: EL SORT LA TOMA COMO
      * ENTRADA.
      *----------------------------------------------------------------
       020-ABRE-ARCHIVOS.
           OPEN INPUT ENTREGAS-EPP
           IF NOT FS-ENTREGAS-OK
              DISPLAY "NO HAY ENTREGAS REGISTRADAS EN "
                      "BD-ENTREGAS-EPP.TXT. SE CAPTURAN EN CRUD-EMP "
                      "(OPCION U)."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT REPORTE
           OPEN INPUT PLANTAS
           IF FS-PLANTAS-OK
              MOVE "S" TO SW-HAY-PLANTAS
           END-IF
           OPEN INPUT ARTICULOS-EPP
           IF FS-ARTICULOS-OK
              MOVE "S" TO SW-HAY-ARTICULOS
           END-IF.
       020-FIN. EXIT.

       030-TITULOS.
           MOVE WS-FECHA-HOY TO WS-FECHA-EDITA-N
           PERFORM 075-EDITA-FECHA THRU 075-FIN
           MOVE WS-FECHA-IMPRESA TO WS-TIT-FECHA
           WRITE REG-REPORTE FROM WS-TITULO
           WRITE REG-REPORTE FROM WS-MARGEN
           WRITE REG-REPORTE FROM WS-COLUMNAS
           WRITE REG-REPORTE FROM WS-MARGEN.
       030-FIN. EXIT.

      *----------------------------------------------------------------
      * ORDENA BD-EMPLEADOS.TXT POR PLANTA Y CLAVE Y REVISA LAS
      * ENTREGAS DE CADA EMPLEADO CONFORME SALEN LOS REGISTROS.
      *----------------------------------------------------------------
       025-ORDENA-EMPLEADOS.
           SORT ARCHIVO-ORDEN
                ON ASCENDING KEY SRT-PLANTA SRT-ID-EMP
                USING EMPLEADOS
                OUTPUT PROCEDURE 040-PROCESA-ORDEN THRU 040-PROC-FIN.
       025-FIN. EXIT.

       040-PROCESA-ORDEN.
           PERFORM 040-LEE THRU 040-LEE-FIN
           PERFORM 050-PROCESO THRU 050-PROCESO-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           PERFORM 070-IMPRIME-SUBTOTAL THRU 070-FIN
           MOVE WS-CONT-EMP-TOTAL TO WS-LT-EMPLEADOS
           MOVE WS-PIEZAS-TOTAL   TO WS-LT-PIEZAS
           MOVE WS-IMPORTE-TOTAL  TO WS-LT-IMPORTE
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
           PERFORM 055-REVISA-EMPLEADO THRU 055-FIN
           PERFORM 040-LEE THRU 040-LEE-FIN.
       050-PROCESO-FIN. EXIT.

       055-REVISA-EMPLEADO.
           MOVE WS-ID-EMP TO WS-EPP-ID-BUSCA
           PERFORM 190-CARGA-PENDIENTES-EPP THRU 190-FIN
           IF WS-EPP-PEND-USADOS EQUAL ZEROS
              GO TO 055-FIN
           END-IF
           IF SW-PLANTA-IMPRESA NOT EQUAL "S"
              PERFORM 065-IMPRIME-PLANTA THRU 065-FIN
           END-IF
           ADD 1                  TO WS-CONT-EMP-PLANTA
                                     WS-CONT-EMP-TOTAL
           ADD WS-EPP-PEND-PIEZAS TO WS-PIEZAS-PLANTA
                                     WS-PIEZAS-TOTAL
           ADD WS-EPP-PEND-ADEUDO TO WS-IMPORTE-PLANTA
                                     WS-IMPORTE-TOTAL
           MOVE WS-ID-EMP TO WS-LDT-ID
           MOVE SPACES TO WS-LDT-NOMBRE
           STRING WS-NOMBRE-EMP  DELIMITED BY "  "
                  " "            DELIMITED BY SIZE
                  WS-APE-PAT-EMP DELIMITED BY "  "
                  INTO WS-LDT-NOMBRE
           END-STRING
           IF EMP-INACTIVO
              MOVE "BAJA" TO WS-LDT-ESTADO
           ELSE
              MOVE SPACES TO WS-LDT-ESTADO
           END-IF
           MOVE 1 TO WS-EPP-PEND-IDX
           PERFORM 060-IMPRIME-ENTREGA THRU 060-FIN
                   UNTIL WS-EPP-PEND-IDX IS GREATER THAN
                         WS-EPP-PEND-USADOS.
       055-FIN. EXIT.

       060-IMPRIME-ENTREGA.
           MOVE WS-EPP-PEND-DESCRIP  (WS-EPP-PEND-IDX)
                                      TO WS-LDT-ARTICULO
           MOVE WS-EPP-PEND-ENTREGA  (WS-EPP-PEND-IDX)
                                      TO WS-FECHA-EDITA-N
           PERFORM 075-EDITA-FECHA THRU 075-FIN
           MOVE WS-FECHA-IMPRESA      TO WS-LDT-ENTREGA
           MOVE WS-EPP-PEND-CANTIDAD (WS-EPP-PEND-IDX)
                                      TO WS-LDT-PIEZAS
           MOVE WS-EPP-PEND-IMPORTE  (WS-EPP-PEND-IDX)
                                      TO WS-LDT-IMPORTE
           WRITE REG-REPORTE FROM WS-LIN-DETALLE
           ADD 1 TO WS-EPP-PEND-IDX.
       060-FIN. EXIT.

      *----------------------------------------------------------------
      * EL ENCABEZADO DE LA PLANTA SALE SOLO SI TIENE ALGO QUE LISTAR.
      *----------------------------------------------------------------
       065-IMPRIME-PLANTA.
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
       065-FIN. EXIT.

       070-IMPRIME-SUBTOTAL.
           IF SW-PLANTA-IMPRESA EQUAL "S"
              MOVE WS-CONT-EMP-PLANTA TO WS-LS-EMPLEADOS
              MOVE WS-PIEZAS-PLANTA   TO WS-LS-PIEZAS
              MOVE WS-IMPORTE-PLANTA  TO WS-LS-IMPORTE
              WRITE REG-REPORTE FROM WS-LIN-SUBTOTAL
           END-IF
           MOVE ZEROS TO WS-CONT-EMP-PLANTA
                         WS-PIEZAS-PLANTA
                         WS-IMPORTE-PLANTA
           MOVE "N" TO SW-PLANTA-IMPRESA.
       070-FIN. EXIT.

       075-EDITA-FECHA.
           MOVE WS-FED-DIA  TO WS-FIM-DIA
           MOVE WS-FED-MES  TO WS-FIM-MES
           MOVE WS-FED-ANIO TO WS-FIM-ANIO.
       075-FIN. EXIT.

       080-CIERRA-ARCHIVOS.
           CLOSE ENTREGAS-EPP
                 REPORTE
           IF HAY-PLANTAS
              CLOSE PLANTAS
           END-IF
           IF HAY-CATALOGO-EPP
              CLOSE ARTICULOS-EPP
           END-IF.
       080-FIN. EXIT.
