      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * PRESREAL.cbl - PRESUPUESTO CONTRA REAL DEL COSTO DE NOMINA POR
      *                DEPARTAMENTO, AL CIERRE DE UN MES. EL REAL
      *                ACUMULADO DEL EJERCICIO ES EL BRUTO PAGADO DE
      *                BD-NOMINA-PERIODO.TXT (TODAS LAS CORRIDAS CUYA
      *                CLAVE CAE DE ENERO AL MES PEDIDO, SALVO EL
      *                AJUSTE ANUAL DE ISR Y EL PAGO DEL FONDO DE
      *                AHORRO, QUE NO SON COSTO NUEVO) MAS LA CUOTA
      *                PATRONAL DEL MISMO PERIODO EN
      *                BD-IMSS-PERIODO.TXT, REPARTIDO ENTRE
      *                DEPARTAMENTOS CON BD-PRORRATEO.TXT
      *                (125-PRORRATEA-COSTO) COMO LOS DEMAS REPORTES DE
      *                COSTO. SE COMPARA CONTRA EL PRESUPUESTO ANUAL DE
      *                BD-PRESUPUESTOS.TXT PRORRATEADO A LOS MESES
      *                TRANSCURRIDOS, SE PROYECTA EL CIERRE DEL ANIO AL
      *                RITMO PROMEDIO DEL ACUMULADO Y SE MARCA CON
      *                "EXCEDE" EL DEPARTAMENTO CUYA PROYECCION REBASA
      *                SU PRESUPUESTO. EL LISTADO QUEDA EN
      *                REPORTE-PRESUPUESTO-REAL.TXT.
      *----------------------------------------------------------------
      * MODIFICACIONES:
      * - LOS PAGOS DE ANTICIPOS DE VIATICOS (CORRIDA V) NO SON
      *   COSTO DE NOMINA Y NO SE CUENTAN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PRESREAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY NOMPSEL.
           COPY IMPSEL.
           COPY PRRSEL.
           COPY DEPTSEL.
           COPY PRESUSEL.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY NOMPFD.
           COPY IMPFD.
           COPY PRRFD.
           COPY DEPTFD.
           COPY PRESUFD.

       FD  REPORTE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(100).

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPFS.
           COPY EMPRUTA.
           COPY NOMPFS.
           COPY NOMPRUTA.
           COPY IMPFS.
           COPY IMPRUTA.
           COPY PRRFS.
           COPY PRRRUTA.
           COPY DEPTFS.
           COPY DEPTRUTA.
           COPY PRESUFS.
           COPY PRESURUTA.

       01  WS-RUTA-REPORTE         PIC X(80).
       01  SW-FIN                  PIC X(03)     VALUE SPACES.
       01  SW-HAY-IMSS             PIC X(01)     VALUE "N".
           88 HAY-IMSS                    VALUE "S".

       01  WS-MES-PEDIDO.
           05 WS-PED-ANIO          PIC 9(04).
           05 WS-PED-MES           PIC 9(02).

       01  WS-PERIODO-INICIAL.
           05 WS-INI-ANIO          PIC 9(04).
           05 WS-INI-MES           PIC 9(02)     VALUE 01.
           05 WS-INI-QUINCENA      PIC 9(01)     VALUE 0.

       01  WS-PERIODO-LEIDO.
           05 WS-LEI-ANIO          PIC 9(04).
           05 WS-LEI-MES           PIC 9(02).
           05 WS-LEI-QUINCENA      PIC 9(01).
       01  WS-MES-REAL             PIC 9(02).

       01  WS-COSTO-REG            PIC 9(09)V99.
       01  WS-TOT-BRUTO            PIC 9(11)V99  VALUE ZEROS.
       01  WS-TOT-PATRONAL         PIC 9(11)V99  VALUE ZEROS.
       01  WS-COSTO-SIN-DEPTO      PIC 9(11)V99  VALUE ZEROS.
       01  WS-CONT-RESULTADOS      PIC 9(06)     VALUE ZEROS.

      *----------------------------------------------------------------
      * CIFRAS DEL DEPARTAMENTO EN TURNO Y TOTALES DE LA EMPRESA.
      *----------------------------------------------------------------
       01  WS-DEP-IDX              PIC 9(04).
       01  WS-DEP-PRESUPUESTO      PIC 9(09)V99.
       01  WS-DEP-PRES-MES         PIC 9(09)V99.
       01  WS-DEP-PROYECCION       PIC 9(11)V99.
       01  WS-DEP-VARIACION        PIC S9(11)V99.

       01  WS-TOT-PRESUPUESTO      PIC 9(11)V99  VALUE ZEROS.
       01  WS-TOT-PRES-MES         PIC 9(11)V99  VALUE ZEROS.
       01  WS-TOT-REAL             PIC 9(11)V99  VALUE ZEROS.
       01  WS-TOT-PROYECCION       PIC 9(11)V99  VALUE ZEROS.
       01  WS-CONT-EXCEDEN         PIC 9(03)     VALUE ZEROS.

       01  WS-MARGEN.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(01)   VALUE "*".
           05 FILLER              PIC X(97)   VALUE ALL "-".
           05 FILLER              PIC X(01)   VALUE "*".

       01  WS-TITULO.
           05 FILLER              PIC X(20)   VALUE SPACES.
           05 FILLER              PIC X(46)   VALUE
              "PRESUPUESTO CONTRA REAL DE NOMINA AL CIERRE DE".
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-TIT-ANIO         PIC 9(04).
           05 FILLER              PIC X(01)   VALUE "-".
           05 WS-TIT-MES          PIC 9(02).
           05 FILLER              PIC X(26)   VALUE SPACES.

       01  WS-COLUMNAS.
           05 FILLER              PIC X(50)   VALUE
              " DEP DEPARTAMENTO     PRESUP ANUAL PRESUP AL MES  ".
           05 FILLER              PIC X(50)   VALUE
              " REAL AL MES      VARIACION    PROY ANUAL  AVISO".

       01  WS-DETALLE.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-LIN-DEPTO        PIC 9(03).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-LIN-NOMBRE       PIC X(15).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-LIN-PRESUPUESTO  PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-LIN-PRES-MES     PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-LIN-REAL         PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-LIN-VARIACION    PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-LIN-PROYECCION   PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-LIN-AVISO        PIC X(06).
           05 FILLER              PIC X(01)   VALUE SPACES.

       01  WS-LIN-CONTROL.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-CTL-NOMBRE       PIC X(40).
           05 WS-CTL-IMPORTE      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(44)   VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 016-OBTIENE-RUTA-REPORTE     THRU 016-FIN
           PERFORM 018-OBTIENE-RUTA-DEPARTAMENTOS THRU 018-FIN
           PERFORM 042-OBTIENE-RUTA-NOM-PERIODO THRU 042-FIN
           PERFORM 049-OBTIENE-RUTA-IMSS-PERIODO THRU 049-FIN
           PERFORM 050-OBTIENE-RUTA-PRESUPUESTOS THRU 050-FIN
           PERFORM 124-OBTIENE-RUTA-PRORRATEO   THRU 124-FIN
           PERFORM 017-SOLICITA-MES             THRU 017-FIN
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           INITIALIZE WS-TABLA-PRORR
           PERFORM 030-POSICIONA-PERIODO        THRU 030-FIN
           PERFORM 035-ACUMULA-RESULTADO        THRU 035-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           MOVE WS-PED-ANIO TO WS-TIT-ANIO
           MOVE WS-PED-MES  TO WS-TIT-MES
           WRITE REG-REPORTE FROM WS-TITULO
           WRITE REG-REPORTE FROM WS-MARGEN
           WRITE REG-REPORTE FROM WS-COLUMNAS
           WRITE REG-REPORTE FROM WS-MARGEN
           MOVE 1 TO WS-DEP-IDX
           PERFORM 060-IMPRIME-DEPTO            THRU 060-FIN
                   UNTIL WS-DEP-IDX IS GREATER THAN 999
           PERFORM 080-IMPRIME-TOTALES          THRU 080-FIN
           PERFORM 090-CIERRA-ARCHIVOS          THRU 090-FIN
           DISPLAY "RESULTADOS DE NOMINA LEIDOS: " WS-CONT-RESULTADOS
           DISPLAY "DEPARTAMENTOS QUE EXCEDERAN: " WS-CONT-EXCEDEN
           DISPLAY "REPORTE: " WS-RUTA-REPORTE
           GOBACK.

           COPY EMPRUTAP.
           COPY DEPTRUTAP.
           COPY NOMPRUTAP.
           COPY IMPRUTAP.
           COPY PRESURUTAP.
           COPY PRRRUTAP.
           COPY PRRCALCP.

       016-OBTIENE-RUTA-REPORTE.
           STRING WS-DIR-DATOS                    DELIMITED BY SPACE
                  "\REPORTE-PRESUPUESTO-REAL.TXT" DELIMITED BY SIZE
                  INTO WS-RUTA-REPORTE
           END-STRING.
       016-FIN. EXIT.

       017-SOLICITA-MES.
           DISPLAY "MES DE CIERRE DEL COMPARATIVO:"
           DISPLAY "ANIO (AAAA): "
           ACCEPT WS-PED-ANIO
           DISPLAY "MES (MM): "
           ACCEPT WS-PED-MES
           IF WS-PED-MES IS LESS THAN 01 OR
              WS-PED-MES IS GREATER THAN 12 OR
              WS-PED-ANIO IS LESS THAN 2000
              DISPLAY "EL MES VA DE 01 A 12 Y EL ANIO CON 4 DIGITOS."
              DISPLAY " "
              GO TO 017-SOLICITA-MES
           END-IF.
       017-FIN. EXIT.

      *----------------------------------------------------------------
      * SIN BD-IMSS-PERIODO.TXT EL REAL SOLO LLEVA EL BRUTO (SE
      * AVISA); SIN BD-PRORRATEO.TXT TODO CARGA AL DEPARTAMENTO BASE.
      *----------------------------------------------------------------
       020-ABRE-ARCHIVOS.
           OPEN INPUT EMPLEADOS
           OPEN INPUT NOMINA-PERIODO
           OPEN INPUT DEPARTAMENTOS
           OPEN INPUT PRESUPUESTOS
           IF NOT FS-EMPLEADOS-OK OR NOT FS-NOM-PERIODO-OK OR
              NOT FS-DEPARTAMENTOS-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF NOT FS-PRESUPUESTOS-OK
              DISPLAY "NO SE PUDO ABRIR BD-PRESUPUESTOS.TXT; CAPTURE "
                      "LOS PRESUPUESTOS CON PRESUEMP."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT IMSS-PERIODO
           IF FS-IMSS-PERIODO-OK
              MOVE "S" TO SW-HAY-IMSS
           ELSE
              DISPLAY "SIN BD-IMSS-PERIODO.TXT: EL REAL NO INCLUYE LA "
                      "CUOTA PATRONAL."
           END-IF
           OPEN INPUT PRORRATEO
           IF FS-PRORRATEO-OK
              MOVE "S" TO SW-HAY-PRORRATEO
           END-IF
           OPEN OUTPUT REPORTE.
       020-FIN. EXIT.

       030-POSICIONA-PERIODO.
           MOVE WS-PED-ANIO        TO WS-INI-ANIO
           MOVE WS-PERIODO-INICIAL TO NP-PERIODO
           MOVE ZEROS              TO NP-ID-EMP
           START NOMINA-PERIODO KEY IS GREATER THAN OR EQUAL NP-LLAVE
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN
                    GO TO 030-FIN
           END-START
           PERFORM 032-LEE THRU 032-FIN.
       030-FIN. EXIT.

       032-LEE.
           READ NOMINA-PERIODO NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 032-FIN
           END-READ
           MOVE NP-PERIODO TO WS-PERIODO-LEIDO
           IF WS-LEI-ANIO IS GREATER THAN WS-PED-ANIO
              MOVE "FIN" TO SW-FIN
           END-IF.
       032-FIN. EXIT.

      *----------------------------------------------------------------
      * EL MES DEL RESULTADO ES EL DE SU CLAVE (LAS SEMANAS LLEVAN EL
      * MES MAS 50). EL COSTO DEL RESULTADO SE REPARTE CON EL
      * PRORRATEO DEL EMPLEADO; EL DEL EMPLEADO QUE YA NO ESTA EN EL
      * MAESTRO SE CUENTA APARTE, SIN DEPARTAMENTO.
      *----------------------------------------------------------------
       035-ACUMULA-RESULTADO.
           MOVE WS-LEI-MES TO WS-MES-REAL
           IF WS-MES-REAL IS GREATER THAN 50
              SUBTRACT 50 FROM WS-MES-REAL
           END-IF
           IF WS-MES-REAL IS GREATER THAN WS-PED-MES OR
              NP-CORRIDA-AJUSTE-ISR OR NP-CORRIDA-FONDO OR
              NP-CORRIDA-VIATICOS
              GO TO 035-SIGUE
           END-IF
           ADD 1 TO WS-CONT-RESULTADOS
           MOVE NP-SALARIO-BRUTO TO WS-COSTO-REG
           ADD NP-SALARIO-BRUTO  TO WS-TOT-BRUTO
           IF HAY-IMSS
              MOVE NP-PERIODO TO IMP-PERIODO
              MOVE NP-ID-EMP  TO IMP-ID-EMP
              READ IMSS-PERIODO
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      ADD IMP-CUOTA-PATRON TO WS-COSTO-REG
                                              WS-TOT-PATRONAL
              END-READ
           END-IF
           MOVE NP-ID-EMP TO REG-ID-EMP
           READ EMPLEADOS INTO WS-DATOS-EMPLEADO
                INVALID KEY
                   ADD WS-COSTO-REG TO WS-COSTO-SIN-DEPTO
                   GO TO 035-SIGUE
           END-READ
           IF WS-DEPARTAMENTO EQUAL ZEROS
              ADD WS-COSTO-REG TO WS-COSTO-SIN-DEPTO
              GO TO 035-SIGUE
           END-IF
           MOVE WS-COSTO-REG TO WS-PRR-IMPORTE
           PERFORM 125-PRORRATEA-COSTO THRU 125-FIN.
       035-SIGUE.
           PERFORM 032-LEE THRU 032-FIN.
       035-FIN. EXIT.

      *----------------------------------------------------------------
      * UN RENGLON POR DEPARTAMENTO CON PRESUPUESTO DEL EJERCICIO O
      * CON COSTO REAL. EL PRESUPUESTO AL MES ES LA PARTE PROPORCIONAL
      * DE LOS MESES TRANSCURRIDOS; LA PROYECCION ANUALIZA EL REAL
      * ACUMULADO. UN PRESUPUESTO CARGADO PARA OTRO EJERCICIO NO
      * CUENTA.
      *----------------------------------------------------------------
       060-IMPRIME-DEPTO.
           MOVE ZEROS TO WS-DEP-PRESUPUESTO
           MOVE WS-DEP-IDX TO PRES-DEPTO
           READ PRESUPUESTOS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF PRES-ANIO EQUAL WS-PED-ANIO
                      MOVE PRES-IMPORTE TO WS-DEP-PRESUPUESTO
                   END-IF
           END-READ
           IF WS-DEP-PRESUPUESTO EQUAL ZEROS AND
              WS-PRR-COSTO (WS-DEP-IDX) EQUAL ZEROS
              GO TO 060-SIGUE
           END-IF
           MOVE SPACES TO WS-DETALLE
           MOVE WS-DEP-IDX TO WS-LIN-DEPTO
                              REG-DEPTO-COD
           READ DEPARTAMENTOS
                INVALID KEY
                   MOVE "NO EXIST"       TO WS-LIN-NOMBRE
                NOT INVALID KEY
                   MOVE REG-DEPTO-NOMBRE TO WS-LIN-NOMBRE
           END-READ
           COMPUTE WS-DEP-PRES-MES ROUNDED =
                   WS-DEP-PRESUPUESTO * WS-PED-MES / 12
           COMPUTE WS-DEP-PROYECCION ROUNDED =
                   WS-PRR-COSTO (WS-DEP-IDX) * 12 / WS-PED-MES
           COMPUTE WS-DEP-VARIACION =
                   WS-DEP-PRES-MES - WS-PRR-COSTO (WS-DEP-IDX)
           MOVE WS-DEP-PRESUPUESTO        TO WS-LIN-PRESUPUESTO
           MOVE WS-DEP-PRES-MES           TO WS-LIN-PRES-MES
           MOVE WS-PRR-COSTO (WS-DEP-IDX) TO WS-LIN-REAL
           MOVE WS-DEP-VARIACION          TO WS-LIN-VARIACION
           MOVE WS-DEP-PROYECCION         TO WS-LIN-PROYECCION
           IF WS-DEP-PRESUPUESTO EQUAL ZEROS
              MOVE "S/PRES" TO WS-LIN-AVISO
              ADD 1 TO WS-CONT-EXCEDEN
           ELSE
              IF WS-DEP-PROYECCION IS GREATER THAN WS-DEP-PRESUPUESTO
                 MOVE "EXCEDE" TO WS-LIN-AVISO
                 ADD 1 TO WS-CONT-EXCEDEN
              END-IF
           END-IF
           WRITE REG-REPORTE FROM WS-DETALLE
           ADD WS-DEP-PRESUPUESTO        TO WS-TOT-PRESUPUESTO
           ADD WS-DEP-PRES-MES           TO WS-TOT-PRES-MES
           ADD WS-PRR-COSTO (WS-DEP-IDX) TO WS-TOT-REAL
           ADD WS-DEP-PROYECCION         TO WS-TOT-PROYECCION.
       060-SIGUE.
           ADD 1 TO WS-DEP-IDX.
       060-FIN. EXIT.

       080-IMPRIME-TOTALES.
           WRITE REG-REPORTE FROM WS-MARGEN
           MOVE SPACES TO WS-DETALLE
           MOVE ZEROS  TO WS-LIN-DEPTO
           MOVE "TOTAL EMPRESA"      TO WS-LIN-NOMBRE
           MOVE WS-TOT-PRESUPUESTO   TO WS-LIN-PRESUPUESTO
           MOVE WS-TOT-PRES-MES      TO WS-LIN-PRES-MES
           MOVE WS-TOT-REAL          TO WS-LIN-REAL
           COMPUTE WS-LIN-VARIACION = WS-TOT-PRES-MES - WS-TOT-REAL
           MOVE WS-TOT-PROYECCION    TO WS-LIN-PROYECCION
           IF WS-TOT-PROYECCION IS GREATER THAN WS-TOT-PRESUPUESTO
              MOVE "EXCEDE" TO WS-LIN-AVISO
           END-IF
           WRITE REG-REPORTE FROM WS-DETALLE
           WRITE REG-REPORTE FROM WS-MARGEN
           MOVE "BRUTO PAGADO EN EL EJERCICIO"     TO WS-CTL-NOMBRE
           MOVE WS-TOT-BRUTO                       TO WS-CTL-IMPORTE
           WRITE REG-REPORTE FROM WS-LIN-CONTROL
           MOVE "CUOTA PATRONAL IMSS DEL EJERCICIO" TO WS-CTL-NOMBRE
           MOVE WS-TOT-PATRONAL                    TO WS-CTL-IMPORTE
           WRITE REG-REPORTE FROM WS-LIN-CONTROL
           MOVE "COSTO SIN DEPARTAMENTO (NO LISTADO)"
                                                   TO WS-CTL-NOMBRE
           MOVE WS-COSTO-SIN-DEPTO                 TO WS-CTL-IMPORTE
           WRITE REG-REPORTE FROM WS-LIN-CONTROL.
       080-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 NOMINA-PERIODO
                 DEPARTAMENTOS
                 PRESUPUESTOS
                 REPORTE
           IF HAY-IMSS
              CLOSE IMSS-PERIODO
           END-IF
           IF HAY-PRORRATEO
              CLOSE PRORRATEO
           END-IF.
       090-FIN. EXIT.
