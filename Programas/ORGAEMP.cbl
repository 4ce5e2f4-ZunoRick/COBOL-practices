      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * ORGAEMP.cbl - ORGANIGRAMA POR PLANTA Y DEPARTAMENTO A PARTIR
      *               DEL JEFE INMEDIATO DE CADA EMPLEADO (WS-JEFE-
      *               INMEDIATO DE EMPDATO.cpy, CAPTURADO EN CAMBIOEMP
      *               Y MOVMASIV). CARGA EL MAESTRO EN UNA TABLA
      *               INDEXADA POR CLAVE DE EMPLEADO (COMO AUSENREP),
      *               ENLAZA A CADA QUIEN CON SUS SUBORDINADOS
      *               DIRECTOS DE LA MISMA AREA Y PRESENTA, AREA POR
      *               AREA, EL ARBOL SANGRADO CON EL TRAMO DE CONTROL
      *               (SUBORDINADOS DIRECTOS) DE CADA JEFE:
      *               - ENCABEZAN EL ARBOL DEL AREA LOS QUE NO TIENEN
      *                 JEFE, LOS QUE LE REPORTAN A ALGUIEN DE OTRA
      *                 AREA (SE INDICA A QUIEN) Y LOS QUE TIENEN UN
      *                 JEFE DADO DE BAJA O INEXISTENTE,
      *               - AL FINAL, LA LISTA DE EMPLEADOS VIGENTES CUYO
      *                 JEFE FUE DADO DE BAJA (O YA NO ESTA EN EL
      *                 MAESTRO), PARA REASIGNARLES JEFE.
      *               LOS EMPLEADOS CON PERMISO SIGUEN EN EL
      *               ORGANIGRAMA, MARCADOS. SALIDA EN
      *               REPORTE-ORGANIGRAMA.TXT, MISMO ESTILO DE ARCHIVO
      *               DE IMPRESION QUE REPPLANTA.CBL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                ORGAEMP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY DEPTSEL.
           COPY PLTSEL.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY DEPTFD.
           COPY PLTFD.

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
           COPY PLTFS.
           COPY PLTRUTA.

       01  WS-RUTA-REPORTE        PIC X(80).
       01  SW-FIN                 PIC X(03)   VALUE SPACES.

      *----------------------------------------------------------------
      * UN RENGLON POR CLAVE DE EMPLEADO. LOS SUBORDINADOS DIRECTOS
      * DE LA MISMA AREA QUEDAN ENCADENADOS (PRIMER HIJO / SIGUIENTE
      * HERMANO) EN ORDEN DE CLAVE; ORG-A-CARGO CUENTA TODOS LOS
      * SUBORDINADOS DIRECTOS VIGENTES, SEAN O NO DE LA MISMA AREA.
      *----------------------------------------------------------------
       01  WS-TABLA-ORG.
           05 WS-ORG-REN OCCURS 9999 TIMES.
              10 ORG-EXISTE       PIC X(01).
                 88 ORG-EN-MAESTRO       VALUE "S".
              10 ORG-STATUS       PIC X(01).
                 88 ORG-DADO-DE-BAJA     VALUE "I".
                 88 ORG-CON-PERMISO      VALUE "L".
              10 ORG-EN-AREA      PIC X(01).
                 88 ORG-EN-ORGANIGRAMA   VALUE "S".
              10 ORG-PLANTA       PIC 9(02).
              10 ORG-DEPTO        PIC 9(03).
              10 ORG-PUESTO       PIC 9(02).
              10 ORG-JEFE         PIC 9(04).
              10 ORG-NOMBRE       PIC X(20).
              10 ORG-APE-PAT      PIC X(20).
              10 ORG-FECHA-BAJA   PIC 9(08).
              10 ORG-A-CARGO      PIC 9(04).
              10 ORG-PRIMER-HIJO  PIC 9(04).
              10 ORG-ULT-HIJO     PIC 9(04).
              10 ORG-SIG-HERMANO  PIC 9(04).
              10 ORG-IMPRESO      PIC X(01).

      *----------------------------------------------------------------
      * PLANTILLA POR PLANTA Y DEPARTAMENTO, SOLO PARA SABER QUE
      * AREAS TIENEN GENTE Y RECORRERLAS EN ORDEN.
      *----------------------------------------------------------------
       01  WS-TABLA-AREAS.
           05 WS-ARE-PLANTA OCCURS 99 TIMES.
              10 WS-ARE-PLANTILLA PIC 9(04)   OCCURS 999 TIMES.

      *----------------------------------------------------------------
      * PILA DEL RECORRIDO DEL ARBOL: POR NIVEL, EL JEFE Y EL
      * SIGUIENTE SUBORDINADO SUYO POR IMPRIMIR.
      *----------------------------------------------------------------
       01  WS-PILA.
           05 WS-PIL-REN OCCURS 99 TIMES.
              10 WS-PIL-ID        PIC 9(04).
              10 WS-PIL-HIJO      PIC 9(04).

      *----------------------------------------------------------------
      * EL INDICE DE BARRIDO ES DE CINCO DIGITOS, IGUAL QUE EN
      * AUSENREP: UN INDICE DE CUATRO SE DARIA LA VUELTA EN 9999.
      *----------------------------------------------------------------
       01  WS-IDX                 PIC 9(05).
       01  WS-JDX                 PIC 9(04).
       01  WS-NODO                PIC 9(04).
       01  WS-NIVEL               PIC 9(02).
       01  WS-PLA-IDX             PIC 9(03).
       01  WS-DEP-IDX             PIC 9(04).
       01  WS-PTR                 PIC 9(03).
       01  WS-NOTA                PIC X(40).
       01  WS-ID-ED               PIC 9(04).
       01  WS-A-CARGO-ED          PIC ZZZ9.
       01  WS-PUESTO-ED           PIC 9(02).

       01  WS-ARE-CON-GENTE       PIC 9(04)   VALUE ZEROS.
       01  WS-ARE-MAX-TRAMO       PIC 9(04)   VALUE ZEROS.
       01  WS-CONT-ORGANIGRAMA    PIC 9(05)   VALUE ZEROS.
       01  WS-CONT-JEFES          PIC 9(05)   VALUE ZEROS.
       01  WS-CONT-JEFE-BAJA      PIC 9(05)   VALUE ZEROS.
       01  WS-CONT-SIN-AREA       PIC 9(05)   VALUE ZEROS.

       01  WS-MARGEN.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(01)   VALUE "*".
           05 FILLER              PIC X(97)   VALUE ALL "-".
           05 FILLER              PIC X(01)   VALUE "*".

       01  WS-TITULO.
           05 FILLER              PIC X(31)   VALUE SPACES.
           05 FILLER              PIC X(37)
               VALUE "ORGANIGRAMA POR PLANTA Y DEPARTAMENTO".
           05 FILLER              PIC X(32)   VALUE SPACES.

       01  WS-ENC-AREA.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(07)   VALUE "PLANTA ".
           05 WS-ENC-PLT-COD      PIC 9(02).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-ENC-PLT-NOMBRE   PIC X(20).
           05 FILLER              PIC X(06)   VALUE "DEPTO ".
           05 WS-ENC-DEP-COD      PIC 9(03).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-ENC-DEP-NOMBRE   PIC X(20).
           05 FILLER              PIC X(38)   VALUE SPACES.

       01  WS-LIN-ORG             PIC X(100).

       01  WS-PIE-AREA.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 FILLER              PIC X(11)   VALUE "PLANTILLA: ".
           05 WS-PIE-PLANTILLA    PIC ZZZ9.
           05 FILLER              PIC X(24)
              VALUE "   CON PERSONAL A CARGO:".
           05 WS-PIE-JEFES        PIC ZZZ9.
           05 FILLER              PIC X(17)
              VALUE "   TRAMO MAXIMO: ".
           05 WS-PIE-MAX-TRAMO    PIC ZZZ9.
           05 FILLER              PIC X(32)   VALUE SPACES.

       01  WS-SUB-BAJAS.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(38)
              VALUE "EMPLEADOS VIGENTES CUYO JEFE INMEDIATO".
           05 FILLER              PIC X(33)
              VALUE " FUE DADO DE BAJA O YA NO EXISTE:".
           05 FILLER              PIC X(27)   VALUE SPACES.

       01  WS-DET-BAJA.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 WS-BAJ-ID           PIC 9(04).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-BAJ-NOMBRE       PIC X(20).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-BAJ-APE-PAT      PIC X(20).
           05 FILLER              PIC X(02)   VALUE " P".
           05 WS-BAJ-PLANTA       PIC 9(02).
           05 FILLER              PIC X(02)   VALUE " D".
           05 WS-BAJ-DEPTO        PIC 9(03).
           05 FILLER              PIC X(07)   VALUE "  JEFE ".
           05 WS-BAJ-JEFE         PIC 9(04).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-BAJ-JEFE-NOMBRE  PIC X(20).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-BAJ-FECHA        PIC X(08).

       01  WS-TOTALES.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(29)
              VALUE "EMPLEADOS EN EL ORGANIGRAMA: ".
           05 WS-TOT-ORGANIGRAMA  PIC ZZZZ9.
           05 FILLER              PIC X(24)
              VALUE "   CON PERSONAL A CARGO:".
           05 WS-TOT-JEFES        PIC ZZZZ9.
           05 FILLER              PIC X(20)
              VALUE "   CON JEFE DE BAJA:".
           05 WS-TOT-JEFE-BAJA    PIC ZZZZ9.
           05 FILLER              PIC X(10)   VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS     THRU 015-FIN
           PERFORM 016-OBTIENE-RUTA-REPORTE   THRU 016-FIN
           PERFORM 018-OBTIENE-RUTA-DEPARTAMENTOS THRU 018-FIN
           PERFORM 056-OBTIENE-RUTA-PLANTAS   THRU 056-FIN
           PERFORM 020-ABRE-ARCHIVOS          THRU 020-FIN
           INITIALIZE WS-TABLA-ORG
                      WS-TABLA-AREAS
           PERFORM 030-CARGA-EMPLEADOS        THRU 030-FIN
           PERFORM 040-ENLAZA-JEFES           THRU 040-FIN
           WRITE REG-REPORTE FROM WS-TITULO
           WRITE REG-REPORTE FROM WS-MARGEN
           MOVE 1 TO WS-PLA-IDX
           PERFORM 050-RECORRE-PLANTAS        THRU 050-FIN
                   UNTIL WS-PLA-IDX IS GREATER THAN 99
           PERFORM 080-LISTA-JEFES-BAJA       THRU 080-FIN
           MOVE WS-CONT-ORGANIGRAMA TO WS-TOT-ORGANIGRAMA
           MOVE WS-CONT-JEFES       TO WS-TOT-JEFES
           MOVE WS-CONT-JEFE-BAJA   TO WS-TOT-JEFE-BAJA
           WRITE REG-REPORTE FROM WS-MARGEN
           WRITE REG-REPORTE FROM WS-TOTALES
           PERFORM 090-CIERRA-ARCHIVOS        THRU 090-FIN
           DISPLAY "EMPLEADOS EN EL ORGANIGRAMA  : " WS-CONT-ORGANIGRAMA
           DISPLAY "CON JEFE DADO DE BAJA        : " WS-CONT-JEFE-BAJA
           IF WS-CONT-SIN-AREA IS GREATER THAN ZEROS
              DISPLAY "SIN PLANTA O DEPARTAMENTO    : " WS-CONT-SIN-AREA
                      " (NO SE GRAFICAN)"
           END-IF
           DISPLAY "REPORTE GENERADO: " WS-RUTA-REPORTE
           GOBACK.

           COPY EMPRUTAP.
           COPY DEPTRUTAP.
           COPY PLTRUTAP.

      *----------------------------------------------------------------
      * REPORTE-ORGANIGRAMA.TXT VIVE EN LA MISMA CARPETA QUE
      * BD-EMPLEADOS.TXT, YA RESUELTA POR 015-OBTIENE-RUTA-DATOS.
      *----------------------------------------------------------------
       016-OBTIENE-RUTA-REPORTE.
           STRING WS-DIR-DATOS              DELIMITED BY SPACE
                  "\REPORTE-ORGANIGRAMA.TXT" DELIMITED BY SIZE
                  INTO WS-RUTA-REPORTE
           END-STRING.
       016-FIN. EXIT.

       020-ABRE-ARCHIVOS.
           OPEN INPUT  EMPLEADOS
                       DEPARTAMENTOS
                       PLANTAS
                OUTPUT REPORTE
           IF NOT FS-EMPLEADOS-OK OR NOT FS-DEPARTAMENTOS-OK
              OR NOT FS-PLANTAS-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              GOBACK
           END-IF.
       020-FIN. EXIT.

      *----------------------------------------------------------------
      * TODO EL MAESTRO VA A LA TABLA, BAJAS INCLUIDAS: SE NECESITAN
      * PARA DISTINGUIR AL JEFE DADO DE BAJA DEL QUE NO EXISTE. SOLO
      * LOS VIGENTES (ACTIVOS O CON PERMISO) CON PLANTA Y
      * DEPARTAMENTO ENTRAN AL ORGANIGRAMA.
      *----------------------------------------------------------------
       030-CARGA-EMPLEADOS.
           READ EMPLEADOS NEXT RECORD INTO WS-DATOS-EMPLEADO
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 030-FIN
           END-READ
           IF WS-ID-EMP EQUAL ZEROS
              GO TO 030-CARGA-EMPLEADOS
           END-IF
           IF WS-JEFE-INMEDIATO NOT NUMERIC
              MOVE ZEROS TO WS-JEFE-INMEDIATO
           END-IF
           MOVE "S"               TO ORG-EXISTE (WS-ID-EMP)
           MOVE WS-STATUS-EMP     TO ORG-STATUS (WS-ID-EMP)
           MOVE WS-PLANTA         TO ORG-PLANTA (WS-ID-EMP)
           MOVE WS-DEPARTAMENTO   TO ORG-DEPTO (WS-ID-EMP)
           MOVE WS-PUESTO         TO ORG-PUESTO (WS-ID-EMP)
           MOVE WS-JEFE-INMEDIATO TO ORG-JEFE (WS-ID-EMP)
           MOVE WS-NOMBRE-EMP     TO ORG-NOMBRE (WS-ID-EMP)
           MOVE WS-APE-PAT-EMP    TO ORG-APE-PAT (WS-ID-EMP)
           MOVE WS-FECHA-BAJA     TO ORG-FECHA-BAJA (WS-ID-EMP)
           IF EMP-INACTIVO
              GO TO 030-CARGA-EMPLEADOS
           END-IF
           IF WS-PLANTA EQUAL ZEROS OR WS-DEPARTAMENTO EQUAL ZEROS
              ADD 1 TO WS-CONT-SIN-AREA
              GO TO 030-CARGA-EMPLEADOS
           END-IF
           MOVE "S" TO ORG-EN-AREA (WS-ID-EMP)
           ADD 1 TO WS-ARE-PLANTILLA (WS-PLANTA, WS-DEPARTAMENTO)
           GO TO 030-CARGA-EMPLEADOS.
       030-FIN. EXIT.

      *----------------------------------------------------------------
      * CUENTA EL TRAMO DE CONTROL DE CADA JEFE VIGENTE Y ENCADENA A
      * SUS SUBORDINADOS DE LA MISMA AREA. EL BARRIDO VA EN ORDEN DE
      * CLAVE, ASI QUE CADA CADENA QUEDA ORDENADA.
      *----------------------------------------------------------------
       040-ENLAZA-JEFES.
           MOVE 1 TO WS-IDX
           PERFORM 042-ENLAZA-EMPLEADO THRU 042-FIN
                   UNTIL WS-IDX IS GREATER THAN 9999.
       040-FIN. EXIT.

       042-ENLAZA-EMPLEADO.
           IF NOT ORG-EN-MAESTRO (WS-IDX) OR
              ORG-DADO-DE-BAJA (WS-IDX) OR
              ORG-JEFE (WS-IDX) EQUAL ZEROS
              GO TO 042-SIGUE
           END-IF
           MOVE ORG-JEFE (WS-IDX) TO WS-JDX
           IF NOT ORG-EN-MAESTRO (WS-JDX) OR ORG-DADO-DE-BAJA (WS-JDX)
              GO TO 042-SIGUE
           END-IF
           ADD 1 TO ORG-A-CARGO (WS-JDX)
           IF NOT ORG-EN-ORGANIGRAMA (WS-IDX) OR
              NOT ORG-EN-ORGANIGRAMA (WS-JDX) OR
              ORG-PLANTA (WS-IDX) NOT EQUAL ORG-PLANTA (WS-JDX) OR
              ORG-DEPTO (WS-IDX) NOT EQUAL ORG-DEPTO (WS-JDX)
              GO TO 042-SIGUE
           END-IF
           IF ORG-PRIMER-HIJO (WS-JDX) EQUAL ZEROS
              MOVE WS-IDX TO ORG-PRIMER-HIJO (WS-JDX)
           ELSE
              MOVE ORG-ULT-HIJO (WS-JDX) TO WS-NODO
              MOVE WS-IDX TO ORG-SIG-HERMANO (WS-NODO)
           END-IF
           MOVE WS-IDX TO ORG-ULT-HIJO (WS-JDX).
       042-SIGUE.
           ADD 1 TO WS-IDX.
       042-FIN. EXIT.

       050-RECORRE-PLANTAS.
           MOVE 1 TO WS-DEP-IDX
           PERFORM 052-RECORRE-DEPTOS THRU 052-FIN
                   UNTIL WS-DEP-IDX IS GREATER THAN 999
           ADD 1 TO WS-PLA-IDX.
       050-FIN. EXIT.

       052-RECORRE-DEPTOS.
           IF WS-ARE-PLANTILLA (WS-PLA-IDX, WS-DEP-IDX)
                                          IS GREATER THAN ZEROS
              PERFORM 060-IMPRIME-AREA THRU 060-FIN
           END-IF
           ADD 1 TO WS-DEP-IDX.
       052-FIN. EXIT.

      *----------------------------------------------------------------
      * UN AREA: ENCABEZADO, LOS ARBOLES QUE NACEN EN ELLA Y EL PIE
      * CON PLANTILLA Y TRAMOS. LO QUE QUEDE SIN IMPRIMIR DESPUES DE
      * LOS ARBOLES SOLO PUEDE SER UNA CADENA CIRCULAR DE DATOS
      * ANTERIORES A LA VALIDACION; SALE APARTE, SENALADA.
      *----------------------------------------------------------------
       060-IMPRIME-AREA.
           MOVE WS-PLA-IDX TO WS-ENC-PLT-COD
                              PLT-COD
           READ PLANTAS
                INVALID KEY
                   MOVE "NO EXIST" TO WS-ENC-PLT-NOMBRE
                NOT INVALID KEY
                   MOVE PLT-NOMBRE TO WS-ENC-PLT-NOMBRE
           END-READ
           MOVE WS-DEP-IDX TO WS-ENC-DEP-COD
                              REG-DEPTO-COD
           READ DEPARTAMENTOS
                INVALID KEY
                   MOVE "NO EXIST"       TO WS-ENC-DEP-NOMBRE
                NOT INVALID KEY
                   MOVE REG-DEPTO-NOMBRE TO WS-ENC-DEP-NOMBRE
           END-READ
           WRITE REG-REPORTE FROM WS-ENC-AREA
           MOVE ZEROS TO WS-ARE-CON-GENTE
                         WS-ARE-MAX-TRAMO
           MOVE 1 TO WS-IDX
           PERFORM 062-BUSCA-RAIZ THRU 062-FIN
                   UNTIL WS-IDX IS GREATER THAN 9999
           MOVE 1 TO WS-IDX
           PERFORM 064-BUSCA-CIRCULO THRU 064-FIN
                   UNTIL WS-IDX IS GREATER THAN 9999
           MOVE WS-ARE-PLANTILLA (WS-PLA-IDX, WS-DEP-IDX)
                                    TO WS-PIE-PLANTILLA
           MOVE WS-ARE-CON-GENTE TO WS-PIE-JEFES
           MOVE WS-ARE-MAX-TRAMO TO WS-PIE-MAX-TRAMO
           WRITE REG-REPORTE FROM WS-PIE-AREA
           WRITE REG-REPORTE FROM WS-MARGEN.
       060-FIN. EXIT.

      *----------------------------------------------------------------
      * ES RAIZ DEL AREA QUIEN NO TIENE JEFE, TIENE UNO DE OTRA AREA
      * O TIENE UNO QUE YA NO ESTA VIGENTE; LA NOTA LO DICE.
      *----------------------------------------------------------------
       062-BUSCA-RAIZ.
           IF NOT ORG-EN-ORGANIGRAMA (WS-IDX) OR
              ORG-PLANTA (WS-IDX) NOT EQUAL WS-PLA-IDX OR
              ORG-DEPTO (WS-IDX) NOT EQUAL WS-DEP-IDX
              GO TO 062-SIGUE
           END-IF
           MOVE SPACES TO WS-NOTA
           MOVE ORG-JEFE (WS-IDX) TO WS-JDX
           IF WS-JDX EQUAL ZEROS
              GO TO 062-IMPRIME
           END-IF
           MOVE WS-JDX TO WS-ID-ED
           IF NOT ORG-EN-MAESTRO (WS-JDX)
              STRING "** JEFE " WS-ID-ED " NO EXISTE **"
                     DELIMITED BY SIZE INTO WS-NOTA
              GO TO 062-IMPRIME
           END-IF
           IF ORG-DADO-DE-BAJA (WS-JDX)
              STRING "** JEFE " WS-ID-ED " DADO DE BAJA **"
                     DELIMITED BY SIZE INTO WS-NOTA
              GO TO 062-IMPRIME
           END-IF
           IF ORG-EN-ORGANIGRAMA (WS-JDX) AND
              ORG-PLANTA (WS-JDX) EQUAL WS-PLA-IDX AND
              ORG-DEPTO (WS-JDX) EQUAL WS-DEP-IDX
              GO TO 062-SIGUE
           END-IF
           STRING "REPORTA A " WS-ID-ED " (P" ORG-PLANTA (WS-JDX)
                  " D" ORG-DEPTO (WS-JDX) ")"
                  DELIMITED BY SIZE INTO WS-NOTA.
       062-IMPRIME.
           MOVE WS-IDX TO WS-NODO
           PERFORM 070-IMPRIME-ARBOL THRU 070-FIN.
       062-SIGUE.
           ADD 1 TO WS-IDX.
       062-FIN. EXIT.

       064-BUSCA-CIRCULO.
           IF ORG-EN-ORGANIGRAMA (WS-IDX) AND
              ORG-IMPRESO (WS-IDX) NOT EQUAL "S" AND
              ORG-PLANTA (WS-IDX) EQUAL WS-PLA-IDX AND
              ORG-DEPTO (WS-IDX) EQUAL WS-DEP-IDX
              MOVE "** CADENA DE MANDO CIRCULAR **" TO WS-NOTA
              MOVE WS-IDX TO WS-NODO
              PERFORM 070-IMPRIME-ARBOL THRU 070-FIN
           END-IF
           ADD 1 TO WS-IDX.
       064-FIN. EXIT.

      *----------------------------------------------------------------
      * RECORRE EN PROFUNDIDAD EL ARBOL QUE NACE EN WS-NODO CON UNA
      * PILA POR NIVEL. LA NOTA SOLO ACOMPANA A LA RAIZ. UN NODO YA
      * IMPRESO NO SE REPITE, Y PASADO EL NIVEL 99 YA NO SE BAJA.
      *----------------------------------------------------------------
       070-IMPRIME-ARBOL.
           MOVE 1 TO WS-NIVEL
           PERFORM 075-IMPRIME-NODO THRU 075-FIN
           MOVE SPACES  TO WS-NOTA
           MOVE WS-NODO TO WS-PIL-ID (1)
           MOVE ORG-PRIMER-HIJO (WS-NODO) TO WS-PIL-HIJO (1)
           PERFORM 072-AVANZA THRU 072-FIN
                   UNTIL WS-NIVEL EQUAL ZEROS.
       070-FIN. EXIT.

       072-AVANZA.
           MOVE WS-PIL-HIJO (WS-NIVEL) TO WS-NODO
           IF WS-NODO EQUAL ZEROS
              SUBTRACT 1 FROM WS-NIVEL
              GO TO 072-FIN
           END-IF
           MOVE ORG-SIG-HERMANO (WS-NODO) TO WS-PIL-HIJO (WS-NIVEL)
           IF ORG-IMPRESO (WS-NODO) EQUAL "S"
              GO TO 072-FIN
           END-IF
           IF WS-NIVEL EQUAL 99
              PERFORM 075-IMPRIME-NODO THRU 075-FIN
              GO TO 072-FIN
           END-IF
           ADD 1 TO WS-NIVEL
           PERFORM 075-IMPRIME-NODO THRU 075-FIN
           MOVE WS-NODO TO WS-PIL-ID (WS-NIVEL)
           MOVE ORG-PRIMER-HIJO (WS-NODO) TO WS-PIL-HIJO (WS-NIVEL).
       072-FIN. EXIT.

      *----------------------------------------------------------------
      * SANGRIA DE TRES POSICIONES POR NIVEL, TOPADA EN EL NIVEL 11
      * PARA QUE EL RENGLON NO SE SALGA DEL REPORTE.
      *----------------------------------------------------------------
       075-IMPRIME-NODO.
           MOVE "S" TO ORG-IMPRESO (WS-NODO)
           ADD 1 TO WS-CONT-ORGANIGRAMA
           MOVE SPACES TO WS-LIN-ORG
           IF WS-NIVEL IS GREATER THAN 11
              MOVE 35 TO WS-PTR
           ELSE
              COMPUTE WS-PTR = 5 + (WS-NIVEL - 1) * 3
           END-IF
           MOVE WS-NODO            TO WS-ID-ED
           MOVE ORG-PUESTO (WS-NODO) TO WS-PUESTO-ED
           STRING WS-ID-ED " "     DELIMITED BY SIZE
                  ORG-NOMBRE (WS-NODO)  DELIMITED BY "  "
                  " "                   DELIMITED BY SIZE
                  ORG-APE-PAT (WS-NODO) DELIMITED BY "  "
                  " (PUESTO " WS-PUESTO-ED ")" DELIMITED BY SIZE
                  INTO WS-LIN-ORG
                  WITH POINTER WS-PTR
           END-STRING
           IF ORG-A-CARGO (WS-NODO) IS GREATER THAN ZEROS
              ADD 1 TO WS-ARE-CON-GENTE
                       WS-CONT-JEFES
              IF ORG-A-CARGO (WS-NODO) IS GREATER THAN
                                          WS-ARE-MAX-TRAMO
                 MOVE ORG-A-CARGO (WS-NODO) TO WS-ARE-MAX-TRAMO
              END-IF
              MOVE ORG-A-CARGO (WS-NODO) TO WS-A-CARGO-ED
              STRING " A CARGO:" WS-A-CARGO-ED DELIMITED BY SIZE
                     INTO WS-LIN-ORG
                     WITH POINTER WS-PTR
              END-STRING
           END-IF
           IF ORG-CON-PERMISO (WS-NODO)
              STRING " [PERMISO]" DELIMITED BY SIZE
                     INTO WS-LIN-ORG
                     WITH POINTER WS-PTR
              END-STRING
           END-IF
           IF WS-NOTA NOT EQUAL SPACES
              STRING " " WS-NOTA DELIMITED BY SIZE
                     INTO WS-LIN-ORG
                     WITH POINTER WS-PTR
              END-STRING
           END-IF
           WRITE REG-REPORTE FROM WS-LIN-ORG.
       075-FIN. EXIT.

      *----------------------------------------------------------------
      * VIGENTES CON JEFE CAPTURADO QUE YA NO ESTA VIGENTE: BAJA (CON
      * SU FECHA) O CLAVE QUE YA NO EXISTE EN EL MAESTRO.
      *----------------------------------------------------------------
       080-LISTA-JEFES-BAJA.
           WRITE REG-REPORTE FROM WS-SUB-BAJAS
           MOVE 1 TO WS-IDX
           PERFORM 082-REVISA-JEFE THRU 082-FIN
                   UNTIL WS-IDX IS GREATER THAN 9999.
       080-FIN. EXIT.

       082-REVISA-JEFE.
           IF NOT ORG-EN-MAESTRO (WS-IDX) OR
              ORG-DADO-DE-BAJA (WS-IDX) OR
              ORG-JEFE (WS-IDX) EQUAL ZEROS
              GO TO 082-SIGUE
           END-IF
           MOVE ORG-JEFE (WS-IDX) TO WS-JDX
           IF ORG-EN-MAESTRO (WS-JDX) AND
              NOT ORG-DADO-DE-BAJA (WS-JDX)
              GO TO 082-SIGUE
           END-IF
           MOVE WS-IDX               TO WS-BAJ-ID
           MOVE ORG-NOMBRE (WS-IDX)  TO WS-BAJ-NOMBRE
           MOVE ORG-APE-PAT (WS-IDX) TO WS-BAJ-APE-PAT
           MOVE ORG-PLANTA (WS-IDX)  TO WS-BAJ-PLANTA
           MOVE ORG-DEPTO (WS-IDX)   TO WS-BAJ-DEPTO
           MOVE WS-JDX               TO WS-BAJ-JEFE
           IF ORG-EN-MAESTRO (WS-JDX)
              MOVE ORG-NOMBRE (WS-JDX)     TO WS-BAJ-JEFE-NOMBRE
              MOVE ORG-FECHA-BAJA (WS-JDX) TO WS-BAJ-FECHA
           ELSE
              MOVE "NO EXISTE"             TO WS-BAJ-JEFE-NOMBRE
              MOVE SPACES                  TO WS-BAJ-FECHA
           END-IF
           WRITE REG-REPORTE FROM WS-DET-BAJA
           ADD 1 TO WS-CONT-JEFE-BAJA.
       082-SIGUE.
           ADD 1 TO WS-IDX.
       082-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 DEPARTAMENTOS
                 PLANTAS
                 REPORTE.
       090-FIN. EXIT.
