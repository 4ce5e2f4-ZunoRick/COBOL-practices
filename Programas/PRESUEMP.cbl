      *                DISPONIBLE ES PRESUPUESTO MENOS COMPROMETIDO,
      *                EL MISMO NUMERO QUE LA REGLA DE AUTORIZACION DE
      *                AUMENTOS (IF-ANIDADOS) YA NO PIDE POR TECLADO.
      *                LA OPCION L CARGA DE UNA VEZ EL PRESUPUESTO DEL
      *                SIGUIENTE EJERCICIO QUE DEJA PRESPROY EN
      *                PRESUPUESTO-PROYECTADO.TXT; COMO LA CLAVE ES EL
      *                DEPARTAMENTO, CADA RENGLON CARGADO REEMPLAZA EL
      *                PRESUPUESTO ANTERIOR DEL DEPARTAMENTO, ASI QUE SE
      *                CORRE AL ARRANCAR EL EJERCICIO.
      *                LA ENTRADA ESTA PROTEGIDA CON LA CLAVE DE
      *                OPERADOR DE BD-OPERADORES.TXT.
      ******************************************************************
           COPY OPERSEL.
           COPY DEPTSEL.
           COPY PRESUSEL.
           SELECT PRESUPUESTO-PROYECTADO
           ASSIGN TO WS-RUTA-PROYECTADO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PROYECTADO.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE.

           COPY DEPTFD.
           COPY PRESUFD.

      *----------------------------------------------------------------
      * ANUAL PROYECTADO POR PRESPROY, MISMO RENGLON QUE
      * BD-PRESUPUESTOS.TXT.
      *----------------------------------------------------------------
       FD  PRESUPUESTO-PROYECTADO
           RECORD CONTAINS 18 CHARACTERS.
       01  REG-PROYECTADO.
           05 PPR-DEPTO            PIC 9(03).
           05 PPR-ANIO             PIC 9(04).
           05 PPR-IMPORTE          PIC 9(09)V99.

       FD  REPORTE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY PRESURUTA.

       01  WS-RUTA-REPORTE        PIC X(80).
       01  WS-RUTA-PROYECTADO     PIC X(80).
       01  WS-FS-PROYECTADO       PIC X(02)     VALUE "00".
           88 FS-PROYECTADO-OK            VALUE "00".
           88 FS-PROYECTADO-EOF           VALUE "10".

       01  WS-RESPUESTA            PIC X(01).
       01  SW-CONFIRMA             PIC X(01).
       01  WS-ANIO-CAPTURA         PIC 9(04).
       01  WS-IMPORTE-CAPTURA      PIC 9(09)V99.

       01  WS-CONT-NUEVOS          PIC 9(03)     VALUE ZEROS.
       01  WS-CONT-REEMPLAZADOS    PIC 9(03)     VALUE ZEROS.
       01  WS-CONT-RECHAZADOS      PIC 9(03)     VALUE ZEROS.

      *----------------------------------------------------------------
      * COMPROMETIDO POR CLAVE DE DEPARTAMENTO: SUELDOS QUINCENALES
      * ACTIVOS ANUALIZADOS A 24 QUINCENAS.
           STRING WS-DIR-DATOS                DELIMITED BY SPACE
                  "\REPORTE-PRESUPUESTOS.TXT" DELIMITED BY SIZE
                  INTO WS-RUTA-REPORTE
           END-STRING
           STRING WS-DIR-DATOS                 DELIMITED BY SPACE
                  "\PRESUPUESTO-PROYECTADO.TXT" DELIMITED BY SIZE
                  INTO WS-RUTA-PROYECTADO
           END-STRING.
       016-FIN. EXIT.

           DISPLAY " "
           DISPLAY "R: REPORTE PRESUPUESTO CONTRA COMPROMETIDO"
           DISPLAY " "
           DISPLAY "L: CARGAR EL PRESUPUESTO PROYECTADO POR PRESPROY"
           DISPLAY " "
           DISPLAY "E: SALIR DEL PROGRAMA"
           DISPLAY " "
           ACCEPT WS-RESPUESTA.
                PERFORM 060-CONSULTA-PRESUPUESTO THRU 060-FIN
           WHEN "R"
                PERFORM 070-REPORTE-PRESUPUESTO THRU 070-FIN
           WHEN "L"
                PERFORM 080-CARGA-PROYECCION THRU 080-FIN
           WHEN "E"
                CONTINUE
           WHEN OTHER
           WRITE REG-REPORTE FROM WS-DETALLE.
       076-FIN. EXIT.

      *----------------------------------------------------------------
      * CARGA DE PRESUPUESTO-PROYECTADO.TXT: CADA DEPARTAMENTO DEL
      * CATALOGO SE GRABA NUEVO O REEMPLAZA EL QUE TENIA, COMO EN LA
      * CAPTURA; EL QUE YA NO ESTA EN EL CATALOGO SE RECHAZA.
      *----------------------------------------------------------------
       080-CARGA-PROYECCION.
           OPEN INPUT PRESUPUESTO-PROYECTADO
           IF NOT FS-PROYECTADO-OK
              DISPLAY "NO SE PUDO ABRIR PRESUPUESTO-PROYECTADO.TXT; "
                      "CORRA PRESPROY PRIMERO."
              GO TO 080-FIN
           END-IF
           DISPLAY "CADA DEPARTAMENTO DEL ARCHIVO REEMPLAZARA SU "
                   "PRESUPUESTO ACTUAL."
           DISPLAY "¿CONFIRMA LA CARGA? (Y/N): "
           ACCEPT SW-CONFIRMA
           IF SW-CONFIRMA NOT EQUAL "Y"
              DISPLAY "OPERACION CANCELADA."
              CLOSE PRESUPUESTO-PROYECTADO
              GO TO 080-FIN
           END-IF
           MOVE ZEROS TO WS-CONT-NUEVOS
                         WS-CONT-REEMPLAZADOS
                         WS-CONT-RECHAZADOS
           PERFORM 081-LEE-PROYECCION THRU 081-FIN
           PERFORM 082-CARGA-RENGLON THRU 082-FIN
                   UNTIL FS-PROYECTADO-EOF
           CLOSE PRESUPUESTO-PROYECTADO
           DISPLAY "PRESUPUESTOS NUEVOS:       " WS-CONT-NUEVOS
           DISPLAY "PRESUPUESTOS REEMPLAZADOS: " WS-CONT-REEMPLAZADOS
           DISPLAY "RENGLONES RECHAZADOS:      " WS-CONT-RECHAZADOS.
       080-FIN. EXIT.

       081-LEE-PROYECCION.
           READ PRESUPUESTO-PROYECTADO
                AT END
                   MOVE "10" TO WS-FS-PROYECTADO
           END-READ.
       081-FIN. EXIT.

       082-CARGA-RENGLON.
           MOVE PPR-DEPTO TO REG-DEPTO-COD
           READ DEPARTAMENTOS
                INVALID KEY
                   DISPLAY "DEPARTAMENTO " PPR-DEPTO
                           " FUERA DE CATALOGO; NO SE CARGA."
                   ADD 1 TO WS-CONT-RECHAZADOS
                   GO TO 082-SIGUE
           END-READ
           MOVE PPR-DEPTO   TO PRES-DEPTO
           MOVE PPR-ANIO    TO PRES-ANIO
           MOVE PPR-IMPORTE TO PRES-IMPORTE
           WRITE REG-PRESUPUESTOS
                INVALID KEY
                   REWRITE REG-PRESUPUESTOS
                   ADD 1 TO WS-CONT-REEMPLAZADOS
                NOT INVALID KEY
                   ADD 1 TO WS-CONT-NUEVOS
           END-WRITE.
       082-SIGUE.
           PERFORM 081-LEE-PROYECCION THRU 081-FIN.
       082-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 DEPARTAMENTOS
