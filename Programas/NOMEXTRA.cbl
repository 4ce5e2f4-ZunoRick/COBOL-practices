      *                DISPERSION CHICA. EL EMPLEADO QUE YA TIENE
      *                RESULTADO EN EL PERIODO SE RECHAZA (LA CLAVE
      *                PERIODO+EMPLEADO ES UNICA). SOLO UN SUPERVISOR
      *                O ADMINISTRADOR PUEDE CORRERLA. CADA PAGO
      *                SUMA TAMBIEN A LOS ACUMULADOS ANUALES DE
      *                BD-ACUMULADOS.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                NOMEXTRA.
           COPY CALSEL.
           COPY NOMPSEL.
           COPY NDETSEL.
           COPY ACMSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY CALFD.
           COPY NOMPFD.
           COPY NDETFD.
           COPY ACMFD.

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY NOMPRUTA.
           COPY NDETFS.
           COPY NDETRUTA.
           COPY ACMFS.
           COPY ACMRUTA.

       01  WS-PERIODO-PEDIDO.
           05 WS-PER-ANIO          PIC 9(04).
           PERFORM 041-OBTIENE-RUTA-CALENDARIO  THRU 041-FIN
           PERFORM 042-OBTIENE-RUTA-NOM-PERIODO THRU 042-FIN
           PERFORM 091-OBTIENE-RUTA-NOM-DETALLE THRU 091-FIN
           PERFORM 200-OBTIENE-RUTA-ACUMULADOS  THRU 200-FIN
           PERFORM 028-ABRE-OPERADORES          THRU 028-FIN
           PERFORM 029-VALIDA-OPERADOR          THRU 029-FIN
           CLOSE OPERADORES
           COPY CALRUTAP.
           COPY NOMPRUTAP.
           COPY NDETRUTAP.
           COPY ACMRUTAP.
           COPY ACMWRTP.

       028-ABRE-OPERADORES.
           OPEN INPUT OPERADORES
              OR NOT FS-NOM-PERIODO-OK OR NOT FS-NOM-DETALLE-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              GOBACK
           END-IF
           OPEN I-O   ACUMULADOS
           IF FS-ACUMULADOS-NO-EXISTE
              OPEN OUTPUT ACUMULADOS
              CLOSE ACUMULADOS
              OPEN I-O ACUMULADOS
           END-IF
           IF FS-ACUMULADOS-OK
              MOVE "S" TO SW-HAY-ACUMULADOS
           ELSE
              DISPLAY "NO SE PUDO ABRIR BD-ACUMULADOS.TXT. FS: "
                      WS-FS-ACUMULADOS "; RECONSTRUYALO CON CARGAACU "
                      "AL TERMINAR."
           END-IF.
       020-FIN. EXIT.

                           WS-ID-BUSCA "."
                   GO TO 060-FIN
           END-WRITE
           PERFORM 201-TOMA-RESULTADO    THRU 201-FIN
           PERFORM 202-ACUMULA-RESULTADO THRU 202-FIN
           MOVE WS-PERIODO-PEDIDO TO ND-PERIODO
           MOVE WS-ID-BUSCA       TO ND-ID-EMP
           MOVE 1                 TO ND-CONSEC
           CLOSE EMPLEADOS
                 CALENDARIO-NOMINA
                 NOMINA-PERIODO
                 NOMINA-DETALLE
           IF HAY-ACUMULADOS
              CLOSE ACUMULADOS
           END-IF.
       090-FIN. EXIT.
