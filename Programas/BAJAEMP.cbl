      *   Y DEJA UN RENGLON EN BD-BAJAS.TXT CON FECHA, EMPLEADO,
      *   MOTIVO Y DEPARTAMENTO, PARA EL REPORTE DE ROTACION
      *   (ROTAEMP.CBL).
      * - AL DAR LA BAJA SE MUESTRA LA LISTA DE UNIFORMES, EPP Y
      *   HERRAMIENTAS QUE EL EMPLEADO NO HA DEVUELTO
      *   (BD-ENTREGAS-EPP.TXT, VER EPPEMP) CON SU IMPORTE A COSTO DE
      *   REPOSICION, PARA RECOGERLOS O DESCONTARLOS EN EL FINIQUITO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                BAJAEMP.
           COPY AUDSEL.
           COPY MOTSEL.
           COPY BJASEL.
           COPY ARTSEL.
           COPY EPPSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY AUDFD.
           COPY MOTFD.
           COPY BJAFD.
           COPY ARTFD.
           COPY EPPFD.

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY MOTRUTA.
           COPY BJAFS.
           COPY BJARUTA.
           COPY ARTFS.
           COPY ARTRUTA.
           COPY EPPFS.
           COPY EPPRUTA.

       01  WS-ID-BUSCA            PIC 9(04).
       01  SW-ENCONTRO            PIC X(01)     VALUE "N".
       01  WS-FECHA-SISTEMA       PIC 9(08).
       01  WS-MOTIVO-BAJA         PIC 9(02).
       01  SW-HAY-ENTREGAS        PIC X(01)     VALUE "N".
           88 HAY-ENTREGAS-EPP           VALUE "S".
       01  WS-IMPORTE-ED          PIC Z,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01  LK-INDEX               PIC 9(04).
           PERFORM 021-OBTIENE-RUTA-AUDITORIA THRU 021-FIN
           PERFORM 048-OBTIENE-RUTA-MOTIVOS THRU 048-FIN
           PERFORM 049-OBTIENE-RUTA-BAJAS THRU 049-FIN
           PERFORM 188-OBTIENE-RUTA-ARTICULOS THRU 188-FIN
           PERFORM 189-OBTIENE-RUTA-ENTREGAS THRU 189-FIN
           PERFORM 020-ABRE-ARCHIVOS   THRU 020-FIN
           IF OPERACION-FALLIDA
              GOBACK
                       MOVE "BAJA" TO WS-AUD-OPERACION
                       PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN
                       PERFORM 065-REGISTRA-BAJA THRU 065-FIN
                       PERFORM 070-PENDIENTES-EPP THRU 070-FIN
                 END-REWRITE
              END-IF
           ELSE
           COPY AUDWRTP.
           COPY MOTRUTAP.
           COPY BJARUTAP.
           COPY ARTRUTAP.
           COPY EPPRUTAP.
           COPY EPPPENDP.

      *----------------------------------------------------------------
      * BD-MOTIVOS-BAJA.TXT SE CREA EN LA PRIMERA CORRIDA CON LOS
              OR NOT FS-MOTIVOS-OK OR NOT FS-BAJAS-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              MOVE "1" TO LK-STATUS
           END-IF
           OPEN INPUT ENTREGAS-EPP
           IF FS-ENTREGAS-OK
              MOVE "S" TO SW-HAY-ENTREGAS
              OPEN INPUT ARTICULOS-EPP
              IF FS-ARTICULOS-OK
                 MOVE "S" TO SW-HAY-ARTICULOS
              END-IF
           END-IF.
       020-FIN. EXIT.

           WRITE REG-BAJAS.
       065-FIN. EXIT.

      *----------------------------------------------------------------
      * LISTA DE PENDIENTES DE LA BAJA: UNIFORMES, EPP Y HERRAMIENTAS
      * QUE EL EMPLEADO NO HA DEVUELTO (BD-ENTREGAS-EPP.TXT), CON SU
      * IMPORTE A COSTO DE REPOSICION, PARA RECOGERLOS ANTES DE SU
      * SALIDA O DESCONTARLOS EN EL FINIQUITO (FINIQEMP).
      *----------------------------------------------------------------
       070-PENDIENTES-EPP.
           IF NOT HAY-ENTREGAS-EPP
              GO TO 070-FIN
           END-IF
           MOVE WS-ID-BUSCA TO WS-EPP-ID-BUSCA
           PERFORM 190-CARGA-PENDIENTES-EPP THRU 190-FIN
           IF WS-EPP-PEND-USADOS EQUAL ZEROS
              DISPLAY "SIN UNIFORMES, EPP NI HERRAMIENTAS PENDIENTES "
                      "DE DEVOLVER."
              GO TO 070-FIN
           END-IF
           DISPLAY " "
           DISPLAY "PENDIENTES DE DEVOLVER ANTES DEL FINIQUITO:"
           MOVE 1 TO WS-EPP-PEND-IDX
           PERFORM 072-MUESTRA-PENDIENTE THRU 072-FIN
                   UNTIL WS-EPP-PEND-IDX IS GREATER THAN
                         WS-EPP-PEND-USADOS
           MOVE WS-EPP-PEND-ADEUDO TO WS-IMPORTE-ED
           DISPLAY "PIEZAS: " WS-EPP-PEND-PIEZAS
                   "  IMPORTE A DESCONTAR SI NO SE DEVUELVEN: "
                   WS-IMPORTE-ED.
       070-FIN. EXIT.

       072-MUESTRA-PENDIENTE.
           MOVE WS-EPP-PEND-IMPORTE (WS-EPP-PEND-IDX) TO WS-IMPORTE-ED
           DISPLAY "  " WS-EPP-PEND-DESCRIP (WS-EPP-PEND-IDX)
                   " ENTREGADO " WS-EPP-PEND-ENTREGA (WS-EPP-PEND-IDX)
                   " PIEZAS " WS-EPP-PEND-CANTIDAD (WS-EPP-PEND-IDX)
                   " " WS-IMPORTE-ED
           ADD 1 TO WS-EPP-PEND-IDX.
       072-FIN. EXIT.

       030-SOLICITA-ID.
           DISPLAY "CLAVE DEL EMPLEADO A DAR DE BAJA: "
           ACCEPT WS-ID-BUSCA.
           CLOSE EMPLEADOS
                 AUDITORIA
                 MOTIVOS-BAJA
                 BAJAS
           IF HAY-ENTREGAS-EPP
              CLOSE ENTREGAS-EPP
           END-IF
           IF HAY-CATALOGO-EPP
              CLOSE ARTICULOS-EPP
           END-IF.
       050-FIN. EXIT.
