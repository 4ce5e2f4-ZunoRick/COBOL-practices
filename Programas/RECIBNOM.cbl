      *   *** COPIA *** Y LA REIMPRESION SE CUENTA, PARA QUE EL
      *   ORIGINAL FIRMABLE SEA UNO SOLO. LA ENTREGA Y LA FIRMA SE
      *   MARCAN EN ACUSEREC.CBL.
      * - LOS RECIBOS PIDEN LA FRECUENCIA (Q/S): LOS DE LA NOMINA
      *   SEMANAL DE PLANTA SE PIDEN POR MES DE PAGO Y SEMANA DEL
      *   MES Y SE LEEN BAJO LA CLAVE SEMANAL DEL CALENDARIO (MES
      *   MAS 50); EL SALARIO BASE DEL RECIBO ES EL DE LOS 7 DIAS.
      * - EL RECIBO MUESTRA LOS DIAS PAGADOS CUANDO EL PERIODO SE
      *   PRORRATEO POR INGRESO O BAJA DENTRO DE EL.
      * - EL RENGLON DE CUOTA SINDICAL DEL DESGLOSE SE NOMBRA EN EL
      *   RECIBO.
      * - EL RENGLON DE RETENCION FONACOT DEL DESGLOSE (ORIGEN "K")
      *   SE NOMBRA EN EL RECIBO.
      * - TOMA EL PERIODO DEL MENU DE NOMINA; RETURN-CODE 8 SI NO
      *   ABRE ARCHIVOS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                RECIBNOM.
           COPY CCATRUTA.
           COPY ACUFS.
           COPY ACURUTA.
           COPY MENUPAR.

       01  WS-RUTA-REPORTE        PIC X(80).

           05 WS-PER-ANIO          PIC 9(04).
           05 WS-PER-MES           PIC 9(02).
           05 WS-PER-QUINCENA      PIC 9(01).
           COPY FRECCORR.

       01  WS-OPCION-ALCANCE       PIC X(01).
           88 RECIBOS-TODOS               VALUE "T".
           05 WS-CON-IMPORTE      PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(38)   VALUE SPACES.

      *----------------------------------------------------------------
      * DIAS PAGADOS DEL PERIODO CUANDO EL INGRESO O LA BAJA CAYERON
      * DENTRO DE EL (RENGLON "R" DEL DESGLOSE QUE DEJA NOMQUINC).
      *----------------------------------------------------------------
       01  WS-LIN-DIAS.
           05 FILLER              PIC X(06)   VALUE SPACES.
           05 FILLER              PIC X(30)
                   VALUE "DIAS PAGADOS (PROPORCIONAL)".
           05 WS-DIAS-PAGADOS     PIC Z9.
           05 FILLER              PIC X(42)   VALUE SPACES.
       01  SW-HAY-DIAS            PIC X(01).
           88 HAY-DIAS-PAGADOS           VALUE "S".

       01  WS-LIN-FIRMA.
           05 FILLER              PIC X(10)   VALUE SPACES.
           05 FILLER              PIC X(30)   VALUE ALL "_".
           COPY CCATRUTAP.
           COPY INFRUTAP.
           COPY ACURUTAP.
           COPY FRECCORRP.

      *----------------------------------------------------------------
      * RECIBOS-NOMINA.TXT VIVE EN LA MISMA CARPETA QUE
       016-FIN. EXIT.

       030-SOLICITA-PERIODO.
           IF CORRIDA-DESDE-MENU
              MOVE WS-MENU-PERIODO TO WS-PERIODO-PEDIDO
              IF WS-PER-MES IS GREATER THAN 50
                 MOVE "S" TO WS-FRECUENCIA-CORRIDA
              ELSE
                 MOVE "Q" TO WS-FRECUENCIA-CORRIDA
              END-IF
              DISPLAY "PERIODO DE LOS RECIBOS: " WS-PERIODO-PEDIDO
              GO TO 030-ALCANCE
           END-IF
           PERFORM 048-PIDE-FRECUENCIA THRU 048-FIN
           IF CORRIDA-SEMANAL
              DISPLAY "SEMANA DE LOS RECIBOS:"
              DISPLAY "ANIO (AAAA): "
              ACCEPT WS-PER-ANIO
              DISPLAY "MES DE PAGO (MM): "
              ACCEPT WS-PER-MES
              DISPLAY "SEMANA DEL MES (1 A 5): "
              ACCEPT WS-PER-QUINCENA
              IF WS-PER-MES IS LESS THAN 01 OR
                 WS-PER-MES IS GREATER THAN 12 OR
                 WS-PER-QUINCENA IS LESS THAN 1 OR
                 WS-PER-QUINCENA IS GREATER THAN 5
                 DISPLAY "EL MES VA DE 01 A 12 Y LA SEMANA DE 1 A 5."
                 DISPLAY " "
                 GO TO 030-SOLICITA-PERIODO
              END-IF
              ADD 50 TO WS-PER-MES
              GO TO 030-ALCANCE
           END-IF
           DISPLAY "QUINCENA DE LOS RECIBOS:"
           DISPLAY "ANIO (AAAA): "
           ACCEPT WS-PER-ANIO
           DISPLAY "MES (MM): "
           ACCEPT WS-PER-MES
           DISPLAY "QUINCENA (1/2, 3 = AGUINALDO): "
           ACCEPT WS-PER-QUINCENA.
       030-ALCANCE.
           DISPLAY "T: RECIBOS DE TODA LA QUINCENA / U: UN SOLO "
                   "EMPLEADO: "
           ACCEPT WS-OPCION-ALCANCE
           IF NOT FS-EMPLEADOS-OK OR NOT FS-DEPARTAMENTOS-OK
              OR NOT FS-PUESTOS-OK OR NOT FS-NOM-PERIODO-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT CREDITOS-INFONAVIT
           MOVE "SALARIO BASE DEL PERIODO"  TO WS-CON-NOMBRE
           MOVE NP-SALARIO-BASE             TO WS-CON-IMPORTE
           WRITE REG-REPORTE FROM WS-LIN-CONCEPTO AFTER ADVANCING 1
           PERFORM 072-BUSCA-DIAS-PAGADOS THRU 072-FIN
           IF HAY-DIAS-PAGADOS
              WRITE REG-REPORTE FROM WS-LIN-DIAS AFTER ADVANCING 1
           END-IF
           MOVE "OTRAS PERCEPCIONES"        TO WS-CON-NOMBRE
           MOVE NP-PERCEPCIONES             TO WS-CON-IMPORTE
           WRITE REG-REPORTE FROM WS-LIN-CONCEPTO AFTER ADVANCING 1
           GO TO 068-RENGLON-DETALLE.
       068-FIN. EXIT.

      *----------------------------------------------------------------
      * BUSCA EN EL DESGLOSE DEL EMPLEADO EL RENGLON DE DIAS PAGADOS;
      * SIN EL, EL RECIBO ES DE PERIODO COMPLETO Y NO LLEVA LA LINEA.
      *----------------------------------------------------------------
       072-BUSCA-DIAS-PAGADOS.
           MOVE "N" TO SW-HAY-DIAS
           IF NOT HAY-DETALLE
              GO TO 072-FIN
           END-IF
           MOVE NP-PERIODO TO ND-PERIODO
           MOVE NP-ID-EMP  TO ND-ID-EMP
           MOVE ZEROS      TO ND-CONSEC
           START NOMINA-DETALLE KEY IS GREATER THAN OR EQUAL ND-LLAVE
                 INVALID KEY
                    GO TO 072-FIN
           END-START.
       072-LEE-DETALLE.
           READ NOMINA-DETALLE NEXT RECORD
                AT END
                   GO TO 072-FIN
           END-READ
           IF ND-PERIODO NOT EQUAL NP-PERIODO OR
              ND-ID-EMP  NOT EQUAL NP-ID-EMP
              GO TO 072-FIN
           END-IF
           IF ND-DE-DIAS-PAGADOS
              MOVE ND-REFERENCIA TO WS-DIAS-PAGADOS
              MOVE "S" TO SW-HAY-DIAS
              GO TO 072-FIN
           END-IF
           GO TO 072-LEE-DETALLE.
       072-FIN. EXIT.

      *----------------------------------------------------------------
      * EL NOMBRE DEL CONCEPTO SE RESUELVE DE BD-CONCEPTOS.TXT, EL
      * MISMO CATALOGO CONTRA EL QUE CAPTURAN INCIDEMP Y CONCFIJO;
           WHEN ND-DE-FONDO-AHORRO
              MOVE "FONDO DE AHORRO"    TO WS-NOMBRE-DETALLE
              GO TO 069-FIN
           WHEN ND-DE-CUOTA-SINDICAL
              MOVE "CUOTA SINDICAL"     TO WS-NOMBRE-DETALLE
              GO TO 069-FIN
           WHEN ND-DE-FONACOT
              MOVE "CREDITO FONACOT"    TO WS-NOMBRE-DETALLE
              GO TO 069-FIN
           WHEN ND-DE-INCAPACIDAD
              MOVE "DIAS DE INCAPACIDAD IMSS" TO WS-NOMBRE-DETALLE
              GO TO 069-FIN
