      *                PENDIENTE (YA VIAJO AL BANCO) O SI EL PERIODO
      *                ESTA DISPERSADO O CERRADO. CADA EMPLEADO
      *                REVERSADO DEJA SU EVENTO "REVNOM" EN
      *                BD-AUDITORIA.TXT CON EL OPERADOR QUE AUTORIZO
      *                Y SE DESCUENTA DE LOS ACUMULADOS ANUALES DE
      *                BD-ACUMULADOS.TXT (CON LA MISMA PARTE EXENTA,
      *                ORIGEN "X" DEL DESGLOSE, QUE SUMO LA CORRIDA).
      *                LAS RETENCIONES FONACOT DEL DESGLOSE (ORIGEN
      *                "K") REGRESAN AL SALDO DE SU CREDITO EN
      *                BD-FONACOT.TXT.
      *----------------------------------------------------------------
      * MODIFICACIONES:
      * - DESDE MENUNOM LA SESION Y EL PERIODO LLEGAN EN MENUPAR.cpy
      *   Y NO SE PIDEN; LAS SALIDAS POR ERROR, LAS REVERSAS QUE SE
      *   NIEGAN Y LA CANCELACION DEL OPERADOR DEJAN RETURN-CODE 8
      *   PARA QUE EL MENU NO LAS REGISTRE COMO BUENAS.
      * - LA CORRIDA SUELTA PIDE LA FRECUENCIA (FRECCORRP.cpy) Y
      *   PUEDE REVERSAR TAMBIEN UNA SEMANA (MES MAS 50).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                REVERNOM.
           COPY VACSEL.
           COPY ACUSEL.
           COPY VBSEL.
           COPY ACMSEL.
           COPY FNCSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY VACFD.
           COPY ACUFD.
           COPY VBFD.
           COPY ACMFD.
           COPY FNCFD.

       WORKING-STORAGE SECTION.
           COPY OPERFS.
           COPY OPERRUTA.
           COPY MENUPAR.
           COPY FRECCORR.
           COPY AUDFS.
           COPY AUDRUTA.
           COPY CALFS.
           COPY ACURUTA.
           COPY VBFS.
           COPY VBRUTA.
           COPY ACMFS.
           COPY ACMRUTA.
           COPY FNCFS.
           COPY FNCRUTA.

       01  WS-DIR-DATOS            PIC X(60).
       01  WS-ID-EMP               PIC 9(04).
           88 HAY-VACACIONES              VALUE "S".
       01  SW-HAY-ACUSES           PIC X(01)     VALUE "N".
           88 HAY-ACUSES                  VALUE "S".
       01  SW-HAY-FONACOT          PIC X(01)     VALUE "N".
           88 HAY-FONACOT                 VALUE "S".
       01  SW-FIN-VAC              PIC X(01).

       01  WS-CONT-RESULTADOS      PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-PRIMAS          PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-AJUSTES         PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-ACUSES          PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-FONACOT         PIC 9(05)     VALUE ZEROS.

      *----------------------------------------------------------------
      * MES DE LA QUINCENA REVERSADA (SIN EL MAS 50 DE LAS SEMANAS),
      * CONTRA EL QUE NOMQUINC ACUMULO LO RETENIDO DE CADA CREDITO
      * FONACOT.
      *----------------------------------------------------------------
       01  WS-FNC-MES-PERIODO.
           05 WS-FNC-ANIO          PIC 9(04).
           05 WS-FNC-MES           PIC 9(02).
       01  WS-FNC-MES-PERIODO-9 REDEFINES WS-FNC-MES-PERIODO
                                   PIC 9(06).

      *----------------------------------------------------------------
      * EMPLEADOS CUYO DESGLOSE TRAJO UN COBRO DE AJUSTE ANUAL
           PERFORM 046-OBTIENE-RUTA-VACACIONES  THRU 046-FIN
           PERFORM 123-OBTIENE-RUTA-ACUSES      THRU 123-FIN
           PERFORM 059-OBTIENE-RUTA-VISTO-BUENO THRU 059-FIN
           PERFORM 200-OBTIENE-RUTA-ACUMULADOS  THRU 200-FIN
           PERFORM 204-OBTIENE-RUTA-FONACOT     THRU 204-FIN
           IF CORRIDA-DESDE-MENU
              MOVE WS-MENU-OPERADOR-ID  TO WS-OPERADOR-ID
              MOVE WS-MENU-OPERADOR-ROL TO WS-OPERADOR-ROL
           ELSE
              PERFORM 028-ABRE-OPERADORES       THRU 028-FIN
              PERFORM 029-VALIDA-OPERADOR       THRU 029-FIN
              CLOSE OPERADORES
           END-IF
           IF NOT OPERADOR-SUPERVISOR AND NOT OPERADOR-ADMINISTRADOR
              DISPLAY "SOLO UN SUPERVISOR O ADMINISTRADOR PUEDE "
                      "REVERSAR UNA QUINCENA."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-OPERADOR-ID TO WS-AUD-OPERADOR
              DISPLAY "LA QUINCENA " WS-PERIODO-PEDIDO " NO TIENE "
                      "RESULTADOS; NO HAY NADA QUE REVERSAR."
              PERFORM 090-CIERRA-ARCHIVOS THRU 090-FIN
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF NOT PERIODO-LIMPIO
              DISPLAY "ALGUN PAGO DEL PERIODO YA NO ESTA PENDIENTE "
                      "(YA VIAJO AL BANCO); LA REVERSA SE NIEGA."
              PERFORM 090-CIERRA-ARCHIVOS THRU 090-FIN
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY "RESULTADOS A REVERSAR: " WS-CONT-RESULTADOS
           IF SW-CONFIRMA NOT EQUAL "Y"
              DISPLAY "OPERACION CANCELADA; NO SE TOCO NADA."
              PERFORM 090-CIERRA-ARCHIVOS THRU 090-FIN
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 050-REVERSA-PERIODO          THRU 050-FIN
           DISPLAY "PRIMAS DESMARCADAS      : " WS-CONT-PRIMAS
           DISPLAY "AJUSTES REACTIVADOS     : " WS-CONT-AJUSTES
           DISPLAY "ACUSES RETIRADOS        : " WS-CONT-ACUSES
           DISPLAY "CREDITOS FONACOT        : " WS-CONT-FONACOT
           DISPLAY "EL PERIODO REGRESO A ABIERTO; CORRIJA LA CAPTURA "
                   "Y REPITA PRENOMIN ANTES DE RECALCULAR."
           GOBACK.
           COPY VACRUTAP.
           COPY ACURUTAP.
           COPY VBRUTAP.
           COPY ACMRUTAP.
           COPY ACMWRTP.
           COPY FNCRUTAP.
           COPY FRECCORRP.

       028-ABRE-OPERADORES.
           OPEN INPUT OPERADORES
           IF NOT FS-OPERADORES-OK
              DISPLAY "NO SE PUDO ABRIR BD-OPERADORES.TXT. DE DE ALTA "
                      "LOS OPERADORES DESDE CRUD-EMP PRIMERO."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       028-FIN. EXIT.

      *----------------------------------------------------------------
      * DESDE MENUNOM SE REVERSA EL PERIODO ELEGIDO EN EL MENU (VER
      * MENUPAR.cpy); 019-VALIDA-PERIODO LO REVISA IGUAL. LA SEMANA
      * SE PIDE COMO MES DE PAGO Y SEMANA DEL MES Y SE GUARDA CON EL
      * MES MAS 50, IGUAL QUE EN BANCONOM.
      *----------------------------------------------------------------
       018-SOLICITA-PERIODO.
           IF CORRIDA-DESDE-MENU
              MOVE WS-MENU-PERIODO TO WS-PERIODO-PEDIDO
              IF WS-PER-MES IS GREATER THAN 50
                 MOVE "S" TO WS-FRECUENCIA-CORRIDA
              ELSE
                 MOVE "Q" TO WS-FRECUENCIA-CORRIDA
              END-IF
              DISPLAY "PERIODO A REVERSAR: " WS-PERIODO-PEDIDO
              GO TO 018-FIN
           END-IF
           PERFORM 048-PIDE-FRECUENCIA THRU 048-FIN
           IF CORRIDA-SEMANAL
              DISPLAY "SEMANA A REVERSAR:"
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
                 GO TO 018-SOLICITA-PERIODO
              END-IF
              ADD 50 TO WS-PER-MES
              GO TO 018-FIN
           END-IF
           DISPLAY "QUINCENA A REVERSAR:"
           DISPLAY "ANIO (AAAA): "
           ACCEPT WS-PER-ANIO
           IF NOT FS-CALENDARIO-OK OR NOT FS-NOM-PERIODO-OK
              OR NOT FS-AUDITORIA-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN I-O NOMINA-DETALLE
           IF FS-ACUSES-OK
              MOVE "S" TO SW-HAY-ACUSES
           END-IF
           OPEN I-O ACUMULADOS
           IF FS-ACUMULADOS-OK
              MOVE "S" TO SW-HAY-ACUMULADOS
           ELSE
              DISPLAY "SIN BD-ACUMULADOS.TXT: LA REVERSA NO DESCUENTA "
                      "LOS ACUMULADOS ANUALES; RECONSTRUYALOS CON "
                      "CARGAACU AL TERMINAR."
           END-IF
           OPEN I-O CREDITOS-FONACOT
           IF FS-FONACOT-OK
              MOVE "S" TO SW-HAY-FONACOT
           END-IF
           OPEN I-O VISTO-BUENO.
       020-FIN. EXIT.

                INVALID KEY
                   DISPLAY "EL PERIODO NO ESTA EN EL CALENDARIO."
                   PERFORM 090-CIERRA-ARCHIVOS THRU 090-FIN
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ
           IF CAL-DISPERSADO OR CAL-CERRADO
              DISPLAY "EL PERIODO YA ESTA DISPERSADO O CERRADO; UNA "
                      "QUINCENA PAGADA NO SE REVERSA."
              PERFORM 090-CIERRA-ARCHIVOS THRU 090-FIN
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       019-FIN. EXIT.
              GO TO 052-FIN
           END-IF
           MOVE NP-ID-EMP TO WS-ID-EMP
           PERFORM 201-TOMA-RESULTADO    THRU 201-FIN
           MOVE "-" TO WS-ACM-SIGNO
           PERFORM 054-RESTAURA-DESGLOSE THRU 054-FIN
           IF HAY-VACACIONES
              PERFORM 062-DESMARCA-PRIMAS THRU 062-FIN
                   ADD 1 TO WS-CONT-REVERSADOS
                   MOVE "REVNOM" TO WS-AUD-OPERACION
                   PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN
                   PERFORM 202-ACUMULA-RESULTADO  THRU 202-FIN
           END-DELETE.
       052-FIN. EXIT.

           IF ND-DE-FONDO-AHORRO AND HAY-FONDO
              PERFORM 061-RESTAURA-FONDO THRU 061-FIN
           END-IF
           IF ND-DE-FONACOT AND HAY-FONACOT
              PERFORM 068-RESTAURA-FONACOT THRU 068-FIN
           END-IF
           IF ND-DE-AJUSTE-ISR
              MOVE "S" TO WS-AJU-MARCA (WS-ID-EMP)
           END-IF
           IF ND-DE-PARTE-EXENTA
              ADD ND-IMPORTE TO WS-ACM-EXENTO
           END-IF
           DELETE NOMINA-DETALLE
                INVALID KEY
                   CONTINUE
           END-REWRITE.
       061-FIN. EXIT.

      *----------------------------------------------------------------
      * LA RETENCION FONACOT DEL DESGLOSE (ORIGEN "K", LA REFERENCIA
      * ES EL CONSECUTIVO DEL CREDITO) REGRESA AL SALDO Y SE QUITA
      * DE LO RETENIDO EN EL MES, ESPEJO DE 209-REBAJA-CREDITO DE
      * NOMQUINC; EL CREDITO QUE ESA CORRIDA LIQUIDO VUELVE A
      * VIGENTE PARA QUE EL RECALCULO LO VUELVA A RETENER.
      *----------------------------------------------------------------
       068-RESTAURA-FONACOT.
           MOVE WS-ID-EMP     TO FNC-ID-EMP
           MOVE ND-REFERENCIA TO FNC-CONSEC
           READ CREDITOS-FONACOT
                INVALID KEY
                   DISPLAY "EL CREDITO FONACOT " ND-REFERENCIA " DEL "
                           "EMPLEADO " WS-ID-EMP " YA NO EXISTE; SU "
                           "SALDO NO SE PUDO RESTAURAR."
                   GO TO 068-FIN
           END-READ
           MOVE WS-PER-ANIO TO WS-FNC-ANIO
           MOVE WS-PER-MES  TO WS-FNC-MES
           IF WS-FNC-MES IS GREATER THAN 50
              SUBTRACT 50 FROM WS-FNC-MES
           END-IF
           ADD ND-IMPORTE TO FNC-SALDO
           IF FNC-MES-RETENCION EQUAL WS-FNC-MES-PERIODO-9
              IF ND-IMPORTE IS LESS THAN FNC-RETENIDO-MES
                 SUBTRACT ND-IMPORTE FROM FNC-RETENIDO-MES
              ELSE
                 MOVE ZEROS TO FNC-RETENIDO-MES
              END-IF
           END-IF
           IF FNC-LIQUIDADO AND FNC-SALDO IS GREATER THAN ZEROS
              MOVE "V" TO FNC-STATUS
              DISPLAY "CREDITO FONACOT " FNC-NUM-CREDITO " DEL "
                      "EMPLEADO " WS-ID-EMP " REGRESA A VIGENTE."
           END-IF
           REWRITE REG-FONACOT
                INVALID KEY
                   DISPLAY "NO SE PUDO RESTAURAR EL CREDITO FONACOT "
                           FNC-NUM-CREDITO " DEL EMPLEADO "
                           WS-ID-EMP "."
                NOT INVALID KEY
                   ADD 1 TO WS-CONT-FONACOT
           END-REWRITE.
       068-FIN. EXIT.

      *----------------------------------------------------------------
      * ESPEJO DE 114-MARCA-PRIMA DE NOMQUINC: LAS SOLICITUDES
      * AUTORIZADAS CUYA FECHA DE INICIO CAE EN LA QUINCENA Y QUE ESA
           IF HAY-ACUSES
              CLOSE ACUSES
           END-IF
           IF HAY-ACUMULADOS
              CLOSE ACUMULADOS
           END-IF
           IF HAY-FONACOT
              CLOSE CREDITOS-FONACOT
           END-IF
           IF FS-VISTO-BUENO-OK
              CLOSE VISTO-BUENO
           END-IF.
