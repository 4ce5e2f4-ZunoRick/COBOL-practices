      *   SU FECHA DE FIN. LAS RENOVACIONES Y EL REPORTE DE
      *   VENCIMIENTOS VIVEN EN CONTREMP.CBL; NOMQUINC AVISA DEL
      *   CONTRATO VENCIDO EN CADA CORRIDA.
      * - CAPTURA LA FRECUENCIA DE PAGO (Q QUINCENAL / S SEMANAL) EN
      *   LA PANTALLA DE ALTA.
      * - EL SUELDO CAPTURADO SE RECHAZA SI QUEDA DEBAJO DEL SALARIO
      *   MINIMO VIGENTE DE LA ZONA DE LA PLANTA (BD-SALARIO-
      *   MINIMO.TXT).
      * - CONTROL DE PLAZAS: AVISA SI EL ALTA EXCEDE LAS PLAZAS
      *   AUTORIZADAS DEL DEPARTAMENTO/PUESTO EN BD-PLAZAS.TXT;
      *   APRUEBA SOLO LA DEJA APLICAR A UN ADMINISTRADOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                ALTAEMP.
           COPY PLTSEL.
           COPY PENDSEL.
           COPY CTOSEL.
           COPY SMGSEL.
           COPY PLZSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY PLTFD.
           COPY PENDFD.
           COPY CTOFD.
           COPY SMGFD.
           COPY PLZFD.

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY PENDRUTA.
           COPY CTOFS.
           COPY CTORUTA.
           COPY SMGFS.
           COPY SMGRUTA.
           COPY PLZFS.
           COPY PLZRUTA.

       01  WS-CTO-TIPO-CAP        PIC X(01).
       01  WS-CTO-FECHA-FIN-CAP   PIC 9(08).
           05 LINE 12 COL 05 VALUE "MONEDA (MXN/USD): ".
           05 PAN-MONEDA  LINE 12 COL 23 PIC X(03)
              USING WS-MONEDA.
           05 LINE 13 COL 05 VALUE "FRECUENCIA (Q/S): ".
           05 PAN-FRECUENCIA LINE 13 COL 23 PIC X(01)
              USING WS-FRECUENCIA-PAGO.
           05 LINE 14 COL 05 VALUE "RFC             : ".
           05 PAN-RFC     LINE 14 COL 23 PIC X(13)
              USING WS-RFC.
           PERFORM 056-OBTIENE-RUTA-PLANTAS THRU 056-FIN
           PERFORM 057-OBTIENE-RUTA-PENDIENTES THRU 057-FIN
           PERFORM 121-OBTIENE-RUTA-CONTRATOS THRU 121-FIN
           PERFORM 130-OBTIENE-RUTA-SAL-MINIMO THRU 130-FIN
           PERFORM 131-CARGA-SAL-MINIMO THRU 131-FIN
           PERFORM 145-OBTIENE-RUTA-PLAZAS THRU 145-FIN
           IF NOT SAL-MINIMO-CARGADO
              DISPLAY "SIN BD-SALARIO-MINIMO.TXT VIGENTE: EL SUELDO NO "
                      "SE VALIDA CONTRA EL SALARIO MINIMO."
           END-IF
           PERFORM 022-CALCULA-RANGO-ANIOS THRU 022-FIN
           PERFORM 012-VALIDA-VENTANA-CIERRE THRU 012-FIN
           IF VENTANA-CERRADA
           COPY PLTRUTAP.
           COPY PENDRUTAP.
           COPY CTORUTAP.
           COPY SMGRUTAP.
           COPY SMGCARGP.
           COPY SMGVALP.
           COPY PLZRUTAP.
           COPY PLZVALP.

      *----------------------------------------------------------------
      * CIERRA LA VENTANA DE ALTAS EN FIN DE SEMANA (SABADO/DOMINGO) Y,
              CLOSE CONTRATOS
              OPEN I-O CONTRATOS
           END-IF
           OPEN INPUT PLAZAS
           IF FS-PLAZAS-OK
              MOVE "S" TO SW-HAY-PLAZAS
           ELSE
              MOVE "N" TO SW-HAY-PLAZAS
           END-IF
           IF NOT FS-EMPLEADOS-OK OR NOT FS-DEPARTAMENTOS-OK
              OR NOT FS-PUESTOS-OK OR NOT FS-CONTRATOS-OK
              OR NOT FS-PLANTAS-OK OR NOT FS-PENDIENTES-OK
                          WS-PUESTO
                          WS-SALARIO
           MOVE "MXN"  TO WS-MONEDA
           MOVE "Q"    TO WS-FRECUENCIA-PAGO
           MOVE SPACES TO WS-MENSAJE-ERROR
           DISPLAY PANTALLA-ALTA
           ACCEPT PANTALLA-ALTA
           PERFORM 049-VALIDA-NSS          THRU 049-FIN
           PERFORM 049-VALIDA-CLABE        THRU 049-CLA-FIN
           PERFORM 039-VALIDA-MONEDA       THRU 039-FIN
           PERFORM 034-VALIDA-FRECUENCIA   THRU 034-FIN
           PERFORM 038-VALIDA-PUESTO       THRU 038-FIN
           PERFORM 062-REVISA-PLAZA        THRU 062-FIN
           PERFORM 059-CAPTURA-CONTRATO    THRU 059-FIN
           PERFORM 045-CONFIRMA-DATOS      THRU 045-FIN
           PERFORM 042-CONFIRMA-CONTINUA   THRU 042-FIN
           ADD 1 TO WS-NSS-IDX.
       049-SUMA-FIN. EXIT.

      *----------------------------------------------------------------
      * VALIDA LA FRECUENCIA DE PAGO: Q (QUINCENAL, LA DE SIEMPRE) O
      * S (SEMANAL, PARA LOS OPERADORES DE PLANTA). EN BLANCO SE TOMA
      * COMO QUINCENAL.
      *----------------------------------------------------------------
       034-VALIDA-FRECUENCIA.
           IF WS-FRECUENCIA-PAGO = SPACE
              MOVE "Q" TO WS-FRECUENCIA-PAGO
           END-IF
           IF WS-FRECUENCIA-PAGO NOT EQUAL "Q" AND
              WS-FRECUENCIA-PAGO NOT EQUAL "S"
              MOVE "FRECUENCIA INVALIDA: USE Q O S"
                   TO WS-MENSAJE-ERROR
              PERFORM 033-MUESTRA-ERROR THRU 033-FIN
              ACCEPT PAN-FRECUENCIA
              GO TO 034-VALIDA-FRECUENCIA
           END-IF.
       034-FIN. EXIT.

      *----------------------------------------------------------------
      * VALIDA WS-MONEDA CONTRA LAS DIVISAS QUE MANEJA LA NOMINA. LAS
      * BANDAS DE BD-PUESTOS.TXT ESTAN COTIZADAS EN PESOS (VER
      * EL TIPO DE CAMBIO DEL DIA DE BD-TIPO-CAMBIO.TXT ANTES DE
      * COMPARARSE. SOLO SI NO HAY TIPO DE CAMBIO CARGADO SE CONSERVA
      * EL COMPORTAMIENTO ANTERIOR DE SALTARSE LA BANDA PARA USD,
      * AVISANDOLO. EL MISMO SUELDO EN PESOS TAMPOCO PUEDE QUEDAR
      * DEBAJO DE 15 DIAS DEL SALARIO MINIMO DE LA ZONA DE SU PLANTA.
      *----------------------------------------------------------------
       038-VALIDA-PUESTO.
           MOVE WS-PUESTO TO REG-PUESTO-COD
              PERFORM 033-MUESTRA-ERROR THRU 033-FIN
              ACCEPT PAN-SALARIO
              GO TO 038-VALIDA-PUESTO
           END-IF
           MOVE WS-SALARIO-MXN TO WS-SMG-SALARIO-COMPARA
           PERFORM 134-VALIDA-SAL-MINIMO THRU 134-FIN
           IF SUELDO-BAJO-MINIMO
              MOVE "EL SUELDO ES MENOR AL SALARIO MINIMO DE LA ZONA"
                   TO WS-MENSAJE-ERROR
              PERFORM 033-MUESTRA-ERROR THRU 033-FIN
              ACCEPT PAN-SALARIO
              GO TO 038-VALIDA-PUESTO
           END-IF.
       038-FIN. EXIT.

           DISPLAY "PUESTO          : " WS-PUESTO
           DISPLAY "SUELDO          : " WS-SALARIO
           DISPLAY "MONEDA          : " WS-MONEDA
           DISPLAY "FRECUENCIA PAGO : " WS-FRECUENCIA-PAGO
           DISPLAY "RFC             : " WS-RFC
           DISPLAY "CURP            : " WS-CURP
           DISPLAY "NSS             : " WS-NSS
           DISPLAY "CLABE           : " WS-CLABE
           EVALUATE TRUE
           WHEN PLAZA-EXCEDIDA
              DISPLAY "PLAZAS          : EXCEDE LAS AUTORIZADAS ("
                      WS-PLZ-OCUPADAS " OCUPADAS DE "
                      WS-PLZ-AUTORIZADAS ")"
           WHEN PLAZA-DISPONIBLE
              DISPLAY "PLAZAS          : " WS-PLZ-OCUPADAS
                      " OCUPADAS DE " WS-PLZ-AUTORIZADAS
           WHEN OTHER
              DISPLAY "PLAZAS          : SIN CONTROL DE PLAZAS"
           END-EVALUATE
           DISPLAY " "
           DISPLAY "¿CONFIRMA EL ALTA CON ESTOS DATOS? (Y/N): "
           ACCEPT SW-CONFIRMA
           END-WRITE.
       061-FIN. EXIT.

      *----------------------------------------------------------------
      * CONTROL DE PLAZAS: CUENTA LOS EMPLEADOS NO DADOS DE BAJA DEL
      * DEPARTAMENTO/PUESTO CONTRA LO AUTORIZADO EN BD-PLAZAS.TXT PARA
      * EL ANIO EN CURSO. EL ALTA SIEMPRE PASA POR APRUEBA, ASI QUE
      * AQUI NO SE RECHAZA: SE AVISA AL CAPTURISTA Y APRUEBA SOLO LA
      * DEJA APLICAR A UN ADMINISTRADOR SI SIGUE EXCEDIDA.
      *----------------------------------------------------------------
       062-REVISA-PLAZA.
           MOVE WS-DEPARTAMENTO TO WS-PLZ-DEPTO-BUSCA
           MOVE WS-PUESTO       TO WS-PLZ-PUESTO-BUSCA
           MOVE WS-SIS-ANIO     TO WS-PLZ-ANIO-BUSCA
           MOVE WS-ID-EMP       TO WS-PLZ-EXCLUYE-ID
           PERFORM 146-VALIDA-PLAZA THRU 146-FIN
           IF PLAZA-EXCEDIDA
              MOVE "EXCEDE PLAZAS AUTORIZADAS: SOLO UN ADMINISTRADOR"
                   TO WS-MENSAJE-ERROR
              PERFORM 033-MUESTRA-ERROR THRU 033-FIN
           END-IF.
       062-FIN. EXIT.

       058-BUSCA-FOLIO.
           READ PENDIENTES
                INVALID KEY
                 PUESTOS
                 PLANTAS
                 PENDIENTES
                 CONTRATOS
           IF HAY-PLAZAS
              CLOSE PLAZAS
           END-IF.
       040-FIN. EXIT.
