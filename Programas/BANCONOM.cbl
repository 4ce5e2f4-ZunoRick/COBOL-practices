      *   ESA QUINCENA PRESTADA. EL RESULTADO CON NETO EN CEROS (EL
      *   CARGO DEL AJUSTE ANUAL, QUE COBRA NOMQUINC EN LA SIGUIENTE
      *   QUINCENA) NO VIAJA AL BANCO NI SE MARCA ENVIADO.
      * - LA DISPERSION PIDE LA FRECUENCIA (Q/S): LA SEMANAL DE LOS
      *   OPERADORES DE PLANTA SE PIDE POR MES DE PAGO Y SEMANA DEL
      *   MES Y SE LEE DE BD-NOMINA-PERIODO.TXT BAJO LA CLAVE
      *   SEMANAL DEL CALENDARIO (MES MAS 50), CON EL MISMO ARCHIVO,
      *   HEADER, TRAILER Y MARCA "D" DEL PERIODO QUE LA QUINCENA.
      * - 018 ACEPTA LAS QUINCENAS 6 A 9 DE CUALQUIER MES: LOTES DE
      *   ANTICIPOS DE VIATICOS QUE DEJA VIATPAG.
      * - PIDE OPERADOR AL ENTRAR Y DEJA EN LA BITACORA UN RENGLON
      *   DISPER CON EL PERIODO DISPERSADO; SE RENUMERAN 024, 025 Y
      *   065.
      * - DESDE MENUNOM LA SESION Y EL PERIODO LLEGAN EN MENUPAR.cpy
      *   Y NO SE PIDEN; LAS CORRIDAS ESPECIALES SE SIGUEN
      *   DISPERSANDO CON BANCONOM SOLO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCONOM.
           COPY NOMPSEL.
           COPY GENSEL.
           COPY GCOPSEL.
           COPY OPERSEL.
           COPY AUDSEL.
           SELECT INTERFAZ-BANCO
           ASSIGN TO WS-RUTA-BANCO.
           SELECT FOLIO-BANCO
           COPY NOMPFD.
           COPY GENFD.
           COPY GCOPFD.
           COPY OPERFD.
           COPY AUDFD.

       FD  INTERFAZ-BANCO
           RECORD CONTAINS 91 CHARACTERS
           COPY GENFS.
           COPY GENRUTA.
           COPY GCOPRUTA.
           COPY OPERFS.
           COPY OPERRUTA.
           COPY MENUPAR.
           COPY AUDFS.
           COPY AUDRUTA.

       01  WS-RUTA-BANCO           PIC X(80).
       01  WS-RUTA-BANCO-FIJA      PIC X(80).
           05 WS-PER-ANIO          PIC 9(04).
           05 WS-PER-MES           PIC 9(02).
           05 WS-PER-QUINCENA      PIC 9(01).
           COPY FRECCORR.

       01  WS-ANIO-DECADA          PIC 9(03).
       01  WS-ANIO-DIGITO          PIC 9(01).

       01  SW-PERIODO-VALIDO       PIC X(01)     VALUE "N".
           88 PERIODO-VALIDO              VALUE "S".
           PERFORM 016-OBTIENE-RUTA-BANCO THRU 016-FIN
           PERFORM 041-OBTIENE-RUTA-CALENDARIO THRU 041-FIN
           PERFORM 042-OBTIENE-RUTA-NOM-PERIODO THRU 042-FIN
           PERFORM 021-OBTIENE-RUTA-AUDITORIA THRU 021-FIN
           PERFORM 027-OBTIENE-RUTA-OPERADORES THRU 027-FIN
           IF CORRIDA-DESDE-MENU
              MOVE WS-MENU-OPERADOR-ID  TO WS-OPERADOR-ID
              MOVE WS-MENU-OPERADOR-ROL TO WS-OPERADOR-ROL
           ELSE
              PERFORM 028-ABRE-OPERADORES THRU 028-FIN
              PERFORM 029-VALIDA-OPERADOR THRU 029-FIN
              CLOSE OPERADORES
           END-IF
           MOVE WS-OPERADOR-ID TO WS-AUD-OPERADOR
           PERFORM 018-SOLICITA-PERIODO   THRU 018-FIN
           PERFORM 017-OBTIENE-FOLIO      THRU 017-FIN
           PERFORM 020-ABRE-ARCHIVOS      THRU 020-FIN
           IF NOT PERIODO-VALIDO
              DISPLAY "EL PERIODO NO ESTA EN BD-CALEND-NOMINA.TXT. "
                      "PIDA A NOMINAS DARLO DE ALTA CON MANTCAL."
              PERFORM 065-CIERRA-ARCHIVOS THRU 065-FIN
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF CAL-CERRADO
              DISPLAY "LA QUINCENA " WS-PERIODO-PEDIDO " YA ESTA "
                      "CERRADA EN EL CALENDARIO; NO SE DISPERSA."
              PERFORM 065-CIERRA-ARCHIVOS THRU 065-FIN
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 058-MARCA-DISPERSADO   THRU 058-FIN
           PERFORM 070-GENERA-POR-BANCO   THRU 070-FIN
           PERFORM 078-RESUMEN-RUTEO      THRU 078-FIN
           PERFORM 059-REGISTRA-DISPERSION THRU 059-FIN
           PERFORM 065-CIERRA-ARCHIVOS    THRU 065-FIN
           IF WS-CONT-EXPORTADOS EQUAL ZEROS
              DISPLAY "LA QUINCENA " WS-PERIODO-PEDIDO " NO TIENE "
                      "RESULTADOS CALCULADOS; CORRA NOMQUINC ANTES "
           COPY GENRUTAP.
           COPY GENREGP.
           COPY GCOPP.
           COPY FRECCORRP.
           COPY OPERRUTAP.
           COPY OPERVALP.
           COPY AUDRUTAP.
      * WS-ID-EMP TAMBIEN ESTA EN WS-REG-BANCO; LA BITACORA TOMA LA
      * DE WS-DATOS-EMPLEADO.
           COPY AUDWRTP REPLACING ==WS-ID-EMP== BY
                ==WS-ID-EMP OF WS-DATOS-EMPLEADO==.

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
      * BANCO-NOMINA.TXT VIVE EN LA MISMA CARPETA QUE
                      "SIN NOMBRES DE BANCO."
              GO TO 026-FIN
           END-IF
           PERFORM 024-LEE-BANCO THRU 024-FIN
           PERFORM 025-ACOMODA-BANCO THRU 025-FIN
                   UNTIL FS-BANCOS-EOF
           CLOSE CATALOGO-BANCOS.
       026-FIN. EXIT.

       024-LEE-BANCO.
           READ CATALOGO-BANCOS
                AT END
                   MOVE "10" TO WS-FS-BANCOS
           END-READ.
       024-FIN. EXIT.

       025-ACOMODA-BANCO.
           IF WS-BAN-USADOS IS LESS THAN 50
              ADD 1 TO WS-BAN-USADOS
              MOVE BCO-PREFIJO TO WS-BAN-PREFIJO (WS-BAN-USADOS)
              MOVE BCO-NOMBRE  TO WS-BAN-NOMBRE  (WS-BAN-USADOS)
           END-IF
           PERFORM 024-LEE-BANCO THRU 024-FIN.
       025-FIN. EXIT.

      *----------------------------------------------------------------
      * FOLIO CONSECUTIVO DEL ARCHIVO, MISMO PATRON QUE
           CLOSE FOLIO-BANCO.
       017-FIN. EXIT.

      *----------------------------------------------------------------
      * DESDE MENUNOM SE DISPERSA EL PERIODO ORDINARIO ELEGIDO EN EL
      * MENU (VER MENUPAR.cpy) Y SU MES DICE LA FRECUENCIA; LAS
      * CORRIDAS ESPECIALES SE SIGUEN DISPERSANDO CORRIENDO BANCONOM
      * SOLO.
      *----------------------------------------------------------------
       018-SOLICITA-PERIODO.
           IF CORRIDA-DESDE-MENU
              MOVE WS-MENU-PERIODO TO WS-PERIODO-PEDIDO
              IF WS-PER-MES IS GREATER THAN 50
                 MOVE "S" TO WS-FRECUENCIA-CORRIDA
              ELSE
                 MOVE "Q" TO WS-FRECUENCIA-CORRIDA
              END-IF
              DISPLAY "PERIODO A DISPERSAR: " WS-PERIODO-PEDIDO
              GO TO 018-FIN
           END-IF
           PERFORM 048-PIDE-FRECUENCIA THRU 048-FIN
           IF CORRIDA-SEMANAL
              DISPLAY "SEMANA A DISPERSAR:"
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
           DISPLAY "QUINCENA A DISPERSAR:"
           DISPLAY "ANIO (AAAA): "
           ACCEPT WS-PER-ANIO
           ACCEPT WS-PER-MES
           DISPLAY "QUINCENA (1/2; EN DICIEMBRE 3 = AGUINALDO, "
                   "4 = AJUSTE ANUAL, 5 = FONDO DE AHORRO; EN MAYO "
                   "3 = PTU; CUALQUIER MES 6 A 9 = LOTES DE "
                   "ANTICIPOS DE VIATICOS): "
           ACCEPT WS-PER-QUINCENA
           IF WS-PER-QUINCENA IS LESS THAN 1
              DISPLAY "LA QUINCENA DEBE SER 1 A 9."
              DISPLAY " "
              GO TO 018-SOLICITA-PERIODO
           END-IF
           IF WS-PER-QUINCENA IS GREATER THAN 2 AND
              WS-PER-QUINCENA IS LESS THAN 6 AND
              WS-PER-MES NOT EQUAL 12 AND
              NOT (WS-PER-MES EQUAL 05 AND WS-PER-QUINCENA EQUAL 3)
              DISPLAY "LAS CORRIDAS ESPECIALES SOLO VIVEN EN "
      *----------------------------------------------------------------
       019-VALIDA-PERIODO.
           MOVE WS-PERIODO-PEDIDO TO CAL-PERIODO
           IF WS-PER-QUINCENA IS GREATER THAN 2 AND CORRIDA-QUINCENAL
              MOVE 2 TO CAL-QUINCENA
           END-IF
           READ CALENDARIO-NOMINA
      * FECHAS DE LA SEGUNDA QUINCENA DEL MES: SU DISPERSION NO DEBE
      * AVANZAR EL CICLO DE VIDA DE ESA QUINCENA REAL.
      *----------------------------------------------------------------
           IF WS-PER-QUINCENA IS GREATER THAN 2 AND CORRIDA-QUINCENAL
              GO TO 058-FIN
           END-IF
           MOVE "D" TO CAL-STATUS
           END-REWRITE.
       058-FIN. EXIT.

      *----------------------------------------------------------------
      * LA DISPERSION QUE SI MANDO PAGOS AL BANCO QUEDA EN LA BITACORA
      * COMO "DISPER" CON EL OPERADOR QUE LA LIBERO. EL PERIODO VA EN
      * LA CLAVE DE EMPLEADO DEL RENGLON: ULTIMO DIGITO DEL ANIO, MES
      * (MAS 50 LA SEMANA) Y QUINCENA, P. EJ. 6012 ES LA SEGUNDA
      * QUINCENA DE ENERO DE 2026; EL ANIO COMPLETO SALE DE LA FECHA
      * DEL RENGLON (VER SODREP). POR ESO LAS CONSULTAS POR EMPLEADO
      * (ARCOEMP, CONSAUD) Y EL REMAPEO (REMAPLOG) BRINCAN "DISPER".
      *----------------------------------------------------------------
       059-REGISTRA-DISPERSION.
           IF WS-CONT-EXPORTADOS EQUAL ZEROS
              GO TO 059-FIN
           END-IF
           DIVIDE WS-PER-ANIO BY 10 GIVING WS-ANIO-DECADA
                  REMAINDER WS-ANIO-DIGITO
           COMPUTE WS-ID-EMP OF WS-DATOS-EMPLEADO =
                               WS-ANIO-DIGITO * 1000 +
                               WS-PER-MES * 10 + WS-PER-QUINCENA
           MOVE "DISPER" TO WS-AUD-OPERACION
           OPEN EXTEND AUDITORIA
           IF NOT FS-AUDITORIA-OK
              DISPLAY "NO SE PUDO ABRIR BD-AUDITORIA.TXT; LA "
                      "DISPERSION NO QUEDO EN LA BITACORA."
              GO TO 059-FIN
           END-IF
           PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN
           CLOSE AUDITORIA.
       059-FIN. EXIT.

       045-POSICIONA-PERIODO.
           MOVE WS-PERIODO-PEDIDO TO NP-PERIODO
           MOVE ZEROS             TO NP-ID-EMP
           END-IF.
       079-NOM-FIN. EXIT.

       065-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 CALENDARIO-NOMINA
                 NOMINA-PERIODO.
       065-FIN. EXIT.
