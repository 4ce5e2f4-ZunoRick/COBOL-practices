      *               QUEDA EN CFDI-NOMINA.TXT; EL RETORNO DEL PAC LO
      *               CARGA CFDIIMP.CBL Y LOS PENDIENTES LOS LISTA
      *               CFDIPEND.CBL.
      *----------------------------------------------------------------
      * MODIFICACIONES:
      * - EL EXTRACTO PIDE LA FRECUENCIA (Q/S): LA SEMANA DE LA
      *   NOMINA SEMANAL DE PLANTA SE PIDE POR MES DE PAGO Y SEMANA
      *   DEL MES Y SE TIMBRA CON SUS PROPIAS FECHAS DE CALENDARIO
      *   (CLAVE CON MES MAS 50); UNA SEMANA 3 A 5 NO SE CONFUNDE
      *   CON LOS PSEUDO-PERIODOS DE LAS CORRIDAS ESPECIALES.
      * - EL EXTRACTO SALE UNO POR RFC PATRONAL DE BD-PATRONES.TXT
      *   (CFDI-NOMINA-<RFC>.TXT) Y CADA RENGLON LLEVA EL RFC DEL
      *   PATRON EMISOR Y EL REGISTRO PATRONAL DE LA PLANTA DEL
      *   EMPLEADO; EL DE UNA PLANTA SIN REGISTRO SE EXCLUYE Y SE
      *   REPORTA.
      * - EXTRACTO DE RECIBOS SUSTITUTOS
      *   (CFDI-SUSTITUTOS-<RFC>.TXT): SOLO LOS RECIBOS CON
      *   SOLICITUD DE CANCELACION MOTIVO 01 ESPERANDO SUSTITUTO,
      *   CON EL UUID ORIGINAL COMO RELACIONADO AL FINAL DEL RENGLON
      *   (REGISTRO DE 232 A 268 BYTES; EN BLANCO EN EL EXTRACTO
      *   NORMAL).
      * - TOMA EL PERIODO DEL MENU DE NOMINA EN LUGAR DE PEDIRLO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                CFDIEXP.
           COPY EMPSEL.
           COPY CALSEL.
           COPY NOMPSEL.
           COPY PLTSEL.
           COPY PATSEL.
           COPY CFCSEL.
           SELECT INTERFAZ-CFDI
           ASSIGN TO WS-RUTA-CFDI-EXP.

           COPY EMPFD.
           COPY CALFD.
           COPY NOMPFD.
           COPY PLTFD.
           COPY PATFD.
           COPY CFCFD.

       FD  INTERFAZ-CFDI
           RECORD CONTAINS 268 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-INTERFAZ-CFDI      PIC X(268).

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY CALRUTA.
           COPY NOMPFS.
           COPY NOMPRUTA.
           COPY PLTFS.
           COPY PLTRUTA.
           COPY PATFS.
           COPY PATRUTA.
           COPY CFCFS.
           COPY CFCRUTA.
           COPY MENUPAR.

       01  WS-RUTA-CFDI-EXP        PIC X(80).

           05 WS-PER-ANIO          PIC 9(04).
           05 WS-PER-MES           PIC 9(02).
           05 WS-PER-QUINCENA      PIC 9(01).
           COPY FRECCORR.

       01  SW-PERIODO-VALIDO       PIC X(01)     VALUE "N".
           88 PERIODO-VALIDO              VALUE "S".

       01  SW-FIN                  PIC X(03)     VALUE SPACES.

       01  SW-SUSTITUTOS           PIC X(01)     VALUE "N".
           88 EXTRACTO-SUSTITUTOS         VALUE "Y".

       01  WS-CONT-EXPORTADOS      PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-SIN-RFC         PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-SIN-PATRON      PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-ARCHIVO         PIC 9(05)     VALUE ZEROS.

      *----------------------------------------------------------------
      * RENGLON DE TIMBRADO: IDENTIFICACION FISCAL DEL EMPLEADO,
      * FECHAS DEL PERIODO E IMPORTES EN CENTAVOS, EN EL ORDEN QUE
      * PIDE LA CARGA DEL PAC. ABRE CON EL RFC DEL PATRON EMISOR Y
      * EL REGISTRO PATRONAL DE LA PLANTA DEL EMPLEADO. CIERRA CON EL
      * UUID RELACIONADO (TIPO DE RELACION 04, SUSTITUCION), QUE SOLO
      * LLEVAN LOS RECIBOS SUSTITUTOS; EN EL EXTRACTO NORMAL VA EN
      * BLANCO.
      *----------------------------------------------------------------
       01  WS-REG-CFDI.
           05 WS-CFDI-RFC-PATRON   PIC X(13).
           05 WS-CFDI-REG-PATRONAL PIC X(11).
           05 WS-CFDI-PERIODO      PIC 9(07).
           05 WS-CFDI-ID           PIC 9(04).
           05 WS-CFDI-RFC          PIC X(13).
           05 WS-CFDI-INFONAVIT    PIC 9(09).
           05 WS-CFDI-OTRAS        PIC 9(09).
           05 WS-CFDI-NETO         PIC 9(09).
           05 WS-CFDI-UUID-RELAC   PIC X(36).

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 016-OBTIENE-RUTA-EXTRACTO    THRU 016-FIN
           PERFORM 041-OBTIENE-RUTA-CALENDARIO  THRU 041-FIN
           PERFORM 042-OBTIENE-RUTA-NOM-PERIODO THRU 042-FIN
           PERFORM 056-OBTIENE-RUTA-PLANTAS     THRU 056-FIN
           PERFORM 177-OBTIENE-RUTA-PATRONES    THRU 177-FIN
           PERFORM 223-OBTIENE-RUTA-CFDI-CANCEL THRU 223-FIN
           PERFORM 018-SOLICITA-PERIODO         THRU 018-FIN
           PERFORM 178-CARGA-PATRONES           THRU 178-FIN
           IF WS-PAT-RENGLONES EQUAL ZEROS
              DISPLAY "NO HAY REGISTROS PATRONALES EN BD-PATRONES.TXT; "
                      "DELOS DE ALTA EN MANTCAT Y ASIGNELOS A LAS "
                      "PLANTAS."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           PERFORM 019-VALIDA-PERIODO           THRU 019-FIN
           IF NOT PERIODO-VALIDO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 1 TO WS-PAT-IDX
           PERFORM 030-GENERA-ENTIDAD           THRU 030-FIN
                   UNTIL WS-PAT-IDX IS GREATER THAN WS-PAT-RENGLONES
           PERFORM 090-CIERRA-ARCHIVOS          THRU 090-FIN
           IF WS-CONT-EXPORTADOS EQUAL ZEROS AND EXTRACTO-SUSTITUTOS
              DISPLAY "LA QUINCENA " WS-PERIODO-PEDIDO " NO TIENE "
                      "RECIBOS ESPERANDO SUSTITUTO; CAPTURE LA "
                      "CANCELACION CON MOTIVO 01 EN CFDICAN."
           END-IF
           IF WS-CONT-EXPORTADOS EQUAL ZEROS AND
              NOT EXTRACTO-SUSTITUTOS
              DISPLAY "LA QUINCENA " WS-PERIODO-PEDIDO " NO TIENE "
                      "RESULTADOS CALCULADOS; CORRA NOMQUINC ANTES "
                      "DE TIMBRAR."
           END-IF
           DISPLAY "RECIBOS EN EXTRACTO CFDI: " WS-CONT-EXPORTADOS
           DISPLAY "EXCLUIDOS SIN RFC       : " WS-CONT-SIN-RFC
           DISPLAY "EXCLUIDOS SIN REGISTRO  : " WS-CONT-SIN-PATRON
           GOBACK.

           COPY EMPRUTAP.
           COPY CALRUTAP.
           COPY NOMPRUTAP.
           COPY FRECCORRP.
           COPY PLTRUTAP.
           COPY PATRUTAP.
           COPY PATCARGP.
           COPY CFCRUTAP.

      *----------------------------------------------------------------
      * CFDI-NOMINA-<RFC>.TXT VIVE EN LA MISMA CARPETA QUE
      * BD-EMPLEADOS.TXT, YA RESUELTA POR 015-OBTIENE-RUTA-DATOS; UNO
      * POR RFC PATRONAL, QUE ES QUIEN EMITE EL RECIBO. EL DE
      * SUSTITUTOS ES CFDI-SUSTITUTOS-<RFC>.TXT, PARA QUE NO PISE EL
      * EXTRACTO ORIGINAL DE LA QUINCENA.
      *----------------------------------------------------------------
       016-OBTIENE-RUTA-EXTRACTO.
           MOVE SPACES TO WS-RUTA-CFDI-EXP
           IF EXTRACTO-SUSTITUTOS
              STRING WS-DIR-DATOS         DELIMITED BY SPACE
                     "\CFDI-SUSTITUTOS-"  DELIMITED BY SIZE
                     WS-PAT-T-RFC (WS-PAT-IDX)
                                          DELIMITED BY SPACE
                     ".TXT"               DELIMITED BY SIZE
                     INTO WS-RUTA-CFDI-EXP
              END-STRING
              GO TO 016-FIN
           END-IF
           STRING WS-DIR-DATOS         DELIMITED BY SPACE
                  "\CFDI-NOMINA-"      DELIMITED BY SIZE
                  WS-PAT-T-RFC (WS-PAT-IDX)
                                       DELIMITED BY SPACE
                  ".TXT"               DELIMITED BY SIZE
                  INTO WS-RUTA-CFDI-EXP
           END-STRING.
       016-FIN. EXIT.

       018-SOLICITA-PERIODO.
           IF CORRIDA-DESDE-MENU
              MOVE WS-MENU-PERIODO TO WS-PERIODO-PEDIDO
              IF WS-PER-MES IS GREATER THAN 50
                 MOVE "S" TO WS-FRECUENCIA-CORRIDA
              ELSE
                 MOVE "Q" TO WS-FRECUENCIA-CORRIDA
              END-IF
              DISPLAY "PERIODO A TIMBRAR: " WS-PERIODO-PEDIDO
              GO TO 018-SUSTITUTOS
           END-IF
           PERFORM 048-PIDE-FRECUENCIA THRU 048-FIN
           IF CORRIDA-SEMANAL
              DISPLAY "SEMANA A TIMBRAR:"
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
              GO TO 018-SUSTITUTOS
           END-IF
           DISPLAY "QUINCENA A TIMBRAR:"
           DISPLAY "ANIO (AAAA): "
           ACCEPT WS-PER-ANIO
           ACCEPT WS-PER-MES
           DISPLAY "QUINCENA (1/2, 3 = AGUINALDO): "
           ACCEPT WS-PER-QUINCENA.
       018-SUSTITUTOS.
           DISPLAY "¿SOLO LOS RECIBOS SUSTITUTOS DE CANCELACIONES "
                   "CON MOTIVO 01? (Y/N): "
           ACCEPT SW-SUSTITUTOS.
       018-FIN. EXIT.

      *----------------------------------------------------------------
      *----------------------------------------------------------------
       019-VALIDA-PERIODO.
           MOVE WS-PERIODO-PEDIDO TO CAL-PERIODO
           IF WS-PER-QUINCENA IS GREATER THAN 2 AND CORRIDA-QUINCENAL
              MOVE 2 TO CAL-QUINCENA
           END-IF
           READ CALENDARIO-NOMINA
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF EXTRACTO-SUSTITUTOS
              OPEN INPUT CANCELA-CFDI
              IF NOT FS-CFDI-CANCEL-OK
                 DISPLAY "NO HAY SOLICITUDES DE CANCELACION EN "
                         "BD-CFDI-CANCEL.TXT; CAPTURELAS EN CFDICAN."
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
       020-FIN. EXIT.

      *----------------------------------------------------------------
      * UN EXTRACTO POR ENTIDAD PATRONAL (EL PRIMER RENGLON DE CADA
      * RFC EN EL CATALOGO): SE RELEE EL PERIODO Y SOLO VIAJAN LOS
      * RECIBOS DE LOS EMPLEADOS CUYO REGISTRO ES DE ESE RFC.
      *----------------------------------------------------------------
       030-GENERA-ENTIDAD.
           IF WS-PAT-T-ENTIDAD (WS-PAT-IDX) NOT EQUAL WS-PAT-IDX
              GO TO 030-SIGUE
           END-IF
           PERFORM 016-OBTIENE-RUTA-EXTRACTO THRU 016-FIN
           MOVE ZEROS  TO WS-CONT-ARCHIVO
           MOVE SPACES TO SW-FIN
           OPEN OUTPUT INTERFAZ-CFDI
           PERFORM 045-POSICIONA-PERIODO     THRU 045-FIN
           PERFORM 050-PROCESA-RESULTADO     THRU 050-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE INTERFAZ-CFDI
           DISPLAY "RFC " WS-PAT-T-RFC (WS-PAT-IDX) ": "
                   WS-CONT-ARCHIVO " RECIBOS EN " WS-RUTA-CFDI-EXP.
       030-SIGUE.
           ADD 1 TO WS-PAT-IDX.
       030-FIN. EXIT.

       045-POSICIONA-PERIODO.
           MOVE WS-PERIODO-PEDIDO TO NP-PERIODO
           MOVE ZEROS             TO NP-ID-EMP
           END-IF.
       040-FIN. EXIT.

      *----------------------------------------------------------------
      * EL RECIBO DE OTRA ENTIDAD SE SALTA; LOS QUE NO TIENEN PATRON
      * (EMPLEADO YA ARCHIVADO O PLANTA SIN REGISTRO) SE AVISAN UNA
      * SOLA VEZ, EN LA PASADA DE LA PRIMERA ENTIDAD.
      *----------------------------------------------------------------
       050-PROCESA-RESULTADO.
           MOVE SPACES TO WS-CFDI-UUID-RELAC
           IF EXTRACTO-SUSTITUTOS
              PERFORM 054-BUSCA-CANCELACION THRU 054-FIN
              IF WS-CFDI-UUID-RELAC EQUAL SPACES
                 GO TO 050-SIGUE
              END-IF
           END-IF
           MOVE NP-ID-EMP TO REG-ID-EMP
           READ EMPLEADOS INTO WS-DATOS-EMPLEADO
                INVALID KEY
                   IF WS-PAT-IDX EQUAL 1
                      DISPLAY "EMPLEADO " NP-ID-EMP " CON RESULTADO "
                              "EN LA QUINCENA PERO SIN REGISTRO EN EL "
                              "MAESTRO; NO SE INCLUYE EN EL EXTRACTO."
                   END-IF
                   GO TO 050-SIGUE
           END-READ
           PERFORM 185-UBICA-PATRON-EMP THRU 185-FIN
           IF WS-PAT-ENT-EMP EQUAL ZEROS
              IF WS-PAT-IDX EQUAL 1
                 DISPLAY "EMPLEADO " NP-ID-EMP " EN LA PLANTA "
                         WS-PLANTA " SIN REGISTRO PATRONAL; SU RECIBO "
                         "NO SE PUEDE TIMBRAR."
                 ADD 1 TO WS-CONT-SIN-PATRON
              END-IF
              GO TO 050-SIGUE
           END-IF
           IF WS-PAT-ENT-EMP NOT EQUAL WS-PAT-IDX
              GO TO 050-SIGUE
           END-IF
           IF WS-RFC EQUAL SPACES
              DISPLAY "EMPLEADO " NP-ID-EMP " SIN RFC; SU RECIBO NO "
                      "SE PUEDE TIMBRAR. CAPTURELO EN DATOSEMP."
           END-IF
           PERFORM 052-ARMA-RENGLON THRU 052-FIN
           WRITE REG-INTERFAZ-CFDI FROM WS-REG-CFDI
           ADD 1 TO WS-CONT-EXPORTADOS
                    WS-CONT-ARCHIVO.
       050-SIGUE.
           PERFORM 040-LEE THRU 040-FIN.
       050-FIN. EXIT.

       052-ARMA-RENGLON.
           MOVE WS-PAT-T-RFC (WS-PAT-IDX) TO WS-CFDI-RFC-PATRON
           MOVE WS-PAT-T-REGISTRO (WS-PAT-IDX-EMP)
                                TO WS-CFDI-REG-PATRONAL
           MOVE NP-PERIODO      TO WS-CFDI-PERIODO
           MOVE NP-ID-EMP       TO WS-CFDI-ID
           MOVE WS-RFC          TO WS-CFDI-RFC
           COMPUTE WS-CFDI-NETO      = NP-SALARIO-NETO  * 100.
       052-FIN. EXIT.

      *----------------------------------------------------------------
      * EN EL EXTRACTO DE SUSTITUTOS SOLO VIAJA EL RECIBO CUYA
      * SOLICITUD DE CANCELACION (MOTIVO 01) SIGUE ESPERANDO SU
      * SUSTITUTO; EL UUID ORIGINAL VA COMO RELACIONADO.
      *----------------------------------------------------------------
       054-BUSCA-CANCELACION.
           MOVE NP-PERIODO TO CFC-PERIODO
           MOVE NP-ID-EMP  TO CFC-ID-EMP
           READ CANCELA-CFDI
                INVALID KEY
                   GO TO 054-FIN
           END-READ
           IF CFC-ESPERA-SUSTITUTO
              MOVE CFC-UUID TO WS-CFDI-UUID-RELAC
           END-IF.
       054-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 CALENDARIO-NOMINA
                 NOMINA-PERIODO
           IF EXTRACTO-SUSTITUTOS
              CLOSE CANCELA-CFDI
           END-IF.
       090-FIN. EXIT.
