      *               CRECEN EN ORDEN, NADA SE REPORTA DOS VECES NI
      *               SE QUEDA SIN REPORTAR. EL MOVIMIENTO DE UN
      *               EMPLEADO SIN NSS SE EXCLUYE Y SE REPORTA, IGUAL
      *               QUE EN SUAEXP. TAMBIEN EXPORTA LOS MOVIMIENTOS
      *               CORRECTIVOS (IDSALT, IDSBAJ, IDSMOD) QUE EMISCONC
      *               REGISTRA AL CONCILIAR LA EMISION DEL IMSS.
      *               SE GENERA UN ARCHIVO POR REGISTRO PATRONAL DE
      *               BD-PATRONES.TXT (IDSE-MOVIMIENTOS-<REGISTRO>
      *               .TXT), CADA MOVIMIENTO CON EL REGISTRO Y EL RFC
      *               DEL PATRON DE LA PLANTA DEL EMPLEADO; TODOS SALEN
      *               DEL MISMO CORTE. EL MOVIMIENTO DE UN EMPLEADO EN
      *               UNA PLANTA SIN REGISTRO SE EXCLUYE Y SE REPORTA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                IDSEEXP.
           COPY AUDSEL.
           COPY CAMBSEL.
           COPY SDISEL.
           COPY PLTSEL.
           COPY PATSEL.
           SELECT INTERFAZ-IDSE
           ASSIGN TO WS-RUTA-IDSE.
           SELECT CORTE-IDSE
           COPY AUDFD.
           COPY CAMBFD.
           COPY SDIFD.
           COPY PLTFD.
           COPY PATFD.

       FD  INTERFAZ-IDSE
           RECORD CONTAINS 87 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-INTERFAZ-IDSE      PIC X(87).

       FD  CORTE-IDSE
           RECORD CONTAINS 12 CHARACTERS.
           COPY CAMBRUTA.
           COPY SDIFS.
           COPY SDIRUTA.
           COPY PLTFS.
           COPY PLTRUTA.
           COPY PATFS.
           COPY PATRUTA.

       01  WS-RUTA-IDSE            PIC X(80).
       01  WS-RUTA-CORTE           PIC X(80).
       01  WS-CONT-BAJAS           PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-MODIFICACIONES  PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-SIN-NSS         PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-SIN-PATRON      PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-ARCHIVO         PIC 9(05)     VALUE ZEROS.

      *----------------------------------------------------------------
      * LAYOUT DE ANCHO FIJO DEL MOVIMIENTO IDSE: TIPO A (ALTA O
      * REINGRESO), B (BAJA) O M (MODIFICACION DE SALARIO), NSS,
      * CLAVE INTERNA, FECHA DEL EVENTO (EL SIGLO SE ANTEPONE A LA
      * FECHA AAMMDD DE LA BITACORA), SDI EN CENTAVOS Y NOMBRE DE
      * CORTESIA PARA LA REVISION ANTES DEL ENVIO. ABRE CON EL
      * REGISTRO PATRONAL Y EL RFC DEL PATRON QUE PRESENTA.
      *----------------------------------------------------------------
       01  WS-REG-IDSE.
           05 WS-IDSE-REG-PATRONAL PIC X(11).
           05 WS-IDSE-RFC-PATRON   PIC X(13).
           05 WS-IDSE-TIPO         PIC X(01).
           05 WS-IDSE-NSS          PIC X(11).
           05 WS-IDSE-ID           PIC 9(04).
           PERFORM 021-OBTIENE-RUTA-AUDITORIA THRU 021-FIN
           PERFORM 023-OBTIENE-RUTA-CAMBIOS   THRU 023-FIN
           PERFORM 075-OBTIENE-RUTA-SDI       THRU 075-FIN
           PERFORM 056-OBTIENE-RUTA-PLANTAS   THRU 056-FIN
           PERFORM 177-OBTIENE-RUTA-PATRONES  THRU 177-FIN
           PERFORM 016-OBTIENE-RUTA-CORTE     THRU 016-FIN
           PERFORM 017-LEE-CORTE              THRU 017-FIN
           PERFORM 178-CARGA-PATRONES         THRU 178-FIN
           IF WS-PAT-RENGLONES EQUAL ZEROS
              DISPLAY "NO HAY REGISTROS PATRONALES EN BD-PATRONES.TXT; "
                      "DELOS DE ALTA EN MANTCAT Y ASIGNELOS A LAS "
                      "PLANTAS."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 020-ABRE-ARCHIVOS          THRU 020-FIN
           MOVE 1 TO WS-PAT-IDX
           PERFORM 030-GENERA-REGISTRO        THRU 030-FIN
                   UNTIL WS-PAT-IDX IS GREATER THAN WS-PAT-RENGLONES
           PERFORM 018-GRABA-CORTE            THRU 018-FIN
           PERFORM 090-CIERRA-ARCHIVOS        THRU 090-FIN
           DISPLAY "ALTAS REPORTADAS         : " WS-CONT-ALTAS
           DISPLAY "BAJAS REPORTADAS         : " WS-CONT-BAJAS
           DISPLAY "MODIFICACIONES REPORTADAS: " WS-CONT-MODIFICACIONES
           DISPLAY "EXCLUIDOS SIN NSS        : " WS-CONT-SIN-NSS
           DISPLAY "EXCLUIDOS SIN REGISTRO   : " WS-CONT-SIN-PATRON
           GOBACK.

           COPY EMPRUTAP.
           COPY AUDRUTAP.
           COPY CAMBRUTAP.
           COPY SDIRUTAP.
           COPY PLTRUTAP.
           COPY PATRUTAP.
           COPY PATCARGP.

      *----------------------------------------------------------------
      * BD-CORTE-IDSE.TXT Y LOS IDSE-MOVIMIENTOS-<REGISTRO>.TXT VIVEN
      * EN LA MISMA CARPETA QUE BD-EMPLEADOS.TXT, YA RESUELTA POR
      * 015-OBTIENE-RUTA-DATOS.
      *----------------------------------------------------------------
       016-OBTIENE-RUTA-CORTE.
           STRING WS-DIR-DATOS             DELIMITED BY SPACE
                  "\BD-CORTE-IDSE.txt"     DELIMITED BY SIZE
                  INTO WS-RUTA-CORTE
           END-STRING.
       016-FIN. EXIT.

       019-OBTIENE-RUTA-IDSE.
           MOVE SPACES TO WS-RUTA-IDSE
           STRING WS-DIR-DATOS             DELIMITED BY SPACE
                  "\IDSE-MOVIMIENTOS-"     DELIMITED BY SIZE
                  WS-PAT-T-REGISTRO (WS-PAT-IDX)
                                           DELIMITED BY SPACE
                  ".TXT"                   DELIMITED BY SIZE
                  INTO WS-RUTA-IDSE
           END-STRING.
       019-FIN. EXIT.

      *----------------------------------------------------------------
      * SIN ARCHIVO DE CORTE (PRIMERA CORRIDA) SE REPORTA TODO LO
      * ACUMULADO EN LAS BITACORAS.
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           CLOSE AUDITORIA
           OPEN INPUT EMPLEADOS
           IF NOT FS-EMPLEADOS-OK
              DISPLAY "NO SE PUDO ABRIR BD-EMPLEADOS.TXT."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT ARCHIVO-SDI
           IF FS-SDI-OK
              MOVE "S" TO SW-SDI-ABIERTO
           END-IF.
       020-FIN. EXIT.

      *----------------------------------------------------------------
      * UN ARCHIVO POR REGISTRO PATRONAL: CADA PASADA RELEE LAS DOS
      * BITACORAS DESDE EL PRINCIPIO CONTRA EL MISMO CORTE Y SOLO
      * ESCRIBE LOS MOVIMIENTOS DE LOS EMPLEADOS DE ESE REGISTRO.
      *----------------------------------------------------------------
       030-GENERA-REGISTRO.
           PERFORM 019-OBTIENE-RUTA-IDSE THRU 019-FIN
           MOVE ZEROS TO WS-CONT-ARCHIVO
           MOVE "N"   TO SW-AUD-FIN
                         SW-CAM-FIN
                         SW-CAM-ABIERTO
           OPEN INPUT AUDITORIA
           OPEN INPUT CAMBIOS
           IF FS-CAMBIOS-OK
              MOVE "S" TO SW-CAM-ABIERTO
           ELSE
              MOVE "S" TO SW-CAM-FIN
           END-IF
           OPEN OUTPUT INTERFAZ-IDSE
           PERFORM 040-LEE-AUDITORIA          THRU 040-FIN
           PERFORM 050-PROCESA-EVENTO         THRU 050-FIN
                   UNTIL AUD-FIN
           IF CAM-ABIERTO
              PERFORM 060-LEE-CAMBIOS         THRU 060-FIN
              PERFORM 062-PROCESA-CAMBIO      THRU 062-FIN
                      UNTIL CAM-FIN
              CLOSE CAMBIOS
           END-IF
           CLOSE AUDITORIA
                 INTERFAZ-IDSE
           DISPLAY "REGISTRO " WS-PAT-T-REGISTRO (WS-PAT-IDX) ": "
                   WS-CONT-ARCHIVO " MOVIMIENTOS EN " WS-RUTA-IDSE
           ADD 1 TO WS-PAT-IDX.
       030-FIN. EXIT.

       040-LEE-AUDITORIA.
           READ AUDITORIA
      * ES UN ALTA ANTE EL IMSS; EL "CAMBIO" DE LA BITACORA NO SE
      * EXPORTA AQUI PORQUE LA MODIFICACION DE SALARIO SALE DE LOS
      * RENGLONES DE SUELDO DE BD-CAMBIOS.TXT (UN CAMBIO QUE NO TOCA
      * SUELDO NO SE PRESENTA AL IMSS). IDSALT, IDSBAJ E IDSMOD SON
      * LOS MOVIMIENTOS CORRECTIVOS QUE DEJA EMISCONC CUANDO LA
      * EMISION DEL IMSS NO CUADRA CON LA NOMINA.
      *----------------------------------------------------------------
       050-PROCESA-EVENTO.
           IF WS-LLAVE-EVENTO IS LESS THAN OR EQUAL WS-ULTIMO-CORTE
              MOVE "A" TO WS-IDSE-TIPO
           WHEN "BAJA"
              MOVE "B" TO WS-IDSE-TIPO
           WHEN "IDSALT"
              MOVE "A" TO WS-IDSE-TIPO
           WHEN "IDSBAJ"
              MOVE "B" TO WS-IDSE-TIPO
           WHEN "IDSMOD"
              MOVE "M" TO WS-IDSE-TIPO
           WHEN OTHER
              GO TO 050-SIGUE
           END-EVALUATE
      * EMPLEADO SIN NSS NO PUEDE PRESENTARSE AL IMSS: SE EXCLUYE Y
      * SE AVISA; COMO EL CORTE AVANZA DE TODOS MODOS, ESE MOVIMIENTO
      * DEBE CAPTURARSE A MANO EN IDSE UNA VEZ CORREGIDO EL NSS.
      * EL MOVIMIENTO DE OTRO REGISTRO PATRONAL SE SALTA; LOS QUE NO
      * TIENEN REGISTRO (EMPLEADO YA ARCHIVADO O PLANTA SIN REGISTRO)
      * SE AVISAN UNA SOLA VEZ, EN LA PASADA DEL PRIMER REGISTRO.
      *----------------------------------------------------------------
       052-ARMA-MOVIMIENTO.
           PERFORM 054-BUSCA-EMPLEADO THRU 054-FIN
           IF SW-EMP-LOCALIZADO NOT EQUAL "S"
              IF WS-PAT-IDX EQUAL 1
                 DISPLAY "EMPLEADO " WS-IDSE-ID " DEL MOVIMIENTO YA "
                         "NO ESTA EN EL MAESTRO; CAPTURE EL "
                         "MOVIMIENTO A MANO EN IDSE."
              END-IF
              GO TO 052-FIN
           END-IF
           PERFORM 185-UBICA-PATRON-EMP THRU 185-FIN
           IF WS-PAT-IDX-EMP EQUAL ZEROS
              IF WS-PAT-IDX EQUAL 1
                 DISPLAY "EMPLEADO " WS-IDSE-ID " EN LA PLANTA "
                         WS-PLANTA " SIN REGISTRO PATRONAL; SU "
                         "MOVIMIENTO " WS-IDSE-TIPO " NO SE INCLUYE."
                 ADD 1 TO WS-CONT-SIN-PATRON
              END-IF
              GO TO 052-FIN
           END-IF
           IF WS-PAT-IDX-EMP NOT EQUAL WS-PAT-IDX
              GO TO 052-FIN
           END-IF
           IF WS-NSS EQUAL SPACES
              ADD 1 TO WS-CONT-SIN-NSS
              GO TO 052-FIN
           END-IF
           MOVE WS-PAT-T-REGISTRO (WS-PAT-IDX) TO WS-IDSE-REG-PATRONAL
           MOVE WS-PAT-T-RFC (WS-PAT-IDX)      TO WS-IDSE-RFC-PATRON
           MOVE WS-NSS TO WS-IDSE-NSS
           MOVE SPACES TO WS-IDSE-NOMBRE
           STRING WS-APE-PAT-EMP  DELIMITED BY "  "
                  WS-NOMBRE-EMP   DELIMITED BY "  "
                  INTO WS-IDSE-NOMBRE
           END-STRING
           PERFORM 058-BUSCA-SDI THRU 058-FIN
           WRITE REG-INTERFAZ-IDSE FROM WS-REG-IDSE
           ADD 1 TO WS-CONT-ARCHIVO
           EVALUATE WS-IDSE-TIPO
           WHEN "A"
              ADD 1 TO WS-CONT-ALTAS
      * SDIBIM); SIN REGISTRO DE SDI EL MOVIMIENTO VIAJA EN CEROS Y
      * SE AVISA PARA CORRER SDIBIM.
      *----------------------------------------------------------------
       058-BUSCA-SDI.
           MOVE ZEROS TO WS-IDSE-SDI
           IF NOT SDI-ABIERTO
              GO TO 058-FIN
           END-IF
           MOVE WS-IDSE-ID TO SDI-ID-EMP
           READ ARCHIVO-SDI
                NOT INVALID KEY
                   COMPUTE WS-IDSE-SDI = SDI-TOTAL * 100
           END-READ.
       058-FIN. EXIT.

       060-LEE-CAMBIOS.
           READ CAMBIOS
       062-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
           IF SDI-ABIERTO
              CLOSE ARCHIVO-SDI
           END-IF.
