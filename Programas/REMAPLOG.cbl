      *                CLAVES SIN CRUCE (BAJAS DESCARTADAS EN LA
      *                COMPACTACION) SE COPIAN TAL CUAL Y SE CUENTAN
      *                APARTE. CON ESTO, COMPACTAR YA NO DEJA
      *                HUERFANA LA HISTORIA DE NADIE. COMO LA CLAVE
      *                ENTRA AL SELLO DE CADA RENGLON, LAS COPIAS SE
      *                RESELLAN EN CADENA (EL PRIMER RENGLON CONSERVA
      *                SU ESLABON CON EL ARCHIVO MENSUAL ANTERIOR).
      *----------------------------------------------------------------
      * MODIFICACIONES:
      * - LOS RENGLONES "DISPER" DE LA BITACORA NO SE REMAPEAN: SU
      *   CLAVE ES EL PERIODO CODIFICADO POR BANCONOM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                REMAPLOG.
           05 CRUZ-ID-NUEVO        PIC 9(04).

       FD  AUDITORIA-REMAP
           RECORD CONTAINS 48 CHARACTERS.
       01  REG-AUD-REMAP          PIC X(48).

       FD  CAMBIOS-REMAP
           RECORD CONTAINS 90 CHARACTERS.
       01  REG-CAM-REMAP          PIC X(90).

       WORKING-STORAGE SECTION.
           COPY AUDFS.
      *----------------------------------------------------------------
      * SI LA CLAVE VIEJA TIENE CRUCE SE SUSTITUYE POR LA NUEVA; SIN
      * CRUCE (BAJA DESCARTADA O CLAVE DE CATALOGO EN LA BITACORA) EL
      * RENGLON SE COPIA TAL CUAL, IGUAL QUE LAS DISPERSIONES: SU
      * CLAVE ES EL PERIODO CODIFICADO POR BANCONOM, NO UN EMPLEADO.
      *----------------------------------------------------------------
       044-COPIA-AUD.
           IF AUD-ID-EMP IS GREATER THAN ZEROS AND
              AUD-OPERACION NOT EQUAL "DISPER" AND
              WS-NUEVA-DE (AUD-ID-EMP) IS GREATER THAN ZEROS
              MOVE WS-NUEVA-DE (AUD-ID-EMP) TO AUD-ID-EMP
              ADD 1 TO WS-AUD-REMAPEADOS
           ELSE
              ADD 1 TO WS-AUD-SIN-CRUCE
           END-IF
           IF WS-AUD-REMAPEADOS + WS-AUD-SIN-CRUCE IS GREATER THAN 1
              MOVE WS-AUD-SELLO-PREVIO TO AUD-SELLO-ANT
           END-IF
           CALL "SELLOBIT" USING AUD-SELLO-ANT
                                 REG-AUDITORIA
                                 WS-AUD-SELLO-LARGO
                                 AUD-SELLO
           MOVE AUD-SELLO TO WS-AUD-SELLO-PREVIO
           WRITE REG-AUD-REMAP FROM REG-AUDITORIA
           PERFORM 042-LEE-AUD THRU 042-FIN.
       044-FIN. EXIT.
           ELSE
              ADD 1 TO WS-CAM-SIN-CRUCE
           END-IF
           IF WS-CAM-REMAPEADOS + WS-CAM-SIN-CRUCE IS GREATER THAN 1
              MOVE WS-CAM-SELLO-PREVIO TO CAM-SELLO-ANT
           END-IF
           CALL "SELLOBIT" USING CAM-SELLO-ANT
                                 REG-CAMBIOS
                                 WS-CAM-SELLO-LARGO
                                 CAM-SELLO
           MOVE CAM-SELLO TO WS-CAM-SELLO-PREVIO
           WRITE REG-CAM-REMAP FROM REG-CAMBIOS
           PERFORM 052-LEE-CAM THRU 052-FIN.
       054-FIN. EXIT.
