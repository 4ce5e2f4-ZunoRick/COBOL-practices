      *               LISTADO QUEDA EN REPORTE-AUDITORIA.TXT. LAS
      *               FECHAS SE TECLEAN AAMMDD, COMO LAS GUARDA LA
      *               BITACORA (ACCEPT FROM DATE).
      *----------------------------------------------------------------
      * MODIFICACIONES:
      * - AL FILTRAR POR EMPLEADO SE OMITEN LOS RENGLONES "DISPER":
      *   SU CLAVE ES EL PERIODO CODIFICADO POR BANCONOM, NO UN
      *   EMPLEADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                CONSAUD.
       060-PROCESA-EVENTO.
           MOVE "N" TO SW-ULT-PASO
           IF WS-FIL-ID-EMP NOT EQUAL ZEROS AND
              (AUD-ID-EMP NOT EQUAL WS-FIL-ID-EMP OR
               AUD-OPERACION EQUAL "DISPER")
              GO TO 060-FIN
           END-IF
           IF WS-FIL-OPERADOR NOT EQUAL SPACES AND
