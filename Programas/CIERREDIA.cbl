      *                 LINEA DE FIRMA. SE CORRE CADA TARDE COMO
      *                 PARTE DEL CIERRE; EL DIGESTO QUEDA EN
      *                 REPORTE-CIERRE-DIA.TXT.
      *----------------------------------------------------------------
      * MODIFICACIONES:
      * - LOS RENGLONES "DISPER" SE ROTULAN COMO DISPERSION EN LUGAR
      *   DE BUSCAR UN EMPLEADO CON LA CLAVE DEL PERIODO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                CIERREDIA.
              MOVE "NO DISPONIBLE" TO WS-MOV-NOMBRE
              GO TO 055-FIN
           END-IF
           IF AUD-OPERACION EQUAL "DISPER"
              MOVE "DISPERSION (PERIODO)" TO WS-MOV-NOMBRE
              GO TO 055-FIN
           END-IF
           MOVE AUD-ID-EMP TO REG-ID-EMP
           READ EMPLEADOS INTO WS-DATOS-EMPLEADO
                INVALID KEY
