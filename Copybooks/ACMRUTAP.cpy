      *----------------------------------------------------------------
      * ACMRUTAP.cpy - ARMA LA RUTA DE BD-ACUMULADOS.TXT A PARTIR DE
      *                WS-DIR-DATOS (YA RESUELTA POR
      *                015-OBTIENE-RUTA-DATOS), PARA QUE VIVA EN LA
      *                MISMA CARPETA QUE BD-EMPLEADOS.TXT.
      *----------------------------------------------------------------
       200-OBTIENE-RUTA-ACUMULADOS.
           STRING WS-DIR-DATOS              DELIMITED BY SPACE
                  "\BD-ACUMULADOS.txt"      DELIMITED BY SIZE
                  INTO WS-RUTA-ACUMULADOS
           END-STRING.
       200-FIN. EXIT.
