      *----------------------------------------------------------------
      * CFHRUTAP.cpy - ARMA LA RUTA DE BD-CFDI-HIST.TXT A PARTIR DE
      *                WS-DIR-DATOS (YA RESUELTA POR
      *                015-OBTIENE-RUTA-DATOS), PARA QUE VIVA EN LA
      *                MISMA CARPETA QUE BD-EMPLEADOS.TXT.
      *----------------------------------------------------------------
       224-OBTIENE-RUTA-CFDI-HIST.
           STRING WS-DIR-DATOS              DELIMITED BY SPACE
                  "\BD-CFDI-HIST.txt"       DELIMITED BY SIZE
                  INTO WS-RUTA-CFDI-HIST
           END-STRING.
       224-FIN. EXIT.
