      *----------------------------------------------------------------
      * CFCRUTAP.cpy - ARMA LA RUTA DE BD-CFDI-CANCEL.TXT A PARTIR DE
      *                WS-DIR-DATOS (YA RESUELTA POR
      *                015-OBTIENE-RUTA-DATOS), PARA QUE VIVA EN LA
      *                MISMA CARPETA QUE BD-EMPLEADOS.TXT.
      *----------------------------------------------------------------
       223-OBTIENE-RUTA-CFDI-CANCEL.
           STRING WS-DIR-DATOS              DELIMITED BY SPACE
                  "\BD-CFDI-CANCEL.txt"     DELIMITED BY SIZE
                  INTO WS-RUTA-CFDI-CANCEL
           END-STRING.
       223-FIN. EXIT.
