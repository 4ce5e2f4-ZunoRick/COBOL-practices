      *----------------------------------------------------------------
      * SINRUTAP.cpy - ARMA LA RUTA DE BD-SINDICATO.TXT A PARTIR DE
      *                WS-DIR-DATOS (YA RESUELTA POR
      *                015-OBTIENE-RUTA-DATOS), PARA QUE VIVA EN LA
      *                MISMA CARPETA QUE BD-EMPLEADOS.TXT.
      *----------------------------------------------------------------
       156-OBTIENE-RUTA-SINDICATO.
           STRING WS-DIR-DATOS             DELIMITED BY SPACE
                  "\BD-SINDICATO.txt"      DELIMITED BY SIZE
                  INTO WS-RUTA-SINDICATO
           END-STRING.
       156-FIN. EXIT.
