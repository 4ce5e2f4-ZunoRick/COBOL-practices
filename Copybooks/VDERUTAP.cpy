      *----------------------------------------------------------------
      * VDERUTAP.cpy - ARMA LA RUTA DE BD-VALES-DERECHO.TXT A PARTIR
      *                DE WS-DIR-DATOS (YA RESUELTA POR
      *                015-OBTIENE-RUTA-DATOS), PARA QUE VIVA EN LA
      *                MISMA CARPETA QUE BD-EMPLEADOS.TXT.
      *----------------------------------------------------------------
       140-OBTIENE-RUTA-VALES-DERECHO.
           STRING WS-DIR-DATOS            DELIMITED BY SPACE
                  "\BD-VALES-DERECHO.txt" DELIMITED BY SIZE
                  INTO WS-RUTA-VALES-DERECHO
           END-STRING.
       140-FIN. EXIT.
