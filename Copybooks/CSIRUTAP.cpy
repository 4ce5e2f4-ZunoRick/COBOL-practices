      *----------------------------------------------------------------
      * CSIRUTAP.cpy - ARMA LA RUTA DE BD-CUOTA-SINDICAL.TXT A PARTIR
      *                DE WS-DIR-DATOS (YA RESUELTA POR
      *                015-OBTIENE-RUTA-DATOS), PARA QUE VIVA EN LA
      *                MISMA CARPETA QUE BD-EMPLEADOS.TXT.
      *----------------------------------------------------------------
       157-OBTIENE-RUTA-CUOTA-SINDICAL.
           STRING WS-DIR-DATOS             DELIMITED BY SPACE
                  "\BD-CUOTA-SINDICAL.txt" DELIMITED BY SIZE
                  INTO WS-RUTA-CUOTA-SINDICAL
           END-STRING.
       157-FIN. EXIT.
