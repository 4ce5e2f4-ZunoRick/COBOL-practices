      *----------------------------------------------------------------
      * MERRUTAP.cpy - ARMA LA RUTA DE BD-MATRIZ-MERITO.TXT A PARTIR
      *                DE WS-DIR-DATOS (YA RESUELTA POR
      *                015-OBTIENE-RUTA-DATOS), PARA QUE VIVA EN LA
      *                MISMA CARPETA QUE BD-EMPLEADOS.TXT.
      *----------------------------------------------------------------
       155-OBTIENE-RUTA-MATRIZ-MERITO.
           STRING WS-DIR-DATOS             DELIMITED BY SPACE
                  "\BD-MATRIZ-MERITO.txt"  DELIMITED BY SIZE
                  INTO WS-RUTA-MATRIZ-MERITO
           END-STRING.
       155-FIN. EXIT.
