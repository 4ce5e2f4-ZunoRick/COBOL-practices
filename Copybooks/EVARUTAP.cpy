      *----------------------------------------------------------------
      * EVARUTAP.cpy - ARMA LA RUTA DE BD-EVALUACIONES.TXT A PARTIR DE
      *                WS-DIR-DATOS (YA RESUELTA POR
      *                015-OBTIENE-RUTA-DATOS), PARA QUE VIVA EN LA
      *                MISMA CARPETA QUE BD-EMPLEADOS.TXT.
      *----------------------------------------------------------------
       154-OBTIENE-RUTA-EVALUACIONES.
           STRING WS-DIR-DATOS             DELIMITED BY SPACE
                  "\BD-EVALUACIONES.txt"   DELIMITED BY SIZE
                  INTO WS-RUTA-EVALUACIONES
           END-STRING.
       154-FIN. EXIT.
