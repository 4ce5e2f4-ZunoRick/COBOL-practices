      *----------------------------------------------------------------
      * CURRUTAP.cpy - ARMA LA RUTA DE BD-CURSOS.TXT A PARTIR DE
      *                WS-DIR-DATOS (YA RESUELTA POR
      *                015-OBTIENE-RUTA-DATOS), PARA QUE VIVA EN LA
      *                MISMA CARPETA QUE BD-EMPLEADOS.TXT.
      *----------------------------------------------------------------
       151-OBTIENE-RUTA-CURSOS.
           STRING WS-DIR-DATOS            DELIMITED BY SPACE
                  "\BD-CURSOS.txt"        DELIMITED BY SIZE
                  INTO WS-RUTA-CURSOS
           END-STRING.
       151-FIN. EXIT.
