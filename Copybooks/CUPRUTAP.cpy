      *----------------------------------------------------------------
      * CUPRUTAP.cpy - ARMA LA RUTA DE BD-CURSOS-PUESTO.TXT A PARTIR
      *                DE WS-DIR-DATOS (YA RESUELTA POR
      *                015-OBTIENE-RUTA-DATOS), PARA QUE VIVA EN LA
      *                MISMA CARPETA QUE BD-EMPLEADOS.TXT.
      *----------------------------------------------------------------
       152-OBTIENE-RUTA-CURSOS-PUESTO.
           STRING WS-DIR-DATOS             DELIMITED BY SPACE
                  "\BD-CURSOS-PUESTO.txt"  DELIMITED BY SIZE
                  INTO WS-RUTA-CURSOS-PUESTO
           END-STRING.
       152-FIN. EXIT.
