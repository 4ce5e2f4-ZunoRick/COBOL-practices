      *----------------------------------------------------------------
      * FAMRUTAP.cpy - ARMA LA RUTA DE BD-DEPENDIENTES.TXT A PARTIR DE
      *                WS-DIR-DATOS (YA RESUELTA POR
      *                015-OBTIENE-RUTA-DATOS), PARA QUE VIVA EN LA
      *                MISMA CARPETA QUE BD-EMPLEADOS.TXT.
      *----------------------------------------------------------------
       142-OBTIENE-RUTA-DEPENDIENTES.
           STRING WS-DIR-DATOS            DELIMITED BY SPACE
                  "\BD-DEPENDIENTES.txt"  DELIMITED BY SIZE
                  INTO WS-RUTA-DEPENDIENTES
           END-STRING.
       142-FIN. EXIT.
