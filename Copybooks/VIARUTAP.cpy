      *----------------------------------------------------------------
      * VIARUTAP.cpy - ARMA LA RUTA DE BD-VIATICOS.TXT A PARTIR DE
      *                WS-DIR-DATOS (YA RESUELTA POR
      *                015-OBTIENE-RUTA-DATOS), PARA QUE VIVA EN LA
      *                MISMA CARPETA QUE BD-EMPLEADOS.TXT.
      *----------------------------------------------------------------
       225-OBTIENE-RUTA-VIATICOS.
           STRING WS-DIR-DATOS              DELIMITED BY SPACE
                  "\BD-VIATICOS.txt"        DELIMITED BY SIZE
                  INTO WS-RUTA-VIATICOS
           END-STRING.
       225-FIN. EXIT.
