      *----------------------------------------------------------------
      * CMSRUTAP.cpy - ARMA LA RUTA DE BD-COMISIONES.TXT A PARTIR DE
      *                WS-DIR-DATOS (YA RESUELTA POR
      *                015-OBTIENE-RUTA-DATOS), PARA QUE VIVA EN LA
      *                MISMA CARPETA QUE BD-EMPLEADOS.TXT.
      *----------------------------------------------------------------
       164-OBTIENE-RUTA-COMISIONES.
           STRING WS-DIR-DATOS             DELIMITED BY SPACE
                  "\BD-COMISIONES.txt"     DELIMITED BY SIZE
                  INTO WS-RUTA-COMISIONES
           END-STRING.
       164-FIN. EXIT.
