      *----------------------------------------------------------------
      * HSURUTAP.cpy - ARMA LA RUTA DE BD-HIST-SUELDOS.TXT A PARTIR DE
      *                WS-DIR-DATOS (YA RESUELTA POR
      *                015-OBTIENE-RUTA-DATOS), PARA QUE VIVA EN LA
      *                MISMA CARPETA QUE BD-EMPLEADOS.TXT.
      *----------------------------------------------------------------
       171-OBTIENE-RUTA-HIST-SUELDOS.
           STRING WS-DIR-DATOS              DELIMITED BY SPACE
                  "\BD-HIST-SUELDOS.txt"    DELIMITED BY SIZE
                  INTO WS-RUTA-HIST-SUELDOS
           END-STRING.
       171-FIN. EXIT.
