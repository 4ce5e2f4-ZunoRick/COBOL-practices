      *----------------------------------------------------------------
      * TURRUTAP.cpy - ARMA LA RUTA DE BD-TURNOS.TXT A PARTIR DE
      *                WS-DIR-DATOS (YA RESUELTA POR
      *                015-OBTIENE-RUTA-DATOS), PARA QUE VIVA EN LA
      *                MISMA CARPETA QUE BD-EMPLEADOS.TXT.
      *----------------------------------------------------------------
       135-OBTIENE-RUTA-TURNOS.
           STRING WS-DIR-DATOS            DELIMITED BY SPACE
                  "\BD-TURNOS.txt"        DELIMITED BY SIZE
                  INTO WS-RUTA-TURNOS
           END-STRING.
       135-FIN. EXIT.
