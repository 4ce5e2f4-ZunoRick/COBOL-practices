      *----------------------------------------------------------------
      * EXDRUTAP.cpy - ARMA LA RUTA DE BD-EXPEDIENTE.TXT A PARTIR DE
      *                WS-DIR-DATOS (YA RESUELTA POR
      *                015-OBTIENE-RUTA-DATOS), PARA QUE VIVA EN LA
      *                MISMA CARPETA QUE BD-EMPLEADOS.TXT.
      *----------------------------------------------------------------
       187-OBTIENE-RUTA-EXPEDIENTE.
           STRING WS-DIR-DATOS          DELIMITED BY SPACE
                  "\BD-EXPEDIENTE.txt"  DELIMITED BY SIZE
                  INTO WS-RUTA-EXPEDIENTE
           END-STRING.
       187-FIN. EXIT.
