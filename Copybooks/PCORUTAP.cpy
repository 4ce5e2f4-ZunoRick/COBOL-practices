      *----------------------------------------------------------------
      * PCORUTAP.cpy - ARMA LA RUTA DE BD-PLAN-COMISION.TXT A PARTIR
      *                DE WS-DIR-DATOS (YA RESUELTA POR
      *                015-OBTIENE-RUTA-DATOS), PARA QUE VIVA EN LA
      *                MISMA CARPETA QUE BD-EMPLEADOS.TXT.
      *----------------------------------------------------------------
       163-OBTIENE-RUTA-PLAN-COMISION.
           STRING WS-DIR-DATOS             DELIMITED BY SPACE
                  "\BD-PLAN-COMISION.txt"  DELIMITED BY SIZE
                  INTO WS-RUTA-PLAN-COMISION
           END-STRING.
       163-FIN. EXIT.
