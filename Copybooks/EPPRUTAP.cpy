      *----------------------------------------------------------------
      * EPPRUTAP.cpy - ARMA LA RUTA DE BD-ENTREGAS-EPP.TXT A PARTIR DE
      *                WS-DIR-DATOS (YA RESUELTA POR
      *                015-OBTIENE-RUTA-DATOS), PARA QUE VIVA EN LA
      *                MISMA CARPETA QUE BD-EMPLEADOS.TXT.
      *----------------------------------------------------------------
       189-OBTIENE-RUTA-ENTREGAS.
           STRING WS-DIR-DATOS             DELIMITED BY SPACE
                  "\BD-ENTREGAS-EPP.txt"   DELIMITED BY SIZE
                  INTO WS-RUTA-ENTREGAS
           END-STRING.
       189-FIN. EXIT.
