      *----------------------------------------------------------------
      * ARTRUTAP.cpy - ARMA LA RUTA DE BD-ARTICULOS-EPP.TXT A PARTIR DE
      *                WS-DIR-DATOS (YA RESUELTA POR
      *                015-OBTIENE-RUTA-DATOS), PARA QUE VIVA EN LA
      *                MISMA CARPETA QUE BD-EMPLEADOS.TXT.
      *----------------------------------------------------------------
       188-OBTIENE-RUTA-ARTICULOS.
           STRING WS-DIR-DATOS             DELIMITED BY SPACE
                  "\BD-ARTICULOS-EPP.txt"  DELIMITED BY SIZE
                  INTO WS-RUTA-ARTICULOS
           END-STRING.
       188-FIN. EXIT.
