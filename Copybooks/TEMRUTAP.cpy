      *----------------------------------------------------------------
      * TEMRUTAP.cpy - ARMA LA RUTA DE BD-TURNO-EMP.TXT A PARTIR DE
      *                WS-DIR-DATOS (YA RESUELTA POR
      *                015-OBTIENE-RUTA-DATOS), PARA QUE VIVA EN LA
      *                MISMA CARPETA QUE BD-EMPLEADOS.TXT.
      *----------------------------------------------------------------
       136-OBTIENE-RUTA-TURNO-EMP.
           STRING WS-DIR-DATOS            DELIMITED BY SPACE
                  "\BD-TURNO-EMP.txt"     DELIMITED BY SIZE
                  INTO WS-RUTA-TURNO-EMP
           END-STRING.
       136-FIN. EXIT.
