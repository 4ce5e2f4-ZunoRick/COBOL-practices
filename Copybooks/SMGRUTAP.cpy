      *----------------------------------------------------------------
      * SMGRUTAP.cpy - ARMA LA RUTA DE BD-SALARIO-MINIMO.TXT A PARTIR
      *                DE WS-DIR-DATOS (YA RESUELTA POR
      *                015-OBTIENE-RUTA-DATOS), PARA QUE VIVA EN LA
      *                MISMA CARPETA QUE BD-EMPLEADOS.TXT.
      *----------------------------------------------------------------
       130-OBTIENE-RUTA-SAL-MINIMO.
           STRING WS-DIR-DATOS            DELIMITED BY SPACE
                  "\BD-SALARIO-MINIMO.txt" DELIMITED BY SIZE
                  INTO WS-RUTA-SAL-MINIMO
           END-STRING.
       130-FIN. EXIT.
