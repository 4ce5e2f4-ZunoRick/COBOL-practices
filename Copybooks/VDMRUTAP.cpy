      *----------------------------------------------------------------
      * VDMRUTAP.cpy - ARMA LA RUTA DE BD-VALES-MES.TXT A PARTIR DE
      *                WS-DIR-DATOS (YA RESUELTA POR
      *                015-OBTIENE-RUTA-DATOS), PARA QUE VIVA EN LA
      *                MISMA CARPETA QUE BD-EMPLEADOS.TXT.
      *----------------------------------------------------------------
       141-OBTIENE-RUTA-VALES-MES.
           STRING WS-DIR-DATOS            DELIMITED BY SPACE
                  "\BD-VALES-MES.txt"     DELIMITED BY SIZE
                  INTO WS-RUTA-VALES-MES
           END-STRING.
       141-FIN. EXIT.
