      *----------------------------------------------------------------
      * TDORUTAP.cpy - ARMA LA RUTA DE BD-TIPOS-DOCUMENTO.TXT A PARTIR
      *                DE WS-DIR-DATOS (YA RESUELTA POR
      *                015-OBTIENE-RUTA-DATOS), PARA QUE VIVA EN LA
      *                MISMA CARPETA QUE BD-EMPLEADOS.TXT.
      *----------------------------------------------------------------
       186-OBTIENE-RUTA-TIPOS-DOC.
           STRING WS-DIR-DATOS              DELIMITED BY SPACE
                  "\BD-TIPOS-DOCUMENTO.txt" DELIMITED BY SIZE
                  INTO WS-RUTA-TIPOS-DOC
           END-STRING.
       186-FIN. EXIT.
