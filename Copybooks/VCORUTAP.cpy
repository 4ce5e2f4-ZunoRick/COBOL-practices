      *----------------------------------------------------------------
      * VCORUTAP.cpy - ARMA LA RUTA DE BD-VIATICOS-COMPROB.TXT A PARTIR
      *                DE WS-DIR-DATOS (YA RESUELTA POR
      *                015-OBTIENE-RUTA-DATOS), PARA QUE VIVA EN LA
      *                MISMA CARPETA QUE BD-EMPLEADOS.TXT.
      *----------------------------------------------------------------
       226-OBTIENE-RUTA-VIAT-COMPROB.
           STRING WS-DIR-DATOS              DELIMITED BY SPACE
                  "\BD-VIATICOS-COMPROB.txt" DELIMITED BY SIZE
                  INTO WS-RUTA-VIAT-COMPROB
           END-STRING.
       226-FIN. EXIT.
