      *----------------------------------------------------------------
      * SMGVALP.cpy - COMPARA WS-SMG-SALARIO-COMPARA (SUELDO QUINCENAL
      *               EN PESOS, YA CONVERTIDO POR EL LLAMANTE SI ES
      *               USD) CONTRA 15 DIAS DEL SALARIO MINIMO DE LA ZONA
      *               DE LA PLANTA WS-PLANTA (PLT-ZONA-SALARIAL DE
      *               BD-PLANTAS.TXT; PLANTA INEXISTENTE O SIN ZONA =
      *               ZONA GENERAL). DEJA EL MINIMO QUINCENAL EN
      *               WS-SMG-MINIMO-QUINCENA Y PRENDE SW-BAJO-MINIMO SI
      *               EL SUELDO NO LO ALCANZA. SIN MINIMOS CARGADOS NO
      *               RECHAZA NADA. REQUIERE BD-PLANTAS.TXT ABIERTO Y
      *               131-CARGA-SAL-MINIMO PREVIO.
      *----------------------------------------------------------------
       134-VALIDA-SAL-MINIMO.
           MOVE "N"   TO SW-BAJO-MINIMO
           MOVE "G"   TO WS-SMG-ZONA
           MOVE ZEROS TO WS-SMG-MINIMO-QUINCENA
           IF NOT SAL-MINIMO-CARGADO
              GO TO 134-FIN
           END-IF
           MOVE WS-PLANTA TO PLT-COD
           READ PLANTAS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF PLT-ZONA-FRONTERA
                      MOVE "F" TO WS-SMG-ZONA
                   END-IF
           END-READ
           IF SMG-APLICA-FRONTERA
              COMPUTE WS-SMG-MINIMO-QUINCENA =
                      WS-SMG-DIARIO-FRONTERA * 15
           ELSE
              COMPUTE WS-SMG-MINIMO-QUINCENA =
                      WS-SMG-DIARIO-GENERAL * 15
           END-IF
           IF WS-SMG-SALARIO-COMPARA IS LESS THAN
                                          WS-SMG-MINIMO-QUINCENA
              MOVE "S" TO SW-BAJO-MINIMO
           END-IF.
       134-FIN. EXIT.
