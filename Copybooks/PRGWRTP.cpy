      *----------------------------------------------------------------
      * PRGWRTP.cpy - GRABA EN BD-PROGRAMADOS.TXT EL CAMBIO QUE EL
      *               PROGRAMA LLAMANTE DEJO EN REG-PROGRAMADOS
      *               (EMPLEADO, FECHA EFECTIVA, ORIGEN, OPERADOR Y
      *               VALORES NUEVOS) CON EL SIGUIENTE FOLIO LIBRE,
      *               STATUS "P" Y LA FECHA DE CAPTURA DEL DIA. EL
      *               ARCHIVO DEBE ESTAR ABIERTO I-O. SW-PRG-GRABADO
      *               QUEDA EN "S" SI SE GRABO.
      *----------------------------------------------------------------
       175-REGISTRA-PROGRAMADO.
           MOVE "N"    TO SW-PRG-GRABADO
           MOVE "P"    TO PRG-STATUS
           MOVE ZEROS  TO PRG-FECHA-PROCESO
           MOVE SPACES TO PRG-RESULTADO
           ACCEPT PRG-FECHA-CAPTURA FROM DATE YYYYMMDD
           MOVE REG-PROGRAMADOS TO WS-PRG-REGISTRO
           MOVE 1 TO PRG-FOLIO
           PERFORM 176-BUSCA-FOLIO-PRG THRU 176-FIN
           MOVE PRG-FOLIO TO WS-PRG-FOLIO
           MOVE WS-PRG-REGISTRO TO REG-PROGRAMADOS
           MOVE WS-PRG-FOLIO TO PRG-FOLIO
           WRITE REG-PROGRAMADOS
                INVALID KEY
                   DISPLAY "NO SE PUDO PROGRAMAR EL CAMBIO DEL "
                           "EMPLEADO " PRG-ID-EMP "."
                NOT INVALID KEY
                   MOVE "S" TO SW-PRG-GRABADO
           END-WRITE.
       175-FIN. EXIT.

       176-BUSCA-FOLIO-PRG.
           READ PROGRAMADOS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   ADD 1 TO PRG-FOLIO
                   GO TO 176-BUSCA-FOLIO-PRG
           END-READ.
       176-FIN. EXIT.
