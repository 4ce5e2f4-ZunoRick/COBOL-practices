      *----------------------------------------------------------------
      * HSUWRTP.cpy - ESCRIBE UN RENGLON DE BD-HIST-SUELDOS.TXT CON EL
      *               WS-ID-EMP, WS-SALARIO Y WS-MONEDA DEL EMPLEADO
      *               YA GRABADO EN EL MAESTRO, Y LA FECHA DE
      *               VIGENCIA, EL ORIGEN Y EL OPERADOR QUE EL
      *               PROGRAMA LLAMANTE HAYA DEJADO EN
      *               WS-HSU-FECHA-VIG/WS-HSU-ORIGEN/WS-HSU-OPERADOR.
      *               DOS MOVIMIENTOS EN LA MISMA FECHA TOMAN
      *               CONSECUTIVOS SUCESIVOS. EL ARCHIVO DEBE ESTAR
      *               ABIERTO I-O.
      *----------------------------------------------------------------
       172-REGISTRA-HIST-SUELDO.
           MOVE WS-ID-EMP         TO HSU-ID-EMP
           MOVE WS-HSU-FECHA-VIG  TO HSU-FECHA-VIG
           MOVE 1                 TO HSU-CONSEC
           PERFORM 173-BUSCA-CONSEC-HSU THRU 173-FIN
           MOVE WS-SALARIO        TO HSU-SALARIO
           MOVE WS-MONEDA         TO HSU-MONEDA
           MOVE WS-HSU-ORIGEN     TO HSU-ORIGEN
           MOVE WS-HSU-OPERADOR   TO HSU-OPERADOR
           ACCEPT HSU-FECHA-REG FROM DATE YYYYMMDD
           WRITE REG-HIST-SUELDOS
                INVALID KEY
                   DISPLAY "NO SE PUDO REGISTRAR EL SUELDO DEL "
                           "EMPLEADO " WS-ID-EMP " EN "
                           "BD-HIST-SUELDOS.TXT."
           END-WRITE.
       172-FIN. EXIT.

       173-BUSCA-CONSEC-HSU.
           READ HIST-SUELDOS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   ADD 1 TO HSU-CONSEC
                   GO TO 173-BUSCA-CONSEC-HSU
           END-READ.
       173-FIN. EXIT.
