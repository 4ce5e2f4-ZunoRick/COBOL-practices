      *----------------------------------------------------------------
      * SMGCARGP.cpy - CARGA EL SALARIO MINIMO DIARIO DE CADA ZONA
      *                VIGENTE A WS-SMG-FECHA-CORTE (CEROS = FECHA DEL
      *                SISTEMA): POR ZONA SE QUEDA CON LA VIGENCIA MAS
      *                RECIENTE QUE NO PASE DE ESA FECHA, IGUAL QUE LA
      *                UMA EN UMACARGP. SI LA ZONA FRONTERA NO TRAE
      *                VALOR SE USA EL GENERAL. SIN ARCHIVO O SIN
      *                VIGENCIA APLICABLE, SW-SAL-MINIMO QUEDA EN "N"
      *                Y EL LLAMANTE DECIDE COMO DEGRADARSE. REQUIERE
      *                PERFORM 130-OBTIENE-RUTA-SAL-MINIMO PREVIO.
      *----------------------------------------------------------------
       131-CARGA-SAL-MINIMO.
           MOVE "N"   TO SW-SAL-MINIMO
           MOVE ZEROS TO WS-SMG-VIG-GENERAL
                         WS-SMG-DIARIO-GENERAL
                         WS-SMG-VIG-FRONTERA
                         WS-SMG-DIARIO-FRONTERA
           IF WS-SMG-FECHA-CORTE EQUAL ZEROS
              ACCEPT WS-SMG-FECHA-CORTE FROM DATE YYYYMMDD
           END-IF
           OPEN INPUT SALARIO-MINIMO
           IF NOT FS-SAL-MINIMO-OK
              GO TO 131-FIN
           END-IF
           PERFORM 132-LEE-SAL-MINIMO     THRU 132-FIN
           PERFORM 133-ACOMODA-SAL-MINIMO THRU 133-FIN
                   UNTIL FS-SAL-MINIMO-EOF
           CLOSE SALARIO-MINIMO
           IF WS-SMG-VIG-FRONTERA EQUAL ZEROS
              MOVE WS-SMG-DIARIO-GENERAL TO WS-SMG-DIARIO-FRONTERA
           END-IF
           IF WS-SMG-VIG-GENERAL IS GREATER THAN ZEROS
              MOVE "S" TO SW-SAL-MINIMO
           END-IF.
       131-FIN. EXIT.

       132-LEE-SAL-MINIMO.
           READ SALARIO-MINIMO
                AT END
                   MOVE "10" TO WS-FS-SAL-MINIMO
           END-READ.
       132-FIN. EXIT.

       133-ACOMODA-SAL-MINIMO.
           IF SMG-FECHA-VIGENCIA IS LESS THAN OR EQUAL
                                             WS-SMG-FECHA-CORTE
              IF SMG-ZONA-FRONTERA
                 IF SMG-FECHA-VIGENCIA IS GREATER THAN
                                             WS-SMG-VIG-FRONTERA
                    MOVE SMG-FECHA-VIGENCIA TO WS-SMG-VIG-FRONTERA
                    MOVE SMG-SALARIO-DIARIO TO WS-SMG-DIARIO-FRONTERA
                 END-IF
              ELSE
                 IF SMG-FECHA-VIGENCIA IS GREATER THAN
                                             WS-SMG-VIG-GENERAL
                    MOVE SMG-FECHA-VIGENCIA TO WS-SMG-VIG-GENERAL
                    MOVE SMG-SALARIO-DIARIO TO WS-SMG-DIARIO-GENERAL
                 END-IF
              END-IF
           END-IF
           PERFORM 132-LEE-SAL-MINIMO THRU 132-FIN.
       133-FIN. EXIT.
