      *----------------------------------------------------------------
      * TEMBUSP.cpy - BUSCA EL TURNO DEL EMPLEADO WS-TEM-ID-BUSCA
      *               VIGENTE EN LA FECHA WS-TEM-FECHA-BUSCA: RECORRE
      *               SUS ASIGNACIONES EN BD-TURNO-EMP.TXT (EN ORDEN
      *               DE VIGENCIA POR LA CLAVE) Y SE QUEDA CON LA
      *               ULTIMA QUE NO PASE DE ESA FECHA. SI HAY TURNO
      *               (DISTINTO DE 00 Y EXISTENTE EN EL CATALOGO)
      *               DEJA REG-TURNOS LEIDO Y PRENDE
      *               SW-TURNO-VIGENTE. REQUIERE BD-TURNO-EMP.TXT Y
      *               BD-TURNOS.TXT ABIERTOS.
      *----------------------------------------------------------------
       137-BUSCA-TURNO-VIGENTE.
           MOVE "N"             TO SW-TURNO-VIGENTE
           MOVE ZEROS           TO WS-TEM-TURNO-VIGENTE
           MOVE WS-TEM-ID-BUSCA TO TEM-ID-EMP
           MOVE ZEROS           TO TEM-FECHA-VIGENCIA
           START TURNO-EMP KEY IS GREATER THAN OR EQUAL TEM-LLAVE
                 INVALID KEY
                    GO TO 137-FIN
           END-START
           MOVE SPACES TO SW-FIN-TEM
           PERFORM 138-LEE-ASIGNACION THRU 138-FIN
                   UNTIL SW-FIN-TEM EQUAL "FIN"
           IF WS-TEM-TURNO-VIGENTE EQUAL ZEROS
              GO TO 137-FIN
           END-IF
           MOVE WS-TEM-TURNO-VIGENTE TO TUR-COD
           READ TURNOS
                INVALID KEY
                   GO TO 137-FIN
           END-READ
           MOVE "S" TO SW-TURNO-VIGENTE.
       137-FIN. EXIT.

       138-LEE-ASIGNACION.
           READ TURNO-EMP NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN-TEM
                   GO TO 138-FIN
           END-READ
           IF TEM-ID-EMP NOT EQUAL WS-TEM-ID-BUSCA OR
              TEM-FECHA-VIGENCIA IS GREATER THAN WS-TEM-FECHA-BUSCA
              MOVE "FIN" TO SW-FIN-TEM
              GO TO 138-FIN
           END-IF
           MOVE TEM-TURNO TO WS-TEM-TURNO-VIGENTE.
       138-FIN. EXIT.
