      *----------------------------------------------------------------
      * PLZVALP.cpy - REVISA SI UNA PERSONA MAS CABE EN LAS PLAZAS
      *               AUTORIZADAS DEL DEPARTAMENTO WS-PLZ-DEPTO-BUSCA
      *               Y PUESTO WS-PLZ-PUESTO-BUSCA EN EL ANIO
      *               WS-PLZ-ANIO-BUSCA. LA AUTORIZACION VIGENTE ES
      *               LA DEL ANIO MAS RECIENTE QUE NO PASE DEL
      *               BUSCADO. OCUPAN PLAZA LOS EMPLEADOS NO DADOS DE
      *               BAJA (ACTIVOS Y CON PERMISO) DE ESA PAREJA,
      *               SIN CONTAR A WS-PLZ-EXCLUYE-ID (EL EMPLEADO QUE
      *               SE MUEVE, EN UN CAMBIO O REINGRESO). DEJA EL
      *               VEREDICTO EN SW-PLAZA; SIN BD-PLAZAS.TXT O SIN
      *               RENGLON VIGENTE LA PAREJA QUEDA SIN CONTROL.
      *               REQUIERE EMPLEADOS ABIERTO Y, SI HAY-PLAZAS,
      *               BD-PLAZAS.TXT ABIERTO; RECORRE EMPLEADOS, ASI
      *               QUE UN RECORRIDO EN CURSO DEBE REPOSICIONARSE.
      *----------------------------------------------------------------
       146-VALIDA-PLAZA.
           MOVE "N"   TO SW-PLAZA
           MOVE ZEROS TO WS-PLZ-OCUPADAS
           PERFORM 147-BUSCA-AUTORIZADAS THRU 147-FIN
           IF WS-PLZ-ANIO-VIGENTE EQUAL ZEROS
              GO TO 146-FIN
           END-IF
           PERFORM 148-CUENTA-OCUPADAS THRU 148-FIN
           IF WS-PLZ-OCUPADAS + 1 IS GREATER THAN WS-PLZ-AUTORIZADAS
              MOVE "E" TO SW-PLAZA
           ELSE
              MOVE "D" TO SW-PLAZA
           END-IF.
       146-FIN. EXIT.

      *----------------------------------------------------------------
      * DEJA EN WS-PLZ-AUTORIZADAS LA AUTORIZACION VIGENTE EN EL ANIO
      * BUSCADO Y SU ANIO EN WS-PLZ-ANIO-VIGENTE (CEROS = SIN
      * CONTROL). SOLO LEE BD-PLAZAS.TXT.
      *----------------------------------------------------------------
       147-BUSCA-AUTORIZADAS.
           MOVE ZEROS TO WS-PLZ-ANIO-VIGENTE
                         WS-PLZ-AUTORIZADAS
           IF NOT HAY-PLAZAS
              GO TO 147-FIN
           END-IF
           MOVE WS-PLZ-DEPTO-BUSCA  TO PLZ-DEPTO
           MOVE WS-PLZ-PUESTO-BUSCA TO PLZ-PUESTO
           MOVE ZEROS               TO PLZ-ANIO
           START PLAZAS KEY IS GREATER THAN OR EQUAL PLZ-LLAVE
                 INVALID KEY
                    GO TO 147-FIN
           END-START
           MOVE SPACES TO SW-FIN-PLZ
           PERFORM 149-LEE-PLAZA THRU 149-FIN
                   UNTIL SW-FIN-PLZ EQUAL "FIN".
       147-FIN. EXIT.

       148-CUENTA-OCUPADAS.
           MOVE ZEROS TO REG-ID-EMP
           START EMPLEADOS KEY IS GREATER THAN OR EQUAL REG-ID-EMP
                 INVALID KEY
                    GO TO 148-FIN
           END-START
           MOVE SPACES TO SW-FIN-PLZ
           PERFORM 150-CUENTA-EMPLEADO THRU 150-FIN
                   UNTIL SW-FIN-PLZ EQUAL "FIN".
       148-FIN. EXIT.

       149-LEE-PLAZA.
           READ PLAZAS NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN-PLZ
                   GO TO 149-FIN
           END-READ
           IF PLZ-DEPTO NOT EQUAL WS-PLZ-DEPTO-BUSCA OR
              PLZ-PUESTO NOT EQUAL WS-PLZ-PUESTO-BUSCA OR
              PLZ-ANIO IS GREATER THAN WS-PLZ-ANIO-BUSCA
              MOVE "FIN" TO SW-FIN-PLZ
              GO TO 149-FIN
           END-IF
           MOVE PLZ-ANIO        TO WS-PLZ-ANIO-VIGENTE
           MOVE PLZ-AUTORIZADAS TO WS-PLZ-AUTORIZADAS.
       149-FIN. EXIT.

       150-CUENTA-EMPLEADO.
           READ EMPLEADOS NEXT RECORD INTO WS-PLZ-REGISTRO
                AT END
                   MOVE "FIN" TO SW-FIN-PLZ
                   GO TO 150-FIN
           END-READ
           IF WS-PLZ-DEPTO EQUAL WS-PLZ-DEPTO-BUSCA AND
              WS-PLZ-PUESTO EQUAL WS-PLZ-PUESTO-BUSCA AND
              NOT PLZ-EMP-BAJA AND
              WS-PLZ-ID NOT EQUAL WS-PLZ-EXCLUYE-ID
              ADD 1 TO WS-PLZ-OCUPADAS
           END-IF.
       150-FIN. EXIT.
