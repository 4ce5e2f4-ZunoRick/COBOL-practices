      *----------------------------------------------------------------
      * PATCARGP.cpy - CARGA EN MEMORIA EL CATALOGO BD-PATRONES.TXT
      *                (HASTA 20 REGISTROS PATRONALES) Y EL REGISTRO
      *                DE CADA PLANTA DE BD-PLANTAS.TXT. A CADA
      *                RENGLON LE ANOTA SU ENTIDAD: EL PRIMER RENGLON
      *                CON SU MISMO RFC, PARA QUE LOS ARCHIVOS DEL SAT
      *                SALGAN POR RFC Y LOS DEL IMSS POR REGISTRO. UNA
      *                PLANTA SIN REGISTRO (LAS VIEJAS TRAEN BLANCO)
      *                O CON UN REGISTRO QUE YA NO ESTA EN EL CATALOGO
      *                QUEDA EN CEROS. SIN CATALOGO WS-PAT-RENGLONES
      *                QUEDA EN CEROS Y EL LLAMANTE DECIDE. REQUIERE
      *                PERFORM 177-OBTIENE-RUTA-PATRONES Y
      *                056-OBTIENE-RUTA-PLANTAS PREVIOS, CON AMBOS
      *                ARCHIVOS CERRADOS.
      *----------------------------------------------------------------
       178-CARGA-PATRONES.
           MOVE ZEROS TO WS-PAT-RENGLONES
           INITIALIZE WS-TABLA-PATRONES
                      WS-PATRON-DE-PLANTA
           OPEN INPUT PATRONES
           IF NOT FS-PATRONES-OK
              GO TO 178-FIN
           END-IF
           PERFORM 179-LEE-PATRON     THRU 179-FIN
           PERFORM 180-ACOMODA-PATRON THRU 180-FIN
                   UNTIL FS-PATRONES-EOF
           CLOSE PATRONES
           IF WS-PAT-RENGLONES EQUAL ZEROS
              GO TO 178-FIN
           END-IF
           OPEN INPUT PLANTAS
           IF NOT FS-PLANTAS-OK
              GO TO 178-FIN
           END-IF
           MOVE "N" TO SW-PAT-FIN-PLANTAS
           PERFORM 182-LEE-PLANTA     THRU 182-FIN
           PERFORM 183-MAPEA-PLANTA   THRU 183-FIN
                   UNTIL PAT-FIN-PLANTAS
           CLOSE PLANTAS.
       178-FIN. EXIT.

       179-LEE-PATRON.
           READ PATRONES NEXT RECORD
                AT END
                   MOVE "10" TO WS-FS-PATRONES
           END-READ.
       179-FIN. EXIT.

       180-ACOMODA-PATRON.
           IF WS-PAT-RENGLONES IS LESS THAN 20
              ADD 1 TO WS-PAT-RENGLONES
              MOVE PAT-COD          TO WS-PAT-T-COD (WS-PAT-RENGLONES)
              MOVE PAT-RAZON-SOCIAL TO
                   WS-PAT-T-RAZON    (WS-PAT-RENGLONES)
              MOVE PAT-RFC          TO WS-PAT-T-RFC (WS-PAT-RENGLONES)
              MOVE PAT-REGISTRO     TO
                   WS-PAT-T-REGISTRO (WS-PAT-RENGLONES)
              MOVE ZEROS TO WS-PAT-ENCONTRADO
              MOVE 1     TO WS-PAT-JDX
              PERFORM 181-COMPARA-RFC THRU 181-FIN
                      UNTIL WS-PAT-ENCONTRADO IS GREATER THAN ZEROS
              MOVE WS-PAT-ENCONTRADO TO
                   WS-PAT-T-ENTIDAD  (WS-PAT-RENGLONES)
           ELSE
              DISPLAY "BD-PATRONES.TXT TRAE MAS DE 20 REGISTROS; SE "
                      "IGNORA EL " PAT-COD "."
           END-IF
           PERFORM 179-LEE-PATRON THRU 179-FIN.
       180-FIN. EXIT.

       181-COMPARA-RFC.
           IF WS-PAT-T-RFC (WS-PAT-JDX) EQUAL PAT-RFC
              MOVE WS-PAT-JDX TO WS-PAT-ENCONTRADO
           END-IF
           ADD 1 TO WS-PAT-JDX.
       181-FIN. EXIT.

       182-LEE-PLANTA.
           READ PLANTAS NEXT RECORD
                AT END
                   MOVE "S" TO SW-PAT-FIN-PLANTAS
           END-READ.
       182-FIN. EXIT.

       183-MAPEA-PLANTA.
           IF PLT-COD IS GREATER THAN ZEROS AND
              PLT-PATRON IS NUMERIC AND
              PLT-PATRON IS GREATER THAN ZEROS
              MOVE ZEROS TO WS-PAT-ENCONTRADO
              MOVE 1     TO WS-PAT-JDX
              PERFORM 184-COMPARA-COD THRU 184-FIN
                      UNTIL WS-PAT-JDX IS GREATER THAN WS-PAT-RENGLONES
                         OR WS-PAT-ENCONTRADO IS GREATER THAN ZEROS
              IF WS-PAT-ENCONTRADO EQUAL ZEROS
                 DISPLAY "LA PLANTA " PLT-COD " APUNTA AL REGISTRO "
                         "PATRONAL " PLT-PATRON " QUE NO ESTA EN "
                         "BD-PATRONES.TXT."
              END-IF
              MOVE WS-PAT-ENCONTRADO TO WS-PDP-IDX (PLT-COD)
           END-IF
           PERFORM 182-LEE-PLANTA THRU 182-FIN.
       183-FIN. EXIT.

       184-COMPARA-COD.
           IF WS-PAT-T-COD (WS-PAT-JDX) EQUAL PLT-PATRON
              MOVE WS-PAT-JDX TO WS-PAT-ENCONTRADO
           END-IF
           ADD 1 TO WS-PAT-JDX.
       184-FIN. EXIT.

      *----------------------------------------------------------------
      * DEJA EN WS-PAT-IDX-EMP EL RENGLON DEL REGISTRO PATRONAL DE LA
      * PLANTA WS-PLANTA DEL EMPLEADO EN WS-DATOS-EMPLEADO Y EN
      * WS-PAT-ENT-EMP EL DE SU ENTIDAD; CEROS SI NO TIENE.
      *----------------------------------------------------------------
       185-UBICA-PATRON-EMP.
           MOVE ZEROS TO WS-PAT-IDX-EMP
                         WS-PAT-ENT-EMP
           IF WS-PLANTA IS GREATER THAN ZEROS
              MOVE WS-PDP-IDX (WS-PLANTA) TO WS-PAT-IDX-EMP
           END-IF
           IF WS-PAT-IDX-EMP IS GREATER THAN ZEROS
              MOVE WS-PAT-T-ENTIDAD (WS-PAT-IDX-EMP) TO WS-PAT-ENT-EMP
           END-IF.
       185-FIN. EXIT.
