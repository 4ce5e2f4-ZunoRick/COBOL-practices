      *----------------------------------------------------------------
      * JEFVALP.cpy - VALIDA QUE WS-JEF-CANDIDATO PUEDA SER EL JEFE
      *               INMEDIATO DE WS-JEF-EMPLEADO: DEBE EXISTIR EN
      *               BD-EMPLEADOS.TXT Y NO ESTAR DADO DE BAJA (UN
      *               JEFE CON PERMISO SIGUE SIENDO JEFE), NO PUEDE
      *               SER EL MISMO EMPLEADO Y, SUBIENDO POR SU CADENA
      *               DE MANDO, NO PUEDE APARECER WS-JEF-EMPLEADO (LA
      *               CADENA SE CERRARIA EN CIRCULO). DEJA EL VEREDICTO
      *               EN WS-JEF-RESULTADO. CANDIDATO EN CEROS = SIN
      *               JEFE, SIEMPRE VALIDO. LEE AL AZAR SOBRE
      *               EMPLEADOS (ABIERTO POR EL LLAMANTE), ASI QUE
      *               UN RECORRIDO SECUENCIAL EN CURSO DEBE
      *               REPOSICIONARSE DESPUES.
      *----------------------------------------------------------------
       143-VALIDA-JEFE.
           MOVE "0" TO WS-JEF-RESULTADO
           IF WS-JEF-CANDIDATO EQUAL ZEROS
              GO TO 143-FIN
           END-IF
           IF WS-JEF-CANDIDATO EQUAL WS-JEF-EMPLEADO
              MOVE "3" TO WS-JEF-RESULTADO
              GO TO 143-FIN
           END-IF
           MOVE WS-JEF-CANDIDATO TO REG-ID-EMP
           READ EMPLEADOS INTO WS-JEF-REGISTRO
                INVALID KEY
                   MOVE "1" TO WS-JEF-RESULTADO
                   GO TO 143-FIN
           END-READ
           IF JEF-ESLABON-BAJA
              MOVE "2" TO WS-JEF-RESULTADO
              GO TO 143-FIN
           END-IF
           MOVE ZEROS TO WS-JEF-NIVELES
           PERFORM 144-SUBE-CADENA THRU 144-FIN.
       143-FIN. EXIT.

      *----------------------------------------------------------------
      * SUBE UN ESLABON POR VUELTA DESDE EL REGISTRO YA LEIDO EN
      * WS-JEF-REGISTRO. TERMINA AL LLEGAR A QUIEN NO TIENE JEFE, A
      * UN JEFE QUE YA NO EXISTE O AL TOPE DE 9999 NIVELES (SOLO UN
      * CIRCULO VIEJO QUE NO TOCA A WS-JEF-EMPLEADO LLEGARIA AHI).
      *----------------------------------------------------------------
       144-SUBE-CADENA.
           IF WS-JEF-JEFE NOT NUMERIC
              GO TO 144-FIN
           END-IF
           MOVE WS-JEF-JEFE TO WS-JEF-ESLABON
           IF WS-JEF-ESLABON EQUAL ZEROS
              GO TO 144-FIN
           END-IF
           IF WS-JEF-ESLABON EQUAL WS-JEF-EMPLEADO
              MOVE "4" TO WS-JEF-RESULTADO
              GO TO 144-FIN
           END-IF
           ADD 1 TO WS-JEF-NIVELES
           IF WS-JEF-NIVELES IS GREATER THAN 9999
              GO TO 144-FIN
           END-IF
           MOVE WS-JEF-ESLABON TO REG-ID-EMP
           READ EMPLEADOS INTO WS-JEF-REGISTRO
                INVALID KEY
                   GO TO 144-FIN
           END-READ
           GO TO 144-SUBE-CADENA.
       144-FIN. EXIT.
