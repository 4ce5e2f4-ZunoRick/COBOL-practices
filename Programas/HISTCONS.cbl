      *                EN EL MAESTRO Y QUEDA EN BD-AUDITORIA.TXT
      *                (OPERACION "RESTAU"). ENTRADA CON LOGIN DE
      *                BD-OPERADORES.TXT.
      *----------------------------------------------------------------
      * MODIFICACIONES:
      * - EL REGISTRO DE EMPLEADO CRECE A 169 POSICIONES POR LA
      *   FRECUENCIA DE PAGO (Q/S).
      * - EL REGISTRO DE EMPLEADO CRECE A 173 POSICIONES POR EL JEFE
      *   INMEDIATO (ORGANIGRAMA).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                HISTCONS.
           COPY AUDFD.

       FD  HISTORICO
           RECORD CONTAINS 173 CHARACTERS.
       01  REG-HISTORICO           PIC X(173).

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
