      *                OPERADOR QUE LA EMITIO, PORQUE SON DOCUMENTOS
      *                LEGALES; POR ESO LA ENTRADA PIDE EL LOGIN DE
      *                BD-OPERADORES.TXT.
      *----------------------------------------------------------------
      * MODIFICACIONES:
      * - EL REGISTRO DE EMPLEADO CRECE A 169 POSICIONES POR LA
      *   FRECUENCIA DE PAGO (Q/S).
      * - EL REGISTRO DE EMPLEADO CRECE A 173 POSICIONES POR EL JEFE
      *   INMEDIATO (ORGANIGRAMA).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                CONSTEMP.
           COPY DETFD.

       FD  HISTORICO
           RECORD CONTAINS 173 CHARACTERS.
       01  REG-HISTORICO           PIC X(173).

       FD  CARTA
           RECORD CONTAINS 80 CHARACTERS
