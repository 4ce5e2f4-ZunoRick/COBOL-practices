      *                DEL MAS ANTIGUO AL MAS RECIENTE, PARA APOYAR EL
      *                PROGRAMA DE RECONOCIMIENTOS POR ANTIGUEDAD QUE
      *                HOY SE LLEVA A MANO EN UNA HOJA DE CALCULO.
      *----------------------------------------------------------------
      * MODIFICACIONES:
      * - EL REGISTRO DE ORDENAMIENTO INCLUYE SRT-FRECUENCIA-PAGO,
      *   AL PAR DEL REGISTRO DE EMPLEADO DE 169 POSICIONES.
      * - EL REGISTRO DE ORDENAMIENTO INCLUYE SRT-JEFE-INMEDIATO, AL
      *   PAR DEL REGISTRO DE EMPLEADO DE 173 POSICIONES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                ANTIGEMP.
           05 SRT-CURP             PIC X(18).
           05 SRT-NSS              PIC X(11).
           05 SRT-CLABE            PIC X(18).
           05 SRT-FRECUENCIA-PAGO  PIC X(01).
           05 SRT-JEFE-INMEDIATO   PIC 9(04).

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
