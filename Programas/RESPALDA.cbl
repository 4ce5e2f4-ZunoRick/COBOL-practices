      *                   REGISTROS QUE NO PUDIERON ESCRIBIRSE. LOS
      *                   CATALOGOS SON CHICOS Y SE RECONSTRUYEN CON
      *                   MANTCAT SI HICIERA FALTA.
      *----------------------------------------------------------------
      * MODIFICACIONES:
      * - EL REGISTRO DE EMPLEADO CRECE A 169 POSICIONES POR LA
      *   FRECUENCIA DE PAGO (Q/S).
      * - EL REGISTRO DE EMPLEADO CRECE A 173 POSICIONES POR EL JEFE
      *   INMEDIATO (ORGANIGRAMA).
      * - EL RESPALDO DE BD-OPERADORES.TXT CRECE A 41 POSICIONES POR
      *   LA CLAVE DE EMPLEADO DEL OPERADOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                RESPALDA.
           COPY OPERFD.

       FD  RESP-EMPLEADOS
           RECORD CONTAINS 173 CHARACTERS.
       01  REG-RESP-EMPLEADOS     PIC X(173).

       FD  RESP-DEPARTAMENTOS
           RECORD CONTAINS 23 CHARACTERS.
       01  REG-RESP-PUES          PIC X(35).

       FD  RESP-OPERADORES
           RECORD CONTAINS 41 CHARACTERS.
       01  REG-RESP-OPER          PIC X(41).

       FD  EMPLEADOS-NUEVO
           RECORD CONTAINS 173 CHARACTERS.
       01  REG-EMPLEADOS-NUEVO.
           05 REG-NUEVO-ID-EMP     PIC 9(04).
           05 REG-RESTO-EMP-NUEVO.
              10 REG-NUEVO-NOMBRE  PIC X(20).
              10 REG-NUEVO-APE-PAT PIC X(20).
              10 FILLER            PIC X(129).

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
       01  WS-CONT-RECONSTRUIDOS   PIC 9(07)    VALUE ZEROS.
       01  WS-CONT-DESCARTADOS     PIC 9(07)    VALUE ZEROS.

       01  WS-REG-VIVO             PIC X(173).

       PROCEDURE DIVISION.
       010-INICIO.
