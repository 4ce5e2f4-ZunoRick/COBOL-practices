      *                 BD-EMPLEADOS.TXT DIRECTAMENTE, IGUAL QUE
      *                 REORDEMP.CBL: EL OPERADOR REVISA EL RESULTADO Y
      *                 LO PONE EN PRODUCCION A MANO.
      *----------------------------------------------------------------
      * MODIFICACIONES:
      * - EL REGISTRO DE EMPLEADO CRECE A 169 POSICIONES POR LA
      *   FRECUENCIA DE PAGO (Q/S).
      * - EL REGISTRO DE EMPLEADO CRECE A 173 POSICIONES POR EL JEFE
      *   INMEDIATO (ORGANIGRAMA).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                ARCHIVEMP.
      * Y EL VIGENTE (SALIDA), IGUAL QUE EN REORDEMP.CBL.
      *----------------------------------------------------------------
       FD  EMPLEADOS-VIGENTE
           RECORD CONTAINS 173 CHARACTERS.
       01  REG-EMPLEADOS-VIGENTE.
           05 REG-VIGENTE-ID-EMP     PIC 9(04).
           05 REG-RESTO-EMP-VIGENTE.
              10 REG-VIGENTE-NOMBRE  PIC X(20).
              10 REG-VIGENTE-APE-PAT PIC X(20).
              10 FILLER              PIC X(129).

      *----------------------------------------------------------------
      * BD-EMPLEADOS-HISTORICO.TXT - RENGLON PLANO, UNA LINEA POR
      * EDITOR SIN NECESITAR EL PROGRAMA.
      *----------------------------------------------------------------
       FD  HISTORICO
           RECORD CONTAINS 173 CHARACTERS.
       01  REG-HISTORICO              PIC X(173).

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
