      *   RENUMERADO), PARA QUE REMAPLOG.CBL PUEDA REMAPEAR LAS
      *   BITACORAS Y LA HISTORIA DEL EMPLEADO 0231 NO QUEDE
      *   HUERFANA DESPUES DE RENUMERAR.
      * - EL REGISTRO DE EMPLEADO CRECE A 169 POSICIONES POR LA
      *   FRECUENCIA DE PAGO (Q/S).
      * - EL REGISTRO DE EMPLEADO CRECE A 173 POSICIONES POR EL JEFE
      *   INMEDIATO (ORGANIGRAMA).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                REORDEMP.
      * Y EL COMPACTADO (SALIDA).
      *----------------------------------------------------------------
       FD  EMPLEADOS-NUEVO
           RECORD CONTAINS 173 CHARACTERS.
       01  REG-EMPLEADOS-NUEVO.
           05 REG-NUEVO-ID-EMP     PIC 9(04).
           05 REG-RESTO-EMP-NUEVO.
              10 REG-NUEVO-NOMBRE  PIC X(20).
              10 REG-NUEVO-APE-PAT PIC X(20).
              10 FILLER            PIC X(129).

      *----------------------------------------------------------------
      * BD-CRUCE-IDS.TXT - UN RENGLON POR EMPLEADO RENUMERADO CON SU
