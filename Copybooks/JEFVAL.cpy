      *----------------------------------------------------------------
      * JEFVAL.cpy - AREAS DE TRABAJO PARA VALIDAR EL JEFE INMEDIATO
      *              DE UN EMPLEADO (VER JEFVALP.cpy). WS-JEF-REGISTRO
      *              RECIBE CADA ESLABON DE LA CADENA DE MANDO SIN
      *              PISAR WS-DATOS-EMPLEADO; LA VISTA REDEFINIDA
      *              SOLO EXPONE LO QUE LA VALIDACION NECESITA (MISMAS
      *              POSICIONES QUE EMPDATO.cpy).
      *----------------------------------------------------------------
       01  WS-JEF-EMPLEADO         PIC 9(04).
       01  WS-JEF-CANDIDATO        PIC 9(04).
       01  WS-JEF-ESLABON          PIC 9(04).
       01  WS-JEF-NIVELES          PIC 9(05).
       01  WS-JEF-RESULTADO        PIC X(01)     VALUE "0".
           88 JEFE-VALIDO                 VALUE "0".
           88 JEFE-INEXISTENTE            VALUE "1".
           88 JEFE-NO-ACTIVO              VALUE "2".
           88 JEFE-ES-EL-MISMO            VALUE "3".
           88 JEFE-CIRCULAR               VALUE "4".

       01  WS-JEF-REGISTRO         PIC X(173).
       01  WS-JEF-VISTA REDEFINES WS-JEF-REGISTRO.
           05 WS-JEF-ID            PIC 9(04).
           05 FILLER               PIC X(87).
           05 WS-JEF-STATUS        PIC X(01).
              88 JEF-ESLABON-BAJA         VALUE "I".
           05 FILLER               PIC X(77).
           05 WS-JEF-JEFE          PIC 9(04).
