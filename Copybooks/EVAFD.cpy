      *----------------------------------------------------------------
      * EVAFD.cpy - DESCRIPCION DE ARCHIVO PARA BD-EVALUACIONES.TXT.
      *             CALIFICACION DE 1 (INSUFICIENTE) A 5
      *             (SOBRESALIENTE), CLAVE DEL EMPLEADO QUE EVALUO
      *             (NORMALMENTE EL JEFE INMEDIATO) Y UN COMENTARIO.
      *             EVA-FOLIO GUARDA EL FOLIO DE BD-PENDIENTES.TXT
      *             CON QUE MERITEMP PROPUSO EL AUMENTO (CEROS = SIN
      *             PROPUESTA), PARA QUE LA EVALUACION NO DE LUGAR A
      *             DOS AUMENTOS NI SE MODIFIQUE DESPUES DE USARSE.
      *----------------------------------------------------------------
       FD  EVALUACIONES
           RECORD CONTAINS 74 CHARACTERS.
       01  REG-EVALUACIONES.
           05 EVA-LLAVE.
              10 EVA-ID-EMP        PIC 9(04).
              10 EVA-ANIO          PIC 9(04).
           05 EVA-CALIFICACION     PIC 9(01).
              88 EVA-CALIF-VALIDA         VALUE 1 THRU 5.
           05 EVA-EVALUADOR        PIC 9(04).
           05 EVA-COMENTARIO       PIC X(40).
           05 EVA-FOLIO            PIC 9(05).
              88 EVA-SIN-PROPUESTA        VALUE ZEROS.
           05 EVA-FECHA-REG        PIC 9(08).
           05 EVA-OPERADOR         PIC X(08).
