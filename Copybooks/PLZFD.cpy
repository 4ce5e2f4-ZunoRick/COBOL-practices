      *----------------------------------------------------------------
      * PLZFD.cpy - DESCRIPCION DE ARCHIVO PARA BD-PLAZAS.TXT. CADA
      *             RENGLON AUTORIZA PLZ-AUTORIZADAS PLAZAS DEL PUESTO
      *             EN EL DEPARTAMENTO DESDE PLZ-ANIO Y HASTA QUE UN
      *             RENGLON DE UN ANIO POSTERIOR LO REEMPLACE. LA
      *             PAREJA DEPARTAMENTO/PUESTO SIN NINGUN RENGLON
      *             VIGENTE NO ESTA BAJO CONTROL DE PLAZAS. SE
      *             GUARDA QUIEN Y CUANDO CAPTURO LA AUTORIZACION.
      *----------------------------------------------------------------
       FD  PLAZAS
           RECORD CONTAINS 29 CHARACTERS.
       01  REG-PLAZAS.
           05 PLZ-LLAVE.
              10 PLZ-DEPTO         PIC 9(03).
              10 PLZ-PUESTO        PIC 9(02).
              10 PLZ-ANIO          PIC 9(04).
           05 PLZ-AUTORIZADAS      PIC 9(04).
           05 PLZ-FECHA-REG        PIC 9(08).
           05 PLZ-OPERADOR         PIC X(08).
