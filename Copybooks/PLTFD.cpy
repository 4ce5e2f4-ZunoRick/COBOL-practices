      *----------------------------------------------------------------
      * PLTFD.cpy - DESCRIPCION DE ARCHIVO PARA BD-PLANTAS.TXT
      *             (ORGANIZACION INDEXADA, CLAVE PLT-COD). LA ZONA
      *             SALARIAL (REGISTRO DE 42 A 43 BYTES) DICE QUE
      *             SALARIO MINIMO DE BD-SALARIO-MINIMO.TXT APLICA A
      *             LOS EMPLEADOS DE LA PLANTA; EL BLANCO DE LAS
      *             PLANTAS VIEJAS CUENTA COMO ZONA GENERAL. EL
      *             REGISTRO PATRONAL (REGISTRO DE 43 A 45 BYTES)
      *             APUNTA A BD-PATRONES.TXT Y DICE BAJO QUE PATRON
      *             SE DECLARAN LOS EMPLEADOS DE LA PLANTA; EL BLANCO
      *             DE LAS PLANTAS VIEJAS QUEDA SIN REGISTRO.
      *----------------------------------------------------------------
       FD  PLANTAS
           RECORD CONTAINS 45 CHARACTERS.
       01  REG-PLANTAS.
           05 PLT-COD              PIC 9(02).
           05 PLT-NOMBRE           PIC X(20).
           05 PLT-CIUDAD           PIC X(20).
           05 PLT-ZONA-SALARIAL    PIC X(01).
              88 PLT-ZONA-GENERAL         VALUE "G" " ".
              88 PLT-ZONA-FRONTERA        VALUE "F".
           05 PLT-PATRON           PIC 9(02).
