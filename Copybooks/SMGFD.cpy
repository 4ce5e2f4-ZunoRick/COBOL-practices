      *----------------------------------------------------------------
      * SMGFD.cpy - DESCRIPCION DE ARCHIVO PARA BD-SALARIO-MINIMO.TXT.
      *             UN RENGLON POR VIGENCIA Y ZONA: FECHA AAAAMMDD EN
      *             QUE EL VALOR ENTRA EN VIGOR, ZONA (G: RESTO DEL
      *             PAIS, F: ZONA LIBRE DE LA FRONTERA NORTE) Y
      *             SALARIO MINIMO DIARIO EN PURO DIGITO CON CENTAVOS
      *             IMPLICITOS (P.EJ. 00027880 = 278.80 PESOS).
      *----------------------------------------------------------------
       FD  SALARIO-MINIMO
           RECORD CONTAINS 17 CHARACTERS.
       01  REG-SALARIO-MINIMO.
           05 SMG-FECHA-VIGENCIA   PIC 9(08).
           05 SMG-ZONA             PIC X(01).
              88 SMG-ZONA-GENERAL         VALUE "G".
              88 SMG-ZONA-FRONTERA        VALUE "F".
           05 SMG-SALARIO-DIARIO   PIC 9(06)V99.
