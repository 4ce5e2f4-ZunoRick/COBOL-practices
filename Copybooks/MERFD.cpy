      *----------------------------------------------------------------
      * MERFD.cpy - DESCRIPCION DE ARCHIVO PARA BD-MATRIZ-MERITO.TXT.
      *             CADA RENGLON DA EL PORCENTAJE DE AUMENTO DEL
      *             CICLO MER-ANIO PARA UNA CALIFICACION (1 A 5) Y
      *             UNA POSICION EN LA BANDA DEL PUESTO: CUARTIL 1 =
      *             DEL MINIMO AL 25% DE LA BANDA ... CUARTIL 4 = DEL
      *             75% AL MAXIMO, PARA QUE QUIEN ESTA MAS ABAJO EN
      *             LA BANDA RECIBA MAS CON LA MISMA CALIFICACION. LA
      *             CELDA QUE NO SE CAPTURA NO DA AUMENTO.
      *----------------------------------------------------------------
       FD  MATRIZ-MERITO
           RECORD CONTAINS 26 CHARACTERS.
       01  REG-MATRIZ-MERITO.
           05 MER-LLAVE.
              10 MER-ANIO          PIC 9(04).
              10 MER-CALIFICACION  PIC 9(01).
              10 MER-CUARTIL       PIC 9(01).
           05 MER-PORCENTAJE       PIC 9(02)V99.
           05 MER-FECHA-REG        PIC 9(08).
           05 MER-OPERADOR         PIC X(08).
