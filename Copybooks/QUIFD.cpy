      *----------------------------------------------------------------
      * QUIFD.cpy - DESCRIPCION DE ARCHIVO PARA BD-QUINQUENIOS.TXT.
      *             CADA RENGLON ES UN TRAMO DE LA TABLA: DESDE
      *             QUI-ANIOS DE SERVICIO (MULTIPLO DE 5) EL BONO DE
      *             CADA ANIVERSARIO QUINQUENAL ES UN IMPORTE FIJO O
      *             UN NUMERO DE DIAS DEL SALARIO DIARIO DEL
      *             EMPLEADO. EL ANIVERSARIO SIN TRAMO PROPIO TOMA EL
      *             DEL TRAMO ANTERIOR MAS ALTO (UN TRAMO DE 25
      *             CUBRE LOS 30, 35...); ANTES DEL PRIMER TRAMO NO
      *             HAY BONO.
      *----------------------------------------------------------------
       FD  QUINQUENIOS
           RECORD CONTAINS 33 CHARACTERS.
       01  REG-QUINQUENIOS.
           05 QUI-ANIOS            PIC 9(02).
           05 QUI-TIPO             PIC X(01).
              88 QUI-IMPORTE-FIJO         VALUE "I".
              88 QUI-DIAS-SALARIO         VALUE "D".
           05 QUI-IMPORTE          PIC 9(07)V99.
           05 QUI-DIAS             PIC 9(03)V99.
           05 QUI-FECHA-REG        PIC 9(08).
           05 QUI-OPERADOR         PIC X(08).
