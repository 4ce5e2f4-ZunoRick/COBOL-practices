      *----------------------------------------------------------------
      * PRGFD.cpy - DESCRIPCION DE ARCHIVO PARA BD-PROGRAMADOS.TXT.
      *             UN RENGLON POR EMPLEADO Y FECHA EFECTIVA CON LOS
      *             VALORES NUEVOS DE LOS CAMPOS QUE SE MUEVEN; CEROS
      *             (ESPACIO EN LA FRECUENCIA) = ESE CAMPO NO CAMBIA.
      *             EL JEFE INMEDIATO LLEVA SU PROPIA MARCA PORQUE
      *             0000 (SIN JEFE) ES UN VALOR VALIDO. EL RENGLON
      *             NO SE BORRA: EL LOTE LE DEJA SU RESULTADO
      *             (APLICADO, ENVIADO A LA COLA DE APRUEBA CUANDO
      *             TOCA EL SUELDO O EXCEDE PLAZAS, O FALLIDO CON SU
      *             MOTIVO) Y LA FECHA EN QUE LO PROCESO.
      *----------------------------------------------------------------
       FD  PROGRAMADOS
           RECORD CONTAINS 123 CHARACTERS.
       01  REG-PROGRAMADOS.
           05 PRG-FOLIO            PIC 9(05).
           05 PRG-ID-EMP           PIC 9(04).
           05 PRG-FECHA-EFECTIVA   PIC 9(08).
           05 PRG-ORIGEN           PIC X(09).
              88 PRG-DE-CAMBIOEMP         VALUE "CAMBIOEMP".
              88 PRG-DE-MOVMASIV          VALUE "MOVMASIV".
           05 PRG-OPERADOR-CAP     PIC X(08).
           05 PRG-FECHA-CAPTURA    PIC 9(08).
           05 PRG-STATUS           PIC X(01).
              88 PRG-PROGRAMADO           VALUE "P".
              88 PRG-APLICADO             VALUE "A".
              88 PRG-ENVIADO              VALUE "E".
              88 PRG-FALLIDO              VALUE "F".
           05 PRG-FECHA-PROCESO    PIC 9(08).
           05 PRG-DEPARTAMENTO     PIC 9(03).
           05 PRG-PLANTA           PIC 9(02).
           05 PRG-PUESTO           PIC 9(02).
           05 PRG-SALARIO          PIC 9(07)V99.
           05 PRG-FRECUENCIA       PIC X(01).
           05 PRG-CAMBIA-JEFE      PIC X(01).
              88 PRG-CON-JEFE             VALUE "S".
           05 PRG-JEFE             PIC 9(04).
           05 PRG-RESULTADO        PIC X(50).
