      *----------------------------------------------------------------
      * EXDFD.cpy - DESCRIPCION DE ARCHIVO PARA BD-EXPEDIENTE.TXT
      *             (ORGANIZACION INDEXADA, CLAVE EMPLEADO + CODIGO DE
      *             DOCUMENTO DE TDOFD.cpy). UN RENGLON POR DOCUMENTO
      *             RECIBIDO: LA FECHA EN QUE SE ENTREGO Y, SI EL
      *             DOCUMENTO TIENE VIGENCIA, LA FECHA EN QUE VENCE
      *             (CEROS = NO VENCE). RECIBIR UNA VERSION NUEVA
      *             REEMPLAZA EL RENGLON; EL PAPEL SIGUE EN LA
      *             CARPETA, AQUI SOLO SE CONTROLA QUE ESTE COMPLETO.
      *----------------------------------------------------------------
       FD  EXPEDIENTE
           RECORD CONTAINS 38 CHARACTERS.
       01  REG-EXPEDIENTE.
           05 EXD-LLAVE.
              10 EXD-ID-EMP        PIC 9(04).
              10 EXD-CODIGO        PIC 9(02).
           05 EXD-FECHA-RECIBIDO   PIC 9(08).
           05 EXD-FECHA-VENCE      PIC 9(08).
           05 EXD-FECHA-REG        PIC 9(08).
           05 EXD-OPERADOR         PIC X(08).
