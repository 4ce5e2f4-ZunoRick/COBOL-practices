      *----------------------------------------------------------------
      * AUDFD.cpy - DESCRIPCION DE ARCHIVO PARA BD-AUDITORIA.TXT. LOS
      *             PRIMEROS 30 BYTES SON LOS DATOS; AUD-SELLO-ANT
      *             REPITE EL SELLO DEL RENGLON ANTERIOR Y AUD-SELLO
      *             ES EL DE ESTE RENGLON, CALCULADO POR SELLOBIT
      *             SOBRE AUD-SELLO-ANT Y LOS DATOS (VER AUDWRTP.cpy
      *             Y VERIBIT.cbl).
      *----------------------------------------------------------------
       FD  AUDITORIA
           RECORD CONTAINS 48 CHARACTERS.
       01  REG-AUDITORIA.
           05 AUD-FECHA.
              10 AUD-ANIO          PIC 9(02).
           05 AUD-ID-EMP           PIC 9(04).
           05 AUD-OPERACION        PIC X(06).
           05 AUD-OPERADOR         PIC X(08).
           05 AUD-SELLO-ANT        PIC 9(09).
           05 AUD-SELLO            PIC 9(09).
