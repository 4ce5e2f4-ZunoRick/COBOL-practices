      *----------------------------------------------------------------
      * SINFD.cpy - DESCRIPCION DE ARCHIVO PARA BD-SINDICATO.TXT. UN
      *             REGISTRO POR EMPLEADO AFILIADO, CON SU NUMERO DE
      *             AFILIACION Y LA FECHA DE INGRESO AL SINDICATO. LA
      *             RENUNCIA ES LOGICA (STATUS "R" Y FECHA DE BAJA)
      *             PARA QUE EL ENTERO DEL MES LA REPORTE; EL
      *             REINGRESO REACTIVA EL MISMO REGISTRO CON LA FECHA
      *             NUEVA.
      *----------------------------------------------------------------
       FD  SINDICATO
           RECORD CONTAINS 47 CHARACTERS.
       01  REG-SINDICATO.
           05 SIN-ID-EMP           PIC 9(04).
           05 SIN-NUM-AFILIACION   PIC X(10).
           05 SIN-STATUS           PIC X(01).
              88 SIN-AFILIADO             VALUE "A".
              88 SIN-RENUNCIA             VALUE "R".
           05 SIN-FECHA-INGRESO    PIC 9(08).
           05 SIN-FECHA-BAJA       PIC 9(08).
           05 SIN-FECHA-REG        PIC 9(08).
           05 SIN-OPERADOR         PIC X(08).
