      * PENDFD.cpy - DESCRIPCION DE ARCHIVO PARA BD-PENDIENTES.TXT.
      *              PEND-DATOS-EMPLEADO LLEVA EL REGISTRO COMPLETO
      *              DEL EMPLEADO TAL COMO QUEDARIA (MISMO LAYOUT DE
      *              173 BYTES QUE EMPDATO.cpy): EL ALTA COMPLETA EN
      *              TIPO "A" Y EL REGISTRO YA MODIFICADO EN TIPO "S"
      *              (CAMBIO CON SUELDO O QUE EXCEDE PLAZAS, Y EL
      *              AUMENTO POR MERITO PROPUESTO POR MERITEMP) Y EL
      *              EMPLEADO YA REACTIVADO EN TIPO "R" (REINGRESO
      *              QUE EXCEDE LAS PLAZAS AUTORIZADAS) Y LA CLABE
      *              NUEVA QUE EL EMPLEADO PIDIO EN EL PORTAL DE RH
      *              EN TIPO "C" (PORTALIMP). LA OPERACION
      *              APLICADA O RECHAZADA SE CONSERVA CON SU
      *              VEREDICTO, NO SE BORRA.
      *----------------------------------------------------------------
       FD  PENDIENTES
           RECORD CONTAINS 205 CHARACTERS.
       01  REG-PENDIENTES.
           05 PEND-FOLIO           PIC 9(05).
           05 PEND-TIPO            PIC X(01).
              88 PEND-ALTA                VALUE "A".
              88 PEND-CAMBIO-SUELDO       VALUE "S".
              88 PEND-REINGRESO           VALUE "R".
              88 PEND-CAMBIO-CLABE        VALUE "C".
           05 PEND-OPERADOR-CAP    PIC X(08).
           05 PEND-FECHA-CAPTURA   PIC 9(08).
           05 PEND-STATUS          PIC X(01).
              88 PEND-PENDIENTE           VALUE "P".
              88 PEND-APLICADA            VALUE "A".
              88 PEND-RECHAZADA           VALUE "R".
           05 PEND-DATOS-EMPLEADO  PIC X(173).
           05 PEND-SALARIO-ANT     PIC 9(07)V99.
