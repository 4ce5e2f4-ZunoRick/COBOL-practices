      *----------------------------------------------------------------
      * VDEFD.cpy - DESCRIPCION DE ARCHIVO PARA BD-VALES-DERECHO.TXT.
      *             VDE-MONTO ES EL IMPORTE MENSUAL DE VALES. EL
      *             RENGLON DE EMPLEADO MANDA SOBRE EL DE SU PUESTO;
      *             UN RENGLON DE EMPLEADO CON MONTO EN CEROS LO
      *             EXCLUYE AUNQUE SU PUESTO TENGA DERECHO. SE GUARDA
      *             QUIEN Y CUANDO CAPTURO EL DERECHO.
      *----------------------------------------------------------------
       FD  VALES-DERECHO
           RECORD CONTAINS 28 CHARACTERS.
       01  REG-VALES-DERECHO.
           05 VDE-LLAVE.
              10 VDE-TIPO          PIC X(01).
                 88 VDE-POR-PUESTO        VALUE "P".
                 88 VDE-POR-EMPLEADO      VALUE "E".
              10 VDE-CODIGO        PIC 9(04).
           05 VDE-MONTO            PIC 9(05)V99.
           05 VDE-FECHA-REG        PIC 9(08).
           05 VDE-OPERADOR         PIC X(08).
