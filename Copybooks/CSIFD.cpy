      *----------------------------------------------------------------
      * CSIFD.cpy - DESCRIPCION DE ARCHIVO PARA BD-CUOTA-SINDICAL.TXT.
      *             UN RENGLON POR VIGENCIA: FECHA AAAAMMDD EN QUE
      *             ENTRA EN VIGOR, PORCENTAJE DEL SALARIO BASE DEL
      *             PERIODO QUE SE DESCUENTA A CADA AFILIADO, Y LOS
      *             DATOS DEL SINDICATO PARA EL ENTERO (CLABE DE SU
      *             CUENTA Y NOMBRE).
      *----------------------------------------------------------------
       FD  CUOTA-SINDICAL
           RECORD CONTAINS 70 CHARACTERS.
       01  REG-CUOTA-SINDICAL.
           05 CSI-FECHA-VIGENCIA   PIC 9(08).
           05 CSI-PORCENTAJE       PIC 9(02)V99.
           05 CSI-CLABE            PIC X(18).
           05 CSI-SINDICATO        PIC X(40).
