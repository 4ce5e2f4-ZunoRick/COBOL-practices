      *----------------------------------------------------------------
      * HSURUTA.cpy - AREAS DE TRABAJO PARA LA RUTA DE
      *               BD-HIST-SUELDOS.TXT (VER HSURUTAP.cpy) Y PARA EL
      *               RENGLON QUE ARMA EL PROGRAMA LLAMANTE ANTES DE
      *               PERFORM 172-REGISTRA-HIST-SUELDO (VER
      *               HSUWRTP.cpy): FECHA DE VIGENCIA, ORIGEN Y
      *               OPERADOR. EL EMPLEADO, EL SUELDO Y LA MONEDA SE
      *               TOMAN DE WS-DATOS-EMPLEADO (EMPDATO.cpy).
      *----------------------------------------------------------------
       01  WS-RUTA-HIST-SUELDOS    PIC X(80).
       01  WS-HSU-FECHA-VIG        PIC 9(08).
       01  WS-HSU-ORIGEN           PIC X(10).
       01  WS-HSU-OPERADOR         PIC X(08).
