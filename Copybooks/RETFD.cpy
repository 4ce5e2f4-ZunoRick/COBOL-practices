      *----------------------------------------------------------------
      * RETFD.cpy - DESCRIPCION DE ARCHIVO PARA BD-RETARDOS.TXT. EL
      *             PERIODO ES EL DE BD-CALEND-NOMINA.TXT (AAAAMMQ).
      *             SE GUARDA EL DEPARTAMENTO DEL EMPLEADO AL MOMENTO
      *             DE LA CHECADA PARA EL REPORTE POR DEPARTAMENTO,
      *             EL TURNO, LA HORA PROGRAMADA CONTRA LA HORA
      *             CHECADA (HHMM) Y LOS MINUTOS DE DIFERENCIA.
      *----------------------------------------------------------------
       FD  RETARDOS
           RECORD CONTAINS 37 CHARACTERS.
       01  REG-RETARDOS.
           05 RET-LLAVE.
              10 RET-PERIODO       PIC 9(07).
              10 RET-ID-EMP        PIC 9(04).
              10 RET-FECHA         PIC 9(08).
              10 RET-TIPO          PIC X(01).
                 88 RET-RETARDO           VALUE "R".
                 88 RET-SALIDA-ANTICIPADA VALUE "S".
           05 RET-DEPARTAMENTO     PIC 9(03).
           05 RET-TURNO            PIC 9(02).
           05 RET-HORA-PROGRAMADA  PIC 9(04).
           05 RET-HORA-CHECADA     PIC 9(04).
           05 RET-MINUTOS          PIC 9(04).
