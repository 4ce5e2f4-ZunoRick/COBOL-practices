      *----------------------------------------------------------------
      * TURFD.cpy - DESCRIPCION DE ARCHIVO PARA BD-TURNOS.TXT
      *             (ORGANIZACION INDEXADA, CLAVE TUR-COD). LOS
      *             HORARIOS VAN EN HHMM; UNA SALIDA MENOR QUE LA
      *             ENTRADA ES UN TURNO QUE TERMINA AL DIA SIGUIENTE
      *             (NOCTURNO). TUR-DESCANSO TRAE UNA POSICION POR
      *             DIA DE LA SEMANA, DE DOMINGO (1) A SABADO (7),
      *             CON "S" EN LOS DIAS DE DESCANSO. LA TOLERANCIA
      *             SON LOS MINUTOS DE GRACIA A LA ENTRADA ANTES DE
      *             CONTAR EL RETARDO.
      *----------------------------------------------------------------
       FD  TURNOS
           RECORD CONTAINS 40 CHARACTERS.
       01  REG-TURNOS.
           05 TUR-COD              PIC 9(02).
           05 TUR-NOMBRE           PIC X(20).
           05 TUR-HORA-ENTRADA     PIC 9(04).
           05 FILLER REDEFINES TUR-HORA-ENTRADA.
              10 TUR-ENT-HH        PIC 9(02).
              10 TUR-ENT-MM        PIC 9(02).
           05 TUR-HORA-SALIDA      PIC 9(04).
           05 FILLER REDEFINES TUR-HORA-SALIDA.
              10 TUR-SAL-HH        PIC 9(02).
              10 TUR-SAL-MM        PIC 9(02).
           05 TUR-JORNADA          PIC X(01).
              88 TUR-DIURNA               VALUE "D".
              88 TUR-NOCTURNA             VALUE "N".
              88 TUR-MIXTA                VALUE "M".
           05 TUR-DESCANSOS.
              10 TUR-DESCANSO      PIC X(01) OCCURS 7 TIMES.
           05 TUR-TOLERANCIA       PIC 9(02).
