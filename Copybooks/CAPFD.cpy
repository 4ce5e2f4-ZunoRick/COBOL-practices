      *----------------------------------------------------------------
      * CAPFD.cpy - DESCRIPCION DE ARCHIVO PARA BD-CAPACITACION.TXT.
      *             CADA RENGLON ES UN CURSO TOMADO POR UN EMPLEADO:
      *             PERIODO DE EJECUCION, HORAS REALES, INSTRUCTOR Y
      *             REGISTRO DEL AGENTE CAPACITADOR ANTE LA STPS
      *             (ESPACIOS = CAPACITACION INTERNA) Y SI LO APROBO.
      *             SOLO UN CURSO APROBADO DA LUGAR A DC-3, ENTRA EN
      *             LA DC-4 Y CUBRE UN CURSO OBLIGATORIO DEL PUESTO.
      *----------------------------------------------------------------
       FD  CAPACITACION
           RECORD CONTAINS 94 CHARACTERS.
       01  REG-CAPACITACION.
           05 CAP-LLAVE.
              10 CAP-ID-EMP        PIC 9(04).
              10 CAP-CURSO         PIC 9(04).
              10 CAP-FECHA-INICIO  PIC 9(08).
           05 CAP-FECHA-FIN        PIC 9(08).
           05 CAP-HORAS            PIC 9(03).
           05 CAP-INSTRUCTOR       PIC X(30).
           05 CAP-AGENTE-REG       PIC X(20).
              88 CAP-AGENTE-INTERNO       VALUE SPACES.
           05 CAP-RESULTADO        PIC X(01).
              88 CAP-APROBADO             VALUE "A".
              88 CAP-NO-APROBADO          VALUE "N".
           05 CAP-FECHA-REG        PIC 9(08).
           05 CAP-OPERADOR         PIC X(08).
