      *               (REGISTRO DE 108 A 150 BYTES) PARA LAS
      *               DECLARACIONES ANTE EL SAT Y EL IMSS; LA CLABE
      *               (REGISTRO DE 150 A 168 BYTES) PARA QUE LA
      *               DISPERSION BANCARIA VAYA DIRIGIDA A CUENTA; LA
      *               FRECUENCIA DE PAGO (REGISTRO DE 168 A 169 BYTES)
      *               PARA PAGAR SEMANAL A LOS OPERADORES DE PLANTA;
      *               EL JEFE INMEDIATO (REGISTRO DE 169 A 173 BYTES)
      *               PARA EL ORGANIGRAMA. ESPACIO EN LA FRECUENCIA
      *               (REGISTROS ANTERIORES) CUENTA COMO QUINCENAL;
      *               JEFE EN CEROS (O ESPACIOS EN REGISTROS
      *               ANTERIORES) ES EMPLEADO SIN JEFE ASIGNADO.
      *----------------------------------------------------------------
       01  WS-DATOS-EMPLEADO.
           05 WS-ID-EMP           PIC 9(04).
           05 WS-CURP             PIC X(18)     VALUE SPACES.
           05 WS-NSS              PIC X(11)     VALUE SPACES.
           05 WS-CLABE            PIC X(18)     VALUE SPACES.
           05 WS-FRECUENCIA-PAGO  PIC X(01)     VALUE "Q".
               88 EMP-PAGO-QUINCENAL     VALUE "Q" " ".
               88 EMP-PAGO-SEMANAL       VALUE "S".
           05 WS-JEFE-INMEDIATO   PIC 9(04)     VALUE ZEROS.
               88 EMP-SIN-JEFE           VALUE ZEROS.
