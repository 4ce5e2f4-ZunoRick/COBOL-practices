      *              TIENE CONTRASENA Y ROL: EL ROL DECIDE QUE
      *              OPCIONES DE MENU PUEDE USAR (VER
      *              039-AUTORIZA-OPCION EN CRUD-EMP.CBL).
      *              REG-OPERADOR-ID-EMP LIGA AL OPERADOR CON SU PROPIA
      *              CLAVE DE EMPLEADO (CEROS SI NO ES EMPLEADO O SI
      *              AUN NO SE LIGA); CON ELLA SODREP DETECTA A QUIEN
      *              TOCA SU PROPIO REGISTRO.
      *----------------------------------------------------------------
       FD  OPERADORES
           RECORD CONTAINS 41 CHARACTERS.
       01  REG-OPERADORES.
           05 REG-OPERADOR-ID        PIC X(08).
           05 REG-OPERADOR-NOMBRE    PIC X(20).
              88 REG-OPER-SUPERVISOR       VALUE "S".
              88 REG-OPER-ADMINISTRADOR    VALUE "A".
              88 REG-OPER-CONSULTA         VALUE "L".
           05 REG-OPERADOR-ID-EMP    PIC 9(04).
