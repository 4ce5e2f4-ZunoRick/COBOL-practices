      *----------------------------------------------------------------
      * MASCARA.cpy - AREAS DEL ENMASCARADO DE DATOS SENSIBLES POR
      *               ROL DE OPERADOR (VER MASCARAP.cpy). EL PROGRAMA
      *               DEJA EL ROL DEL OPERADOR EN WS-MSK-ROL ANTES DE
      *               228-DEFINE-MASCARA; SUPERVISOR Y ADMINISTRADOR
      *               VEN LOS DATOS COMPLETOS, CAPTURISTA Y CONSULTA
      *               (Y EL LOTE, QUE NO TIENE OPERADOR) LOS VEN
      *               ENMASCARADOS. 229-ENMASCARA-EMPLEADO DEJA EN
      *               WS-MSK-* EL RFC, CURP, NSS Y CLABE (SOLO LAS
      *               ULTIMAS CUATRO POSICIONES A LA VISTA) Y EL
      *               SUELDO EDITADO (O EN ASTERISCOS) DEL EMPLEADO
      *               EN WS-DATOS-EMPLEADO. WS-MSK-LEYENDA MARCA LOS
      *               REPORTES COMO COMPLETOS O ENMASCARADOS.
      *----------------------------------------------------------------
       01  WS-MSK-ROL              PIC X(01)     VALUE SPACE.
           88 MSK-ROL-COMPLETO            VALUE "S" "A".
       01  SW-DATOS-COMPLETOS      PIC X(01)     VALUE "N".
           88 DATOS-COMPLETOS             VALUE "S".
       01  WS-MSK-LEYENDA          PIC X(29)     VALUE SPACES.
       01  WS-MSK-RFC              PIC X(13).
       01  WS-MSK-CURP             PIC X(18).
       01  WS-MSK-NSS              PIC X(11).
       01  WS-MSK-CLABE            PIC X(18).
       01  WS-MSK-SALARIO          PIC X(12).
       01  WS-MSK-SALARIO-ED       PIC Z,ZZZ,ZZ9.99.
       01  WS-MSK-IMPORTE          PIC X(12)     VALUE "*,***,***.**".
