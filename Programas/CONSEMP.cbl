      *               JAMAS TOCA BD-CANDADO.TXT Y ACEPTA EL ROL DE
      *               CONSULTA ("L") DE BD-OPERADORES.TXT, QUE EN
      *               CRUD-EMP NO ALCANZA NINGUNA CAPTURA.
      *----------------------------------------------------------------
      * MODIFICACIONES:
      * - LA CONSULTA POR CLAVE MUESTRA RFC, CURP, NSS Y CLABE Y,
      *   IGUAL QUE EL SUELDO, LOS ENMASCARA (SOLO LAS ULTIMAS
      *   CUATRO POSICIONES) SI EL ROL DEL OPERADOR NO ES SUPERVISOR
      *   NI ADMINISTRADOR (VER MASCARAP.cpy).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                CONSEMP.
           COPY OPERRUTA.
           COPY DETFS.
           COPY DETRUTA.
           COPY MASCARA.

       01  WS-RESPUESTA               PIC X(01).
       01  WS-ID-BUSCA                PIC 9(04).
           PERFORM 028-ABRE-OPERADORES     THRU 028-FIN
           PERFORM 029-VALIDA-OPERADOR     THRU 029-FIN
           CLOSE OPERADORES
           MOVE WS-OPERADOR-ROL TO WS-MSK-ROL
           PERFORM 228-DEFINE-MASCARA      THRU 228-FIN
           PERFORM 030-MUESTRA-MENU THRU 040-FIN
                   UNTIL WS-RESPUESTA EQUAL "E"
           GOBACK.
           COPY EMPRUTAP.
           COPY OPERRUTAP.
           COPY DETRUTAP.
           COPY MASCARAP.

       028-ABRE-OPERADORES.
           OPEN INPUT OPERADORES
                           WS-MES-NAC "/" WS-ANIO-NAC
                   DISPLAY "DEPARTAMENTO    : " WS-DEPARTAMENTO
                   DISPLAY "PUESTO          : " WS-PUESTO
                   PERFORM 229-ENMASCARA-EMPLEADO THRU 229-FIN
                   DISPLAY "SUELDO          : " WS-MSK-SALARIO
                   DISPLAY "RFC             : " WS-MSK-RFC
                   DISPLAY "CURP            : " WS-MSK-CURP
                   DISPLAY "NSS             : " WS-MSK-NSS
                   DISPLAY "CLABE           : " WS-MSK-CLABE
                   DISPLAY "(" WS-MSK-LEYENDA ")"
                   PERFORM 052-MUESTRA-CONTACTO THRU 052-FIN
           END-READ
           CLOSE EMPLEADOS.
