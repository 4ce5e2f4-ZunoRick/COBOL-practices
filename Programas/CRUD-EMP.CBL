      *   ADMINISTRADOR PUEDE LIBERAR UN CANDADO VIEJO DE UNA SESION
      *   CAIDA. ASI EL CONTADOR DE BD-CONTROLID.TXT YA NO SE PISA
      *   ENTRE DOS CORRIDAS.
      * - NUEVA OPCION F: CAPTURA DE DEPENDIENTES (POLIZA DE GASTOS
      *   MEDICOS) Y BENEFICIARIOS DEL ARTICULO 501 EN
      *   BD-DEPENDIENTES.TXT, CON EL SUBPROGRAMA FAMIEMP.
      * - NUEVA OPCION X: EXPEDIENTE DE DOCUMENTOS DEL EMPLEADO
      *   (RECIBIDOS Y VENCIMIENTOS) EN BD-EXPEDIENTE.TXT CONTRA EL
      *   CATALOGO BD-TIPOS-DOCUMENTO.TXT, CON EL SUBPROGRAMA
      *   EXPEEMP.
      * - NUEVA OPCION U: ENTREGAS Y DEVOLUCIONES DE UNIFORMES, EPP Y
      *   HERRAMIENTAS EN BD-ENTREGAS-EPP.TXT CONTRA EL CATALOGO
      *   BD-ARTICULOS-EPP.TXT, CON EL SUBPROGRAMA EPPEMP.
      * - EL OPERADOR QUEDA LIGADO A SU PROPIA CLAVE DE EMPLEADO: SE
      *   PIDE EN EL ALTA (O) Y LA NUEVA OPCION V (SOLO
      *   ADMINISTRADOR) LA CAPTURA A LOS OPERADORES YA EXISTENTES,
      *   PARA EL REPORTE DE SEGREGACION DE FUNCIONES (SODREP).
      * - LA CONSULTA POR CLAVE MUESTRA RFC, CURP, NSS Y CLABE Y, IGUAL
      *   QUE EL SUELDO, LOS ENMASCARA (SOLO LAS ULTIMAS CUATRO
      *   POSICIONES) SI EL ROL NO ES SUPERVISOR NI ADMINISTRADOR (VER
      *   MASCARAP.cpy); IMPRIMEMP RECIBE EL ROL PARA HACER LO MISMO.

      *****************************************************************
       ENVIRONMENT DIVISION.
           COPY OPERRUTA.
           COPY DETFS.
           COPY DETRUTA.
           COPY MASCARA.

       01  WS-RUTA-CANDADO            PIC X(80).
       01  WS-FS-CANDADO              PIC X(02)      VALUE "00".
           PERFORM 028-ABRE-OPERADORES     THRU 028-FIN
           PERFORM 029-VALIDA-OPERADOR     THRU 029-FIN
           CLOSE OPERADORES
           MOVE WS-OPERADOR-ROL TO WS-MSK-ROL
           PERFORM 228-DEFINE-MASCARA      THRU 228-FIN
           PERFORM 080-REVISA-CANDADO      THRU 080-FIN
           PERFORM 030-MUESTRA-MENU THRU 040-FIN
                   UNTIL WS-RESPUESTA EQUAL "E"
           COPY CTRRUTAP.
           COPY OPERRUTAP.
           COPY DETRUTAP.
           COPY MASCARAP.

      *----------------------------------------------------------------
      * BD-OPERADORES.TXT SE CREA EN LA PRIMERA CORRIDA CON UN
              MOVE "ADMINISTRADOR"  TO REG-OPERADOR-NOMBRE
              MOVE "ADMIN"          TO REG-OPERADOR-PASSWORD
              MOVE "A"              TO REG-OPERADOR-ROL
              MOVE ZEROS            TO REG-OPERADOR-ID-EMP
              WRITE REG-OPERADORES
              CLOSE OPERADORES
              OPEN I-O OPERADORES
           DISPLAY " "
           DISPLAY "D: CAPTURAR DATOS DE CONTACTO Y EMERGENCIA"
           DISPLAY " "
           DISPLAY "F: CAPTURAR DEPENDIENTES Y BENEFICIARIOS"
           DISPLAY " "
           DISPLAY "X: CAPTURAR EXPEDIENTE DE DOCUMENTOS"
           DISPLAY " "
           DISPLAY "U: ENTREGAS Y DEVOLUCIONES DE UNIFORMES Y EPP"
           DISPLAY " "
           DISPLAY "O: DAR DE ALTA UN OPERADOR AUTORIZADO"
           DISPLAY " "
           DISPLAY "V: LIGAR UN OPERADOR CON SU CLAVE DE EMPLEADO"
           DISPLAY " "
           DISPLAY "Z: INICIALIZAR BASE DE DATOS DE EMPLEADOS (BORRA "
                   "TODO LO CAPTURADO)"
           DISPLAY " "
      * CONSULTAS (L, I) SON PARA TODOS; LAS CAPTURAS (A, C, O SEA
      * ALTAS Y CAMBIOS) PARA CUALQUIER ROL; BAJAS, PERMISOS Y
      * REINGRESOS (B, P, R) PARA SUPERVISOR O ADMINISTRADOR; Y LAS
      * OPCIONES DELICADAS (Z: INICIALIZAR BD, O: ALTA DE OPERADORES,
      * V: LIGAR OPERADOR CON EMPLEADO) SOLO PARA ADMINISTRADOR.
      *----------------------------------------------------------------
       039-AUTORIZA-OPCION.
           MOVE "S" TO SW-OPCION-PERMITIDA
           EVALUATE WS-RESPUESTA
           WHEN "Z"
           WHEN "O"
           WHEN "V"
              IF NOT OPERADOR-ADMINISTRADOR
                 MOVE "N" TO SW-OPCION-PERMITIDA
              END-IF
           WHEN "I"
                MOVE "0" TO WS-CALL-STATUS
                CALL "IMPRIMEMP" USING WS-CALL-STATUS
                                       WS-OPERADOR-ROL
                IF CALL-EXITOSA
                   DISPLAY "EMPLEADOS IMPRESOS"
                ELSE
                CALL "DATOSEMP"  USING WS-INDEX WS-OPERADOR-ID
                                       WS-CALL-STATUS
                PERFORM 042-VERIFICA-LLAMADA THRU 042-FIN
           WHEN "F"
                MOVE "0" TO WS-CALL-STATUS
                CALL "FAMIEMP"   USING WS-INDEX WS-OPERADOR-ID
                                       WS-CALL-STATUS
                PERFORM 042-VERIFICA-LLAMADA THRU 042-FIN
           WHEN "X"
                MOVE "0" TO WS-CALL-STATUS
                CALL "EXPEEMP"   USING WS-INDEX WS-OPERADOR-ID
                                       WS-CALL-STATUS
                PERFORM 042-VERIFICA-LLAMADA THRU 042-FIN
           WHEN "U"
                MOVE "0" TO WS-CALL-STATUS
                CALL "EPPEMP"    USING WS-INDEX WS-OPERADOR-ID
                                       WS-CALL-STATUS
                PERFORM 042-VERIFICA-LLAMADA THRU 042-FIN
           WHEN "O"
                PERFORM 070-ALTA-OPERADOR THRU 070-FIN
           WHEN "V"
                PERFORM 074-LIGA-OPERADOR THRU 074-FIN
           WHEN "Z"
                PERFORM 060-INICIALIZA-BD THRU 060-FIN
           WHEN "E"
           DISPLAY "CONTRASENA DEL OPERADOR: "
           ACCEPT REG-OPERADOR-PASSWORD
           PERFORM 072-SOLICITA-ROL THRU 072-FIN
           DISPLAY "CLAVE DE EMPLEADO DEL OPERADOR (0 SI NO ES "
                   "EMPLEADO): "
           ACCEPT REG-OPERADOR-ID-EMP
           WRITE REG-OPERADORES
                INVALID KEY
                   DISPLAY "YA EXISTE UN OPERADOR CON ESA CLAVE."
           END-EVALUATE.
       072-FIN. EXIT.

      *----------------------------------------------------------------
      * LIGA UN OPERADOR YA EXISTENTE CON SU PROPIA CLAVE DE EMPLEADO
      * (O LA QUITA CON 0). LOS OPERADORES DADOS DE ALTA ANTES DE QUE
      * EL REGISTRO LA TRAJERA QUEDARON EN CEROS Y SE LIGAN AQUI.
      *----------------------------------------------------------------
       074-LIGA-OPERADOR.
           OPEN I-O OPERADORES
           DISPLAY "CLAVE DEL OPERADOR A LIGAR: "
           ACCEPT WS-OPERADOR-NUEVO-ID
           MOVE WS-OPERADOR-NUEVO-ID TO REG-OPERADOR-ID
           READ OPERADORES
                INVALID KEY
                   DISPLAY "NO EXISTE UN OPERADOR CON ESA CLAVE."
                   CLOSE OPERADORES
                   GO TO 074-FIN
           END-READ
           DISPLAY "OPERADOR: " REG-OPERADOR-NOMBRE
                   "  CLAVE DE EMPLEADO ACTUAL: " REG-OPERADOR-ID-EMP
           DISPLAY "CLAVE DE EMPLEADO DEL OPERADOR (0 SI NO ES "
                   "EMPLEADO): "
           ACCEPT REG-OPERADOR-ID-EMP
           REWRITE REG-OPERADORES
                INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL OPERADOR."
                NOT INVALID KEY
                   DISPLAY "OPERADOR LIGADO A SU CLAVE DE EMPLEADO."
           END-REWRITE
           CLOSE OPERADORES.
       074-FIN. EXIT.

      *----------------------------------------------------------------
      * CONSULTA RAPIDA DE UN EMPLEADO POR CLAVE, SIN PASAR POR EL
      * REPORTE COMPLETO DE IMPRIMEMP.
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
