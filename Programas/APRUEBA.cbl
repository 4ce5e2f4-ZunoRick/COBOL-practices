      * APRUEBA.cbl - AUTORIZACION DE CAPTURAS PENDIENTES (CONTROL A
      *               CUATRO OJOS PEDIDO POR AUDITORIA). RECORRE LA
      *               COLA BD-PENDIENTES.TXT DEJADA POR ALTAEMP
      *               (ALTAS), CAMBIOEMP (CAMBIOS CON SUELDO),
      *               MERITEMP (AUMENTOS POR MERITO PROPUESTOS) Y
      *               PORTALIMP (CLABES PEDIDAS EN EL PORTAL DE RH),
      *               MUESTRA EL DETALLE COMPLETO COMO
      *               045-CONFIRMA-DATOS Y APLICA O RECHAZA CADA
      *               FOLIO. EL AUTORIZADOR DEBE SER SUPERVISOR O
      *   BD-SDI.TXT (SDICALCP), CONSERVANDO LA PARTE VARIABLE QUE
      *   HAYA DEJADO SDIBIM, PARA QUE EL SDI NUNCA SE QUEDE CON EL
      *   SUELDO VIEJO.
      * - EL DETALLE Y EL RASTRO DE BD-CAMBIOS.TXT INCLUYEN LA
      *   FRECUENCIA DE PAGO DEL EMPLEADO.
      * - AL AUTORIZAR SE RECHAZA EL FOLIO CUYO SUELDO EN PESOS
      *   QUEDE DEBAJO DEL SALARIO MINIMO VIGENTE DE LA ZONA DE SU
      *   PLANTA (BD-SALARIO-MINIMO.TXT, ZONA DE BD-PLANTAS.TXT).
      * - CONTROL DE PLAZAS: EL FOLIO QUE EXCEDE LAS PLAZAS
      *   AUTORIZADAS DE BD-PLAZAS.TXT SOLO LO APLICA UN
      *   ADMINISTRADOR; SE AGREGA EL REINGRESO (TIPO R) QUE DEJA
      *   REINGEMP. LA IMAGEN VIGENTE INCLUYE EL JEFE INMEDIATO Y SU
      *   CAMBIO QUEDA EN BD-CAMBIOS.TXT.
      * - UN CAMBIO DE SUELDO SE RECHAZA TAMBIEN SI EL SUELDO
      *   VIGENTE YA NO ES EL QUE HABIA AL CAPTURARLO
      *   (PEND-SALARIO-ANT), PARA QUE DOS AUMENTOS EN COLA (P. EJ.
      *   UNO DE MERITEMP Y OTRO DE CAMBIOEMP) NO SE PISEN. SE
      *   AGREGAN LOS FOLIOS DE MERITEMP.
      * - CADA SUELDO QUE QUEDA EN EL MAESTRO AL APLICAR UN ALTA, UN
      *   CAMBIO DE SUELDO O UN REINGRESO SE REGISTRA CON SU FECHA
      *   DE VIGENCIA EN BD-HIST-SUELDOS.TXT (HSUWRTP).
      * - SE AGREGAN LOS CAMBIOS DE CLABE PEDIDOS POR LOS EMPLEADOS
      *   EN EL PORTAL DE RH (TIPO C, PORTALIMP): SOLO CAMBIAN LA
      *   CLABE SOBRE EL REGISTRO VIGENTE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                APRUEBA.
           COPY CAMBSEL.
           COPY PENDSEL.
           COPY SDISEL.
           COPY PLTSEL.
           COPY SMGSEL.
           COPY PLZSEL.
           COPY HSUSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY CAMBFD.
           COPY PENDFD.
           COPY SDIFD.
           COPY PLTFD.
           COPY SMGFD.
           COPY PLZFD.
           COPY HSUFD.

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY PENDRUTA.
           COPY SDIFS.
           COPY SDIRUTA.
           COPY PLTFS.
           COPY PLTRUTA.
           COPY SMGFS.
           COPY SMGRUTA.
           COPY PLZFS.
           COPY PLZRUTA.
           COPY HSUFS.
           COPY HSURUTA.

       01  SW-FIN                  PIC X(03)     VALUE SPACES.
       01  WS-VEREDICTO            PIC X(01).
       01  SW-INTERFERIDO          PIC X(01).
       01  SW-RFC-DUPLICADO        PIC X(01).

       01  WS-FECHA-SISTEMA.
           05 WS-SIS-ANIO          PIC 9(04).
           05 WS-SIS-MES           PIC 9(02).
           05 WS-SIS-DIA           PIC 9(02).

      *----------------------------------------------------------------
      * IMAGEN VIGENTE DEL EMPLEADO, RELEIDA AL MOMENTO DE AUTORIZAR
      * UN CAMBIO, PARA COMPARARLA CONTRA LA IMAGEN CAPTURADA
           05 WS-VIG-CURP         PIC X(18).
           05 WS-VIG-NSS          PIC X(11).
           05 WS-VIG-CLABE        PIC X(18).
           05 WS-VIG-FRECUENCIA-PAGO PIC X(01).
           05 WS-VIG-JEFE-INMEDIATO  PIC 9(04).

       01  WS-OLD-SALARIO-ED       PIC ZZZZZZ9.99.
       01  WS-NEW-SALARIO-ED       PIC ZZZZZZ9.99.
           PERFORM 023-OBTIENE-RUTA-CAMBIOS     THRU 023-FIN
           PERFORM 057-OBTIENE-RUTA-PENDIENTES  THRU 057-FIN
           PERFORM 075-OBTIENE-RUTA-SDI         THRU 075-FIN
           PERFORM 056-OBTIENE-RUTA-PLANTAS     THRU 056-FIN
           PERFORM 130-OBTIENE-RUTA-SAL-MINIMO  THRU 130-FIN
           PERFORM 131-CARGA-SAL-MINIMO         THRU 131-FIN
           PERFORM 145-OBTIENE-RUTA-PLAZAS      THRU 145-FIN
           PERFORM 171-OBTIENE-RUTA-HIST-SUELDOS THRU 171-FIN
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           IF NOT SAL-MINIMO-CARGADO
              DISPLAY "SIN BD-SALARIO-MINIMO.TXT VIGENTE: EL SUELDO NO "
                      "SE VALIDA CONTRA EL SALARIO MINIMO."
           END-IF
           PERFORM 028-ABRE-OPERADORES          THRU 028-FIN
           PERFORM 029-VALIDA-OPERADOR          THRU 029-FIN
           CLOSE OPERADORES
           COPY PENDRUTAP.
           COPY SDIRUTAP.
           COPY SDICALCP.
           COPY PLTRUTAP.
           COPY SMGRUTAP.
           COPY SMGCARGP.
           COPY SMGVALP.
           COPY PLZRUTAP.
           COPY PLZVALP.
           COPY HSURUTAP.
           COPY HSUWRTP.

       028-ABRE-OPERADORES.
           OPEN INPUT OPERADORES
           OPEN EXTEND AUDITORIA
           OPEN EXTEND CAMBIOS
           OPEN I-O    ARCHIVO-SDI
           OPEN INPUT  PLANTAS
           IF FS-SDI-NO-EXISTE
              OPEN OUTPUT ARCHIVO-SDI
              CLOSE ARCHIVO-SDI
              OPEN I-O ARCHIVO-SDI
           END-IF
           OPEN I-O    HIST-SUELDOS
           IF FS-HIST-SUELDOS-NO-EXISTE
              OPEN OUTPUT HIST-SUELDOS
              CLOSE HIST-SUELDOS
              OPEN I-O HIST-SUELDOS
           END-IF
           OPEN INPUT  PLAZAS
           IF FS-PLAZAS-OK
              MOVE "S" TO SW-HAY-PLAZAS
           ELSE
              MOVE "N" TO SW-HAY-PLAZAS
           END-IF
           IF NOT FS-EMPLEADOS-OK OR NOT FS-PENDIENTES-OK
              OR NOT FS-AUDITORIA-OK OR NOT FS-CAMBIOS-OK
              OR NOT FS-SDI-OK OR NOT FS-PLANTAS-OK
              OR NOT FS-HIST-SUELDOS-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              GOBACK
           END-IF.
           END-IF
           ADD 1 TO WS-CONT-PENDIENTES
           MOVE PEND-DATOS-EMPLEADO TO WS-DATOS-EMPLEADO
           PERFORM 045-REVISA-PLAZA    THRU 045-FIN
           PERFORM 050-MUESTRA-DETALLE THRU 050-FIN
           IF PEND-OPERADOR-CAP EQUAL WS-OPERADOR-ID
              DISPLAY "USTED CAPTURO ESTE FOLIO; OTRO OPERADOR DEBE "
           END-EVALUATE.
       040-FIN. EXIT.

      *----------------------------------------------------------------
      * CONTROL DE PLAZAS AL MOMENTO DE AUTORIZAR (PUDO OCUPARSE OTRA
      * PLAZA DESDE LA CAPTURA): EL ALTA Y EL REINGRESO OCUPAN UNA
      * PLAZA DE SU DEPARTAMENTO/PUESTO; EL CAMBIO SOLO SI MUEVE EL
      * DEPARTAMENTO O EL PUESTO CONTRA EL REGISTRO VIGENTE. EL
      * EMPLEADO DEL FOLIO NO CUENTA COMO OCUPANTE. UN FOLIO QUE
      * EXCEDE LO AUTORIZADO SOLO LO APLICA UN ADMINISTRADOR.
      *----------------------------------------------------------------
       045-REVISA-PLAZA.
           MOVE "N" TO SW-PLAZA
           IF PEND-CAMBIO-CLABE
              GO TO 045-FIN
           END-IF
           IF PEND-CAMBIO-SUELDO
              IF EMP-INACTIVO
                 GO TO 045-FIN
              END-IF
              PERFORM 062-RELEE-VIGENTE THRU 062-FIN
              IF SW-VIGENTE NOT EQUAL "S"
                 GO TO 045-FIN
              END-IF
              IF WS-DEPARTAMENTO EQUAL WS-VIG-DEPARTAMENTO AND
                 WS-PUESTO EQUAL WS-VIG-PUESTO
                 GO TO 045-FIN
              END-IF
           END-IF
           MOVE WS-DEPARTAMENTO TO WS-PLZ-DEPTO-BUSCA
           MOVE WS-PUESTO       TO WS-PLZ-PUESTO-BUSCA
           MOVE WS-SIS-ANIO     TO WS-PLZ-ANIO-BUSCA
           MOVE WS-ID-EMP       TO WS-PLZ-EXCLUYE-ID
           PERFORM 146-VALIDA-PLAZA THRU 146-FIN.
       045-FIN. EXIT.

      *----------------------------------------------------------------
      * MISMO ESPEJO DE DATOS QUE 045-CONFIRMA-DATOS DE ALTAEMP.CBL,
      * PARA QUE EL SUPERVISOR AUTORICE VIENDO LO MISMO QUE VIO EL
           DISPLAY " "
           DISPLAY "FOLIO " PEND-FOLIO "  CAPTURO: " PEND-OPERADOR-CAP
                   "  FECHA: " PEND-FECHA-CAPTURA
           EVALUATE TRUE
           WHEN PEND-ALTA
              DISPLAY "TIPO: ALTA DE EMPLEADO"
           WHEN PEND-REINGRESO
              DISPLAY "TIPO: REINGRESO QUE EXCEDE PLAZAS"
           WHEN PEND-CAMBIO-CLABE
              DISPLAY "TIPO: CAMBIO DE CLABE PEDIDO EN EL PORTAL"
           WHEN OTHER
              DISPLAY "TIPO: CAMBIO CON SUELDO O DE PLAZA"
           END-EVALUATE
           DISPLAY "CLAVE           : " WS-ID-EMP
           DISPLAY "NOMBRE          : " WS-NOMBRE-EMP
           DISPLAY "APELLIDO PATERNO: " WS-APE-PAT-EMP
           DISPLAY "PUESTO          : " WS-PUESTO
           DISPLAY "SUELDO          : " WS-SALARIO
           DISPLAY "MONEDA          : " WS-MONEDA
           DISPLAY "FRECUENCIA PAGO : " WS-FRECUENCIA-PAGO
           IF PEND-CAMBIO-CLABE
              PERFORM 062-RELEE-VIGENTE THRU 062-FIN
              IF SW-VIGENTE EQUAL "S"
                 DISPLAY "CLABE VIGENTE   : " WS-VIG-CLABE
              END-IF
              DISPLAY "CLABE SOLICITADA: " WS-CLABE
           END-IF
           IF PEND-CAMBIO-SUELDO
              MOVE PEND-SALARIO-ANT TO WS-OLD-SALARIO-ED
              MOVE WS-SALARIO       TO WS-NEW-SALARIO-ED
              DISPLAY "SUELDO ANTERIOR : " WS-OLD-SALARIO-ED
                      "  PROPUESTO: " WS-NEW-SALARIO-ED
           END-IF
           EVALUATE TRUE
           WHEN PLAZA-EXCEDIDA
              DISPLAY "PLAZAS          : EXCEDE LAS AUTORIZADAS ("
                      WS-PLZ-OCUPADAS " OCUPADAS DE "
                      WS-PLZ-AUTORIZADAS "); SOLO ADMINISTRADOR"
           WHEN PLAZA-DISPONIBLE
              DISPLAY "PLAZAS          : " WS-PLZ-OCUPADAS
                      " OCUPADAS DE " WS-PLZ-AUTORIZADAS
           END-EVALUATE.
       050-FIN. EXIT.

       055-PIDE-VEREDICTO.
      * REGISTRO ACTUAL. LA BITACORA RECIBE LA OPERACION CON EL
      * CAPTURISTA Y UN "AUTORI" CON EL AUTORIZADOR; BD-CAMBIOS.TXT
      * RECIBE UN ANTES/DESPUES POR CADA CAMPO EDITABLE QUE CAMBIA
      * CONTRA EL VIGENTE, IGUAL QUE EL CAMBIO DIRECTO. UN SUELDO EN
      * PESOS QUE QUEDE DEBAJO DEL SALARIO MINIMO VIGENTE DE LA ZONA
      * DE SU PLANTA AL MOMENTO DE AUTORIZAR (EL MINIMO PUDO SUBIR
      * ENTRE LA CAPTURA Y LA AUTORIZACION) TAMBIEN RECHAZA EL FOLIO.
      * EL FOLIO QUE EXCEDE LAS PLAZAS AUTORIZADAS SE DEJA PENDIENTE SI
      * QUIEN AUTORIZA NO ES ADMINISTRADOR. EL REINGRESO (TIPO "R") SE
      * APLICA EN 068-APLICA-REINGRESO.
      *----------------------------------------------------------------
       060-APLICA.
           IF PLAZA-EXCEDIDA AND NOT OPERADOR-ADMINISTRADOR
              DISPLAY "EL FOLIO EXCEDE LAS PLAZAS AUTORIZADAS; SOLO UN "
                      "ADMINISTRADOR PUEDE APLICARLO. SE DEJA "
                      "PENDIENTE."
              GO TO 060-APL-FIN
           END-IF
           IF PEND-CAMBIO-CLABE
              PERFORM 069-APLICA-CLABE THRU 069-FIN
              IF SW-VIGENTE NOT EQUAL "S"
                 GO TO 060-APL-FIN
              END-IF
              GO TO 060-SIGUE
           END-IF
           IF WS-MONEDA EQUAL "MXN"
              MOVE WS-SALARIO TO WS-SMG-SALARIO-COMPARA
              PERFORM 134-VALIDA-SAL-MINIMO THRU 134-FIN
              IF SUELDO-BAJO-MINIMO
                 DISPLAY "EL SUELDO QUEDA DEBAJO DEL SALARIO MINIMO "
                         "DE LA ZONA (" WS-SMG-MINIMO-QUINCENA
                         " QUINCENAL); EL FOLIO SE RECHAZA."
                 PERFORM 070-RECHAZA THRU 070-FIN
                 GO TO 060-APL-FIN
              END-IF
           END-IF
           IF PEND-REINGRESO
              PERFORM 068-APLICA-REINGRESO THRU 068-FIN
              IF SW-VIGENTE NOT EQUAL "S"
                 GO TO 060-APL-FIN
              END-IF
              GO TO 060-SIGUE
           END-IF
           IF PEND-ALTA
              IF WS-RFC NOT EQUAL SPACES
                 PERFORM 066-BUSCA-RFC-DUPLICADO THRU 066-FIN
              MOVE "ALTA" TO WS-AUD-OPERACION
              PERFORM 076-CALCULA-SDI-FIJO THRU 076-FIN
              PERFORM 078-GRABA-SDI-FIJO   THRU 078-FIN
              IF WS-FECHA-ALTA EQUAL ZEROS
                 MOVE WS-FECHA-SISTEMA TO WS-HSU-FECHA-VIG
              ELSE
                 MOVE WS-FECHA-ALTA    TO WS-HSU-FECHA-VIG
              END-IF
              MOVE "ALTA"         TO WS-HSU-ORIGEN
              PERFORM 080-HISTORIA-SUELDO THRU 080-FIN
           ELSE
              PERFORM 062-RELEE-VIGENTE THRU 062-FIN
              IF SW-VIGENTE NOT EQUAL "S"
              IF SW-INTERFERIDO EQUAL "S"
                 DISPLAY "EL EMPLEADO " WS-ID-EMP " TUVO OTRO "
                         "MOVIMIENTO DESPUES DE LA CAPTURA (BAJA, "
                         "PERMISO, SUELDO U OTRA CORRECCION); EL "
                         "FOLIO SE RECHAZA. VUELVA A CAPTURAR EL "
                         "CAMBIO SOBRE EL REGISTRO ACTUAL."
                 PERFORM 070-RECHAZA THRU 070-FIN
                 GO TO 060-APL-FIN
              END-IF
              IF WS-SALARIO NOT EQUAL WS-VIG-SALARIO
                 PERFORM 076-CALCULA-SDI-FIJO THRU 076-FIN
                 PERFORM 078-GRABA-SDI-FIJO   THRU 078-FIN
                 MOVE WS-FECHA-SISTEMA TO WS-HSU-FECHA-VIG
                 MOVE "APRUEBA"        TO WS-HSU-ORIGEN
                 PERFORM 080-HISTORIA-SUELDO THRU 080-FIN
              END-IF
           END-IF.
       060-SIGUE.
           MOVE PEND-OPERADOR-CAP TO WS-AUD-OPERADOR
           PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN
           MOVE WS-OPERADOR-ID    TO WS-AUD-OPERADOR
      * DIFIERE, OTRO PROGRAMA MOVIO AL EMPLEADO DESPUES DE LA
      * CAPTURA Y APLICAR EL FOLIO REVIVIRIA EL VALOR VIEJO (P.EJ.
      * UNA BAJA DE BAJAEMP REGRESARIA A ACTIVO Y A LA NOMINA).
      * EL SUELDO VIGENTE TAMBIEN DEBE SER EL DE LA CAPTURA: SI OTRO
      * FOLIO YA LO MOVIO, APLICAR ESTE BORRARIA ESE AUMENTO.
      *----------------------------------------------------------------
       063-DETECTA-INTERFERENCIA.
           MOVE "N" TO SW-INTERFERIDO
              WS-VIG-RFC        NOT EQUAL WS-RFC        OR
              WS-VIG-CURP       NOT EQUAL WS-CURP       OR
              WS-VIG-NSS        NOT EQUAL WS-NSS        OR
              WS-VIG-CLABE      NOT EQUAL WS-CLABE      OR
              WS-VIG-SALARIO    NOT EQUAL PEND-SALARIO-ANT
              MOVE "S" TO SW-INTERFERIDO
           END-IF.
       063-FIN. EXIT.
              MOVE WS-OLD-SALARIO-ED  TO WS-CAM-VALOR-ANTERIOR
              MOVE WS-NEW-SALARIO-ED  TO WS-CAM-VALOR-NUEVO
              PERFORM 065-REGISTRA-CAMBIO THRU 065-FIN
           END-IF
           IF WS-FRECUENCIA-PAGO NOT EQUAL WS-VIG-FRECUENCIA-PAGO
              MOVE "FRECUENCIA"       TO WS-CAM-CAMPO
              MOVE WS-VIG-FRECUENCIA-PAGO TO WS-CAM-VALOR-ANTERIOR
              MOVE WS-FRECUENCIA-PAGO TO WS-CAM-VALOR-NUEVO
              PERFORM 065-REGISTRA-CAMBIO THRU 065-FIN
           END-IF
           IF WS-VIG-JEFE-INMEDIATO NOT NUMERIC
              MOVE ZEROS TO WS-VIG-JEFE-INMEDIATO
           END-IF
           IF WS-JEFE-INMEDIATO NOT EQUAL WS-VIG-JEFE-INMEDIATO
              MOVE "JEFE INMEDIATO"   TO WS-CAM-CAMPO
              MOVE WS-VIG-JEFE-INMEDIATO TO WS-CAM-VALOR-ANTERIOR
              MOVE WS-JEFE-INMEDIATO  TO WS-CAM-VALOR-NUEVO
              PERFORM 065-REGISTRA-CAMBIO THRU 065-FIN
           END-IF.
       064-FIN. EXIT.

           END-IF.
       067-FIN. EXIT.

      *----------------------------------------------------------------
      * REINGRESO QUE EXCEDIA PLAZAS, DEJADO POR REINGEMP CON EL
      * REGISTRO YA REACTIVADO. SOLO SE APLICA SI EL EMPLEADO SIGUE
      * DADO DE BAJA; SI ENTRE TANTO LO REINGRESARON POR OTRO CAMINO
      * O YA NO EXISTE, EL FOLIO SE RECHAZA. DEJA SW-VIGENTE EN "S"
      * SOLO SI EL REGISTRO SE REESCRIBIO.
      *----------------------------------------------------------------
       068-APLICA-REINGRESO.
           PERFORM 062-RELEE-VIGENTE THRU 062-FIN
           IF SW-VIGENTE NOT EQUAL "S"
              DISPLAY "EL EMPLEADO " WS-ID-EMP " YA NO "
                      "EXISTE; EL FOLIO SE RECHAZA."
              PERFORM 070-RECHAZA THRU 070-FIN
              GO TO 068-FIN
           END-IF
           IF WS-VIG-STATUS-EMP NOT EQUAL "I"
              DISPLAY "EL EMPLEADO " WS-ID-EMP " YA NO ESTA DADO DE "
                      "BAJA; EL FOLIO SE RECHAZA."
              MOVE "N" TO SW-VIGENTE
              PERFORM 070-RECHAZA THRU 070-FIN
              GO TO 068-FIN
           END-IF
           REWRITE REG-EMPLEADOS FROM PEND-DATOS-EMPLEADO
                INVALID KEY
                   DISPLAY "EL EMPLEADO " WS-ID-EMP " YA NO "
                           "EXISTE; EL FOLIO SE RECHAZA."
                   MOVE "N" TO SW-VIGENTE
                   PERFORM 070-RECHAZA THRU 070-FIN
                   GO TO 068-FIN
           END-REWRITE
           MOVE "REINGR" TO WS-AUD-OPERACION
           MOVE WS-FECHA-SISTEMA TO WS-HSU-FECHA-VIG
           MOVE "REINGEMP"       TO WS-HSU-ORIGEN
           PERFORM 080-HISTORIA-SUELDO THRU 080-FIN.
       068-FIN. EXIT.

      *----------------------------------------------------------------
      * CLABE PEDIDA POR EL EMPLEADO EN EL PORTAL (TIPO "C"): SOLO
      * CAMBIA LA CLABE, SOBRE EL REGISTRO VIGENTE RELEIDO AL
      * MOMENTO, ASI QUE NINGUN OTRO MOVIMIENTO POSTERIOR A LA
      * SOLICITUD SE PISA. SI EL EMPLEADO YA NO EXISTE O YA FUE DADO
      * DE BAJA EL FOLIO SE RECHAZA. DEJA SW-VIGENTE EN "S" SOLO SI
      * EL REGISTRO SE REESCRIBIO.
      *----------------------------------------------------------------
       069-APLICA-CLABE.
           PERFORM 062-RELEE-VIGENTE THRU 062-FIN
           IF SW-VIGENTE NOT EQUAL "S"
              DISPLAY "EL EMPLEADO " WS-ID-EMP " YA NO "
                      "EXISTE; EL FOLIO SE RECHAZA."
              PERFORM 070-RECHAZA THRU 070-FIN
              GO TO 069-FIN
           END-IF
           IF WS-VIG-STATUS-EMP EQUAL "I"
              DISPLAY "EL EMPLEADO " WS-ID-EMP " FUE DADO DE BAJA "
                      "DESPUES DE LA SOLICITUD; EL FOLIO SE RECHAZA."
              MOVE "N" TO SW-VIGENTE
              PERFORM 070-RECHAZA THRU 070-FIN
              GO TO 069-FIN
           END-IF
           MOVE "CLABE"        TO WS-CAM-CAMPO
           MOVE WS-VIG-CLABE   TO WS-CAM-VALOR-ANTERIOR
           MOVE WS-CLABE       TO WS-CAM-VALOR-NUEVO
           MOVE WS-CLABE       TO WS-VIG-CLABE
           REWRITE REG-EMPLEADOS FROM WS-EMPLEADO-VIGENTE
                INVALID KEY
                   DISPLAY "EL EMPLEADO " WS-ID-EMP " YA NO "
                           "EXISTE; EL FOLIO SE RECHAZA."
                   MOVE "N" TO SW-VIGENTE
                   PERFORM 070-RECHAZA THRU 070-FIN
                   GO TO 069-FIN
           END-REWRITE
           PERFORM 065-REGISTRA-CAMBIO THRU 065-FIN
           MOVE "CLABE" TO WS-AUD-OPERACION.
       069-FIN. EXIT.

      *----------------------------------------------------------------
      * EL SUELDO QUE ACABA DE QUEDAR EN EL MAESTRO ENTRA A
      * BD-HIST-SUELDOS.TXT A NOMBRE DEL AUTORIZADOR (EL CAPTURISTA
      * QUEDA EN EL FOLIO Y EN LA BITACORA).
      *----------------------------------------------------------------
       080-HISTORIA-SUELDO.
           MOVE WS-OPERADOR-ID TO WS-HSU-OPERADOR
           PERFORM 172-REGISTRA-HIST-SUELDO THRU 172-FIN.
       080-FIN. EXIT.

       070-RECHAZA.
           MOVE "R" TO PEND-STATUS
           REWRITE REG-PENDIENTES
                 PENDIENTES
                 AUDITORIA
                 CAMBIOS
                 ARCHIVO-SDI
                 PLANTAS
                 HIST-SUELDOS
           IF HAY-PLAZAS
              CLOSE PLAZAS
           END-IF.
       090-FIN. EXIT.
