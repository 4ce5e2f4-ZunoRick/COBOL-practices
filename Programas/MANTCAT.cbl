      *   PLANTA, Y TODO A LA BITACORA. EL ARCHIVO SE CREA VACIO EN
      *   LA PRIMERA CORRIDA PARA QUE ALTAEMP/CARGAEMP TENGAN CONTRA
      *   QUE VALIDAR.
      * - LA PLANTA LLEVA SU ZONA SALARIAL (GENERAL O FRONTERA
      *   NORTE) PARA VALIDAR LOS SUELDOS CONTRA EL SALARIO MINIMO
      *   DE LA ZONA.
      * - EL CATALOGO BD-PATRONES.TXT (REGISTRO PATRONAL DEL IMSS
      *   CON SU RAZON SOCIAL Y RFC) SE MANTIENE AQUI CON
      *   ALTA/CAMBIO/BAJA, Y CADA PLANTA LLEVA SU REGISTRO PATRONAL
      *   PARA SEPARAR LAS DECLARACIONES POR PATRON.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                MANTCAT.
           COPY PUESSEL.
           COPY AUDSEL.
           COPY PLTSEL.
           COPY PATSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY PUESFD.
           COPY AUDFD.
           COPY PLTFD.
           COPY PATFD.

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY AUDRUTA.
           COPY PLTFS.
           COPY PLTRUTA.
           COPY PATFS.
           COPY PATRUTA.

       01  WS-RESPUESTA            PIC X(01).
       01  SW-CONFIRMA             PIC X(01).
       01  WS-COD-PLANTA-X         PIC X(02).
       01  WS-COD-PLANTA-9 REDEFINES WS-COD-PLANTA-X
                                   PIC 9(02).
       01  WS-ZONA-CAPTURA         PIC X(01).
           88 ZONA-CAPTURA-VALIDA         VALUE "G" "F".
       01  WS-SAL-MIN-CAPTURA      PIC 9(07)V99.
       01  WS-SAL-MAX-CAPTURA      PIC 9(07)V99.

       01  WS-PATRON-PLANTA-X      PIC X(02).
       01  WS-PATRON-PLANTA-9 REDEFINES WS-PATRON-PLANTA-X
                                   PIC 9(02).
       01  WS-COD-PATRON-X         PIC X(02).
       01  WS-COD-PATRON-9 REDEFINES WS-COD-PATRON-X
                                   PIC 9(02).
       01  WS-RAZON-CAPTURA        PIC X(40).
       01  WS-RFC-CAPTURA          PIC X(13).
       01  WS-REGISTRO-CAPTURA     PIC X(11).
       01  SW-DATOS-PATRON         PIC X(01).
           88 DATOS-PATRON-VALIDOS        VALUE "S".

       01  WS-CONT-REFERENCIAS     PIC 9(05).

       PROCEDURE DIVISION.
           PERFORM 019-OBTIENE-RUTA-PUESTOS     THRU 019-FIN
           PERFORM 021-OBTIENE-RUTA-AUDITORIA   THRU 021-FIN
           PERFORM 056-OBTIENE-RUTA-PLANTAS     THRU 056-FIN
           PERFORM 177-OBTIENE-RUTA-PATRONES    THRU 177-FIN
           PERFORM 028-ABRE-OPERADORES          THRU 028-FIN
           PERFORM 029-VALIDA-OPERADOR          THRU 029-FIN
           CLOSE OPERADORES
           COPY AUDRUTAP.
           COPY AUDWRTP.
           COPY PLTRUTAP.
           COPY PATRUTAP.

       028-ABRE-OPERADORES.
           OPEN INPUT OPERADORES
              CLOSE PLANTAS
              OPEN I-O PLANTAS
           END-IF
           OPEN I-O    PATRONES
           IF FS-PATRONES-NO-EXISTE
              OPEN OUTPUT PATRONES
              CLOSE PATRONES
              OPEN I-O PATRONES
           END-IF
           OPEN EXTEND AUDITORIA
           IF NOT FS-EMPLEADOS-OK OR NOT FS-DEPARTAMENTOS-OK
              OR NOT FS-PUESTOS-OK OR NOT FS-AUDITORIA-OK
              OR NOT FS-PLANTAS-OK OR NOT FS-PATRONES-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              GOBACK
           END-IF.
           DISPLAY "6: DAR DE BAJA UN PUESTO"
           DISPLAY " "
           DISPLAY "7: DAR DE ALTA UNA PLANTA"
           DISPLAY "8: CAMBIAR NOMBRE, CIUDAD, ZONA O REGISTRO "
                   "PATRONAL DE UNA PLANTA"
           DISPLAY "9: DAR DE BAJA UNA PLANTA"
           DISPLAY " "
           DISPLAY "A: DAR DE ALTA UN REGISTRO PATRONAL"
           DISPLAY "B: CAMBIAR RAZON SOCIAL, RFC O REGISTRO PATRONAL"
           DISPLAY "C: DAR DE BAJA UN REGISTRO PATRONAL"
           DISPLAY " "
           DISPLAY "E: SALIR DEL PROGRAMA"
           DISPLAY " "
           ACCEPT WS-RESPUESTA.
                PERFORM 082-CAMBIO-PLANTA THRU 082-FIN
           WHEN "9"
                PERFORM 084-BAJA-PLANTA THRU 084-FIN
           WHEN "A"
                PERFORM 093-ALTA-PATRON THRU 093-FIN
           WHEN "B"
                PERFORM 094-CAMBIO-PATRON THRU 094-FIN
           WHEN "C"
                PERFORM 095-BAJA-PATRON THRU 095-FIN
           WHEN "E"
                CONTINUE
           WHEN OTHER
           ACCEPT WS-NOMBRE-CAPTURA
           DISPLAY "CIUDAD: "
           ACCEPT WS-CIUDAD-CAPTURA
           PERFORM 089-PIDE-ZONA THRU 089-FIN
           PERFORM 091-PIDE-PATRON-PLANTA THRU 091-FIN
           IF WS-NOMBRE-CAPTURA EQUAL SPACES
              DISPLAY "EL NOMBRE ES OBLIGATORIO."
              GO TO 080-FIN
           MOVE WS-COD-PLANTA-9   TO PLT-COD
           MOVE WS-NOMBRE-CAPTURA TO PLT-NOMBRE
           MOVE WS-CIUDAD-CAPTURA TO PLT-CIUDAD
           MOVE WS-ZONA-CAPTURA   TO PLT-ZONA-SALARIAL
           MOVE WS-PATRON-PLANTA-9 TO PLT-PATRON
           WRITE REG-PLANTAS
                INVALID KEY
                   DISPLAY "YA EXISTE UNA PLANTA CON ESA CLAVE."
                   GO TO 082-FIN
           END-READ
           DISPLAY "NOMBRE ACTUAL: " PLT-NOMBRE " CIUDAD: " PLT-CIUDAD
                   " ZONA: " PLT-ZONA-SALARIAL
                   " REGISTRO PATRONAL: " PLT-PATRON
           DISPLAY "NOMBRE NUEVO : "
           ACCEPT WS-NOMBRE-CAPTURA
           DISPLAY "CIUDAD NUEVA : "
           ACCEPT WS-CIUDAD-CAPTURA
           PERFORM 089-PIDE-ZONA THRU 089-FIN
           PERFORM 091-PIDE-PATRON-PLANTA THRU 091-FIN
           IF WS-NOMBRE-CAPTURA EQUAL SPACES
              DISPLAY "EL NOMBRE ES OBLIGATORIO."
              GO TO 082-FIN
           END-IF
           MOVE WS-NOMBRE-CAPTURA TO PLT-NOMBRE
           MOVE WS-CIUDAD-CAPTURA TO PLT-CIUDAD
           MOVE WS-ZONA-CAPTURA   TO PLT-ZONA-SALARIAL
           MOVE WS-PATRON-PLANTA-9 TO PLT-PATRON
           REWRITE REG-PLANTAS
                INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR LA PLANTA."
           END-REWRITE.
       082-FIN. EXIT.

      *----------------------------------------------------------------
      * ZONA SALARIAL DE LA PLANTA PARA EL SALARIO MINIMO: G = ZONA
      * GENERAL, F = ZONA LIBRE DE LA FRONTERA NORTE. EN BLANCO SE
      * TOMA COMO GENERAL.
      *----------------------------------------------------------------
       089-PIDE-ZONA.
           DISPLAY "ZONA SALARIAL (G: GENERAL / F: FRONTERA NORTE): "
           ACCEPT WS-ZONA-CAPTURA
           IF WS-ZONA-CAPTURA EQUAL SPACE
              MOVE "G" TO WS-ZONA-CAPTURA
           END-IF
           IF NOT ZONA-CAPTURA-VALIDA
              DISPLAY "LA ZONA DEBE SER G O F."
              GO TO 089-PIDE-ZONA
           END-IF.
       089-FIN. EXIT.

       084-BAJA-PLANTA.
           PERFORM 048-PIDE-COD-PLANTA THRU 048-FIN
           MOVE WS-COD-PLANTA-9 TO PLT-COD
           PERFORM 076-LEE-EMPLEADO THRU 076-FIN.
       088-FIN. EXIT.

      *----------------------------------------------------------------
      * REGISTRO PATRONAL DE LA PLANTA: DEBE EXISTIR EN
      * BD-PATRONES.TXT. 00 LA DEJA SIN REGISTRO, PERO SUS EMPLEADOS
      * NO SALEN EN LOS ARCHIVOS DEL IMSS NI DEL SAT HASTA ASIGNARLO.
      *----------------------------------------------------------------
       091-PIDE-PATRON-PLANTA.
           DISPLAY "REGISTRO PATRONAL DE LA PLANTA (CLAVE DE 2 "
                   "DIGITOS, 00 = SIN ASIGNAR): "
           ACCEPT WS-PATRON-PLANTA-X
           IF WS-PATRON-PLANTA-X NOT NUMERIC
              DISPLAY "LA CLAVE DEBE SER NUMERICA."
              GO TO 091-PIDE-PATRON-PLANTA
           END-IF
           IF WS-PATRON-PLANTA-9 EQUAL ZEROS
              DISPLAY "AVISO: LA PLANTA QUEDA SIN REGISTRO PATRONAL; "
                      "SUS EMPLEADOS NO SALDRAN EN SUA, IDSE, CFDI, "
                      "ISN NI POLIZA."
              GO TO 091-FIN
           END-IF
           MOVE WS-PATRON-PLANTA-9 TO PAT-COD
           READ PATRONES
                INVALID KEY
                   DISPLAY "CLAVE DE REGISTRO PATRONAL INEXISTENTE; "
                           "DELO DE ALTA PRIMERO (OPCION A)."
                   GO TO 091-PIDE-PATRON-PLANTA
           END-READ
           DISPLAY "PATRON: " PAT-RAZON-SOCIAL " REGISTRO: "
                   PAT-REGISTRO.
       091-FIN. EXIT.

       092-PIDE-COD-PATRON.
           DISPLAY "CLAVE DE REGISTRO PATRONAL (2 DIGITOS): "
           ACCEPT WS-COD-PATRON-X
           IF WS-COD-PATRON-X NOT NUMERIC OR
              WS-COD-PATRON-9 EQUAL ZEROS
              DISPLAY "LA CLAVE DEBE SER NUMERICA Y MAYOR A 00."
              DISPLAY " "
              GO TO 092-PIDE-COD-PATRON
           END-IF.
       092-FIN. EXIT.

      *----------------------------------------------------------------
      * CADA RENGLON DEL CATALOGO ES UN REGISTRO PATRONAL DEL IMSS;
      * LOS REGISTROS DE UNA MISMA RAZON SOCIAL SE CAPTURAN CON EL
      * MISMO RFC Y ASI SALEN JUNTOS EN LOS ARCHIVOS DEL SAT.
      *----------------------------------------------------------------
       093-ALTA-PATRON.
           PERFORM 092-PIDE-COD-PATRON THRU 092-FIN
           DISPLAY "RAZON SOCIAL: "
           ACCEPT WS-RAZON-CAPTURA
           DISPLAY "RFC DEL PATRON (12 O 13 POSICIONES): "
           ACCEPT WS-RFC-CAPTURA
           DISPLAY "REGISTRO PATRONAL IMSS (11 POSICIONES): "
           ACCEPT WS-REGISTRO-CAPTURA
           PERFORM 099-VALIDA-DATOS-PATRON THRU 099-FIN
           IF NOT DATOS-PATRON-VALIDOS
              GO TO 093-FIN
           END-IF
           MOVE WS-COD-PATRON-9     TO PAT-COD
           MOVE WS-RAZON-CAPTURA    TO PAT-RAZON-SOCIAL
           MOVE WS-RFC-CAPTURA      TO PAT-RFC
           MOVE WS-REGISTRO-CAPTURA TO PAT-REGISTRO
           WRITE REG-PATRONES
                INVALID KEY
                   DISPLAY "YA EXISTE UN REGISTRO PATRONAL CON ESA "
                           "CLAVE."
                NOT INVALID KEY
                   DISPLAY "REGISTRO PATRONAL DADO DE ALTA."
                   MOVE WS-COD-PATRON-9 TO WS-ID-EMP
                   MOVE "PATALT" TO WS-AUD-OPERACION
                   PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN
           END-WRITE.
       093-FIN. EXIT.

       094-CAMBIO-PATRON.
           PERFORM 092-PIDE-COD-PATRON THRU 092-FIN
           MOVE WS-COD-PATRON-9 TO PAT-COD
           READ PATRONES
                INVALID KEY
                   DISPLAY "CLAVE DE REGISTRO PATRONAL INEXISTENTE."
                   GO TO 094-FIN
           END-READ
           DISPLAY "RAZON SOCIAL ACTUAL: " PAT-RAZON-SOCIAL
           DISPLAY "RFC: " PAT-RFC " REGISTRO: " PAT-REGISTRO
           DISPLAY "RAZON SOCIAL NUEVA : "
           ACCEPT WS-RAZON-CAPTURA
           DISPLAY "RFC NUEVO          : "
           ACCEPT WS-RFC-CAPTURA
           DISPLAY "REGISTRO NUEVO     : "
           ACCEPT WS-REGISTRO-CAPTURA
           PERFORM 099-VALIDA-DATOS-PATRON THRU 099-FIN
           IF NOT DATOS-PATRON-VALIDOS
              GO TO 094-FIN
           END-IF
           MOVE WS-COD-PATRON-9 TO PAT-COD
           READ PATRONES
                INVALID KEY
                   DISPLAY "CLAVE DE REGISTRO PATRONAL INEXISTENTE."
                   GO TO 094-FIN
           END-READ
           MOVE WS-RAZON-CAPTURA    TO PAT-RAZON-SOCIAL
           MOVE WS-RFC-CAPTURA      TO PAT-RFC
           MOVE WS-REGISTRO-CAPTURA TO PAT-REGISTRO
           REWRITE REG-PATRONES
                INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL REGISTRO PATRONAL."
                NOT INVALID KEY
                   DISPLAY "REGISTRO PATRONAL ACTUALIZADO."
                   MOVE WS-COD-PATRON-9 TO WS-ID-EMP
                   MOVE "PATCAM" TO WS-AUD-OPERACION
                   PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN
           END-REWRITE.
       094-FIN. EXIT.

      *----------------------------------------------------------------
      * LA BAJA SE RECHAZA MIENTRAS ALGUNA PLANTA APUNTE AL REGISTRO:
      * SUS EMPLEADOS SE QUEDARIAN SIN PATRON EN LAS DECLARACIONES.
      *----------------------------------------------------------------
       095-BAJA-PATRON.
           PERFORM 092-PIDE-COD-PATRON THRU 092-FIN
           MOVE WS-COD-PATRON-9 TO PAT-COD
           READ PATRONES
                INVALID KEY
                   DISPLAY "CLAVE DE REGISTRO PATRONAL INEXISTENTE."
                   GO TO 095-FIN
           END-READ
           PERFORM 096-CUENTA-REF-PATRON THRU 096-FIN
           IF WS-CONT-REFERENCIAS IS GREATER THAN ZEROS
              DISPLAY "NO SE PUEDE DAR DE BAJA: " WS-CONT-REFERENCIAS
                      " PLANTAS TIENEN ESE REGISTRO PATRONAL."
              GO TO 095-FIN
           END-IF
           DISPLAY "¿CONFIRMA LA BAJA DEL REGISTRO " PAT-REGISTRO
                   "? (Y/N): "
           ACCEPT SW-CONFIRMA
           IF SW-CONFIRMA EQUAL "Y"
              DELETE PATRONES
                 INVALID KEY
                    DISPLAY "NO SE PUDO DAR DE BAJA EL REGISTRO."
                 NOT INVALID KEY
                    DISPLAY "REGISTRO PATRONAL DADO DE BAJA."
                    MOVE WS-COD-PATRON-9 TO WS-ID-EMP
                    MOVE "PATBAJ" TO WS-AUD-OPERACION
                    PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN
              END-DELETE
           ELSE
              DISPLAY "OPERACION CANCELADA."
           END-IF.
       095-FIN. EXIT.

       096-CUENTA-REF-PATRON.
           MOVE ZEROS  TO WS-CONT-REFERENCIAS
           MOVE SPACES TO SW-FIN
           MOVE ZEROS  TO PLT-COD
           START PLANTAS KEY IS GREATER THAN OR EQUAL PLT-COD
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN
           END-START
           PERFORM 097-CUENTA-PLANTA-PATRON THRU 097-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       096-FIN. EXIT.

       097-CUENTA-PLANTA-PATRON.
           READ PLANTAS NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 097-FIN
           END-READ
           IF PLT-PATRON IS NUMERIC AND
              PLT-PATRON EQUAL WS-COD-PATRON-9
              ADD 1 TO WS-CONT-REFERENCIAS
           END-IF.
       097-FIN. EXIT.

      *----------------------------------------------------------------
      * RAZON SOCIAL OBLIGATORIA, RFC DE 12 (PERSONA MORAL) O 13
      * (PERSONA FISICA) POSICIONES, REGISTRO PATRONAL DE 11 Y SIN
      * REPETIRSE EN OTRA CLAVE DEL CATALOGO: DOS CLAVES CON EL MISMO
      * REGISTRO ENCIMARIAN SUS ARCHIVOS DEL IMSS.
      *----------------------------------------------------------------
       099-VALIDA-DATOS-PATRON.
           MOVE "N" TO SW-DATOS-PATRON
           IF WS-RAZON-CAPTURA EQUAL SPACES
              DISPLAY "LA RAZON SOCIAL ES OBLIGATORIA."
              GO TO 099-FIN
           END-IF
           IF WS-RFC-CAPTURA (12:1) EQUAL SPACE OR
              WS-RFC-CAPTURA (1:1) EQUAL SPACE
              DISPLAY "EL RFC DEBE TENER 12 O 13 POSICIONES."
              GO TO 099-FIN
           END-IF
           IF WS-REGISTRO-CAPTURA (11:1) EQUAL SPACE OR
              WS-REGISTRO-CAPTURA (1:1) EQUAL SPACE
              DISPLAY "EL REGISTRO PATRONAL DEBE TENER 11 POSICIONES."
              GO TO 099-FIN
           END-IF
           MOVE "S"    TO SW-DATOS-PATRON
           MOVE SPACES TO SW-FIN
           MOVE ZEROS  TO PAT-COD
           START PATRONES KEY IS GREATER THAN OR EQUAL PAT-COD
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN
           END-START
           PERFORM 098-COMPARA-REGISTRO THRU 098-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       099-FIN. EXIT.

       098-COMPARA-REGISTRO.
           READ PATRONES NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 098-FIN
           END-READ
           IF PAT-REGISTRO EQUAL WS-REGISTRO-CAPTURA AND
              PAT-COD NOT EQUAL WS-COD-PATRON-9
              DISPLAY "EL REGISTRO " PAT-REGISTRO " YA ESTA EN LA "
                      "CLAVE " PAT-COD "."
              MOVE "N"   TO SW-DATOS-PATRON
              MOVE "FIN" TO SW-FIN
           END-IF.
       098-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 DEPARTAMENTOS
                 PUESTOS
                 PLANTAS
                 PATRONES
                 AUDITORIA.
       090-FIN. EXIT.
