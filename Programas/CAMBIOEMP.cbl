      *   CAMBIA, Y CADA VALIDACION REGRESA EL CURSOR AL CAMPO
      *   EQUIVOCADO CON SU MENSAJE EN EL RENGLON DE AVISOS, SIN
      *   RETECLEAR TODO. LAS VALIDACIONES SON LAS DE SIEMPRE.
      * - LA FORMA DE CAMBIOS INCLUYE LA FRECUENCIA DE PAGO (Q/S) Y
      *   SU CAMBIO SE REGISTRA EN BD-CAMBIOS.TXT.
      * - UN SUELDO NUEVO SE RECHAZA SI QUEDA DEBAJO DEL SALARIO
      *   MINIMO VIGENTE DE LA ZONA DE LA PLANTA DEL EMPLEADO.
      * - LA FORMA DE CAMBIOS INCLUYE EL JEFE INMEDIATO: DEBE
      *   EXISTIR, NO ESTAR DADO DE BAJA NI CERRAR UN CIRCULO EN LA
      *   CADENA DE MANDO; SU CAMBIO SE REGISTRA EN BD-CAMBIOS.TXT.
      * - UN CAMBIO DE DEPARTAMENTO O PUESTO QUE EXCEDE LAS PLAZAS
      *   AUTORIZADAS DEL DESTINO (BD-PLAZAS.TXT) VA A LA COLA DE
      *   APRUEBA AUNQUE NO TOQUE EL SUELDO.
      * - EL CAMBIO PUEDE LLEVAR FECHA EFECTIVA FUTURA: SE GRABA EN
      *   BD-PROGRAMADOS.TXT Y LO APLICA EL LOTE NOCTURNO (APLIPROG)
      *   EL DIA QUE SE VENCE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                CAMBIOEMP.
           COPY CAMBSEL.
           COPY TCSEL.
           COPY PENDSEL.
           COPY PLTSEL.
           COPY SMGSEL.
           COPY PLZSEL.
           COPY PRGSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY CAMBFD.
           COPY TCFD.
           COPY PENDFD.
           COPY PLTFD.
           COPY SMGFD.
           COPY PLZFD.
           COPY PRGFD.

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY PENDRUTA.
           COPY TCFS.
           COPY TCRUTA.
           COPY PLTFS.
           COPY PLTRUTA.
           COPY SMGFS.
           COPY SMGRUTA.
           COPY JEFVAL.
           COPY PLZFS.
           COPY PLZRUTA.
           COPY PRGFS.
           COPY PRGRUTA.

       01  WS-ID-BUSCA            PIC 9(04).
       01  SW-ENCONTRO            PIC X(01)     VALUE "N".
       01  WS-OLD-DEPARTAMENTO    PIC 9(03).
       01  WS-OLD-PUESTO          PIC 9(02).
       01  WS-OLD-SALARIO         PIC 9(07)V99.
       01  WS-OLD-FRECUENCIA-PAGO PIC X(01).
       01  WS-OLD-JEFE-INMEDIATO  PIC 9(04).

       01  WS-OLD-SALARIO-ED      PIC ZZZZZZ9.99.
       01  WS-NEW-SALARIO-ED      PIC ZZZZZZ9.99.
       01  WS-SALARIO-MXN         PIC 9(09)V99.

       01  WS-FECHA-SISTEMA       PIC 9(08).
       01  WS-FECHA-SISTEMA-R REDEFINES WS-FECHA-SISTEMA.
           05 WS-SIS-ANIO         PIC 9(04).
           05 FILLER              PIC 9(04).
       01  WS-MENSAJE-ERROR       PIC X(60)     VALUE SPACES.

      *----------------------------------------------------------------
      * FECHA EFECTIVA DEL CAMBIO: CERO U HOY SE APLICA AL MOMENTO;
      * UNA FECHA FUTURA SE GRABA EN BD-PROGRAMADOS.TXT Y LA APLICA EL
      * LOTE NOCTURNO ESE DIA.
      *----------------------------------------------------------------
       01  WS-FECHA-EFECTIVA      PIC 9(08)     VALUE ZEROS.
       01  WS-FECHA-EFECTIVA-R REDEFINES WS-FECHA-EFECTIVA.
           05 WS-EFE-ANIO         PIC 9(04).
           05 WS-EFE-MES          PIC 9(02).
           05 WS-EFE-DIA          PIC 9(02).
       01  SW-PROGRAMA            PIC X(01)     VALUE "N".
           88 CAMBIO-PROGRAMADO          VALUE "S".

       LINKAGE SECTION.
       01  LK-INDEX               PIC 9(04).
       01  LK-OPERADOR-ID         PIC X(08).
           05 LINE 09 COL 05 VALUE "SUELDO QUINCENAL: ".
           05 PAN-SALARIO LINE 09 COL 23 PIC 9(07)V99
              USING WS-SALARIO.
           05 LINE 10 COL 05 VALUE "FRECUENCIA (Q/S): ".
           05 PAN-FRECUENCIA LINE 10 COL 23 PIC X(01)
              USING WS-FRECUENCIA-PAGO.
           05 LINE 11 COL 05 VALUE "JEFE INMEDIATO  : ".
           05 PAN-JEFE    LINE 11 COL 23 PIC 9(04)
              USING WS-JEFE-INMEDIATO.
           05 LINE 11 COL 29 VALUE "(0000 = SIN JEFE)".

       01  PANTALLA-ERROR.
           05 LINE 22 COL 05 PIC X(60) FROM WS-MENSAJE-ERROR.
           PERFORM 057-OBTIENE-RUTA-PENDIENTES THRU 057-FIN
           PERFORM 051-OBTIENE-RUTA-TIPO-CAMBIO THRU 051-FIN
           PERFORM 052-CARGA-TIPO-CAMBIO THRU 052-FIN
           PERFORM 046-OBTIENE-RUTA-PLANTAS THRU 046-FIN
           PERFORM 130-OBTIENE-RUTA-SAL-MINIMO THRU 130-FIN
           PERFORM 131-CARGA-SAL-MINIMO THRU 131-FIN
           PERFORM 145-OBTIENE-RUTA-PLAZAS THRU 145-FIN
           PERFORM 174-OBTIENE-RUTA-PROGRAMADOS THRU 174-FIN
           PERFORM 020-ABRE-ARCHIVOS   THRU 020-FIN
           IF OPERACION-FALLIDA
              GOBACK
           PERFORM 040-BUSCA-EMPLEADO  THRU 040-FIN
           IF SW-ENCONTRO EQUAL "S"
              PERFORM 050-CAPTURA-CAMBIOS THRU 050-FIN
              PERFORM 049-PIDE-FECHA-EFECTIVA THRU 049-FIN
              IF CAMBIO-PROGRAMADO
                 PERFORM 062-PROGRAMA-CAMBIO THRU 062-FIN
              ELSE
                 PERFORM 048-REVISA-PLAZA    THRU 048-FIN
                 IF WS-SALARIO NOT EQUAL WS-OLD-SALARIO OR
                    PLAZA-EXCEDIDA
                    PERFORM 058-ENVIA-AUTORIZACION THRU 058-FIN
                 ELSE
                    REWRITE REG-EMPLEADOS FROM WS-DATOS-EMPLEADO
                       INVALID KEY
                          DISPLAY "NO SE PUDO ACTUALIZAR AL EMPLEADO "
                                  WS-ID-BUSCA "."
                          MOVE "1" TO LK-STATUS
                       NOT INVALID KEY
                          DISPLAY "EMPLEADO " WS-ID-BUSCA
                                  " ACTUALIZADO."
                          MOVE "CAMBIO" TO WS-AUD-OPERACION
                          PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN
                          PERFORM 056-COMPARA-CAMBIOS THRU 056-FIN
                    END-REWRITE
                 END-IF
              END-IF
           ELSE
              DISPLAY "NO SE ENCONTRO EL EMPLEADO " WS-ID-BUSCA "."
           COPY PENDRUTAP.
           COPY TCRUTAP.
           COPY TCCARGP.
           COPY SMGRUTAP.
           COPY SMGCARGP.
           COPY SMGVALP.
           COPY JEFVALP.
           COPY PLZRUTAP.
           COPY PLZVALP.
           COPY PRGRUTAP.
           COPY PRGWRTP.

      *----------------------------------------------------------------
      * FECHA EFECTIVA: CERO O LA DE HOY APLICA COMO SIEMPRE; UNA FECHA
      * PASADA SE RECHAZA (NO HAY CAMBIOS RETROACTIVOS) Y UNA FUTURA
      * MARCA EL CAMBIO COMO PROGRAMADO.
      *----------------------------------------------------------------
       049-PIDE-FECHA-EFECTIVA.
           MOVE "N" TO SW-PROGRAMA
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY "FECHA EFECTIVA DEL CAMBIO AAAAMMDD (0 = HOY): "
           ACCEPT WS-FECHA-EFECTIVA
           IF WS-FECHA-EFECTIVA EQUAL ZEROS OR
              WS-FECHA-EFECTIVA EQUAL WS-FECHA-SISTEMA
              GO TO 049-FIN
           END-IF
           IF WS-FECHA-EFECTIVA IS LESS THAN WS-FECHA-SISTEMA
              DISPLAY "NO SE ADMITEN CAMBIOS CON FECHA PASADA."
              GO TO 049-PIDE-FECHA-EFECTIVA
           END-IF
           IF WS-EFE-MES < 1 OR WS-EFE-MES > 12 OR
              WS-EFE-DIA < 1 OR WS-EFE-DIA > 31
              DISPLAY "FECHA NO VALIDA."
              GO TO 049-PIDE-FECHA-EFECTIVA
           END-IF
           MOVE "S" TO SW-PROGRAMA.
       049-FIN. EXIT.

      *----------------------------------------------------------------
      * CAMBIO CON FECHA FUTURA: NO SE TOCA EL MAESTRO. SE GRABAN EN
      * BD-PROGRAMADOS.TXT SOLO LOS CAMPOS QUE CAMBIARON Y EL LOTE
      * NOCTURNO (APLIPROG) LOS APLICA ESE DIA CON LAS VALIDACIONES DE
      * SIEMPRE; SI TOCAN EL SUELDO O EXCEDEN PLAZAS LOS MANDA ENTONCES
      * A LA COLA DE APRUEBA. NOMBRE Y APELLIDOS NO SE PROGRAMAN: SE
      * CORRIGEN CON FECHA DE HOY.
      *----------------------------------------------------------------
       062-PROGRAMA-CAMBIO.
           IF WS-NOMBRE-EMP NOT EQUAL WS-OLD-NOMBRE-EMP OR
              WS-APE-PAT-EMP NOT EQUAL WS-OLD-APE-PAT-EMP OR
              WS-APE-MAT-EMP NOT EQUAL WS-OLD-APE-MAT-EMP
              DISPLAY "LOS CAMBIOS DE NOMBRE NO SE PROGRAMAN; "
                      "CAPTURELOS CON FECHA DE HOY."
           END-IF
           MOVE WS-ID-EMP         TO PRG-ID-EMP
           MOVE WS-FECHA-EFECTIVA TO PRG-FECHA-EFECTIVA
           MOVE "CAMBIOEMP"       TO PRG-ORIGEN
           MOVE WS-AUD-OPERADOR   TO PRG-OPERADOR-CAP
           MOVE ZEROS             TO PRG-DEPARTAMENTO
                                     PRG-PLANTA
                                     PRG-PUESTO
                                     PRG-SALARIO
                                     PRG-JEFE
           MOVE SPACES            TO PRG-FRECUENCIA
           MOVE "N"               TO PRG-CAMBIA-JEFE
           IF WS-DEPARTAMENTO NOT EQUAL WS-OLD-DEPARTAMENTO
              MOVE WS-DEPARTAMENTO TO PRG-DEPARTAMENTO
           END-IF
           IF WS-PUESTO NOT EQUAL WS-OLD-PUESTO
              MOVE WS-PUESTO       TO PRG-PUESTO
           END-IF
           IF WS-SALARIO NOT EQUAL WS-OLD-SALARIO
              MOVE WS-SALARIO      TO PRG-SALARIO
           END-IF
           IF WS-FRECUENCIA-PAGO NOT EQUAL WS-OLD-FRECUENCIA-PAGO
              MOVE WS-FRECUENCIA-PAGO TO PRG-FRECUENCIA
           END-IF
           IF WS-JEFE-INMEDIATO NOT EQUAL WS-OLD-JEFE-INMEDIATO
              MOVE "S"               TO PRG-CAMBIA-JEFE
              MOVE WS-JEFE-INMEDIATO TO PRG-JEFE
           END-IF
           IF PRG-DEPARTAMENTO EQUAL ZEROS AND
              PRG-PUESTO EQUAL ZEROS AND
              PRG-SALARIO EQUAL ZEROS AND
              PRG-FRECUENCIA EQUAL SPACES AND
              NOT PRG-CON-JEFE
              DISPLAY "NO HAY CAMBIOS QUE PROGRAMAR."
              GO TO 062-FIN
           END-IF
           PERFORM 175-REGISTRA-PROGRAMADO THRU 175-FIN
           IF PRG-GRABADO
              DISPLAY "CAMBIO DEL EMPLEADO " WS-ID-BUSCA
                      " PROGRAMADO PARA EL " WS-FECHA-EFECTIVA
                      " CON FOLIO " PRG-FOLIO "."
           ELSE
              MOVE "1" TO LK-STATUS
           END-IF.
       062-FIN. EXIT.

      *----------------------------------------------------------------
      * MISMA RUTA QUE 056-OBTIENE-RUTA-PLANTAS DE PLTRUTAP.cpy; AQUI
      * VA CON OTRO NUMERO PORQUE EL 056 ES 056-COMPARA-CAMBIOS.
      *----------------------------------------------------------------
       046-OBTIENE-RUTA-PLANTAS.
           STRING WS-DIR-DATOS            DELIMITED BY SPACE
                  "\BD-PLANTAS.txt"       DELIMITED BY SIZE
                  INTO WS-RUTA-PLANTAS
           END-STRING.
       046-FIN. EXIT.

      *----------------------------------------------------------------
      * UN CAMBIO QUE TOCA EL SUELDO YA NO SE APLICA DIRECTO: EL
      * ANTERIOR GUARDADO PARA EL ANTES/DESPUES) Y UN SUPERVISOR
      * DISTINTO LO APLICA O RECHAZA CON APRUEBA.CBL. LOS CAMBIOS QUE
      * NO TOCAN EL SUELDO SIGUEN APLICANDOSE AL MOMENTO, COMO
      * SIEMPRE, SALVO QUE MUEVAN AL EMPLEADO A UN DEPARTAMENTO/PUESTO
      * SIN PLAZA AUTORIZADA LIBRE (VER 048-REVISA-PLAZA): ESOS
      * TAMBIEN VAN A LA COLA Y SOLO UN ADMINISTRADOR LOS AUTORIZA.
      *----------------------------------------------------------------
       058-ENVIA-AUTORIZACION.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           END-WRITE.
       058-FIN. EXIT.

      *----------------------------------------------------------------
      * CONTROL DE PLAZAS: SOLO SE REVISA SI CAMBIO EL DEPARTAMENTO O
      * EL PUESTO DE UN EMPLEADO QUE OCUPA PLAZA (NO DADO DE BAJA). EL
      * PROPIO EMPLEADO NO CUENTA COMO OCUPANTE DE SU NUEVO DESTINO.
      *----------------------------------------------------------------
       048-REVISA-PLAZA.
           MOVE "N" TO SW-PLAZA
           IF EMP-INACTIVO
              GO TO 048-FIN
           END-IF
           IF WS-DEPARTAMENTO EQUAL WS-OLD-DEPARTAMENTO AND
              WS-PUESTO EQUAL WS-OLD-PUESTO
              GO TO 048-FIN
           END-IF
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DEPARTAMENTO TO WS-PLZ-DEPTO-BUSCA
           MOVE WS-PUESTO       TO WS-PLZ-PUESTO-BUSCA
           MOVE WS-SIS-ANIO     TO WS-PLZ-ANIO-BUSCA
           MOVE WS-ID-EMP       TO WS-PLZ-EXCLUYE-ID
           PERFORM 146-VALIDA-PLAZA THRU 146-FIN
           IF PLAZA-EXCEDIDA
              DISPLAY "EL CAMBIO EXCEDE LAS PLAZAS AUTORIZADAS DEL "
                      "DESTINO (" WS-PLZ-OCUPADAS " OCUPADAS DE "
                      WS-PLZ-AUTORIZADAS "); REQUIERE AUTORIZACION."
           END-IF.
       048-FIN. EXIT.

       059-BUSCA-FOLIO.
           READ PENDIENTES
                INVALID KEY
              CLOSE PENDIENTES
              OPEN I-O PENDIENTES
           END-IF
           OPEN I-O    PROGRAMADOS
           IF FS-PROGRAMADOS-NO-EXISTE
              OPEN OUTPUT PROGRAMADOS
              CLOSE PROGRAMADOS
              OPEN I-O PROGRAMADOS
           END-IF
           OPEN INPUT  PLANTAS
           OPEN INPUT  PLAZAS
           IF FS-PLAZAS-OK
              MOVE "S" TO SW-HAY-PLAZAS
           ELSE
              MOVE "N" TO SW-HAY-PLAZAS
           END-IF
           IF NOT FS-EMPLEADOS-OK OR NOT FS-DEPARTAMENTOS-OK
              OR NOT FS-PUESTOS-OK OR NOT FS-AUDITORIA-OK
              OR NOT FS-CAMBIOS-OK OR NOT FS-PENDIENTES-OK
              OR NOT FS-PLANTAS-OK OR NOT FS-PROGRAMADOS-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              MOVE "1" TO LK-STATUS
           END-IF.
           MOVE WS-DEPARTAMENTO   TO WS-OLD-DEPARTAMENTO
           MOVE WS-PUESTO         TO WS-OLD-PUESTO
           MOVE WS-SALARIO        TO WS-OLD-SALARIO
           MOVE WS-FRECUENCIA-PAGO TO WS-OLD-FRECUENCIA-PAGO
           IF WS-JEFE-INMEDIATO NOT NUMERIC
              MOVE ZEROS TO WS-JEFE-INMEDIATO
           END-IF
           MOVE WS-JEFE-INMEDIATO TO WS-OLD-JEFE-INMEDIATO
           MOVE SPACES TO WS-MENSAJE-ERROR
           DISPLAY PANTALLA-CAMBIO
           ACCEPT PANTALLA-CAMBIO
           PERFORM 041-CAPTURA-NOMBRES      THRU 041-FIN
           PERFORM 042-CAPTURA-DEPARTAMENTO THRU 042-FIN
           PERFORM 043-CAPTURA-PUESTO       THRU 043-FIN
           PERFORM 044-CAPTURA-SALARIO      THRU 044-FIN
           PERFORM 045-CAPTURA-FRECUENCIA   THRU 045-FIN
           PERFORM 047-CAPTURA-JEFE         THRU 047-FIN.
       050-FIN. EXIT.

       055-MUESTRA-ERROR.
      * EN PESOS: EL SUELDO USD SE CONVIERTE CON EL TIPO DE CAMBIO
      * DEL DIA ANTES DE COMPARAR, IGUAL QUE 038-VALIDA-PUESTO DE
      * ALTAEMP; SOLO SIN TIPO DE CAMBIO CARGADO SE CONSERVA EL
      * COMPORTAMIENTO ANTERIOR DE SALTARSE LA BANDA, AVISANDOLO. UN
      * SUELDO NUEVO TAMPOCO PUEDE QUEDAR DEBAJO DEL SALARIO MINIMO
      * DE LA ZONA DE LA PLANTA (EL QUE NO CAMBIO LO REVISA LA
      * CORRIDA DE ENERO DE REVMINIM).
      *----------------------------------------------------------------
       044-CAPTURA-SALARIO.
           MOVE WS-PUESTO TO REG-PUESTO-COD
              PERFORM 055-MUESTRA-ERROR THRU 055-FIN
              ACCEPT PAN-SALARIO
              GO TO 044-CAPTURA-SALARIO
           END-IF
           IF WS-SALARIO EQUAL WS-OLD-SALARIO
              GO TO 044-FIN
           END-IF
           MOVE WS-SALARIO-MXN TO WS-SMG-SALARIO-COMPARA
           PERFORM 134-VALIDA-SAL-MINIMO THRU 134-FIN
           IF SUELDO-BAJO-MINIMO
              MOVE "EL SUELDO ES MENOR AL SALARIO MINIMO DE LA ZONA"
                   TO WS-MENSAJE-ERROR
              PERFORM 055-MUESTRA-ERROR THRU 055-FIN
              ACCEPT PAN-SALARIO
              GO TO 044-CAPTURA-SALARIO
           END-IF.
       044-FIN. EXIT.

      *----------------------------------------------------------------
      * FRECUENCIA DE PAGO: Q (QUINCENAL) O S (SEMANAL, OPERADORES DE
      * PLANTA). LOS REGISTROS ANTERIORES AL CAMPO LLEGAN EN BLANCO Y
      * SE TOMAN COMO QUINCENALES.
      *----------------------------------------------------------------
       045-CAPTURA-FRECUENCIA.
           IF WS-FRECUENCIA-PAGO = SPACE
              MOVE "Q" TO WS-FRECUENCIA-PAGO
           END-IF
           IF WS-FRECUENCIA-PAGO NOT EQUAL "Q" AND
              WS-FRECUENCIA-PAGO NOT EQUAL "S"
              MOVE "FRECUENCIA INVALIDA: USE Q O S"
                   TO WS-MENSAJE-ERROR
              PERFORM 055-MUESTRA-ERROR THRU 055-FIN
              ACCEPT PAN-FRECUENCIA
              GO TO 045-CAPTURA-FRECUENCIA
           END-IF.
       045-FIN. EXIT.

      *----------------------------------------------------------------
      * JEFE INMEDIATO: 0000 = SIN JEFE. SI CAMBIA, EL NUEVO JEFE DEBE
      * EXISTIR, NO ESTAR DADO DE BAJA Y NO CERRAR UN CIRCULO EN LA
      * CADENA DE MANDO (143-VALIDA-JEFE DE JEFVALP.cpy). EL JEFE QUE
      * NO CAMBIO NO SE REVALIDA: SI YA ESTA DADO DE BAJA LO SENALA
      * EL ORGANIGRAMA (ORGAEMP) Y NO DEBE TRABAR OTROS CAMBIOS.
      *----------------------------------------------------------------
       047-CAPTURA-JEFE.
           IF WS-JEFE-INMEDIATO EQUAL WS-OLD-JEFE-INMEDIATO
              GO TO 047-FIN
           END-IF
           MOVE WS-ID-EMP         TO WS-JEF-EMPLEADO
           MOVE WS-JEFE-INMEDIATO TO WS-JEF-CANDIDATO
           PERFORM 143-VALIDA-JEFE THRU 143-FIN
           EVALUATE TRUE
           WHEN JEFE-VALIDO
              GO TO 047-FIN
           WHEN JEFE-INEXISTENTE
              MOVE "EL JEFE INMEDIATO NO EXISTE" TO WS-MENSAJE-ERROR
           WHEN JEFE-NO-ACTIVO
              MOVE "EL JEFE INMEDIATO ESTA DADO DE BAJA"
                   TO WS-MENSAJE-ERROR
           WHEN JEFE-ES-EL-MISMO
              MOVE "UN EMPLEADO NO PUEDE SER SU PROPIO JEFE"
                   TO WS-MENSAJE-ERROR
           WHEN JEFE-CIRCULAR
              MOVE "ESE JEFE YA DEPENDE DE ESTE EMPLEADO (CIRCULO)"
                   TO WS-MENSAJE-ERROR
           END-EVALUATE
           PERFORM 055-MUESTRA-ERROR THRU 055-FIN
           ACCEPT PAN-JEFE
           GO TO 047-CAPTURA-JEFE.
       047-FIN. EXIT.

      *----------------------------------------------------------------
      * COMPARA CADA CAMPO EDITABLE CONTRA SU VALOR ANTERIOR (WS-OLD-*,
      * CAPTURADO AL PRINCIPIO DE 050-CAPTURA-CAMBIOS) Y REGISTRA EN
              MOVE WS-OLD-SALARIO-ED  TO WS-CAM-VALOR-ANTERIOR
              MOVE WS-NEW-SALARIO-ED  TO WS-CAM-VALOR-NUEVO
              PERFORM 065-REGISTRA-CAMBIO THRU 065-FIN
           END-IF
           IF WS-FRECUENCIA-PAGO NOT EQUAL WS-OLD-FRECUENCIA-PAGO
              MOVE "FRECUENCIA"       TO WS-CAM-CAMPO
              MOVE WS-OLD-FRECUENCIA-PAGO TO WS-CAM-VALOR-ANTERIOR
              MOVE WS-FRECUENCIA-PAGO TO WS-CAM-VALOR-NUEVO
              PERFORM 065-REGISTRA-CAMBIO THRU 065-FIN
           END-IF
           IF WS-JEFE-INMEDIATO NOT EQUAL WS-OLD-JEFE-INMEDIATO
              MOVE "JEFE INMEDIATO"   TO WS-CAM-CAMPO
              MOVE WS-OLD-JEFE-INMEDIATO TO WS-CAM-VALOR-ANTERIOR
              MOVE WS-JEFE-INMEDIATO  TO WS-CAM-VALOR-NUEVO
              PERFORM 065-REGISTRA-CAMBIO THRU 065-FIN
           END-IF.
       056-FIN. EXIT.

                 PUESTOS
                 AUDITORIA
                 CAMBIOS
                 PENDIENTES
                 PLANTAS
                 PROGRAMADOS
           IF HAY-PLAZAS
              CLOSE PLAZAS
           END-IF.
       070-FIN. EXIT.
