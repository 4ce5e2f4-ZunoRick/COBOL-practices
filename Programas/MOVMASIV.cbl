      *                  DESPUES POR CAMPO MOVIDO EN BD-CAMBIOS.TXT Y
      *                  EL EVENTO "CAMBIO" EN BD-AUDITORIA.TXT,
      *                  IGUAL QUE CAMBIOEMP.
      *----------------------------------------------------------------
      * MODIFICACIONES:
      * - EL TRASLADO PUEDE ASIGNAR UN NUEVO JEFE INMEDIATO A TODA
      *   LA POBLACION (EXISTENTE Y NO DADO DE BAJA); SE EXCLUYE,
      *   AVISANDO, A QUIEN SERIA SU PROPIO JEFE O CERRARIA UN
      *   CIRCULO EN LA CADENA DE MANDO.
      * - CONTROL DE PLAZAS: SE EXCLUYE Y REPORTA AL EMPLEADO CUYO
      *   NUEVO DEPARTAMENTO/PUESTO YA NO TIENE PLAZA AUTORIZADA
      *   LIBRE EN BD-PLAZAS.TXT.
      * - EL TRASLADO PUEDE LLEVAR FECHA EFECTIVA FUTURA: CADA
      *   AFECTADO SE GRABA EN BD-PROGRAMADOS.TXT Y LO APLICA EL
      *   LOTE NOCTURNO (APLIPROG) ESE DIA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                MOVMASIV.
           COPY AUDSEL.
           COPY CAMBSEL.
           COPY TCSEL.
           COPY PLZSEL.
           COPY PRGSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY AUDFD.
           COPY CAMBFD.
           COPY TCFD.
           COPY PLZFD.
           COPY PRGFD.

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY CAMBRUTA.
           COPY TCFS.
           COPY TCRUTA.
           COPY JEFVAL.
           COPY PLZFS.
           COPY PLZRUTA.
           COPY PRGFS.
           COPY PRGRUTA.

       01  WS-OPCION-SELECCION     PIC X(01).
           88 SELECCION-DEPTO             VALUE "D".
       01  WS-DEST-DEPARTAMENTO    PIC 9(03).
       01  WS-DEST-PLANTA          PIC 9(02).
       01  WS-DEST-PUESTO          PIC 9(02).
       01  WS-DEST-JEFE            PIC 9(04).

       01  SW-CONFIRMA             PIC X(01).
       01  SW-FIN                  PIC X(03)     VALUE SPACES.
       01  SW-APLICA               PIC X(01)     VALUE "N".
           88 MODO-APLICA                 VALUE "S".
       01  SW-PROGRAMA             PIC X(01)     VALUE "N".
           88 MODO-PROGRAMA               VALUE "S".

      *----------------------------------------------------------------
      * FECHA EFECTIVA DEL TRASLADO: CERO U HOY SE APLICA AL MOMENTO;
      * UNA FECHA FUTURA GRABA UN CAMBIO PROGRAMADO POR AFECTADO.
      *----------------------------------------------------------------
       01  WS-FECHA-EFECTIVA       PIC 9(08)     VALUE ZEROS.
       01  WS-FECHA-EFECTIVA-R REDEFINES WS-FECHA-EFECTIVA.
           05 WS-EFE-ANIO          PIC 9(04).
           05 WS-EFE-MES           PIC 9(02).
           05 WS-EFE-DIA           PIC 9(02).

       01  WS-SALARIO-MXN          PIC 9(09)V99.
       01  SW-USD-SIN-TC           PIC X(01).
       01  WS-ANT-DEPARTAMENTO     PIC 9(03).
       01  WS-ANT-PLANTA           PIC 9(02).
       01  WS-ANT-PUESTO           PIC 9(02).
       01  WS-ANT-JEFE             PIC 9(04).

      *----------------------------------------------------------------
      * OCUPACION DE PLAZAS POR DEPARTAMENTO/PUESTO (EMPLEADOS NO DADOS
      * DE BAJA), CARGADA ANTES DE CADA PASADA Y AJUSTADA CONFORME SE
      * CUENTA O APLICA CADA TRASLADO, PARA QUE LA POBLACION COMPLETA
      * NO REBASE LO AUTORIZADO EN BD-PLAZAS.TXT.
      *----------------------------------------------------------------
       01  WS-TABLA-OCUPACION.
           05 WS-OCU-DEPTO OCCURS 999 TIMES.
              10 WS-OCU-PUESTO    PIC 9(04)     OCCURS 99 TIMES.
       01  WS-NVO-DEPARTAMENTO     PIC 9(03).
       01  WS-NVO-PUESTO           PIC 9(02).
       01  SW-EXCEDE-PLAZA         PIC X(01).

       01  WS-FECHA-SISTEMA.
           05 WS-SIS-ANIO          PIC 9(04).
           05 WS-SIS-MES           PIC 9(02).
           05 WS-SIS-DIA           PIC 9(02).

       01  WS-CONT-AFECTADOS       PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-EXCLUIDOS       PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-APLICADOS       PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-PROGRAMADOS     PIC 9(05)     VALUE ZEROS.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 023-OBTIENE-RUTA-CAMBIOS     THRU 023-FIN
           PERFORM 051-OBTIENE-RUTA-TIPO-CAMBIO THRU 051-FIN
           PERFORM 052-CARGA-TIPO-CAMBIO        THRU 052-FIN
           PERFORM 145-OBTIENE-RUTA-PLAZAS      THRU 145-FIN
           PERFORM 174-OBTIENE-RUTA-PROGRAMADOS THRU 174-FIN
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 028-ABRE-OPERADORES          THRU 028-FIN
           PERFORM 029-VALIDA-OPERADOR          THRU 029-FIN
           CLOSE OPERADORES
           PERFORM 030-SOLICITA-TRASLADO        THRU 030-FIN
           DISPLAY " "
           DISPLAY "VISTA PREVIA DE AFECTADOS:"
           PERFORM 036-CARGA-OCUPACION          THRU 036-FIN
           PERFORM 035-REBOBINA-EMPLEADOS       THRU 035-FIN
           PERFORM 040-RECORRE-EMPLEADOS        THRU 040-FIN
           DISPLAY " "
           DISPLAY "EMPLEADOS AFECTADOS : " WS-CONT-AFECTADOS
                   " EMPLEADOS? (Y/N): "
           ACCEPT SW-CONFIRMA
           IF SW-CONFIRMA EQUAL "Y"
              PERFORM 038-PIDE-FECHA-EFECTIVA   THRU 038-FIN
              MOVE "S" TO SW-APLICA
              PERFORM 036-CARGA-OCUPACION       THRU 036-FIN
              MOVE SPACES TO SW-FIN
              PERFORM 035-REBOBINA-EMPLEADOS    THRU 035-FIN
              PERFORM 040-RECORRE-EMPLEADOS     THRU 040-FIN
              IF MODO-PROGRAMA
                 DISPLAY "TRASLADOS PROGRAMADOS PARA EL "
                         WS-FECHA-EFECTIVA ": " WS-CONT-PROGRAMADOS
              ELSE
                 DISPLAY "TRASLADOS APLICADOS: " WS-CONT-APLICADOS
              END-IF
           ELSE
              DISPLAY "OPERACION CANCELADA; NO SE MOVIO A NADIE."
           END-IF
           COPY CAMBWRTP.
           COPY TCRUTAP.
           COPY TCCARGP.
           COPY JEFVALP.
           COPY PLZRUTAP.
           COPY PLZVALP.
           COPY PRGRUTAP.
           COPY PRGWRTP.

       028-ABRE-OPERADORES.
           OPEN INPUT OPERADORES
                       PLANTAS
           OPEN EXTEND AUDITORIA
           OPEN EXTEND CAMBIOS
           OPEN I-O    PROGRAMADOS
           IF FS-PROGRAMADOS-NO-EXISTE
              OPEN OUTPUT PROGRAMADOS
              CLOSE PROGRAMADOS
              OPEN I-O PROGRAMADOS
           END-IF
           OPEN INPUT  PLAZAS
           IF FS-PLAZAS-OK
              MOVE "S" TO SW-HAY-PLAZAS
           ELSE
              MOVE "N" TO SW-HAY-PLAZAS
           END-IF
           IF NOT FS-EMPLEADOS-OK OR NOT FS-DEPARTAMENTOS-OK
              OR NOT FS-PUESTOS-OK OR NOT FS-PLANTAS-OK
              OR NOT FS-AUDITORIA-OK OR NOT FS-CAMBIOS-OK
              OR NOT FS-PROGRAMADOS-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              GOBACK
           END-IF.
                      GO TO 030-SOLICITA-TRASLADO
              END-READ
           END-IF
           DISPLAY "NUEVO JEFE INMEDIATO (0000 = NO CAMBIA): "
           ACCEPT WS-DEST-JEFE
           IF WS-DEST-JEFE IS GREATER THAN ZEROS
              MOVE ZEROS        TO WS-JEF-EMPLEADO
              MOVE WS-DEST-JEFE TO WS-JEF-CANDIDATO
              PERFORM 143-VALIDA-JEFE THRU 143-FIN
              IF JEFE-INEXISTENTE
                 DISPLAY "EL NUEVO JEFE NO EXISTE EN EL MAESTRO."
                 DISPLAY " "
                 GO TO 030-SOLICITA-TRASLADO
              END-IF
              IF JEFE-NO-ACTIVO
                 DISPLAY "EL NUEVO JEFE ESTA DADO DE BAJA."
                 DISPLAY " "
                 GO TO 030-SOLICITA-TRASLADO
              END-IF
           END-IF
           IF WS-DEST-DEPARTAMENTO EQUAL ZEROS AND
              WS-DEST-PLANTA EQUAL ZEROS AND
              WS-DEST-PUESTO EQUAL ZEROS AND
              WS-DEST-JEFE EQUAL ZEROS
              DISPLAY "NO SE CAPTURO NINGUN DESTINO; NADA QUE MOVER."
              DISPLAY " "
              GO TO 030-SOLICITA-TRASLADO
           END-IF.
       030-FIN. EXIT.

      *----------------------------------------------------------------
      * FECHA EFECTIVA: CERO O LA DE HOY APLICA COMO SIEMPRE; UNA FECHA
      * PASADA SE RECHAZA Y UNA FUTURA PONE LA PASADA DE APLICAR EN
      * MODO PROGRAMA (NO SE TOCA EL MAESTRO).
      *----------------------------------------------------------------
       038-PIDE-FECHA-EFECTIVA.
           MOVE "N" TO SW-PROGRAMA
           DISPLAY "FECHA EFECTIVA DEL TRASLADO AAAAMMDD (0 = HOY): "
           ACCEPT WS-FECHA-EFECTIVA
           IF WS-FECHA-EFECTIVA EQUAL ZEROS OR
              WS-FECHA-EFECTIVA EQUAL WS-FECHA-SISTEMA
              GO TO 038-FIN
           END-IF
           IF WS-FECHA-EFECTIVA IS LESS THAN WS-FECHA-SISTEMA
              DISPLAY "NO SE ADMITEN TRASLADOS CON FECHA PASADA."
              GO TO 038-PIDE-FECHA-EFECTIVA
           END-IF
           IF WS-EFE-MES < 1 OR WS-EFE-MES > 12 OR
              WS-EFE-DIA < 1 OR WS-EFE-DIA > 31
              DISPLAY "FECHA NO VALIDA."
              GO TO 038-PIDE-FECHA-EFECTIVA
           END-IF
           MOVE "S" TO SW-PROGRAMA.
       038-FIN. EXIT.

       035-REBOBINA-EMPLEADOS.
           MOVE ZEROS TO REG-ID-EMP
           START EMPLEADOS KEY IS GREATER THAN OR EQUAL REG-ID-EMP
           END-START.
       035-FIN. EXIT.

      *----------------------------------------------------------------
      * SIN BD-PLAZAS.TXT NO HAY NADA QUE CONTROLAR Y NO SE CARGA LA
      * TABLA.
      *----------------------------------------------------------------
       036-CARGA-OCUPACION.
           INITIALIZE WS-TABLA-OCUPACION
           IF NOT HAY-PLAZAS
              GO TO 036-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 035-REBOBINA-EMPLEADOS THRU 035-FIN
           PERFORM 037-CUENTA-OCUPANTE THRU 037-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           MOVE SPACES TO SW-FIN.
       036-FIN. EXIT.

       037-CUENTA-OCUPANTE.
           READ EMPLEADOS NEXT RECORD INTO WS-DATOS-EMPLEADO
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 037-FIN
           END-READ
           IF NOT EMP-INACTIVO AND
              WS-DEPARTAMENTO IS GREATER THAN ZEROS AND
              WS-PUESTO IS GREATER THAN ZEROS
              ADD 1 TO WS-OCU-PUESTO (WS-DEPARTAMENTO, WS-PUESTO)
           END-IF.
       037-FIN. EXIT.

       040-RECORRE-EMPLEADOS.
           PERFORM 042-LEE-EMPLEADO THRU 042-FIN
           PERFORM 050-PROCESA-EMPLEADO THRU 050-FIN
           END-READ.
       042-FIN. EXIT.

      *----------------------------------------------------------------
      * LA VALIDACION DEL JEFE LEE AL AZAR SOBRE EMPLEADOS; EL
      * RECORRIDO SE RETOMA JUSTO DESPUES DEL EMPLEADO EN TURNO.
      *----------------------------------------------------------------
       044-REPOSICIONA.
           MOVE WS-ID-EMP TO REG-ID-EMP
           START EMPLEADOS KEY IS GREATER THAN REG-ID-EMP
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN
           END-START.
       044-FIN. EXIT.

      *----------------------------------------------------------------
      * EN LA VISTA PREVIA SOLO SE CUENTA Y SE MUESTRA; EN LA PASADA
      * DE APLICAR SE REESCRIBE EL EMPLEADO Y SE DEJA EL RASTRO. EL
              WS-PLANTA NOT EQUAL WS-SEL-PLANTA
              GO TO 050-SIGUE
           END-IF
           IF WS-JEFE-INMEDIATO NOT NUMERIC
              MOVE ZEROS TO WS-JEFE-INMEDIATO
           END-IF
           IF (WS-DEST-DEPARTAMENTO EQUAL ZEROS OR
               WS-DEST-DEPARTAMENTO EQUAL WS-DEPARTAMENTO) AND
              (WS-DEST-PLANTA EQUAL ZEROS OR
               WS-DEST-PLANTA EQUAL WS-PLANTA) AND
              (WS-DEST-PUESTO EQUAL ZEROS OR
               WS-DEST-PUESTO EQUAL WS-PUESTO) AND
              (WS-DEST-JEFE EQUAL ZEROS OR
               WS-DEST-JEFE EQUAL WS-JEFE-INMEDIATO)
              GO TO 050-SIGUE
           END-IF
           IF WS-DEST-JEFE IS GREATER THAN ZEROS AND
              WS-DEST-JEFE NOT EQUAL WS-JEFE-INMEDIATO
              MOVE WS-ID-EMP    TO WS-JEF-EMPLEADO
              MOVE WS-DEST-JEFE TO WS-JEF-CANDIDATO
              PERFORM 143-VALIDA-JEFE THRU 143-FIN
              PERFORM 044-REPOSICIONA THRU 044-FIN
              IF NOT JEFE-VALIDO
                 IF NOT MODO-APLICA
                    DISPLAY "  " WS-ID-EMP " " WS-NOMBRE-EMP
                            "  ** EL NUEVO JEFE ES EL MISMO O DEPENDE "
                            "DE EL, SE EXCLUYE **"
                    ADD 1 TO WS-CONT-EXCLUIDOS
                 END-IF
                 GO TO 050-SIGUE
              END-IF
           END-IF
           IF WS-DEST-PUESTO IS GREATER THAN ZEROS AND
              WS-DEST-PUESTO NOT EQUAL WS-PUESTO
              PERFORM 055-VALIDA-BANDA THRU 055-FIN
                 GO TO 050-SIGUE
              END-IF
           END-IF
           PERFORM 058-VALIDA-PLAZA THRU 058-FIN
           IF SW-EXCEDE-PLAZA EQUAL "S"
              IF NOT MODO-APLICA
                 DISPLAY "  " WS-ID-EMP " " WS-NOMBRE-EMP
                         "  ** EXCEDE LAS PLAZAS AUTORIZADAS DEL "
                         "DESTINO (" WS-PLZ-AUTORIZADAS
                         "), SE EXCLUYE **"
                 ADD 1 TO WS-CONT-EXCLUIDOS
              END-IF
              GO TO 050-SIGUE
           END-IF
           IF MODO-APLICA
              IF MODO-PROGRAMA
                 PERFORM 064-PROGRAMA-TRASLADO THRU 064-FIN
              ELSE
                 PERFORM 060-APLICA-TRASLADO THRU 060-APL-FIN
              END-IF
           ELSE
              DISPLAY "  " WS-ID-EMP " " WS-NOMBRE-EMP
                      " D" WS-DEPARTAMENTO " P" WS-PLANTA
                      " U" WS-PUESTO " J" WS-JEFE-INMEDIATO
                      " -> D" WS-DEST-DEPARTAMENTO
                      " P" WS-DEST-PLANTA " U" WS-DEST-PUESTO
                      " J" WS-DEST-JEFE " (CEROS = SIN CAMBIO)"
              ADD 1 TO WS-CONT-AFECTADOS
           END-IF.
       050-SIGUE.
           END-IF.
       055-FIN. EXIT.

      *----------------------------------------------------------------
      * CONTROL DE PLAZAS: SOLO CUANDO EL TRASLADO CAMBIA EL
      * DEPARTAMENTO O EL PUESTO DEL EMPLEADO. SI EL DESTINO TIENE
      * AUTORIZACION VIGENTE Y YA ESTA LLENO SE EXCLUYE; SI CABE, LA
      * PLAZA SE MUEVE EN LA TABLA DEL ORIGEN AL DESTINO PARA QUE LOS
      * SIGUIENTES DE LA POBLACION VEAN EL DESTINO YA OCUPADO. EL
      * TRASLADO MASIVO NO MANDA NADA A LA COLA DE APRUEBA: EL QUE
      * EXCEDE SE MUEVE APARTE CON CAMBIOEMP.
      *----------------------------------------------------------------
       058-VALIDA-PLAZA.
           MOVE "N" TO SW-EXCEDE-PLAZA
           IF NOT HAY-PLAZAS
              GO TO 058-FIN
           END-IF
           MOVE WS-DEPARTAMENTO TO WS-NVO-DEPARTAMENTO
           MOVE WS-PUESTO       TO WS-NVO-PUESTO
           IF WS-DEST-DEPARTAMENTO IS GREATER THAN ZEROS
              MOVE WS-DEST-DEPARTAMENTO TO WS-NVO-DEPARTAMENTO
           END-IF
           IF WS-DEST-PUESTO IS GREATER THAN ZEROS
              MOVE WS-DEST-PUESTO TO WS-NVO-PUESTO
           END-IF
           IF WS-NVO-DEPARTAMENTO EQUAL WS-DEPARTAMENTO AND
              WS-NVO-PUESTO EQUAL WS-PUESTO
              GO TO 058-FIN
           END-IF
           IF WS-NVO-DEPARTAMENTO EQUAL ZEROS OR
              WS-NVO-PUESTO EQUAL ZEROS
              GO TO 058-FIN
           END-IF
           MOVE WS-NVO-DEPARTAMENTO TO WS-PLZ-DEPTO-BUSCA
           MOVE WS-NVO-PUESTO       TO WS-PLZ-PUESTO-BUSCA
           MOVE WS-SIS-ANIO         TO WS-PLZ-ANIO-BUSCA
           PERFORM 147-BUSCA-AUTORIZADAS THRU 147-FIN
           IF WS-PLZ-ANIO-VIGENTE IS GREATER THAN ZEROS AND
              WS-OCU-PUESTO (WS-NVO-DEPARTAMENTO, WS-NVO-PUESTO) + 1
                 IS GREATER THAN WS-PLZ-AUTORIZADAS
              MOVE "S" TO SW-EXCEDE-PLAZA
              GO TO 058-FIN
           END-IF
           ADD 1 TO WS-OCU-PUESTO (WS-NVO-DEPARTAMENTO, WS-NVO-PUESTO)
           IF WS-DEPARTAMENTO IS GREATER THAN ZEROS AND
              WS-PUESTO IS GREATER THAN ZEROS AND
              WS-OCU-PUESTO (WS-DEPARTAMENTO, WS-PUESTO)
                 IS GREATER THAN ZEROS
              SUBTRACT 1 FROM WS-OCU-PUESTO (WS-DEPARTAMENTO,
                                             WS-PUESTO)
           END-IF.
       058-FIN. EXIT.

      *----------------------------------------------------------------
      * UN RENGLON DE BD-CAMBIOS.TXT POR CAMPO REALMENTE MOVIDO Y UN
      * SOLO EVENTO "CAMBIO" EN LA BITACORA POR EMPLEADO, IGUAL QUE
           MOVE WS-DEPARTAMENTO TO WS-ANT-DEPARTAMENTO
           MOVE WS-PLANTA       TO WS-ANT-PLANTA
           MOVE WS-PUESTO       TO WS-ANT-PUESTO
           MOVE WS-JEFE-INMEDIATO TO WS-ANT-JEFE
           IF WS-DEST-DEPARTAMENTO IS GREATER THAN ZEROS
              MOVE WS-DEST-DEPARTAMENTO TO WS-DEPARTAMENTO
           END-IF
           IF WS-DEST-PUESTO IS GREATER THAN ZEROS
              MOVE WS-DEST-PUESTO TO WS-PUESTO
           END-IF
           IF WS-DEST-JEFE IS GREATER THAN ZEROS
              MOVE WS-DEST-JEFE TO WS-JEFE-INMEDIATO
           END-IF
           REWRITE REG-EMPLEADOS FROM WS-DATOS-EMPLEADO
              INVALID KEY
                 DISPLAY "NO SE PUDO ACTUALIZAR AL EMPLEADO "
              MOVE WS-VAL-ANTERIOR-ED  TO WS-CAM-VALOR-ANTERIOR
              MOVE WS-VAL-NUEVO-ED     TO WS-CAM-VALOR-NUEVO
              PERFORM 065-REGISTRA-CAMBIO THRU 065-FIN
           END-IF
           IF WS-JEFE-INMEDIATO NOT EQUAL WS-ANT-JEFE
              MOVE "JEFE INMEDIATO"    TO WS-CAM-CAMPO
              MOVE WS-ANT-JEFE         TO WS-CAM-VALOR-ANTERIOR
              MOVE WS-JEFE-INMEDIATO   TO WS-CAM-VALOR-NUEVO
              PERFORM 065-REGISTRA-CAMBIO THRU 065-FIN
           END-IF.
       062-FIN. EXIT.

      *----------------------------------------------------------------
      * TRASLADO CON FECHA FUTURA: UN RENGLON EN BD-PROGRAMADOS.TXT
      * POR AFECTADO CON LOS DESTINOS QUE REALMENTE LO MUEVEN. EL LOTE
      * NOCTURNO (APLIPROG) LO APLICA ESE DIA REVALIDANDO CATALOGOS,
      * BANDA, JEFE Y PLAZAS, Y DEJA ENTONCES EL RASTRO EN
      * BD-CAMBIOS.TXT Y BD-AUDITORIA.TXT.
      *----------------------------------------------------------------
       064-PROGRAMA-TRASLADO.
           MOVE WS-ID-EMP         TO PRG-ID-EMP
           MOVE WS-FECHA-EFECTIVA TO PRG-FECHA-EFECTIVA
           MOVE "MOVMASIV"        TO PRG-ORIGEN
           MOVE WS-AUD-OPERADOR   TO PRG-OPERADOR-CAP
           MOVE ZEROS             TO PRG-DEPARTAMENTO
                                     PRG-PLANTA
                                     PRG-PUESTO
                                     PRG-SALARIO
                                     PRG-JEFE
           MOVE SPACES            TO PRG-FRECUENCIA
           MOVE "N"               TO PRG-CAMBIA-JEFE
           IF WS-DEST-DEPARTAMENTO NOT EQUAL WS-DEPARTAMENTO
              MOVE WS-DEST-DEPARTAMENTO TO PRG-DEPARTAMENTO
           END-IF
           IF WS-DEST-PLANTA NOT EQUAL WS-PLANTA
              MOVE WS-DEST-PLANTA TO PRG-PLANTA
           END-IF
           IF WS-DEST-PUESTO NOT EQUAL WS-PUESTO
              MOVE WS-DEST-PUESTO TO PRG-PUESTO
           END-IF
           IF WS-DEST-JEFE IS GREATER THAN ZEROS AND
              WS-DEST-JEFE NOT EQUAL WS-JEFE-INMEDIATO
              MOVE "S"          TO PRG-CAMBIA-JEFE
              MOVE WS-DEST-JEFE TO PRG-JEFE
           END-IF
           PERFORM 175-REGISTRA-PROGRAMADO THRU 175-FIN
           IF PRG-GRABADO
              ADD 1 TO WS-CONT-PROGRAMADOS
           END-IF.
       064-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 DEPARTAMENTOS
                 PUESTOS
                 PLANTAS
                 AUDITORIA
                 CAMBIOS
                 PROGRAMADOS
           IF HAY-PLAZAS
              CLOSE PLAZAS
           END-IF.
       090-FIN. EXIT.
