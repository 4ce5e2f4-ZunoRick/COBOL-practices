      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * APLIPROG.cbl - APLICACION NOCTURNA DE CAMBIOS PROGRAMADOS.
      *                RRHH CAPTURA CON ANTICIPACION (CAMBIOEMP Y
      *                MOVMASIV CON FECHA EFECTIVA FUTURA) LOS
      *                TRASLADOS, CAMBIOS DE PUESTO Y AUMENTOS QUE YA
      *                CONOCE; QUEDAN EN BD-PROGRAMADOS.TXT Y ESTE
      *                PASO DEL LOTE NOCTURNO (LOTENOCHE) APLICA LOS
      *                QUE VENCEN HOY O ANTES Y SIGUEN PENDIENTES:
      *                - REVALIDA CONTRA EL MAESTRO Y LOS CATALOGOS
      *                  COMO SI SE CAPTURARAN HOY: EMPLEADO EXISTENTE
      *                  Y NO DADO DE BAJA, DEPARTAMENTO/PLANTA/PUESTO
      *                  EN SU CATALOGO, FRECUENCIA Q/S, JEFE VALIDO,
      *                  SUELDO DENTRO DE LA BANDA DEL PUESTO Y NO
      *                  DEBAJO DEL SALARIO MINIMO DE LA ZONA,
      *                - EL QUE TOCA EL SUELDO, O EL DE CAMBIOEMP QUE
      *                  EXCEDE LAS PLAZAS DEL DESTINO, NO SE APLICA
      *                  DIRECTO: VA A LA COLA DE APRUEBA (TIPO "S")
      *                  A NOMBRE DE QUIEN LO CAPTURO, IGUAL QUE
      *                  CAMBIOEMP. EL DE MOVMASIV QUE EXCEDE PLAZAS
      *                  FALLA, IGUAL QUE EN EL TRASLADO MASIVO,
      *                - EL RESTO SE REESCRIBE CON SU RENGLON POR
      *                  CAMPO EN BD-CAMBIOS.TXT Y EL EVENTO "CAMBIO"
      *                  EN BD-AUDITORIA.TXT A NOMBRE DEL CAPTURISTA.
      *                CADA RENGLON QUEDA MARCADO CON SU RESULTADO Y
      *                REPORTE-PROGRAMADOS.TXT LISTA LOS APLICADOS,
      *                ENVIADOS A AUTORIZACION Y FALLIDOS DE LA NOCHE,
      *                Y LOS PROXIMOS POR VENCER. SIN PARAMETROS;
      *                RETURN-CODE 8 SI NO PUEDE ABRIR SUS ARCHIVOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                APLIPROG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY DEPTSEL.
           COPY PUESSEL.
           COPY PLTSEL.
           COPY AUDSEL.
           COPY CAMBSEL.
           COPY TCSEL.
           COPY PENDSEL.
           COPY SMGSEL.
           COPY PLZSEL.
           COPY PRGSEL.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY DEPTFD.
           COPY PUESFD.
           COPY PLTFD.
           COPY AUDFD.
           COPY CAMBFD.
           COPY TCFD.
           COPY PENDFD.
           COPY SMGFD.
           COPY PLZFD.
           COPY PRGFD.

       FD  REPORTE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(100).

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPFS.
           COPY EMPRUTA.
           COPY DEPTFS.
           COPY DEPTRUTA.
           COPY PUESFS.
           COPY PUESRUTA.
           COPY PLTFS.
           COPY PLTRUTA.
           COPY AUDFS.
           COPY AUDRUTA.
           COPY CAMBFS.
           COPY CAMBRUTA.
           COPY TCFS.
           COPY TCRUTA.
           COPY PENDFS.
           COPY PENDRUTA.
           COPY SMGFS.
           COPY SMGRUTA.
           COPY JEFVAL.
           COPY PLZFS.
           COPY PLZRUTA.
           COPY PRGFS.
           COPY PRGRUTA.

       01  WS-RUTA-REPORTE        PIC X(80).

       01  SW-FIN                 PIC X(03)     VALUE SPACES.
       01  WS-FECHA-HOY           PIC 9(08).
       01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
           05 WS-HOY-ANIO         PIC 9(04).
           05 FILLER              PIC 9(04).

      *----------------------------------------------------------------
      * VALORES DEL EMPLEADO ANTES DE APLICAR, PARA EL RASTRO POR
      * CAMPO EN BD-CAMBIOS.TXT Y EL SUELDO ANTERIOR DEL FOLIO.
      *----------------------------------------------------------------
       01  WS-OLD-DEPARTAMENTO    PIC 9(03).
       01  WS-OLD-PLANTA          PIC 9(02).
       01  WS-OLD-PUESTO          PIC 9(02).
       01  WS-OLD-SALARIO         PIC 9(07)V99.
       01  WS-OLD-FRECUENCIA-PAGO PIC X(01).
       01  WS-OLD-JEFE-INMEDIATO  PIC 9(04).

       01  WS-OLD-SALARIO-ED      PIC ZZZZZZ9.99.
       01  WS-NEW-SALARIO-ED      PIC ZZZZZZ9.99.
       01  WS-VAL-ANTERIOR-ED     PIC 9(03).
       01  WS-VAL-NUEVO-ED        PIC 9(03).

       01  WS-SALARIO-MXN         PIC 9(09)V99.
       01  SW-CAMBIA-SUELDO       PIC X(01).
           88 CAMBIA-SUELDO              VALUE "S".
       01  SW-CAMBIA-PLAZA        PIC X(01).
           88 CAMBIA-PLAZA               VALUE "S".
       01  WS-FOLIO-ED            PIC 9(05).

       01  WS-CONT-APLICADOS      PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-ENVIADOS       PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-FALLIDOS       PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-PROXIMOS       PIC 9(05)     VALUE ZEROS.

       01  WS-TITULO.
           05 FILLER              PIC X(25)   VALUE SPACES.
           05 FILLER              PIC X(46)
               VALUE "CAMBIOS PROGRAMADOS - APLICACION NOCTURNA     ".
           05 FILLER              PIC X(29)   VALUE SPACES.

       01  WS-MARGEN.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(01)   VALUE "*".
           05 FILLER              PIC X(97)   VALUE ALL "-".
           05 FILLER              PIC X(01)   VALUE "*".

       01  WS-SUBTITULO-NOCHE.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(34)
               VALUE "VENCIDOS Y PROCESADOS ESTA NOCHE (".
           05 WS-SUB-FECHA        PIC 9(08).
           05 FILLER              PIC X(01)   VALUE ")".

       01  WS-SUBTITULO-PROX.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(50)
               VALUE "PROXIMOS POR VENCER (CEROS = EL CAMPO NO CAMBIA)".

       01  WS-ENCABEZADO.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(46)
               VALUE "FOLIO  EMPL  EFECTIVA  ORIGEN     RESULTADO   ".
           05 FILLER              PIC X(50)
               VALUE "DETALLE".

       01  WS-DETALLE.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-FOLIO        PIC 9(05).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-ID           PIC 9(04).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-FECHA        PIC 9(08).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-ORIGEN       PIC X(09).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-ESTADO       PIC X(10).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-TEXTO        PIC X(50).

       01  WS-DETALLE-PROX.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-PRX-FOLIO        PIC 9(05).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-PRX-ID           PIC 9(04).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-PRX-FECHA        PIC 9(08).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-PRX-ORIGEN       PIC X(09).
           05 FILLER              PIC X(03)   VALUE " D".
           05 WS-PRX-DEPTO        PIC 9(03).
           05 FILLER              PIC X(02)   VALUE " P".
           05 WS-PRX-PLANTA       PIC 9(02).
           05 FILLER              PIC X(02)   VALUE " U".
           05 WS-PRX-PUESTO       PIC 9(02).
           05 FILLER              PIC X(03)   VALUE " $ ".
           05 WS-PRX-SALARIO      PIC ZZZZZZ9.99.
           05 FILLER              PIC X(02)   VALUE " F".
           05 WS-PRX-FRECUENCIA   PIC X(01).
           05 FILLER              PIC X(02)   VALUE " J".
           05 WS-PRX-JEFE         PIC X(04).
           05 FILLER              PIC X(04)   VALUE " OP ".
           05 WS-PRX-OPERADOR     PIC X(08).

       01  WS-PIE.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(11)
                              VALUE "APLICADOS: ".
           05 WS-PIE-APLICADOS    PIC ZZZZ9.
           05 FILLER              PIC X(20)
                              VALUE "  A AUTORIZACION:   ".
           05 WS-PIE-ENVIADOS     PIC ZZZZ9.
           05 FILLER              PIC X(12)   VALUE "  FALLIDOS: ".
           05 WS-PIE-FALLIDOS     PIC ZZZZ9.
           05 FILLER              PIC X(12)   VALUE "  PROXIMOS: ".
           05 WS-PIE-PROXIMOS     PIC ZZZZ9.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 016-OBTIENE-RUTA-REPORTE     THRU 016-FIN
           PERFORM 018-OBTIENE-RUTA-DEPARTAMENTOS THRU 018-FIN
           PERFORM 019-OBTIENE-RUTA-PUESTOS     THRU 019-FIN
           PERFORM 056-OBTIENE-RUTA-PLANTAS     THRU 056-FIN
           PERFORM 021-OBTIENE-RUTA-AUDITORIA   THRU 021-FIN
           PERFORM 023-OBTIENE-RUTA-CAMBIOS     THRU 023-FIN
           PERFORM 057-OBTIENE-RUTA-PENDIENTES  THRU 057-FIN
           PERFORM 051-OBTIENE-RUTA-TIPO-CAMBIO THRU 051-FIN
           PERFORM 052-CARGA-TIPO-CAMBIO        THRU 052-FIN
           PERFORM 130-OBTIENE-RUTA-SAL-MINIMO  THRU 130-FIN
           PERFORM 131-CARGA-SAL-MINIMO         THRU 131-FIN
           PERFORM 145-OBTIENE-RUTA-PLAZAS      THRU 145-FIN
           PERFORM 174-OBTIENE-RUTA-PROGRAMADOS THRU 174-FIN
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           WRITE REG-REPORTE FROM WS-TITULO
           WRITE REG-REPORTE FROM WS-MARGEN
           MOVE WS-FECHA-HOY TO WS-SUB-FECHA
           WRITE REG-REPORTE FROM WS-SUBTITULO-NOCHE
           WRITE REG-REPORTE FROM WS-ENCABEZADO
           PERFORM 030-RECORRE-VENCIDOS         THRU 030-FIN
           WRITE REG-REPORTE FROM WS-MARGEN
           WRITE REG-REPORTE FROM WS-SUBTITULO-PROX
           PERFORM 070-LISTA-PROXIMOS           THRU 070-FIN
           MOVE WS-CONT-APLICADOS TO WS-PIE-APLICADOS
           MOVE WS-CONT-ENVIADOS  TO WS-PIE-ENVIADOS
           MOVE WS-CONT-FALLIDOS  TO WS-PIE-FALLIDOS
           MOVE WS-CONT-PROXIMOS  TO WS-PIE-PROXIMOS
           WRITE REG-REPORTE FROM WS-MARGEN
           WRITE REG-REPORTE FROM WS-PIE
           PERFORM 090-CIERRA-ARCHIVOS          THRU 090-FIN
           DISPLAY "PROGRAMADOS APLICADOS: " WS-CONT-APLICADOS
                   "  A AUTORIZACION: " WS-CONT-ENVIADOS
                   "  FALLIDOS: " WS-CONT-FALLIDOS
                   "  PROXIMOS: " WS-CONT-PROXIMOS
           DISPLAY "REPORTE GENERADO: " WS-RUTA-REPORTE
           GOBACK.

           COPY EMPRUTAP.
           COPY DEPTRUTAP.
           COPY PUESRUTAP.
           COPY PLTRUTAP.
           COPY AUDRUTAP.
           COPY AUDWRTP.
           COPY CAMBRUTAP.
           COPY CAMBWRTP.
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

      *----------------------------------------------------------------
      * REPORTE-PROGRAMADOS.TXT VIVE EN LA MISMA CARPETA QUE
      * BD-EMPLEADOS.TXT, YA RESUELTA POR 015-OBTIENE-RUTA-DATOS.
      *----------------------------------------------------------------
       016-OBTIENE-RUTA-REPORTE.
           STRING WS-DIR-DATOS               DELIMITED BY SPACE
                  "\REPORTE-PROGRAMADOS.TXT" DELIMITED BY SIZE
                  INTO WS-RUTA-REPORTE
           END-STRING.
       016-FIN. EXIT.

      *----------------------------------------------------------------
      * SIN BD-PROGRAMADOS.TXT (NADIE HA PROGRAMADO NADA) SE CREA
      * VACIO Y EL PASO TERMINA BIEN CON EL REPORTE EN CEROS.
      *----------------------------------------------------------------
       020-ABRE-ARCHIVOS.
           OPEN I-O    EMPLEADOS
           OPEN INPUT  DEPARTAMENTOS
                       PUESTOS
                       PLANTAS
           OPEN EXTEND AUDITORIA
           OPEN EXTEND CAMBIOS
           OPEN I-O    PENDIENTES
           IF FS-PENDIENTES-NO-EXISTE
              OPEN OUTPUT PENDIENTES
              CLOSE PENDIENTES
              OPEN I-O PENDIENTES
           END-IF
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
           OPEN OUTPUT REPORTE
           IF NOT FS-EMPLEADOS-OK OR NOT FS-DEPARTAMENTOS-OK
              OR NOT FS-PUESTOS-OK OR NOT FS-PLANTAS-OK
              OR NOT FS-AUDITORIA-OK OR NOT FS-CAMBIOS-OK
              OR NOT FS-PENDIENTES-OK OR NOT FS-PROGRAMADOS-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       020-FIN. EXIT.

      *----------------------------------------------------------------
      * PRIMERA PASADA: LOS PENDIENTES CON FECHA EFECTIVA HOY O ANTES
      * (UNA NOCHE QUE NO CORRIO NO LOS PIERDE), EN ORDEN DE FOLIO:
      * DOS CAMBIOS DEL MISMO EMPLEADO SE APLICAN EN EL ORDEN EN QUE
      * SE CAPTURARON.
      *----------------------------------------------------------------
       030-RECORRE-VENCIDOS.
           PERFORM 032-REBOBINA-PROGRAMADOS THRU 032-FIN
           PERFORM 034-LEE-PROGRAMADO       THRU 034-FIN
           PERFORM 036-PROCESA-PROGRAMADO   THRU 036-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       030-FIN. EXIT.

       032-REBOBINA-PROGRAMADOS.
           MOVE SPACES TO SW-FIN
           MOVE ZEROS  TO PRG-FOLIO
           START PROGRAMADOS KEY IS GREATER THAN OR EQUAL PRG-FOLIO
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN
           END-START.
       032-FIN. EXIT.

       034-LEE-PROGRAMADO.
           IF SW-FIN EQUAL "FIN"
              GO TO 034-FIN
           END-IF
           READ PROGRAMADOS NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
           END-READ.
       034-FIN. EXIT.

       036-PROCESA-PROGRAMADO.
           IF NOT PRG-PROGRAMADO OR
              PRG-FECHA-EFECTIVA IS GREATER THAN WS-FECHA-HOY
              GO TO 036-SIGUE
           END-IF
           MOVE WS-FECHA-HOY TO PRG-FECHA-PROCESO
           PERFORM 040-APLICA-PROGRAMADO THRU 040-FIN
           REWRITE REG-PROGRAMADOS
                INVALID KEY
                   DISPLAY "NO SE PUDO MARCAR EL FOLIO PROGRAMADO "
                           PRG-FOLIO "."
           END-REWRITE
           MOVE PRG-FOLIO          TO WS-DET-FOLIO
           MOVE PRG-ID-EMP         TO WS-DET-ID
           MOVE PRG-FECHA-EFECTIVA TO WS-DET-FECHA
           MOVE PRG-ORIGEN         TO WS-DET-ORIGEN
           MOVE PRG-RESULTADO      TO WS-DET-TEXTO
           EVALUATE TRUE
           WHEN PRG-APLICADO
              MOVE "APLICADO"   TO WS-DET-ESTADO
              ADD 1 TO WS-CONT-APLICADOS
           WHEN PRG-ENVIADO
              MOVE "A APRUEBA"  TO WS-DET-ESTADO
              ADD 1 TO WS-CONT-ENVIADOS
           WHEN OTHER
              MOVE "FALLIDO"    TO WS-DET-ESTADO
              ADD 1 TO WS-CONT-FALLIDOS
           END-EVALUATE
           WRITE REG-REPORTE FROM WS-DETALLE.
       036-SIGUE.
           PERFORM 034-LEE-PROGRAMADO THRU 034-FIN.
       036-FIN. EXIT.

      *----------------------------------------------------------------
      * APLICA UN RENGLON VENCIDO SOBRE EL REGISTRO VIGENTE DEL
      * EMPLEADO. CADA VALIDACION QUE NO PASA DEJA EL RENGLON EN
      * FALLIDO CON SU MOTIVO (043-MARCA-FALLA) Y NO TOCA EL MAESTRO.
      *----------------------------------------------------------------
       040-APLICA-PROGRAMADO.
           MOVE PRG-ID-EMP TO REG-ID-EMP
           READ EMPLEADOS INTO WS-DATOS-EMPLEADO
                INVALID KEY
                   MOVE "EL EMPLEADO NO EXISTE EN EL MAESTRO"
                        TO PRG-RESULTADO
                   PERFORM 043-MARCA-FALLA THRU 043-FIN
                   GO TO 040-FIN
           END-READ
           IF EMP-INACTIVO
              MOVE "EL EMPLEADO ESTA DADO DE BAJA" TO PRG-RESULTADO
              PERFORM 043-MARCA-FALLA THRU 043-FIN
              GO TO 040-FIN
           END-IF
           IF WS-JEFE-INMEDIATO NOT NUMERIC
              MOVE ZEROS TO WS-JEFE-INMEDIATO
           END-IF
           IF WS-FRECUENCIA-PAGO EQUAL SPACE
              MOVE "Q" TO WS-FRECUENCIA-PAGO
           END-IF
           MOVE WS-DEPARTAMENTO    TO WS-OLD-DEPARTAMENTO
           MOVE WS-PLANTA          TO WS-OLD-PLANTA
           MOVE WS-PUESTO          TO WS-OLD-PUESTO
           MOVE WS-SALARIO         TO WS-OLD-SALARIO
           MOVE WS-FRECUENCIA-PAGO TO WS-OLD-FRECUENCIA-PAGO
           MOVE WS-JEFE-INMEDIATO  TO WS-OLD-JEFE-INMEDIATO

           IF PRG-DEPARTAMENTO IS GREATER THAN ZEROS
              MOVE PRG-DEPARTAMENTO TO WS-DEPARTAMENTO
              MOVE WS-DEPARTAMENTO  TO REG-DEPTO-COD
              READ DEPARTAMENTOS
                   INVALID KEY
                      MOVE "EL DEPARTAMENTO YA NO EXISTE EN EL CATALOGO"
                           TO PRG-RESULTADO
                      PERFORM 043-MARCA-FALLA THRU 043-FIN
                      GO TO 040-FIN
              END-READ
           END-IF
           IF PRG-PLANTA IS GREATER THAN ZEROS
              MOVE PRG-PLANTA TO WS-PLANTA
              MOVE WS-PLANTA  TO PLT-COD
              READ PLANTAS
                   INVALID KEY
                      MOVE "LA PLANTA YA NO EXISTE EN EL CATALOGO"
                           TO PRG-RESULTADO
                      PERFORM 043-MARCA-FALLA THRU 043-FIN
                      GO TO 040-FIN
              END-READ
           END-IF
           IF PRG-PUESTO IS GREATER THAN ZEROS
              MOVE PRG-PUESTO TO WS-PUESTO
              MOVE WS-PUESTO  TO REG-PUESTO-COD
              READ PUESTOS
                   INVALID KEY
                      MOVE "EL PUESTO YA NO EXISTE EN EL CATALOGO"
                           TO PRG-RESULTADO
                      PERFORM 043-MARCA-FALLA THRU 043-FIN
                      GO TO 040-FIN
              END-READ
           END-IF
           IF PRG-SALARIO IS GREATER THAN ZEROS
              MOVE PRG-SALARIO TO WS-SALARIO
           END-IF
           IF PRG-FRECUENCIA NOT EQUAL SPACE
              IF PRG-FRECUENCIA NOT EQUAL "Q" AND
                 PRG-FRECUENCIA NOT EQUAL "S"
                 MOVE "FRECUENCIA INVALIDA: USE Q O S" TO PRG-RESULTADO
                 PERFORM 043-MARCA-FALLA THRU 043-FIN
                 GO TO 040-FIN
              END-IF
              MOVE PRG-FRECUENCIA TO WS-FRECUENCIA-PAGO
           END-IF
           IF PRG-CON-JEFE
              MOVE PRG-JEFE TO WS-JEFE-INMEDIATO
           END-IF

           IF WS-DEPARTAMENTO    EQUAL WS-OLD-DEPARTAMENTO AND
              WS-PLANTA          EQUAL WS-OLD-PLANTA AND
              WS-PUESTO          EQUAL WS-OLD-PUESTO AND
              WS-SALARIO         EQUAL WS-OLD-SALARIO AND
              WS-FRECUENCIA-PAGO EQUAL WS-OLD-FRECUENCIA-PAGO AND
              WS-JEFE-INMEDIATO  EQUAL WS-OLD-JEFE-INMEDIATO
              MOVE "A" TO PRG-STATUS
              MOVE "SIN EFECTO: EL EMPLEADO YA TENIA ESOS VALORES"
                   TO PRG-RESULTADO
              GO TO 040-FIN
           END-IF

           IF WS-JEFE-INMEDIATO NOT EQUAL WS-OLD-JEFE-INMEDIATO AND
              WS-JEFE-INMEDIATO IS GREATER THAN ZEROS
              MOVE WS-ID-EMP         TO WS-JEF-EMPLEADO
              MOVE WS-JEFE-INMEDIATO TO WS-JEF-CANDIDATO
              PERFORM 143-VALIDA-JEFE THRU 143-FIN
              IF NOT JEFE-VALIDO
                 EVALUATE TRUE
                 WHEN JEFE-INEXISTENTE
                    MOVE "EL JEFE INMEDIATO NO EXISTE" TO PRG-RESULTADO
                 WHEN JEFE-NO-ACTIVO
                    MOVE "EL JEFE INMEDIATO ESTA DADO DE BAJA"
                         TO PRG-RESULTADO
                 WHEN JEFE-ES-EL-MISMO
                    MOVE "UN EMPLEADO NO PUEDE SER SU PROPIO JEFE"
                         TO PRG-RESULTADO
                 WHEN OTHER
                    MOVE "ESE JEFE YA DEPENDE DE ESTE EMPLEADO"
                         TO PRG-RESULTADO
                 END-EVALUATE
                 PERFORM 043-MARCA-FALLA THRU 043-FIN
                 GO TO 040-FIN
              END-IF
           END-IF

           MOVE "N" TO SW-CAMBIA-SUELDO
           IF WS-SALARIO NOT EQUAL WS-OLD-SALARIO
              MOVE "S" TO SW-CAMBIA-SUELDO
           END-IF
           IF CAMBIA-SUELDO OR WS-PUESTO NOT EQUAL WS-OLD-PUESTO
              PERFORM 042-VALIDA-BANDA THRU 042-FIN
              IF PRG-FALLIDO
                 GO TO 040-FIN
              END-IF
           END-IF
           IF CAMBIA-SUELDO
              MOVE WS-SALARIO-MXN TO WS-SMG-SALARIO-COMPARA
              PERFORM 134-VALIDA-SAL-MINIMO THRU 134-FIN
              IF SUELDO-BAJO-MINIMO
                 MOVE "EL SUELDO ES MENOR AL SALARIO MINIMO DE LA ZONA"
                      TO PRG-RESULTADO
                 PERFORM 043-MARCA-FALLA THRU 043-FIN
                 GO TO 040-FIN
              END-IF
           END-IF

           MOVE "N" TO SW-PLAZA
           IF WS-DEPARTAMENTO NOT EQUAL WS-OLD-DEPARTAMENTO OR
              WS-PUESTO NOT EQUAL WS-OLD-PUESTO
              MOVE WS-DEPARTAMENTO TO WS-PLZ-DEPTO-BUSCA
              MOVE WS-PUESTO       TO WS-PLZ-PUESTO-BUSCA
              MOVE WS-HOY-ANIO     TO WS-PLZ-ANIO-BUSCA
              MOVE WS-ID-EMP       TO WS-PLZ-EXCLUYE-ID
              PERFORM 146-VALIDA-PLAZA THRU 146-FIN
           END-IF
           IF PLAZA-EXCEDIDA AND PRG-DE-MOVMASIV
              MOVE "EXCEDE LAS PLAZAS AUTORIZADAS DEL DESTINO"
                   TO PRG-RESULTADO
              PERFORM 043-MARCA-FALLA THRU 043-FIN
              GO TO 040-FIN
           END-IF

           IF CAMBIA-SUELDO OR PLAZA-EXCEDIDA
              PERFORM 058-ENVIA-AUTORIZACION THRU 058-FIN
              GO TO 040-FIN
           END-IF

           REWRITE REG-EMPLEADOS FROM WS-DATOS-EMPLEADO
              INVALID KEY
                 MOVE "NO SE PUDO REESCRIBIR AL EMPLEADO"
                      TO PRG-RESULTADO
                 PERFORM 043-MARCA-FALLA THRU 043-FIN
                 GO TO 040-FIN
           END-REWRITE
           MOVE PRG-OPERADOR-CAP TO WS-AUD-OPERADOR
           PERFORM 045-REGISTRA-RASTRO THRU 045-FIN
           MOVE "CAMBIO" TO WS-AUD-OPERACION
           PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN
           MOVE "A" TO PRG-STATUS
           MOVE "APLICADO EN EL MAESTRO" TO PRG-RESULTADO.
       040-FIN. EXIT.

      *----------------------------------------------------------------
      * MISMA REGLA DE BANDA QUE 044-CAPTURA-SALARIO DE CAMBIOEMP: EL
      * SUELDO QUE QUEDARIA CONTRA LA BANDA DEL PUESTO QUE QUEDARIA,
      * USD CONVERTIDO CON EL TIPO DE CAMBIO DEL DIA. EN EL LOTE NO
      * HAY A QUIEN PREGUNTAR: SIN TIPO DE CAMBIO EL USD FALLA.
      *----------------------------------------------------------------
       042-VALIDA-BANDA.
           MOVE WS-PUESTO TO REG-PUESTO-COD
           READ PUESTOS
                INVALID KEY
                   MOVE "EL PUESTO NO EXISTE EN EL CATALOGO"
                        TO PRG-RESULTADO
                   PERFORM 043-MARCA-FALLA THRU 043-FIN
                   GO TO 042-FIN
           END-READ
           IF WS-MONEDA EQUAL "MXN"
              MOVE WS-SALARIO TO WS-SALARIO-MXN
           ELSE
              IF TIPO-CAMBIO-CARGADO
                 COMPUTE WS-SALARIO-MXN ROUNDED =
                         WS-SALARIO * WS-TIPO-CAMBIO-DIA
              ELSE
                 MOVE "SUELDO USD SIN TIPO DE CAMBIO CARGADO"
                      TO PRG-RESULTADO
                 PERFORM 043-MARCA-FALLA THRU 043-FIN
                 GO TO 042-FIN
              END-IF
           END-IF
           IF WS-SALARIO-MXN IS LESS THAN REG-PUESTO-SAL-MIN OR
              WS-SALARIO-MXN IS GREATER THAN REG-PUESTO-SAL-MAX
              MOVE "EL SUELDO NO ESTA EN LA BANDA DEL PUESTO"
                   TO PRG-RESULTADO
              PERFORM 043-MARCA-FALLA THRU 043-FIN
           END-IF.
       042-FIN. EXIT.

       043-MARCA-FALLA.
           MOVE "F" TO PRG-STATUS.
       043-FIN. EXIT.

      *----------------------------------------------------------------
      * MISMO RASTRO POR CAMPO QUE 056-COMPARA-CAMBIOS DE CAMBIOEMP Y
      * 062-REGISTRA-RASTRO DE MOVMASIV (EL SUELDO NUNCA LLEGA AQUI:
      * ESE CAMBIO LO REGISTRA APRUEBA AL APLICAR SU FOLIO).
      *----------------------------------------------------------------
       045-REGISTRA-RASTRO.
           IF WS-DEPARTAMENTO NOT EQUAL WS-OLD-DEPARTAMENTO
              MOVE "DEPARTAMENTO"      TO WS-CAM-CAMPO
              MOVE WS-OLD-DEPARTAMENTO TO WS-CAM-VALOR-ANTERIOR
              MOVE WS-DEPARTAMENTO     TO WS-CAM-VALOR-NUEVO
              PERFORM 065-REGISTRA-CAMBIO THRU 065-FIN
           END-IF
           IF WS-PLANTA NOT EQUAL WS-OLD-PLANTA
              MOVE WS-OLD-PLANTA       TO WS-VAL-ANTERIOR-ED
              MOVE WS-PLANTA           TO WS-VAL-NUEVO-ED
              MOVE "PLANTA"            TO WS-CAM-CAMPO
              MOVE WS-VAL-ANTERIOR-ED  TO WS-CAM-VALOR-ANTERIOR
              MOVE WS-VAL-NUEVO-ED     TO WS-CAM-VALOR-NUEVO
              PERFORM 065-REGISTRA-CAMBIO THRU 065-FIN
           END-IF
           IF WS-PUESTO NOT EQUAL WS-OLD-PUESTO
              MOVE "PUESTO"            TO WS-CAM-CAMPO
              MOVE WS-OLD-PUESTO       TO WS-CAM-VALOR-ANTERIOR
              MOVE WS-PUESTO           TO WS-CAM-VALOR-NUEVO
              PERFORM 065-REGISTRA-CAMBIO THRU 065-FIN
           END-IF
           IF WS-FRECUENCIA-PAGO NOT EQUAL WS-OLD-FRECUENCIA-PAGO
              MOVE "FRECUENCIA"        TO WS-CAM-CAMPO
              MOVE WS-OLD-FRECUENCIA-PAGO TO WS-CAM-VALOR-ANTERIOR
              MOVE WS-FRECUENCIA-PAGO  TO WS-CAM-VALOR-NUEVO
              PERFORM 065-REGISTRA-CAMBIO THRU 065-FIN
           END-IF
           IF WS-JEFE-INMEDIATO NOT EQUAL WS-OLD-JEFE-INMEDIATO
              MOVE "JEFE INMEDIATO"    TO WS-CAM-CAMPO
              MOVE WS-OLD-JEFE-INMEDIATO TO WS-CAM-VALOR-ANTERIOR
              MOVE WS-JEFE-INMEDIATO   TO WS-CAM-VALOR-NUEVO
              PERFORM 065-REGISTRA-CAMBIO THRU 065-FIN
           END-IF.
       045-FIN. EXIT.

      *----------------------------------------------------------------
      * EL CAMBIO QUE TOCA EL SUELDO (O EL DE CAMBIOEMP QUE EXCEDE
      * PLAZAS) SE DEJA EN LA COLA DE APRUEBA CON EL REGISTRO YA
      * MODIFICADO, IGUAL QUE 058-ENVIA-AUTORIZACION DE CAMBIOEMP, A
      * NOMBRE DEL CAPTURISTA ORIGINAL: EL SUPERVISOR QUE AUTORIZA
      * TIENE QUE SER OTRO, COMO SIEMPRE.
      *----------------------------------------------------------------
       058-ENVIA-AUTORIZACION.
           MOVE 1 TO PEND-FOLIO
           PERFORM 059-BUSCA-FOLIO THRU 059-FIN
           MOVE "S"               TO PEND-TIPO
           MOVE PRG-OPERADOR-CAP  TO PEND-OPERADOR-CAP
           MOVE WS-FECHA-HOY      TO PEND-FECHA-CAPTURA
           MOVE "P"               TO PEND-STATUS
           MOVE WS-DATOS-EMPLEADO TO PEND-DATOS-EMPLEADO
           MOVE WS-OLD-SALARIO    TO PEND-SALARIO-ANT
           WRITE REG-PENDIENTES
                INVALID KEY
                   MOVE "NO SE PUDO ENVIAR A LA COLA DE AUTORIZACION"
                        TO PRG-RESULTADO
                   PERFORM 043-MARCA-FALLA THRU 043-FIN
                   GO TO 058-FIN
           END-WRITE
           MOVE PEND-FOLIO TO WS-FOLIO-ED
           MOVE "E" TO PRG-STATUS
           MOVE SPACES TO PRG-RESULTADO
           STRING "ENVIADO A APRUEBA CON FOLIO " DELIMITED BY SIZE
                  WS-FOLIO-ED                    DELIMITED BY SIZE
                  INTO PRG-RESULTADO
           END-STRING.
       058-FIN. EXIT.

       059-BUSCA-FOLIO.
           READ PENDIENTES
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   ADD 1 TO PEND-FOLIO
                   GO TO 059-BUSCA-FOLIO
           END-READ.
       059-FIN. EXIT.

      *----------------------------------------------------------------
      * SEGUNDA PASADA: LOS QUE SIGUEN PENDIENTES CON FECHA FUTURA,
      * PARA QUE RRHH VEA CADA MANANA LO QUE VIENE.
      *----------------------------------------------------------------
       070-LISTA-PROXIMOS.
           PERFORM 032-REBOBINA-PROGRAMADOS THRU 032-FIN
           PERFORM 034-LEE-PROGRAMADO       THRU 034-FIN
           PERFORM 072-LISTA-PROXIMO        THRU 072-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       070-FIN. EXIT.

       072-LISTA-PROXIMO.
           IF NOT PRG-PROGRAMADO OR
              PRG-FECHA-EFECTIVA IS NOT GREATER THAN WS-FECHA-HOY
              GO TO 072-SIGUE
           END-IF
           MOVE PRG-FOLIO          TO WS-PRX-FOLIO
           MOVE PRG-ID-EMP         TO WS-PRX-ID
           MOVE PRG-FECHA-EFECTIVA TO WS-PRX-FECHA
           MOVE PRG-ORIGEN         TO WS-PRX-ORIGEN
           MOVE PRG-DEPARTAMENTO   TO WS-PRX-DEPTO
           MOVE PRG-PLANTA         TO WS-PRX-PLANTA
           MOVE PRG-PUESTO         TO WS-PRX-PUESTO
           MOVE PRG-SALARIO        TO WS-PRX-SALARIO
           MOVE PRG-FRECUENCIA     TO WS-PRX-FRECUENCIA
           IF PRG-CON-JEFE
              MOVE PRG-JEFE        TO WS-PRX-JEFE
           ELSE
              MOVE "----"          TO WS-PRX-JEFE
           END-IF
           MOVE PRG-OPERADOR-CAP   TO WS-PRX-OPERADOR
           WRITE REG-REPORTE FROM WS-DETALLE-PROX
           ADD 1 TO WS-CONT-PROXIMOS.
       072-SIGUE.
           PERFORM 034-LEE-PROGRAMADO THRU 034-FIN.
       072-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 DEPARTAMENTOS
                 PUESTOS
                 PLANTAS
                 AUDITORIA
                 CAMBIOS
                 PENDIENTES
                 PROGRAMADOS
                 REPORTE
           IF HAY-PLAZAS
              CLOSE PLAZAS
           END-IF.
       090-FIN. EXIT.
