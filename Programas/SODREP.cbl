      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * SODREP.cbl - REPORTE DE SEGREGACION DE FUNCIONES PARA
      *              AUDITORIA INTERNA. CADA OPERADOR DE
      *              BD-OPERADORES.TXT QUEDA LIGADO A SU PROPIA CLAVE
      *              DE EMPLEADO (REG-OPERADOR-ID-EMP, OPCION V DE
      *              CRUD-EMP) Y CON ESA LIGA SE REVISAN, EN EL RANGO
      *              DE FECHAS QUE SE PIDE:
      *              - BD-AUDITORIA.TXT Y BD-CAMBIOS.TXT, MEZCLADOS
      *                POR FECHA+HORA COMO EN CONSAUD.CBL: EL OPERADOR
      *                QUE MOVIO O AUTORIZO SU PROPIO REGISTRO DE
      *                EMPLEADO (CON EL DETALLE DE CAMPOS, SUELDO
      *                INCLUIDO) Y EL "AUTORI" DE APRUEBA QUE HIZO LA
      *                MISMA PERSONA QUE CAPTURO EL FOLIO, AUNQUE
      *                ENTRARA CON OTRA CLAVE DE OPERADOR,
      *              - BD-PENDIENTES.TXT: FOLIOS CAPTURADOS POR EL
      *                PROPIO EMPLEADO AFECTADO,
      *              - LA MISMA PERSONA (U OPERADOR) QUE CAMBIO UNA
      *                CLABE Y LIBERO LA DISPERSION DE BANCONOM
      *                ("DISPER") DEL PERIODO EN QUE CAYO EL CAMBIO,
      *                DESDE EL INICIO DEL PERIODO EN EL CALENDARIO
      *                HASTA LA FECHA DE LA DISPERSION.
      *              LOS OPERADORES SIN CLAVE DE EMPLEADO SE LISTAN AL
      *              FINAL: DE ELLOS SOLO SE PUEDE REVISAR LO QUE VA
      *              POR CLAVE DE OPERADOR. EL LISTADO QUEDA EN
      *              REPORTE-SEGREGACION.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                SODREP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY AUDSEL.
           COPY CAMBSEL.
           COPY OPERSEL.
           COPY PENDSEL.
           COPY CALSEL.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE.

       DATA DIVISION.
       FILE SECTION.
           COPY AUDFD.
           COPY CAMBFD.
           COPY OPERFD.
           COPY PENDFD.
           COPY CALFD.

       FD  REPORTE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(100).

       WORKING-STORAGE SECTION.
           COPY AUDFS.
           COPY AUDRUTA.
           COPY CAMBFS.
           COPY CAMBRUTA.
           COPY OPERFS.
           COPY OPERRUTA.
           COPY PENDFS.
           COPY PENDRUTA.
           COPY CALFS.
           COPY CALRUTA.

       01  WS-DIR-DATOS            PIC X(60).
       01  WS-RUTA-REPORTE         PIC X(80).

       01  WS-FECHA-DESDE          PIC 9(08).
       01  WS-FECHA-HASTA          PIC 9(08).

      *----------------------------------------------------------------
      * LOS CAMBIOS DE CLABE SE JUNTAN DESDE EL PRIMER DIA DEL MES
      * ANTERIOR A FECHA DESDE, PARA QUE UNA DISPERSION AL PRINCIPIO
      * DEL RANGO ALCANCE EL CAMBIO HECHO AL INICIO DE SU PERIODO.
      *----------------------------------------------------------------
       01  WS-CLABE-DESDE.
           05 WS-CD-ANIO           PIC 9(04).
           05 WS-CD-MES            PIC 9(02).
           05 WS-CD-DIA            PIC 9(02).
       01  WS-CLABE-DESDE-9 REDEFINES WS-CLABE-DESDE
                                   PIC 9(08).

       01  SW-AUD-FIN              PIC X(01)    VALUE "N".
           88 AUD-FIN                      VALUE "S".
       01  SW-CAM-FIN              PIC X(01)    VALUE "N".
           88 CAM-FIN                      VALUE "S".
       01  SW-CAM-ABIERTO          PIC X(01)    VALUE "N".
           88 CAM-ABIERTO                  VALUE "S".
       01  SW-PEND-ABIERTO         PIC X(01)    VALUE "N".
           88 PEND-ABIERTO                 VALUE "S".
       01  SW-CAL-ABIERTO          PIC X(01)    VALUE "N".
           88 CAL-ABIERTO-ARCH             VALUE "S".
       01  SW-FIN                  PIC X(03)    VALUE SPACES.

       01  WS-LLAVE-AUD.
           05 WS-LLAVE-AUD-FECHA   PIC 9(06).
           05 WS-LLAVE-AUD-HORA    PIC 9(06).
       01  WS-LLAVE-CAM.
           05 WS-LLAVE-CAM-FECHA   PIC 9(06).
           05 WS-LLAVE-CAM-HORA    PIC 9(06).

      *----------------------------------------------------------------
      * EVENTO ACTUAL Y EVENTO ANTERIOR DE LA BITACORA: APRUEBA DEJA
      * EL RENGLON DE LA OPERACION (CON EL CAPTURISTA) Y ENSEGUIDA EL
      * "AUTORI" (CON EL AUTORIZADOR), Y SU DETALLE DE CAMBIOS LLEGA
      * CON LA MISMA FECHA+HORA; POR ESO SE GUARDAN LOS DOS ULTIMOS.
      * LA PERSONA ES LA CLAVE DE EMPLEADO LIGADA AL OPERADOR.
      *----------------------------------------------------------------
       01  WS-EVT-ACT.
           05 WS-ACT-LLAVE         PIC 9(12).
           05 WS-ACT-FECHA         PIC 9(08).
           05 WS-ACT-HORA          PIC 9(06).
           05 WS-ACT-ID-EMP        PIC 9(04).
           05 WS-ACT-OPERACION     PIC X(06).
           05 WS-ACT-OPERADOR      PIC X(08).
           05 WS-ACT-PERSONA       PIC 9(04).
           05 WS-ACT-PROPIO        PIC X(01).
       01  WS-EVT-ANT.
           05 WS-ANT-LLAVE         PIC 9(12).
           05 WS-ANT-FECHA         PIC 9(08).
           05 WS-ANT-HORA          PIC 9(06).
           05 WS-ANT-ID-EMP        PIC 9(04).
           05 WS-ANT-OPERACION     PIC X(06).
           05 WS-ANT-OPERADOR      PIC X(08).
           05 WS-ANT-PERSONA       PIC 9(04).
           05 WS-ANT-PROPIO        PIC X(01).

       01  WS-FECHA-AAMMDD         PIC 9(06).
       01  WS-HORA-HHMMSS          PIC 9(06).
       01  SW-DUENO                PIC X(01).
           88 DUENO-ACTUAL                 VALUE "A".
           88 DUENO-ANTERIOR               VALUE "P".
           88 SIN-DUENO                    VALUE "N".
       01  SW-DET-PROPIO           PIC X(01).

      *----------------------------------------------------------------
      * OPERACIONES DE LA BITACORA QUE TOCAN EL REGISTRO DE UN
      * EMPLEADO (AUD-ID-EMP ES EL EMPLEADO AFECTADO). LAS DE
      * CATALOGOS LLEVAN EN AUD-ID-EMP OTRA CLAVE Y NO SE REVISAN.
      *----------------------------------------------------------------
       01  WS-OPERACIONES-EMP-VAL.
           05 FILLER               PIC X(06)    VALUE "ALTA  ".
           05 FILLER               PIC X(06)    VALUE "BAJA  ".
           05 FILLER               PIC X(06)    VALUE "CAMBIO".
           05 FILLER               PIC X(06)    VALUE "CLABE ".
           05 FILLER               PIC X(06)    VALUE "REINGR".
           05 FILLER               PIC X(06)    VALUE "PERMIS".
           05 FILLER               PIC X(06)    VALUE "REGRES".
           05 FILLER               PIC X(06)    VALUE "MERITO".
           05 FILLER               PIC X(06)    VALUE "AUTORI".
           05 FILLER               PIC X(06)    VALUE "VIAAUT".
           05 FILLER               PIC X(06)    VALUE "RECALC".
       01  WS-OPERACIONES-EMP REDEFINES WS-OPERACIONES-EMP-VAL.
           05 WS-OPE-EMP           PIC X(06)    OCCURS 11 TIMES.
       01  WS-TOTAL-OPE-EMP        PIC 9(02)    VALUE 11.

      *----------------------------------------------------------------
      * OPERADORES EN MEMORIA CON SU CLAVE DE EMPLEADO.
      *----------------------------------------------------------------
       01  WS-TABLA-OPERADORES.
           05 WS-TO-OPERADOR       OCCURS 200 TIMES.
              10 WS-TO-ID          PIC X(08).
              10 WS-TO-NOMBRE      PIC X(20).
              10 WS-TO-ID-EMP      PIC 9(04).
       01  WS-TOTAL-OPERADORES     PIC 9(03)    VALUE ZEROS.

      *----------------------------------------------------------------
      * DISPERSIONES DEL RANGO Y CAMBIOS DE CLABE, PARA CRUZARLOS AL
      * TERMINAR LA MEZCLA. DIS-CLAVE ES EL PERIODO COMO LO CODIFICA
      * BANCONOM EN AUD-ID-EMP: ULTIMO DIGITO DEL ANIO, MES (MAS 50
      * LA SEMANA) Y QUINCENA.
      *----------------------------------------------------------------
       01  WS-TABLA-DISPERSIONES.
           05 WS-TD-DISPERSION     OCCURS 300 TIMES.
              10 WS-TD-OPERADOR    PIC X(08).
              10 WS-TD-PERSONA     PIC 9(04).
              10 WS-TD-CLAVE       PIC 9(04).
              10 WS-TD-FECHA       PIC 9(08).
              10 WS-TD-HORA        PIC 9(06).
       01  WS-TOTAL-DISPERSIONES   PIC 9(03)    VALUE ZEROS.

       01  WS-TABLA-CLABES.
           05 WS-TC-CLABE          OCCURS 500 TIMES.
              10 WS-TC-OPERADOR    PIC X(08).
              10 WS-TC-PERSONA     PIC 9(04).
              10 WS-TC-FECHA       PIC 9(08).
              10 WS-TC-ID-EMP      PIC 9(04).
       01  WS-TOTAL-CLABES         PIC 9(03)    VALUE ZEROS.

       01  WS-GDA-OPERADOR         PIC X(08).
       01  WS-GDA-PERSONA          PIC 9(04).
       01  WS-GDA-FECHA            PIC 9(08).
       01  WS-GDA-ID-EMP           PIC 9(04).

       01  WS-IDX                  PIC 9(03).
       01  WS-IDX-DIS              PIC 9(03).
       01  WS-IDX-CLA              PIC 9(03).
       01  SW-ENCONTRADO           PIC X(01).
           88 ENCONTRADO                   VALUE "S".

       01  WS-BUS-OPERADOR         PIC X(08).
       01  WS-BUS-PERSONA          PIC 9(04).

      *----------------------------------------------------------------
      * PERIODO DECODIFICADO DE UNA DISPERSION Y SU VENTANA.
      *----------------------------------------------------------------
       01  WS-VEN-PERIODO.
           05 WS-VEN-ANIO          PIC 9(04).
           05 WS-VEN-MES           PIC 9(02).
           05 WS-VEN-QUINCENA      PIC 9(01).
       01  WS-VEN-PERIODO-9 REDEFINES WS-VEN-PERIODO
                                   PIC 9(07).
       01  WS-VEN-INICIO.
           05 WS-VI-ANIO           PIC 9(04).
           05 WS-VI-MES            PIC 9(02).
           05 WS-VI-DIA            PIC 9(02).
       01  WS-VEN-INICIO-9 REDEFINES WS-VEN-INICIO
                                   PIC 9(08).
       01  WS-ANIO-DISP            PIC 9(04).
       01  WS-DIGITO-ANIO          PIC 9(01).
       01  WS-DECADA               PIC 9(03).
       01  WS-RESTO                PIC 9(03).
       01  WS-RESTO-ANIO           PIC 9(01).

      *----------------------------------------------------------------
      * IMAGEN DEL EMPLEADO EN EL FOLIO: SOLO INTERESA SU CLAVE.
      *----------------------------------------------------------------
       01  WS-PEND-IMAGEN.
           05 WS-PEND-ID-EMP       PIC 9(04).
           05 FILLER               PIC X(169).
       01  WS-FOLIO-HALLADO        PIC 9(05).

      *----------------------------------------------------------------
      * CAMPOS DE LA VIOLACION A IMPRIMIR (075-IMPRIME-VIOLACION).
      *----------------------------------------------------------------
       01  WS-VIO-FECHA            PIC 9(08).
       01  WS-VIO-HORA             PIC 9(06).
       01  WS-VIO-OPERADOR         PIC X(08).
       01  WS-VIO-PERSONA          PIC 9(04).
       01  WS-VIO-AFECTADO         PIC 9(04).
       01  WS-VIO-TEXTO            PIC X(28).
       01  WS-VIO-DETALLE          PIC X(29).

       01  WS-DET-FOLIO.
           05 FILLER               PIC X(06)    VALUE "FOLIO ".
           05 WS-DF-FOLIO          PIC 9(05).
           05 FILLER               PIC X(06)    VALUE " TIPO ".
           05 WS-DF-TIPO           PIC X(01).
           05 FILLER               PIC X(08)    VALUE " STATUS ".
           05 WS-DF-STATUS         PIC X(01).
           05 FILLER               PIC X(02)    VALUE SPACES.
       01  WS-DET-DISPERSION.
           05 FILLER               PIC X(04)    VALUE "PER ".
           05 WS-DD-PERIODO        PIC 9(07).
           05 FILLER               PIC X(08)    VALUE " CLABE: ".
           05 WS-DD-OPERADOR       PIC X(08).
           05 FILLER               PIC X(02)    VALUE SPACES.
       01  WS-DET-OPERACION.
           05 FILLER               PIC X(11)    VALUE "OPERACION: ".
           05 WS-DO-OPERACION      PIC X(06).
           05 FILLER               PIC X(12)    VALUE SPACES.

       01  WS-CONT-PROPIO          PIC 9(05)    VALUE ZEROS.
       01  WS-CONT-SUELDO          PIC 9(05)    VALUE ZEROS.
       01  WS-CONT-AUTORIZO        PIC 9(05)    VALUE ZEROS.
       01  WS-CONT-FOLIO           PIC 9(05)    VALUE ZEROS.
       01  WS-CONT-CLABE           PIC 9(05)    VALUE ZEROS.
       01  WS-CONT-TOTAL           PIC 9(05)    VALUE ZEROS.
       01  WS-CONT-SIN-CLAVE       PIC 9(03)    VALUE ZEROS.

       01  WS-MARGEN.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(01)   VALUE "*".
           05 FILLER              PIC X(97)   VALUE ALL "-".
           05 FILLER              PIC X(01)   VALUE "*".

       01  WS-TITULO.
           05 FILLER              PIC X(15)   VALUE SPACES.
           05 FILLER              PIC X(40)
               VALUE "REPORTE DE SEGREGACION DE FUNCIONES DEL ".
           05 WS-TIT-DESDE        PIC 9(08).
           05 FILLER              PIC X(04)   VALUE " AL ".
           05 WS-TIT-HASTA        PIC 9(08).
           05 FILLER              PIC X(25)   VALUE SPACES.

       01  WS-COLUMNAS.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(08)   VALUE "FECHA".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(06)   VALUE "HORA".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(08)   VALUE "OPERADOR".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(04)   VALUE "EMP.".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(04)   VALUE "AFEC".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(28)   VALUE "VIOLACION".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(29)   VALUE "DETALLE".

       01  WS-DETALLE.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-FECHA        PIC 9(08).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-HORA         PIC 9(06).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-OPERADOR     PIC X(08).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-PERSONA      PIC ZZZ9.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-AFECTADO     PIC ZZZ9.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-VIOLACION    PIC X(28).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-DETALLE      PIC X(29).

       01  WS-LIN-CAMBIO.
           05 FILLER              PIC X(14)   VALUE SPACES.
           05 FILLER              PIC X(07)   VALUE "CAMPO: ".
           05 WS-LC-CAMPO         PIC X(16).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(07)   VALUE "ANTES: ".
           05 WS-LC-ANTERIOR      PIC X(20).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(09)   VALUE "DESPUES: ".
           05 WS-LC-NUEVO         PIC X(20).
           05 FILLER              PIC X(03)   VALUE SPACES.

       01  WS-LIN-SIN-CLAVE.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(23)
               VALUE "SIN CLAVE DE EMPLEADO: ".
           05 WS-SC-OPERADOR      PIC X(08).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-SC-NOMBRE        PIC X(20).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(31)
               VALUE "NO SE REVISA SU PROPIO REGISTRO".
           05 FILLER              PIC X(12)   VALUE SPACES.

       01  WS-PIE.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(17)   VALUE "PROPIO REGISTRO: ".
           05 WS-PIE-PROPIO       PIC ZZZZ9.
           05 FILLER              PIC X(17)   VALUE "  SUELDO PROPIO: ".
           05 WS-PIE-SUELDO       PIC ZZZZ9.
           05 FILLER              PIC X(22)
               VALUE "  CAPTURO Y AUTORIZO: ".
           05 WS-PIE-AUTORIZO     PIC ZZZZ9.
           05 FILLER              PIC X(27)   VALUE SPACES.

       01  WS-PIE-2.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(14)   VALUE "FOLIO PROPIO: ".
           05 WS-PIE-FOLIO        PIC ZZZZ9.
           05 FILLER              PIC X(22)
               VALUE "  CLABE Y DISPERSION: ".
           05 WS-PIE-CLABE        PIC ZZZZ9.
           05 FILLER              PIC X(09)   VALUE "  TOTAL: ".
           05 WS-PIE-TOTAL        PIC ZZZZ9.
           05 FILLER              PIC X(38)   VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 016-OBTIENE-RUTA-REPORTE     THRU 016-FIN
           PERFORM 021-OBTIENE-RUTA-AUDITORIA   THRU 021-FIN
           PERFORM 023-OBTIENE-RUTA-CAMBIOS     THRU 023-FIN
           PERFORM 027-OBTIENE-RUTA-OPERADORES  THRU 027-FIN
           PERFORM 041-OBTIENE-RUTA-CALENDARIO  THRU 041-FIN
           PERFORM 057-OBTIENE-RUTA-PENDIENTES  THRU 057-FIN
           PERFORM 030-SOLICITA-FECHAS          THRU 030-FIN
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           PERFORM 025-CARGA-OPERADORES         THRU 025-FIN
           PERFORM 035-ENCABEZADO               THRU 035-FIN
           INITIALIZE WS-EVT-ACT
                      WS-EVT-ANT
           PERFORM 040-LEE-AUDITORIA            THRU 040-FIN
           PERFORM 045-LEE-CAMBIOS              THRU 045-FIN
           PERFORM 050-MEZCLA                   THRU 050-FIN
                   UNTIL AUD-FIN AND CAM-FIN
           PERFORM 080-REVISA-PENDIENTES        THRU 080-FIN
           PERFORM 085-CRUZA-DISPERSIONES       THRU 085-FIN
           PERFORM 093-LISTA-SIN-CLAVE          THRU 093-FIN
           PERFORM 095-PIE                      THRU 095-FIN
           PERFORM 090-CIERRA-ARCHIVOS          THRU 090-FIN
           DISPLAY "PROPIO REGISTRO     : " WS-CONT-PROPIO
           DISPLAY "CAPTURO Y AUTORIZO  : " WS-CONT-AUTORIZO
           DISPLAY "FOLIO DE SI MISMO   : " WS-CONT-FOLIO
           DISPLAY "CLABE Y DISPERSION  : " WS-CONT-CLABE
           DISPLAY "OPERADORES SIN CLAVE: " WS-CONT-SIN-CLAVE
           DISPLAY "LISTADO: " WS-RUTA-REPORTE
           GOBACK.

      *----------------------------------------------------------------
      * MISMA RESOLUCION DE CARPETA DE DATOS QUE EMPRUTAP.cpy; AQUI
      * NO SE USA BD-EMPLEADOS.TXT ASI QUE SOLO SE NECESITA
      * WS-DIR-DATOS.
      *----------------------------------------------------------------
       015-OBTIENE-RUTA-DATOS.
           ACCEPT WS-DIR-DATOS FROM ENVIRONMENT "CRUDEMP_DATOS"
           IF WS-DIR-DATOS EQUAL SPACES
              MOVE "C:\COBOL\Archivos" TO WS-DIR-DATOS
           END-IF.
       015-FIN. EXIT.

       016-OBTIENE-RUTA-REPORTE.
           STRING WS-DIR-DATOS               DELIMITED BY SPACE
                  "\REPORTE-SEGREGACION.TXT" DELIMITED BY SIZE
                  INTO WS-RUTA-REPORTE
           END-STRING.
       016-FIN. EXIT.

           COPY AUDRUTAP.
           COPY CAMBRUTAP.
           COPY OPERRUTAP.
           COPY CALRUTAP.
           COPY PENDRUTAP.

      *----------------------------------------------------------------
      * SIN BITACORA NI OPERADORES NO HAY NADA QUE REVISAR; SIN
      * CAMBIOS, PENDIENTES O CALENDARIO SOLO SE PIERDE LA PARTE DEL
      * REPORTE QUE LOS USA.
      *----------------------------------------------------------------
       020-ABRE-ARCHIVOS.
           OPEN INPUT AUDITORIA
           IF NOT FS-AUDITORIA-OK
              DISPLAY "NO SE PUDO ABRIR BD-AUDITORIA.TXT."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT OPERADORES
           IF NOT FS-OPERADORES-OK
              DISPLAY "NO SE PUDO ABRIR BD-OPERADORES.TXT."
              CLOSE AUDITORIA
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT CAMBIOS
           IF FS-CAMBIOS-OK
              MOVE "S" TO SW-CAM-ABIERTO
           ELSE
              MOVE "S" TO SW-CAM-FIN
           END-IF
           OPEN INPUT PENDIENTES
           IF FS-PENDIENTES-OK
              MOVE "S" TO SW-PEND-ABIERTO
           ELSE
              DISPLAY "SIN BD-PENDIENTES.TXT; NO SE REVISAN FOLIOS."
           END-IF
           OPEN INPUT CALENDARIO-NOMINA
           IF FS-CALENDARIO-OK
              MOVE "S" TO SW-CAL-ABIERTO
           END-IF
           OPEN OUTPUT REPORTE.
       020-FIN. EXIT.

       025-CARGA-OPERADORES.
           MOVE LOW-VALUES TO REG-OPERADOR-ID
           START OPERADORES KEY IS GREATER THAN REG-OPERADOR-ID
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN
                 NOT INVALID KEY
                    MOVE SPACES TO SW-FIN
           END-START
           PERFORM 026-LEE-OPERADOR THRU 026-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE OPERADORES.
       025-FIN. EXIT.

       026-LEE-OPERADOR.
           READ OPERADORES NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 026-FIN
           END-READ
           IF WS-TOTAL-OPERADORES EQUAL 200
              DISPLAY "MAS DE 200 OPERADORES; SE REVISAN LOS "
                      "PRIMEROS 200."
              MOVE "FIN" TO SW-FIN
              GO TO 026-FIN
           END-IF
           ADD 1 TO WS-TOTAL-OPERADORES
           MOVE REG-OPERADOR-ID     TO
                WS-TO-ID     (WS-TOTAL-OPERADORES)
           MOVE REG-OPERADOR-NOMBRE TO
                WS-TO-NOMBRE (WS-TOTAL-OPERADORES)
           MOVE REG-OPERADOR-ID-EMP TO
                WS-TO-ID-EMP (WS-TOTAL-OPERADORES).
       026-FIN. EXIT.

       030-SOLICITA-FECHAS.
           DISPLAY "FECHA DESDE (AAAAMMDD): "
           ACCEPT WS-FECHA-DESDE
           DISPLAY "FECHA HASTA (AAAAMMDD, 0 = SIN LIMITE): "
           ACCEPT WS-FECHA-HASTA
           IF WS-FECHA-HASTA EQUAL ZEROS
              MOVE 99999999 TO WS-FECHA-HASTA
           END-IF
           IF WS-FECHA-DESDE IS GREATER THAN WS-FECHA-HASTA
              DISPLAY "LA FECHA DESDE ES MAYOR QUE LA FECHA HASTA."
              GO TO 030-SOLICITA-FECHAS
           END-IF
           MOVE WS-FECHA-DESDE TO WS-CLABE-DESDE-9
           IF WS-CD-MES EQUAL 01
              MOVE 12 TO WS-CD-MES
              SUBTRACT 1 FROM WS-CD-ANIO
           ELSE
              SUBTRACT 1 FROM WS-CD-MES
           END-IF
           MOVE 01 TO WS-CD-DIA.
       030-FIN. EXIT.

      *----------------------------------------------------------------
      * CLAVE DE EMPLEADO LIGADA A WS-BUS-OPERADOR (CEROS SI EL
      * OPERADOR NO ESTA O NO TIENE CLAVE).
      *----------------------------------------------------------------
       032-BUSCA-PERSONA.
           MOVE ZEROS TO WS-BUS-PERSONA
           MOVE "N"   TO SW-ENCONTRADO
           PERFORM 033-COMPARA-OPERADOR THRU 033-FIN
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX IS GREATER THAN WS-TOTAL-OPERADORES
                      OR ENCONTRADO.
       032-FIN. EXIT.

       033-COMPARA-OPERADOR.
           IF WS-TO-ID (WS-IDX) EQUAL WS-BUS-OPERADOR
              MOVE WS-TO-ID-EMP (WS-IDX) TO WS-BUS-PERSONA
              MOVE "S" TO SW-ENCONTRADO
           END-IF.
       033-FIN. EXIT.

       035-ENCABEZADO.
           MOVE WS-FECHA-DESDE TO WS-TIT-DESDE
           MOVE WS-FECHA-HASTA TO WS-TIT-HASTA
           WRITE REG-REPORTE FROM WS-TITULO
           WRITE REG-REPORTE FROM WS-MARGEN
           WRITE REG-REPORTE FROM WS-COLUMNAS
           WRITE REG-REPORTE FROM WS-MARGEN.
       035-FIN. EXIT.

       040-LEE-AUDITORIA.
           IF AUD-FIN
              GO TO 040-FIN
           END-IF
           READ AUDITORIA
                AT END
                   MOVE "S" TO SW-AUD-FIN
           END-READ
           IF NOT AUD-FIN
              MOVE AUD-FECHA TO WS-LLAVE-AUD-FECHA
              MOVE AUD-HORA  TO WS-LLAVE-AUD-HORA
           END-IF.
       040-FIN. EXIT.

       045-LEE-CAMBIOS.
           IF CAM-FIN
              GO TO 045-FIN
           END-IF
           READ CAMBIOS
                AT END
                   MOVE "S" TO SW-CAM-FIN
           END-READ
           IF NOT CAM-FIN
              MOVE CAM-FECHA TO WS-LLAVE-CAM-FECHA
              MOVE CAM-HORA  TO WS-LLAVE-CAM-HORA
           END-IF.
       045-FIN. EXIT.

      *----------------------------------------------------------------
      * MISMA MEZCLA QUE CONSAUD: EN EMPATE DE FECHA+HORA PRIMERO EL
      * EVENTO DE BITACORA, PARA QUE SU DETALLE LO ENCUENTRE.
      *----------------------------------------------------------------
       050-MEZCLA.
           EVALUATE TRUE
           WHEN AUD-FIN AND CAM-FIN
              CONTINUE
           WHEN CAM-FIN
              PERFORM 055-PROCESA-EVENTO  THRU 055-FIN
              PERFORM 040-LEE-AUDITORIA   THRU 040-FIN
           WHEN AUD-FIN
              PERFORM 070-PROCESA-DETALLE THRU 070-FIN
              PERFORM 045-LEE-CAMBIOS     THRU 045-FIN
           WHEN WS-LLAVE-AUD IS LESS THAN OR EQUAL WS-LLAVE-CAM
              PERFORM 055-PROCESA-EVENTO  THRU 055-FIN
              PERFORM 040-LEE-AUDITORIA   THRU 040-FIN
           WHEN OTHER
              PERFORM 070-PROCESA-DETALLE THRU 070-FIN
              PERFORM 045-LEE-CAMBIOS     THRU 045-FIN
           END-EVALUATE.
       050-FIN. EXIT.

      *----------------------------------------------------------------
      * LA BITACORA GUARDA LA FECHA AAMMDD (ACCEPT FROM DATE); SE
      * COMPLETA CON EL SIGLO PARA COMPARARLA CONTRA EL RANGO.
      *----------------------------------------------------------------
       055-PROCESA-EVENTO.
           MOVE WS-EVT-ACT       TO WS-EVT-ANT
           MOVE WS-LLAVE-AUD     TO WS-ACT-LLAVE
           MOVE AUD-FECHA        TO WS-FECHA-AAMMDD
           COMPUTE WS-ACT-FECHA = 20000000 + WS-FECHA-AAMMDD
           MOVE AUD-HORA         TO WS-HORA-HHMMSS
           MOVE WS-HORA-HHMMSS   TO WS-ACT-HORA
           MOVE AUD-ID-EMP       TO WS-ACT-ID-EMP
           MOVE AUD-OPERACION    TO WS-ACT-OPERACION
           MOVE AUD-OPERADOR     TO WS-ACT-OPERADOR
           MOVE "N"              TO WS-ACT-PROPIO
           MOVE AUD-OPERADOR     TO WS-BUS-OPERADOR
           PERFORM 032-BUSCA-PERSONA THRU 032-FIN
           MOVE WS-BUS-PERSONA   TO WS-ACT-PERSONA
           IF WS-ACT-OPERACION EQUAL "DISPER"
              PERFORM 058-GUARDA-DISPERSION THRU 058-FIN
              GO TO 055-FIN
           END-IF
           IF WS-ACT-FECHA IS LESS THAN WS-FECHA-DESDE OR
              WS-ACT-FECHA IS GREATER THAN WS-FECHA-HASTA
              GO TO 055-FIN
           END-IF
           PERFORM 062-REVISA-PROPIO        THRU 062-FIN
           PERFORM 066-REVISA-AUTORIZACION  THRU 066-FIN.
       055-FIN. EXIT.

       058-GUARDA-DISPERSION.
           IF WS-ACT-FECHA IS LESS THAN WS-FECHA-DESDE OR
              WS-ACT-FECHA IS GREATER THAN WS-FECHA-HASTA
              GO TO 058-FIN
           END-IF
           IF WS-TOTAL-DISPERSIONES EQUAL 300
              DISPLAY "MAS DE 300 DISPERSIONES EN EL RANGO; ACORTE "
                      "LAS FECHAS."
              GO TO 058-FIN
           END-IF
           ADD 1 TO WS-TOTAL-DISPERSIONES
           MOVE WS-ACT-OPERADOR TO
                WS-TD-OPERADOR (WS-TOTAL-DISPERSIONES)
           MOVE WS-ACT-PERSONA  TO
                WS-TD-PERSONA  (WS-TOTAL-DISPERSIONES)
           MOVE WS-ACT-ID-EMP   TO
                WS-TD-CLAVE    (WS-TOTAL-DISPERSIONES)
           MOVE WS-ACT-FECHA    TO
                WS-TD-FECHA    (WS-TOTAL-DISPERSIONES)
           MOVE WS-ACT-HORA     TO
                WS-TD-HORA     (WS-TOTAL-DISPERSIONES).
       058-FIN. EXIT.

      *----------------------------------------------------------------
      * EL OPERADOR LIGADO AL MISMO EMPLEADO QUE AFECTA LA OPERACION.
      * EL DETALLE DE CAMPOS QUE LLEGUE CON ESTE EVENTO SE IMPRIME
      * ABAJO (VER 070-PROCESA-DETALLE).
      *----------------------------------------------------------------
       062-REVISA-PROPIO.
           IF WS-ACT-PERSONA EQUAL ZEROS OR
              WS-ACT-PERSONA NOT EQUAL WS-ACT-ID-EMP
              GO TO 062-FIN
           END-IF
           MOVE "N" TO SW-ENCONTRADO
           PERFORM 063-COMPARA-OPERACION THRU 063-FIN
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX IS GREATER THAN WS-TOTAL-OPE-EMP
                      OR ENCONTRADO
           IF NOT ENCONTRADO
              GO TO 062-FIN
           END-IF
           MOVE "S"              TO WS-ACT-PROPIO
           MOVE WS-ACT-FECHA     TO WS-VIO-FECHA
           MOVE WS-ACT-HORA      TO WS-VIO-HORA
           MOVE WS-ACT-OPERADOR  TO WS-VIO-OPERADOR
           MOVE WS-ACT-PERSONA   TO WS-VIO-PERSONA
           MOVE WS-ACT-ID-EMP    TO WS-VIO-AFECTADO
           IF WS-ACT-OPERACION EQUAL "AUTORI" OR
              WS-ACT-OPERACION EQUAL "VIAAUT"
              MOVE "AUTORIZO SU PROPIO REGISTRO" TO WS-VIO-TEXTO
           ELSE
              MOVE "MODIFICO SU PROPIO REGISTRO" TO WS-VIO-TEXTO
           END-IF
           MOVE WS-ACT-OPERACION TO WS-DO-OPERACION
           MOVE WS-DET-OPERACION TO WS-VIO-DETALLE
           PERFORM 075-IMPRIME-VIOLACION THRU 075-FIN
           ADD 1 TO WS-CONT-PROPIO.
       062-FIN. EXIT.

       063-COMPARA-OPERACION.
           IF WS-OPE-EMP (WS-IDX) EQUAL WS-ACT-OPERACION
              MOVE "S" TO SW-ENCONTRADO
           END-IF.
       063-FIN. EXIT.

      *----------------------------------------------------------------
      * "AUTORI" JUSTO DESPUES DE LA OPERACION DEL MISMO EMPLEADO QUE
      * APLICO APRUEBA: SI EL CAPTURISTA Y EL AUTORIZADOR SON EL MISMO
      * OPERADOR O LA MISMA PERSONA CON DOS CLAVES, ES VIOLACION.
      *----------------------------------------------------------------
       066-REVISA-AUTORIZACION.
           IF WS-ACT-OPERACION NOT EQUAL "AUTORI"
              GO TO 066-FIN
           END-IF
           IF WS-ANT-ID-EMP NOT EQUAL WS-ACT-ID-EMP OR
              WS-ANT-FECHA NOT EQUAL WS-ACT-FECHA
              GO TO 066-FIN
           END-IF
           IF WS-ANT-OPERACION NOT EQUAL "ALTA"   AND
              WS-ANT-OPERACION NOT EQUAL "CAMBIO" AND
              WS-ANT-OPERACION NOT EQUAL "REINGR" AND
              WS-ANT-OPERACION NOT EQUAL "CLABE"
              GO TO 066-FIN
           END-IF
           IF WS-ANT-OPERADOR NOT EQUAL WS-ACT-OPERADOR
              IF WS-ACT-PERSONA EQUAL ZEROS OR
                 WS-ACT-PERSONA NOT EQUAL WS-ANT-PERSONA
                 GO TO 066-FIN
              END-IF
           END-IF
           PERFORM 067-BUSCA-FOLIO THRU 067-FIN
           MOVE WS-ACT-FECHA     TO WS-VIO-FECHA
           MOVE WS-ACT-HORA      TO WS-VIO-HORA
           MOVE WS-ACT-OPERADOR  TO WS-VIO-OPERADOR
           MOVE WS-ACT-PERSONA   TO WS-VIO-PERSONA
           MOVE WS-ACT-ID-EMP    TO WS-VIO-AFECTADO
           MOVE "CAPTURO Y AUTORIZO"  TO WS-VIO-TEXTO
           IF WS-FOLIO-HALLADO EQUAL ZEROS
              MOVE "FOLIO NO LOCALIZADO" TO WS-VIO-DETALLE
           ELSE
              MOVE WS-FOLIO-HALLADO  TO WS-DF-FOLIO
              MOVE PEND-TIPO         TO WS-DF-TIPO
              MOVE PEND-STATUS       TO WS-DF-STATUS
              MOVE WS-DET-FOLIO      TO WS-VIO-DETALLE
           END-IF
           PERFORM 075-IMPRIME-VIOLACION THRU 075-FIN
           ADD 1 TO WS-CONT-AUTORIZO.
       066-FIN. EXIT.

      *----------------------------------------------------------------
      * EL FOLIO APLICADO DE ESE EMPLEADO QUE CAPTURO EL OPERADOR DEL
      * EVENTO ANTERIOR; SI HAY VARIOS, EL MAS RECIENTE CAPTURADO
      * HASTA LA FECHA DEL EVENTO. QUEDA EN REG-PENDIENTES PARA EL
      * DETALLE.
      *----------------------------------------------------------------
       067-BUSCA-FOLIO.
           MOVE ZEROS TO WS-FOLIO-HALLADO
           IF NOT PEND-ABIERTO
              GO TO 067-FIN
           END-IF
           MOVE ZEROS TO PEND-FOLIO
           START PENDIENTES KEY IS GREATER THAN OR EQUAL PEND-FOLIO
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN
                 NOT INVALID KEY
                    MOVE SPACES TO SW-FIN
           END-START
           PERFORM 068-COMPARA-FOLIO THRU 068-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           IF WS-FOLIO-HALLADO NOT EQUAL ZEROS
              MOVE WS-FOLIO-HALLADO TO PEND-FOLIO
              READ PENDIENTES
                   INVALID KEY
                      MOVE ZEROS TO WS-FOLIO-HALLADO
              END-READ
           END-IF.
       067-FIN. EXIT.

       068-COMPARA-FOLIO.
           READ PENDIENTES NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 068-FIN
           END-READ
           MOVE PEND-DATOS-EMPLEADO TO WS-PEND-IMAGEN
           IF PEND-APLICADA AND
              WS-PEND-ID-EMP EQUAL WS-ACT-ID-EMP AND
              PEND-OPERADOR-CAP EQUAL WS-ANT-OPERADOR AND
              PEND-FECHA-CAPTURA IS NOT GREATER THAN WS-ACT-FECHA
              MOVE PEND-FOLIO TO WS-FOLIO-HALLADO
           END-IF.
       068-FIN. EXIT.

      *----------------------------------------------------------------
      * EL DETALLE DE CAMBIOS PERTENECE AL EVENTO CON SU MISMA
      * FECHA+HORA Y EMPLEADO: EL ACTUAL, O EL ANTERIOR CUANDO
      * APRUEBA YA ESCRIBIO SU "AUTORI". LOS CAMBIOS DE CLABE SE
      * GUARDAN PARA EL CRUCE CON LAS DISPERSIONES; EN UN FOLIO
      * APLICADO CUENTAN PARA EL CAPTURISTA Y PARA EL AUTORIZADOR.
      *----------------------------------------------------------------
       070-PROCESA-DETALLE.
           MOVE "N" TO SW-DUENO
           MOVE "N" TO SW-DET-PROPIO
           IF WS-LLAVE-CAM EQUAL WS-ACT-LLAVE AND
              CAM-ID-EMP EQUAL WS-ACT-ID-EMP
              MOVE "A" TO SW-DUENO
           ELSE
              IF WS-LLAVE-CAM EQUAL WS-ANT-LLAVE AND
                 CAM-ID-EMP EQUAL WS-ANT-ID-EMP
                 MOVE "P" TO SW-DUENO
              END-IF
           END-IF
           IF SIN-DUENO
              GO TO 070-FIN
           END-IF
           IF DUENO-ACTUAL
              MOVE WS-ACT-PROPIO TO SW-DET-PROPIO
              IF WS-ANT-LLAVE EQUAL WS-ACT-LLAVE AND
                 WS-ANT-ID-EMP EQUAL WS-ACT-ID-EMP AND
                 WS-ANT-PROPIO EQUAL "S"
                 MOVE "S" TO SW-DET-PROPIO
              END-IF
           ELSE
              MOVE WS-ANT-PROPIO TO SW-DET-PROPIO
           END-IF
           IF CAM-CAMPO EQUAL "CLABE"
              PERFORM 071-CLABE-DEL-EVENTO THRU 071-FIN
           END-IF
           IF SW-DET-PROPIO NOT EQUAL "S"
              GO TO 070-FIN
           END-IF
           MOVE CAM-CAMPO          TO WS-LC-CAMPO
           MOVE CAM-VALOR-ANTERIOR TO WS-LC-ANTERIOR
           MOVE CAM-VALOR-NUEVO    TO WS-LC-NUEVO
           WRITE REG-REPORTE FROM WS-LIN-CAMBIO
           IF CAM-CAMPO EQUAL "SUELDO"
              ADD 1 TO WS-CONT-SUELDO
           END-IF.
       070-FIN. EXIT.

       071-CLABE-DEL-EVENTO.
           IF DUENO-ANTERIOR
              MOVE WS-ANT-OPERADOR TO WS-GDA-OPERADOR
              MOVE WS-ANT-PERSONA  TO WS-GDA-PERSONA
              MOVE WS-ANT-FECHA    TO WS-GDA-FECHA
              MOVE WS-ANT-ID-EMP   TO WS-GDA-ID-EMP
              PERFORM 072-GUARDA-CLABE THRU 072-FIN
              GO TO 071-FIN
           END-IF
           MOVE WS-ACT-OPERADOR TO WS-GDA-OPERADOR
           MOVE WS-ACT-PERSONA  TO WS-GDA-PERSONA
           MOVE WS-ACT-FECHA    TO WS-GDA-FECHA
           MOVE WS-ACT-ID-EMP   TO WS-GDA-ID-EMP
           PERFORM 072-GUARDA-CLABE THRU 072-FIN
           IF WS-ACT-OPERACION EQUAL "AUTORI" AND
              WS-ANT-LLAVE EQUAL WS-ACT-LLAVE AND
              WS-ANT-ID-EMP EQUAL WS-ACT-ID-EMP
              MOVE WS-ANT-OPERADOR TO WS-GDA-OPERADOR
              MOVE WS-ANT-PERSONA  TO WS-GDA-PERSONA
              PERFORM 072-GUARDA-CLABE THRU 072-FIN
           END-IF.
       071-FIN. EXIT.

       072-GUARDA-CLABE.
           IF WS-GDA-FECHA IS LESS THAN WS-CLABE-DESDE-9 OR
              WS-GDA-FECHA IS GREATER THAN WS-FECHA-HASTA
              GO TO 072-FIN
           END-IF
           IF WS-TOTAL-CLABES EQUAL 500
              DISPLAY "MAS DE 500 CAMBIOS DE CLABE EN EL RANGO; "
                      "ACORTE LAS FECHAS."
              GO TO 072-FIN
           END-IF
           ADD 1 TO WS-TOTAL-CLABES
           MOVE WS-GDA-OPERADOR TO WS-TC-OPERADOR (WS-TOTAL-CLABES)
           MOVE WS-GDA-PERSONA  TO WS-TC-PERSONA  (WS-TOTAL-CLABES)
           MOVE WS-GDA-FECHA    TO WS-TC-FECHA    (WS-TOTAL-CLABES)
           MOVE WS-GDA-ID-EMP   TO WS-TC-ID-EMP   (WS-TOTAL-CLABES).
       072-FIN. EXIT.

       075-IMPRIME-VIOLACION.
           MOVE WS-VIO-FECHA     TO WS-DET-FECHA
           MOVE WS-VIO-HORA      TO WS-DET-HORA
           MOVE WS-VIO-OPERADOR  TO WS-DET-OPERADOR
           MOVE WS-VIO-PERSONA   TO WS-DET-PERSONA
           MOVE WS-VIO-AFECTADO  TO WS-DET-AFECTADO
           MOVE WS-VIO-TEXTO     TO WS-DET-VIOLACION
           MOVE WS-VIO-DETALLE   TO WS-DET-DETALLE
           WRITE REG-REPORTE FROM WS-DETALLE
           ADD 1 TO WS-CONT-TOTAL.
       075-FIN. EXIT.

      *----------------------------------------------------------------
      * FOLIOS DE BD-PENDIENTES.TXT CAPTURADOS EN EL RANGO POR EL
      * MISMO EMPLEADO AL QUE AFECTAN, APLICADOS O NO.
      *----------------------------------------------------------------
       080-REVISA-PENDIENTES.
           IF NOT PEND-ABIERTO
              GO TO 080-FIN
           END-IF
           MOVE ZEROS TO PEND-FOLIO
           START PENDIENTES KEY IS GREATER THAN OR EQUAL PEND-FOLIO
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN
                 NOT INVALID KEY
                    MOVE SPACES TO SW-FIN
           END-START
           PERFORM 081-LEE-PENDIENTE THRU 081-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       080-FIN. EXIT.

       081-LEE-PENDIENTE.
           READ PENDIENTES NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 081-FIN
           END-READ
           IF PEND-FECHA-CAPTURA IS LESS THAN WS-FECHA-DESDE OR
              PEND-FECHA-CAPTURA IS GREATER THAN WS-FECHA-HASTA
              GO TO 081-FIN
           END-IF
           MOVE PEND-DATOS-EMPLEADO TO WS-PEND-IMAGEN
           MOVE PEND-OPERADOR-CAP   TO WS-BUS-OPERADOR
           PERFORM 032-BUSCA-PERSONA THRU 032-FIN
           IF WS-BUS-PERSONA EQUAL ZEROS OR
              WS-BUS-PERSONA NOT EQUAL WS-PEND-ID-EMP
              GO TO 081-FIN
           END-IF
           MOVE PEND-FECHA-CAPTURA  TO WS-VIO-FECHA
           MOVE ZEROS               TO WS-VIO-HORA
           MOVE PEND-OPERADOR-CAP   TO WS-VIO-OPERADOR
           MOVE WS-BUS-PERSONA      TO WS-VIO-PERSONA
           MOVE WS-PEND-ID-EMP      TO WS-VIO-AFECTADO
           MOVE "CAPTURO FOLIO DE SI MISMO" TO WS-VIO-TEXTO
           MOVE PEND-FOLIO          TO WS-DF-FOLIO
           MOVE PEND-TIPO           TO WS-DF-TIPO
           MOVE PEND-STATUS         TO WS-DF-STATUS
           MOVE WS-DET-FOLIO        TO WS-VIO-DETALLE
           PERFORM 075-IMPRIME-VIOLACION THRU 075-FIN
           ADD 1 TO WS-CONT-FOLIO.
       081-FIN. EXIT.

      *----------------------------------------------------------------
      * CADA DISPERSION CONTRA CADA CAMBIO DE CLABE: MISMO OPERADOR O
      * MISMA PERSONA, CON EL CAMBIO ENTRE EL INICIO DEL PERIODO
      * DISPERSADO Y LA FECHA DE LA DISPERSION.
      *----------------------------------------------------------------
       085-CRUZA-DISPERSIONES.
           PERFORM 086-REVISA-DISPERSION THRU 086-FIN
                   VARYING WS-IDX-DIS FROM 1 BY 1
                   UNTIL WS-IDX-DIS IS GREATER THAN
                         WS-TOTAL-DISPERSIONES.
       085-FIN. EXIT.

       086-REVISA-DISPERSION.
           PERFORM 087-INICIO-VENTANA THRU 087-FIN
           PERFORM 088-COMPARA-CLABE THRU 088-FIN
                   VARYING WS-IDX-CLA FROM 1 BY 1
                   UNTIL WS-IDX-CLA IS GREATER THAN WS-TOTAL-CLABES.
       086-FIN. EXIT.

      *----------------------------------------------------------------
      * DECODIFICA EL PERIODO DE LA CLAVE DE BANCONOM: EL DECENIO SALE
      * DEL ANIO DE LA DISPERSION (SI EL DIGITO QUEDA ADELANTE, ES EL
      * DECENIO ANTERIOR). EL INICIO ES EL DEL CALENDARIO, CON LA
      * MISMA QUINCENA QUE USA BANCONOM PARA LOS LOTES 3 A 9; SIN
      * CALENDARIO, EL DIA PRIMERO DEL MES.
      *----------------------------------------------------------------
       087-INICIO-VENTANA.
           DIVIDE WS-TD-CLAVE (WS-IDX-DIS) BY 1000
                  GIVING WS-DIGITO-ANIO REMAINDER WS-RESTO
           DIVIDE WS-RESTO BY 10
                  GIVING WS-VEN-MES REMAINDER WS-VEN-QUINCENA
           DIVIDE WS-TD-FECHA (WS-IDX-DIS) BY 10000
                  GIVING WS-ANIO-DISP
           DIVIDE WS-ANIO-DISP BY 10
                  GIVING WS-DECADA REMAINDER WS-RESTO-ANIO
           COMPUTE WS-VEN-ANIO = WS-DECADA * 10 + WS-DIGITO-ANIO
           IF WS-VEN-ANIO IS GREATER THAN WS-ANIO-DISP
              SUBTRACT 10 FROM WS-VEN-ANIO
           END-IF
           MOVE WS-VEN-ANIO TO WS-VI-ANIO
           IF WS-VEN-MES IS GREATER THAN 50
              COMPUTE WS-VI-MES = WS-VEN-MES - 50
           ELSE
              MOVE WS-VEN-MES TO WS-VI-MES
           END-IF
           MOVE 01 TO WS-VI-DIA
           IF NOT CAL-ABIERTO-ARCH
              GO TO 087-FIN
           END-IF
           MOVE WS-VEN-PERIODO TO CAL-PERIODO
           IF WS-VEN-QUINCENA IS GREATER THAN 2 AND
              WS-VEN-MES IS LESS THAN 51
              MOVE 2 TO CAL-QUINCENA
           END-IF
           READ CALENDARIO-NOMINA
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE CAL-FECHA-INICIO TO WS-VEN-INICIO-9
           END-READ.
       087-FIN. EXIT.

       088-COMPARA-CLABE.
           IF WS-TC-OPERADOR (WS-IDX-CLA) NOT EQUAL
              WS-TD-OPERADOR (WS-IDX-DIS)
              IF WS-TC-PERSONA (WS-IDX-CLA) EQUAL ZEROS OR
                 WS-TC-PERSONA (WS-IDX-CLA) NOT EQUAL
                 WS-TD-PERSONA (WS-IDX-DIS)
                 GO TO 088-FIN
              END-IF
           END-IF
           IF WS-TC-FECHA (WS-IDX-CLA) IS LESS THAN WS-VEN-INICIO-9 OR
              WS-TC-FECHA (WS-IDX-CLA) IS GREATER THAN
              WS-TD-FECHA (WS-IDX-DIS)
              GO TO 088-FIN
           END-IF
           MOVE WS-TD-FECHA    (WS-IDX-DIS) TO WS-VIO-FECHA
           MOVE WS-TD-HORA     (WS-IDX-DIS) TO WS-VIO-HORA
           MOVE WS-TD-OPERADOR (WS-IDX-DIS) TO WS-VIO-OPERADOR
           MOVE WS-TD-PERSONA  (WS-IDX-DIS) TO WS-VIO-PERSONA
           MOVE WS-TC-ID-EMP   (WS-IDX-CLA) TO WS-VIO-AFECTADO
           MOVE "CAMBIO CLABE Y DISPERSO"    TO WS-VIO-TEXTO
           MOVE WS-VEN-PERIODO-9            TO WS-DD-PERIODO
           MOVE WS-TC-OPERADOR (WS-IDX-CLA) TO WS-DD-OPERADOR
           MOVE WS-DET-DISPERSION           TO WS-VIO-DETALLE
           PERFORM 075-IMPRIME-VIOLACION THRU 075-FIN
           ADD 1 TO WS-CONT-CLABE.
       088-FIN. EXIT.

       093-LISTA-SIN-CLAVE.
           WRITE REG-REPORTE FROM WS-MARGEN
           PERFORM 094-IMPRIME-SIN-CLAVE THRU 094-FIN
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX IS GREATER THAN WS-TOTAL-OPERADORES.
       093-FIN. EXIT.

       094-IMPRIME-SIN-CLAVE.
           IF WS-TO-ID-EMP (WS-IDX) NOT EQUAL ZEROS
              GO TO 094-FIN
           END-IF
           MOVE WS-TO-ID     (WS-IDX) TO WS-SC-OPERADOR
           MOVE WS-TO-NOMBRE (WS-IDX) TO WS-SC-NOMBRE
           WRITE REG-REPORTE FROM WS-LIN-SIN-CLAVE
           ADD 1 TO WS-CONT-SIN-CLAVE.
       094-FIN. EXIT.

       095-PIE.
           WRITE REG-REPORTE FROM WS-MARGEN
           MOVE WS-CONT-PROPIO   TO WS-PIE-PROPIO
           MOVE WS-CONT-SUELDO   TO WS-PIE-SUELDO
           MOVE WS-CONT-AUTORIZO TO WS-PIE-AUTORIZO
           MOVE WS-CONT-FOLIO    TO WS-PIE-FOLIO
           MOVE WS-CONT-CLABE    TO WS-PIE-CLABE
           MOVE WS-CONT-TOTAL    TO WS-PIE-TOTAL
           WRITE REG-REPORTE FROM WS-PIE
           WRITE REG-REPORTE FROM WS-PIE-2.
       095-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE AUDITORIA
                 REPORTE
           IF CAM-ABIERTO
              CLOSE CAMBIOS
           END-IF
           IF PEND-ABIERTO
              CLOSE PENDIENTES
           END-IF
           IF CAL-ABIERTO-ARCH
              CLOSE CALENDARIO-NOMINA
           END-IF.
       090-FIN. EXIT.
