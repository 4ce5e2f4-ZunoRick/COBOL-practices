      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * ANONEMP.cbl - ANONIMIZACION DE DATOS PERSONALES DE BAJAS
      *               ANTIGUAS. PASADO EL PERIODO DE RETENCION
      *               (ANIOS EN PARAM-RETENCION.TXT, 10 SI NO EXISTE)
      *               CONTADO DESDE WS-FECHA-BAJA, EL EMPLEADO EN
      *               BAJA ("I") YA NO DEBE SEGUIR IDENTIFICADO EN LOS
      *               ARCHIVOS: SU NOMBRE QUEDA "ANONIMIZADO" Y SE
      *               BORRAN SUS APELLIDOS, RFC, CURP, NSS Y CLABE EN
      *               BD-EMPLEADOS.TXT; SU DOMICILIO, TELEFONO,
      *               CORREO Y CONTACTOS EN BD-EMPLEADOS-DETALLE.TXT;
      *               LOS NOMBRES DE SUS DEPENDIENTES; EL NOMBRE Y LA
      *               CLABE DEL BENEFICIARIO DE SUS PENSIONES; EL
      *               NOMBRE EN SUS CHEQUES, Y SUS COPIAS EN
      *               BD-EMPLEADOS-HISTORICO.TXT (DONDE TAMBIEN SE
      *               ENCUENTRAN LOS YA SACADOS DEL MAESTRO POR
      *               ARCHIVEMP). LA CLAVE, LAS FECHAS, EL
      *               DEPARTAMENTO, EL SALARIO Y TODOS LOS IMPORTES DE
      *               NOMINA, SUELDOS Y ACUMULADOS SE CONSERVAN PARA
      *               LA RETENCION FISCAL. BD-AUDITORIA.TXT Y
      *               BD-CAMBIOS.TXT NO SE TOCAN: SUS RENGLONES VAN
      *               SELLADOS EN CADENA (SELLOBIT) Y REESCRIBIRLOS
      *               ROMPERIA LA VERIFICACION DE VERIBIT. EL
      *               EMPLEADO REINGRESADO (CLAVE VIGENTE EN EL
      *               MAESTRO) NO SE TOCA AUNQUE TENGA UNA BAJA VIEJA
      *               EN EL HISTORICO. CADA EMPLEADO ANONIMIZADO
      *               QUEDA EN BD-AUDITORIA.TXT (OPERACION "ANONIM")
      *               Y EN REPORTE-ANONIMIZACION.TXT. CORRE SIN
      *               DIALOGO COMO PASO DEL LOTE NOCTURNO (LOTENOCHE),
      *               YA CON EL RESPALDO TOMADO; SALE CON RETURN-CODE
      *               8 SI NO PUEDE ABRIR EL MAESTRO, LA BITACORA O
      *               SU REPORTE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                ANONEMP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY DETSEL.
           COPY FAMSEL.
           COPY PENSEL.
           COPY CHQSEL.
           COPY AUDSEL.
           SELECT HISTORICO
           ASSIGN TO WS-RUTA-HISTORICO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HISTORICO.
           SELECT HIST-TRABAJO
           ASSIGN TO WS-RUTA-HIST-TRABAJO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HIST-TRABAJO.
           SELECT PARAMETROS
           ASSIGN TO WS-RUTA-PARAMETROS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARAMETROS.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE
           FILE STATUS IS WS-FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY DETFD.
           COPY FAMFD.
           COPY PENFD.
           COPY CHQFD.
           COPY AUDFD.

       FD  HISTORICO
           RECORD CONTAINS 173 CHARACTERS.
       01  REG-HISTORICO           PIC X(173).

      *----------------------------------------------------------------
      * COPIA DE TRABAJO DEL HISTORICO: SE ESCRIBE COMPLETA CON LOS
      * RENGLONES YA ANONIMIZADOS Y SOLO SI HUBO ALGUNO SE COPIA DE
      * VUELTA SOBRE BD-EMPLEADOS-HISTORICO.TXT.
      *----------------------------------------------------------------
       FD  HIST-TRABAJO
           RECORD CONTAINS 173 CHARACTERS.
       01  REG-HIST-TRABAJO        PIC X(173).

      *----------------------------------------------------------------
      * PARAM-RETENCION.TXT - UN RENGLON CON LOS ANIOS DE RETENCION
      * (DOS DIGITOS) QUE DEBEN PASAR DESDE LA BAJA ANTES DE
      * ANONIMIZAR. SIN EL ARCHIVO, O CON CEROS, RIGEN 10 ANIOS.
      *----------------------------------------------------------------
       FD  PARAMETROS
           RECORD CONTAINS 2 CHARACTERS.
       01  REG-PARAMETROS.
           05 PAR-ANIOS-RETENCION  PIC 9(02).

       FD  REPORTE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(100).

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPFS.
           COPY EMPRUTA.
           COPY DETFS.
           COPY DETRUTA.
           COPY FAMFS.
           COPY FAMRUTA.
           COPY PENFS.
           COPY PENRUTA.
           COPY CHQFS.
           COPY CHQRUTA.
           COPY AUDFS.
           COPY AUDRUTA.

       01  WS-RUTA-HISTORICO       PIC X(80).
       01  WS-FS-HISTORICO         PIC X(02)    VALUE "00".
           88 FS-HISTORICO-OK              VALUE "00".
       01  WS-RUTA-HIST-TRABAJO    PIC X(80).
       01  WS-FS-HIST-TRABAJO      PIC X(02)    VALUE "00".
           88 FS-HIST-TRABAJO-OK           VALUE "00".
       01  WS-RUTA-PARAMETROS      PIC X(80).
       01  WS-FS-PARAMETROS        PIC X(02)    VALUE "00".
           88 FS-PARAMETROS-OK             VALUE "00".
       01  WS-RUTA-REPORTE         PIC X(80).
       01  WS-FS-REPORTE           PIC X(02)    VALUE "00".
           88 FS-REPORTE-OK                VALUE "00".

       01  WS-MARCA-ANONIMO        PIC X(20)    VALUE "ANONIMIZADO".
       01  WS-ANIOS-RETENCION      PIC 9(02)    VALUE 10.
       01  WS-FECHA-HOY            PIC 9(08).
       01  WS-FECHA-LIMITE         PIC 9(08).

       01  SW-FIN                  PIC X(03)    VALUE SPACES.
       01  SW-VENCIDO              PIC X(01).
           88 RETENCION-VENCIDA           VALUE "S".
       01  SW-HAY-DETALLE          PIC X(01)    VALUE "N".
           88 HAY-DETALLE                 VALUE "S".
       01  SW-HAY-DEPENDIENTES     PIC X(01)    VALUE "N".
           88 HAY-DEPENDIENTES            VALUE "S".
       01  SW-HAY-PENSIONES        PIC X(01)    VALUE "N".
           88 HAY-PENSIONES               VALUE "S".
       01  SW-HAY-CHEQUES          PIC X(01)    VALUE "N".
           88 HAY-CHEQUES                 VALUE "S".

      *----------------------------------------------------------------
      * CLAVES YA ANONIMIZADAS (EN ESTA CORRIDA O EN UNA ANTERIOR),
      * UNA POSICION POR CLAVE DE EMPLEADO, PARA LA PASADA DE CHEQUES
      * Y PARA NO REPETIR EN EL HISTORICO LO QUE YA SE HIZO DESDE EL
      * MAESTRO.
      *----------------------------------------------------------------
       01  WS-TABLA-ANONIMOS.
           05 WS-ANONIMO           PIC X(01)    OCCURS 9999 TIMES.
              88 CLAVE-ANONIMIZADA        VALUE "S".

       01  WS-ORIGEN               PIC X(10).
       01  WS-ANX-DETALLE          PIC X(02).
       01  WS-ANX-DEPENDIENTES     PIC 9(03).
       01  WS-ANX-PENSIONES        PIC 9(03).

       01  WS-CONT-MAESTRO         PIC 9(05)    VALUE ZEROS.
       01  WS-CONT-SOLO-HISTORICO  PIC 9(05)    VALUE ZEROS.
       01  WS-CONT-HISTORICO       PIC 9(05)    VALUE ZEROS.
       01  WS-CONT-CHEQUES         PIC 9(05)    VALUE ZEROS.

       01  WS-TITULO.
           05 FILLER              PIC X(22)   VALUE SPACES.
           05 FILLER              PIC X(46)   VALUE
              "ANONIMIZACION DE DATOS PERSONALES DE BAJAS AL ".
           05 WS-TIT-FECHA        PIC 9(08).
           05 FILLER              PIC X(24)   VALUE SPACES.

       01  WS-SUBTITULO.
           05 FILLER              PIC X(22)   VALUE SPACES.
           05 FILLER              PIC X(11)   VALUE "RETENCION: ".
           05 WS-SUB-ANIOS        PIC Z9.
           05 FILLER              PIC X(22)   VALUE
              " ANIOS  BAJAS HASTA EL".
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-SUB-LIMITE       PIC 9(08).
           05 FILLER              PIC X(34)   VALUE SPACES.

       01  WS-MARGEN.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(01)   VALUE "*".
           05 FILLER              PIC X(97)   VALUE ALL "-".
           05 FILLER              PIC X(01)   VALUE "*".

       01  WS-COLUMNAS.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(03)   VALUE "EMP".
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 FILLER              PIC X(06)   VALUE "ORIGEN".
           05 FILLER              PIC X(06)   VALUE SPACES.
           05 FILLER              PIC X(04)   VALUE "BAJA".
           05 FILLER              PIC X(08)   VALUE SPACES.
           05 FILLER              PIC X(07)   VALUE "DETALLE".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(06)   VALUE "DEPEND".
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 FILLER              PIC X(07)   VALUE "PENSION".
           05 FILLER              PIC X(43)   VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-ID           PIC 9(04).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-ORIGEN       PIC X(10).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-BAJA         PIC 9(08).
           05 FILLER              PIC X(06)   VALUE SPACES.
           05 WS-DET-DETALLE      PIC X(02).
           05 FILLER              PIC X(07)   VALUE SPACES.
           05 WS-DET-DEPENDIENTES PIC ZZ9.
           05 FILLER              PIC X(06)   VALUE SPACES.
           05 WS-DET-PENSIONES    PIC ZZ9.
           05 FILLER              PIC X(45)   VALUE SPACES.

       01  WS-LIN-CONTROL.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-CTL-TEXTO        PIC X(40).
           05 WS-CTL-CUENTA       PIC ZZZZ9.
           05 FILLER              PIC X(53)   VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 016-ARMA-RUTAS               THRU 016-FIN
           PERFORM 017-LEE-PARAMETRO            THRU 017-FIN
           PERFORM 021-OBTIENE-RUTA-AUDITORIA   THRU 021-FIN
           PERFORM 061-OBTIENE-RUTA-DETALLE     THRU 061-FIN
           PERFORM 142-OBTIENE-RUTA-DEPENDIENTES THRU 142-FIN
           PERFORM 100-OBTIENE-RUTA-PENSIONES   THRU 100-FIN
           PERFORM 210-OBTIENE-RUTA-CHEQUES     THRU 210-FIN
           MOVE "ANONEMP" TO WS-AUD-OPERADOR
           MOVE SPACES    TO WS-TABLA-ANONIMOS
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           MOVE WS-FECHA-HOY       TO WS-TIT-FECHA
           MOVE WS-ANIOS-RETENCION TO WS-SUB-ANIOS
           MOVE WS-FECHA-LIMITE    TO WS-SUB-LIMITE
           WRITE REG-REPORTE FROM WS-TITULO
           WRITE REG-REPORTE FROM WS-SUBTITULO
           WRITE REG-REPORTE FROM WS-MARGEN
           WRITE REG-REPORTE FROM WS-COLUMNAS
           WRITE REG-REPORTE FROM WS-MARGEN
           PERFORM 030-PASA-MAESTRO             THRU 030-FIN
           PERFORM 040-PASA-HISTORICO           THRU 040-FIN
           PERFORM 050-PASA-CHEQUES             THRU 050-FIN
           PERFORM 080-IMPRIME-RESUMEN          THRU 080-FIN
           PERFORM 090-CIERRA-ARCHIVOS          THRU 090-FIN
           DISPLAY "EMPLEADOS ANONIMIZADOS: "
                   WS-CONT-MAESTRO " DEL MAESTRO, "
                   WS-CONT-SOLO-HISTORICO " SOLO EN EL HISTORICO."
           DISPLAY "REPORTE: " WS-RUTA-REPORTE
           GOBACK.

           COPY EMPRUTAP.
           COPY AUDRUTAP.
           COPY AUDWRTP.
           COPY DETRUTAP.
           COPY FAMRUTAP.
           COPY PENRUTAP.
           COPY CHQRUTAP.

       016-ARMA-RUTAS.
           STRING WS-DIR-DATOS                   DELIMITED BY SPACE
                  "\BD-EMPLEADOS-HISTORICO.txt"  DELIMITED BY SIZE
                  INTO WS-RUTA-HISTORICO
           END-STRING
           STRING WS-DIR-DATOS                   DELIMITED BY SPACE
                  "\BD-EMPLEADOS-HISTORICO-TRABAJO.txt"
                                                 DELIMITED BY SIZE
                  INTO WS-RUTA-HIST-TRABAJO
           END-STRING
           STRING WS-DIR-DATOS                   DELIMITED BY SPACE
                  "\PARAM-RETENCION.TXT"         DELIMITED BY SIZE
                  INTO WS-RUTA-PARAMETROS
           END-STRING
           STRING WS-DIR-DATOS                   DELIMITED BY SPACE
                  "\REPORTE-ANONIMIZACION.TXT"   DELIMITED BY SIZE
                  INTO WS-RUTA-REPORTE
           END-STRING.
       016-FIN. EXIT.

      *----------------------------------------------------------------
      * ANIOS DE RETENCION Y FECHA LIMITE DE BAJA: SOLO LAS BAJAS EN O
      * ANTES DE HOY MENOS LOS ANIOS DE RETENCION SE ANONIMIZAN.
      *----------------------------------------------------------------
       017-LEE-PARAMETRO.
           OPEN INPUT PARAMETROS
           IF FS-PARAMETROS-OK
              READ PARAMETROS
                   NOT AT END
                      IF PAR-ANIOS-RETENCION IS NUMERIC AND
                         PAR-ANIOS-RETENCION IS GREATER THAN ZEROS
                         MOVE PAR-ANIOS-RETENCION
                           TO WS-ANIOS-RETENCION
                      END-IF
              END-READ
              CLOSE PARAMETROS
           END-IF
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WS-FECHA-LIMITE = WS-FECHA-HOY
                                   - (WS-ANIOS-RETENCION * 10000).
       017-FIN. EXIT.

      *----------------------------------------------------------------
      * EL MAESTRO, LA BITACORA Y EL REPORTE SON OBLIGATORIOS; LOS
      * ARCHIVOS ANEXOS QUE TODAVIA NO EXISTEN SIMPLEMENTE SE SALTAN.
      *----------------------------------------------------------------
       020-ABRE-ARCHIVOS.
           OPEN I-O EMPLEADOS
           IF NOT FS-EMPLEADOS-OK
              DISPLAY "NO SE PUDO ABRIR BD-EMPLEADOS.TXT."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN EXTEND AUDITORIA
           IF NOT FS-AUDITORIA-OK
              DISPLAY "NO SE PUDO ABRIR BD-AUDITORIA.TXT; SIN BITACORA "
                      "NO SE ANONIMIZA."
              CLOSE EMPLEADOS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT REPORTE
           IF NOT FS-REPORTE-OK
              DISPLAY "NO SE PUDO CREAR " WS-RUTA-REPORTE
              CLOSE EMPLEADOS
                    AUDITORIA
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN I-O EMPLEADOS-DETALLE
           IF FS-DETALLE-OK
              MOVE "S" TO SW-HAY-DETALLE
           END-IF
           OPEN I-O DEPENDIENTES
           IF FS-DEPENDIENTES-OK
              MOVE "S" TO SW-HAY-DEPENDIENTES
           END-IF
           OPEN I-O PENSIONES
           IF FS-PENSIONES-OK
              MOVE "S" TO SW-HAY-PENSIONES
           END-IF
           OPEN I-O CHEQUES
           IF FS-CHEQUES-OK
              MOVE "S" TO SW-HAY-CHEQUES
           END-IF.
       020-FIN. EXIT.

      *----------------------------------------------------------------
      * PRIMERA PASADA: EL MAESTRO, POR CLAVE.
      *----------------------------------------------------------------
       030-PASA-MAESTRO.
           MOVE SPACES TO SW-FIN
           MOVE ZEROS  TO REG-ID-EMP
           START EMPLEADOS KEY IS GREATER THAN OR EQUAL REG-ID-EMP
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN
           END-START
           PERFORM 032-REVISA-EMPLEADO THRU 032-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       030-FIN. EXIT.

       032-REVISA-EMPLEADO.
           READ EMPLEADOS NEXT RECORD INTO WS-DATOS-EMPLEADO
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 032-FIN
           END-READ
           IF WS-ID-EMP EQUAL ZEROS
              GO TO 032-FIN
           END-IF
           IF WS-NOMBRE-EMP EQUAL WS-MARCA-ANONIMO
              MOVE "S" TO WS-ANONIMO (WS-ID-EMP)
              GO TO 032-FIN
           END-IF
           PERFORM 035-EVALUA-RETENCION THRU 035-FIN
           IF NOT RETENCION-VENCIDA
              GO TO 032-FIN
           END-IF
           PERFORM 037-BORRA-DATOS-EMPLEADO THRU 037-FIN
           REWRITE REG-EMPLEADOS FROM WS-DATOS-EMPLEADO
                INVALID KEY
                   DISPLAY "NO SE PUDO ANONIMIZAR LA CLAVE "
                           WS-ID-EMP " EN EL MAESTRO."
                   GO TO 032-FIN
           END-REWRITE
           MOVE "S" TO WS-ANONIMO (WS-ID-EMP)
           ADD 1 TO WS-CONT-MAESTRO
           MOVE "MAESTRO" TO WS-ORIGEN
           PERFORM 057-ANONIMIZA-ANEXOS  THRU 057-FIN
           PERFORM 070-REPORTA-Y-AUDITA  THRU 070-FIN.
       032-FIN. EXIT.

      *----------------------------------------------------------------
      * SOLO LA BAJA DEFINITIVA CON FECHA CAPTURADA CUENTA; EL
      * PERMISO ("L") Y EL ACTIVO NUNCA SE ANONIMIZAN.
      *----------------------------------------------------------------
       035-EVALUA-RETENCION.
           MOVE "N" TO SW-VENCIDO
           IF EMP-INACTIVO AND
              WS-FECHA-BAJA IS GREATER THAN ZEROS AND
              WS-FECHA-BAJA IS NOT GREATER THAN WS-FECHA-LIMITE
              MOVE "S" TO SW-VENCIDO
           END-IF.
       035-FIN. EXIT.

       037-BORRA-DATOS-EMPLEADO.
           MOVE WS-MARCA-ANONIMO TO WS-NOMBRE-EMP
           MOVE SPACES           TO WS-APE-PAT-EMP
                                    WS-APE-MAT-EMP
                                    WS-RFC
                                    WS-CURP
                                    WS-NSS
                                    WS-CLABE.
       037-FIN. EXIT.

      *----------------------------------------------------------------
      * SEGUNDA PASADA: EL HISTORICO DE ARCHIVEMP, COPIADO RENGLON A
      * RENGLON A LA COPIA DE TRABAJO. LA COPIA DE UNA CLAVE YA
      * ANONIMIZADA EN EL MAESTRO SOLO SE LIMPIA; LA DE UNA CLAVE QUE
      * YA NO ESTA EN EL MAESTRO SE LIMPIA JUNTO CON SUS ANEXOS; LA DE
      * UNA CLAVE VIGENTE EN EL MAESTRO (REINGRESO) SE DEJA IGUAL.
      *----------------------------------------------------------------
       040-PASA-HISTORICO.
           OPEN INPUT HISTORICO
           IF NOT FS-HISTORICO-OK
              GO TO 040-FIN
           END-IF
           OPEN OUTPUT HIST-TRABAJO
           IF NOT FS-HIST-TRABAJO-OK
              DISPLAY "NO SE PUDO CREAR " WS-RUTA-HIST-TRABAJO
                      "; EL HISTORICO QUEDA SIN ANONIMIZAR."
              CLOSE HISTORICO
              GO TO 040-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 042-REVISA-HISTORICO THRU 042-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE HISTORICO
                 HIST-TRABAJO
           IF WS-CONT-HISTORICO EQUAL ZEROS
              GO TO 040-FIN
           END-IF
           OPEN INPUT  HIST-TRABAJO
           OPEN OUTPUT HISTORICO
           MOVE SPACES TO SW-FIN
           PERFORM 046-DEVUELVE-HISTORICO THRU 046-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE HIST-TRABAJO
                 HISTORICO.
       040-FIN. EXIT.

       042-REVISA-HISTORICO.
           READ HISTORICO
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 042-FIN
           END-READ
           MOVE REG-HISTORICO TO WS-DATOS-EMPLEADO
           PERFORM 044-ANONIMIZA-COPIA THRU 044-FIN
           WRITE REG-HIST-TRABAJO FROM WS-DATOS-EMPLEADO.
       042-FIN. EXIT.

       044-ANONIMIZA-COPIA.
           IF WS-ID-EMP IS NOT NUMERIC OR WS-ID-EMP EQUAL ZEROS
              GO TO 044-FIN
           END-IF
           IF WS-NOMBRE-EMP EQUAL WS-MARCA-ANONIMO
              GO TO 044-FIN
           END-IF
           PERFORM 035-EVALUA-RETENCION THRU 035-FIN
           IF NOT RETENCION-VENCIDA
              GO TO 044-FIN
           END-IF
           IF NOT CLAVE-ANONIMIZADA (WS-ID-EMP)
              MOVE WS-ID-EMP TO REG-ID-EMP
              READ EMPLEADOS
                   INVALID KEY
                      MOVE "S" TO WS-ANONIMO (WS-ID-EMP)
                      ADD 1 TO WS-CONT-SOLO-HISTORICO
                      MOVE "HISTORICO" TO WS-ORIGEN
                      PERFORM 057-ANONIMIZA-ANEXOS THRU 057-FIN
                      PERFORM 070-REPORTA-Y-AUDITA THRU 070-FIN
              END-READ
           END-IF
           IF NOT CLAVE-ANONIMIZADA (WS-ID-EMP)
              GO TO 044-FIN
           END-IF
           PERFORM 037-BORRA-DATOS-EMPLEADO THRU 037-FIN
           ADD 1 TO WS-CONT-HISTORICO.
       044-FIN. EXIT.

       046-DEVUELVE-HISTORICO.
           READ HIST-TRABAJO
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 046-FIN
           END-READ
           WRITE REG-HISTORICO FROM REG-HIST-TRABAJO.
       046-FIN. EXIT.

      *----------------------------------------------------------------
      * TERCERA PASADA: LOS CHEQUES (SU LLAVE ES EL FOLIO, NO LA
      * CLAVE) DE TODAS LAS CLAVES YA ANONIMIZADAS.
      *----------------------------------------------------------------
       050-PASA-CHEQUES.
           IF NOT HAY-CHEQUES
              GO TO 050-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           MOVE ZEROS  TO CHQ-FOLIO
           START CHEQUES KEY IS GREATER THAN OR EQUAL CHQ-FOLIO
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN
           END-START
           PERFORM 052-REVISA-CHEQUE THRU 052-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       050-FIN. EXIT.

       052-REVISA-CHEQUE.
           READ CHEQUES NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 052-FIN
           END-READ
           IF CHQ-ID-EMP EQUAL ZEROS
              GO TO 052-FIN
           END-IF
           IF NOT CLAVE-ANONIMIZADA (CHQ-ID-EMP) OR
              CHQ-NOMBRE EQUAL WS-MARCA-ANONIMO
              GO TO 052-FIN
           END-IF
           MOVE WS-MARCA-ANONIMO TO CHQ-NOMBRE
           REWRITE REG-CHEQUE
                INVALID KEY
                   DISPLAY "NO SE PUDO ANONIMIZAR EL FOLIO " CHQ-FOLIO
                           "."
                   GO TO 052-FIN
           END-REWRITE
           ADD 1 TO WS-CONT-CHEQUES.
       052-FIN. EXIT.

      *----------------------------------------------------------------
      * DETALLE, DEPENDIENTES Y PENSIONES DE WS-ID-EMP. SE CONSERVAN
      * LAS LLAVES, FECHAS, PARENTESCOS E IMPORTES.
      *----------------------------------------------------------------
       057-ANONIMIZA-ANEXOS.
           MOVE "NO"  TO WS-ANX-DETALLE
           MOVE ZEROS TO WS-ANX-DEPENDIENTES
                         WS-ANX-PENSIONES
           IF HAY-DETALLE
              PERFORM 062-BORRA-DETALLE      THRU 062-FIN
           END-IF
           IF HAY-DEPENDIENTES
              PERFORM 063-BORRA-DEPENDIENTES THRU 063-FIN
           END-IF
           IF HAY-PENSIONES
              PERFORM 066-BORRA-PENSIONES    THRU 066-FIN
           END-IF.
       057-FIN. EXIT.

       062-BORRA-DETALLE.
           MOVE WS-ID-EMP TO DET-ID-EMP
           READ EMPLEADOS-DETALLE
                INVALID KEY
                   GO TO 062-FIN
           END-READ
           MOVE SPACES TO DET-CALLE
                          DET-COLONIA
                          DET-CIUDAD
                          DET-TELEFONO
                          DET-EMAIL
                          DET-CONTACTO1-NOMBRE
                          DET-CONTACTO1-TEL
                          DET-CONTACTO2-NOMBRE
                          DET-CONTACTO2-TEL
           MOVE ZEROS  TO DET-CP
           REWRITE REG-EMPLEADOS-DETALLE
                INVALID KEY
                   GO TO 062-FIN
           END-REWRITE
           MOVE "SI" TO WS-ANX-DETALLE.
       062-FIN. EXIT.

       063-BORRA-DEPENDIENTES.
           MOVE SPACES    TO SW-FIN
           MOVE WS-ID-EMP TO FAM-ID-EMP
           MOVE ZEROS     TO FAM-CONSEC
           START DEPENDIENTES KEY IS GREATER THAN OR EQUAL FAM-LLAVE
                 INVALID KEY
                    GO TO 063-FIN
           END-START
           PERFORM 064-BORRA-DEPENDIENTE THRU 064-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           MOVE SPACES TO SW-FIN.
       063-FIN. EXIT.

       064-BORRA-DEPENDIENTE.
           READ DEPENDIENTES NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 064-FIN
           END-READ
           IF FAM-ID-EMP NOT EQUAL WS-ID-EMP
              MOVE "FIN" TO SW-FIN
              GO TO 064-FIN
           END-IF
           MOVE WS-MARCA-ANONIMO TO FAM-NOMBRE
           MOVE SPACES           TO FAM-APE-PAT
                                    FAM-APE-MAT
           REWRITE REG-DEPENDIENTES
                INVALID KEY
                   GO TO 064-FIN
           END-REWRITE
           ADD 1 TO WS-ANX-DEPENDIENTES.
       064-FIN. EXIT.

       066-BORRA-PENSIONES.
           MOVE SPACES    TO SW-FIN
           MOVE WS-ID-EMP TO PEN-ID-EMP
           MOVE ZEROS     TO PEN-PRIORIDAD
           START PENSIONES KEY IS GREATER THAN OR EQUAL PEN-LLAVE
                 INVALID KEY
                    GO TO 066-FIN
           END-START
           PERFORM 067-BORRA-PENSION THRU 067-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           MOVE SPACES TO SW-FIN.
       066-FIN. EXIT.

       067-BORRA-PENSION.
           READ PENSIONES NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 067-FIN
           END-READ
           IF PEN-ID-EMP NOT EQUAL WS-ID-EMP
              MOVE "FIN" TO SW-FIN
              GO TO 067-FIN
           END-IF
           MOVE WS-MARCA-ANONIMO TO PEN-BENEFICIARIO
           MOVE SPACES           TO PEN-CLABE-BEN
           REWRITE REG-PENSIONES
                INVALID KEY
                   GO TO 067-FIN
           END-REWRITE
           ADD 1 TO WS-ANX-PENSIONES.
       067-FIN. EXIT.

       070-REPORTA-Y-AUDITA.
           MOVE WS-ID-EMP            TO WS-DET-ID
           MOVE WS-ORIGEN            TO WS-DET-ORIGEN
           MOVE WS-FECHA-BAJA        TO WS-DET-BAJA
           MOVE WS-ANX-DETALLE       TO WS-DET-DETALLE
           MOVE WS-ANX-DEPENDIENTES  TO WS-DET-DEPENDIENTES
           MOVE WS-ANX-PENSIONES     TO WS-DET-PENSIONES
           WRITE REG-REPORTE FROM WS-DETALLE
           MOVE "ANONIM" TO WS-AUD-OPERACION
           PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN.
       070-FIN. EXIT.

       080-IMPRIME-RESUMEN.
           WRITE REG-REPORTE FROM WS-MARGEN
           MOVE "EMPLEADOS DEL MAESTRO ANONIMIZADOS:" TO WS-CTL-TEXTO
           MOVE WS-CONT-MAESTRO TO WS-CTL-CUENTA
           WRITE REG-REPORTE FROM WS-LIN-CONTROL
           MOVE "EXEMPLEADOS SOLO EN EL HISTORICO:" TO WS-CTL-TEXTO
           MOVE WS-CONT-SOLO-HISTORICO TO WS-CTL-CUENTA
           WRITE REG-REPORTE FROM WS-LIN-CONTROL
           MOVE "COPIAS DEL HISTORICO ANONIMIZADAS:" TO WS-CTL-TEXTO
           MOVE WS-CONT-HISTORICO TO WS-CTL-CUENTA
           WRITE REG-REPORTE FROM WS-LIN-CONTROL
           MOVE "CHEQUES ANONIMIZADOS:" TO WS-CTL-TEXTO
           MOVE WS-CONT-CHEQUES TO WS-CTL-CUENTA
           WRITE REG-REPORTE FROM WS-LIN-CONTROL.
       080-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 AUDITORIA
                 REPORTE
           IF HAY-DETALLE
              CLOSE EMPLEADOS-DETALLE
           END-IF
           IF HAY-DEPENDIENTES
              CLOSE DEPENDIENTES
           END-IF
           IF HAY-PENSIONES
              CLOSE PENSIONES
           END-IF
           IF HAY-CHEQUES
              CLOSE CHEQUES
           END-IF.
       090-FIN. EXIT.
