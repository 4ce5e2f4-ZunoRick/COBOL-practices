      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * DC3EMP.cbl - CONSTANCIA DE COMPETENCIAS O DE HABILIDADES
      *              LABORALES (FORMATO DC-3 DE LA STPS) DE UN
      *              EMPLEADO POR UN CURSO APROBADO DE
      *              BD-CAPACITACION.TXT. TOMA LA CLAVE DEL EMPLEADO,
      *              LA DEL CURSO Y LA FECHA DE INICIO (EN CEROS, LA
      *              ACREDITACION APROBADA MAS RECIENTE) Y ARMA EN
      *              CONSTANCIA-DC3.TXT LOS DATOS DEL TRABAJADOR
      *              (NOMBRE, CURP Y PUESTO DE CATALOGO), EL CENTRO DE
      *              TRABAJO (PLANTA DE BD-PLANTAS.TXT), LOS DATOS DEL
      *              CURSO (NOMBRE, HORAS, PERIODO, AREA TEMATICA Y
      *              AGENTE CAPACITADOR) Y LOS TRES RENGLONES DE FIRMA
      *              DEL FORMATO. LA RAZON SOCIAL, EL RFC Y EL
      *              REGISTRO PATRONAL SON LOS DEL PATRON DE LA PLANTA
      *              (BD-PATRONES.TXT); SOLO SI LA PLANTA NO TIENE
      *              REGISTRO PATRONAL QUEDAN CON RAYA PARA LLENARSE A
      *              MANO. CADA EMISION QUEDA EN
      *              BD-AUDITORIA.TXT (OPERACION "DC3EMI") CON EL
      *              OPERADOR QUE LA EMITIO, IGUAL QUE CONSTEMP.
      *----------------------------------------------------------------
      * MODIFICACIONES:
      * - LA RAZON SOCIAL, EL RFC Y EL REGISTRO PATRONAL SALEN DEL
      *   PATRON DE LA PLANTA EN BD-PATRONES.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                DC3EMP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY OPERSEL.
           COPY PUESSEL.
           COPY PLTSEL.
           COPY AUDSEL.
           COPY CURSEL.
           COPY CAPSEL.
           COPY PATSEL.
           SELECT CARTA
           ASSIGN TO WS-RUTA-CARTA.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY OPERFD.
           COPY PUESFD.
           COPY PLTFD.
           COPY AUDFD.
           COPY CURFD.
           COPY CAPFD.
           COPY PATFD.

       FD  CARTA
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CARTA              PIC X(80).

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPFS.
           COPY EMPRUTA.
           COPY OPERFS.
           COPY OPERRUTA.
           COPY PUESFS.
           COPY PUESRUTA.
           COPY PLTFS.
           COPY PLTRUTA.
           COPY AUDFS.
           COPY AUDRUTA.
           COPY CURFS.
           COPY CURRUTA.
           COPY CAPFS.
           COPY CAPRUTA.
           COPY PATFS.
           COPY PATRUTA.

       01  WS-RUTA-CARTA           PIC X(80).

       01  WS-ID-BUSCA             PIC 9(04).
       01  WS-CURSO-BUSCA          PIC 9(04).
       01  WS-INICIO-BUSCA         PIC 9(08).
       01  SW-ENCONTRO             PIC X(01)    VALUE "N".
       01  SW-FIN                  PIC X(03)    VALUE SPACES.
       01  WS-CAP-ENCONTRADA       PIC X(94).
       01  WS-FECHA-SISTEMA        PIC 9(08).

       01  WS-NOMBRE-PUESTO        PIC X(15).
       01  WS-NOMBRE-PLANTA        PIC X(20).
       01  WS-CIUDAD-PLANTA        PIC X(20).

       01  WS-LIN-BLANCO           PIC X(80)    VALUE SPACES.
       01  WS-LIN-TEXTO.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-TEX-CUERPO       PIC X(77).

       01  WS-MARGEN.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(01)   VALUE "*".
           05 FILLER              PIC X(77)   VALUE ALL "-".
           05 FILLER              PIC X(01)   VALUE "*".

       01  WS-LIN-FIRMAS.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 FILLER              PIC X(23)   VALUE ALL "_".
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 FILLER              PIC X(23)   VALUE ALL "_".
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 FILLER              PIC X(23)   VALUE ALL "_".
           05 FILLER              PIC X(02)   VALUE SPACES.

       01  WS-LIN-FIRMAS-PIE1.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 FILLER              PIC X(26)
                   VALUE "  INSTRUCTOR O TUTOR".
           05 FILLER              PIC X(26)
                   VALUE "  PATRON O REPRESENTANTE".
           05 FILLER              PIC X(25)
                   VALUE "REPRESENTANTE DE LOS".
       01  WS-LIN-FIRMAS-PIE2.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 FILLER              PIC X(26)   VALUE SPACES.
           05 FILLER              PIC X(26)
                   VALUE "         LEGAL".
           05 FILLER              PIC X(25)
                   VALUE "     TRABAJADORES".

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 016-ARMA-RUTAS               THRU 016-FIN
           PERFORM 027-OBTIENE-RUTA-OPERADORES  THRU 027-FIN
           PERFORM 019-OBTIENE-RUTA-PUESTOS     THRU 019-FIN
           PERFORM 056-OBTIENE-RUTA-PLANTAS     THRU 056-FIN
           PERFORM 021-OBTIENE-RUTA-AUDITORIA   THRU 021-FIN
           PERFORM 151-OBTIENE-RUTA-CURSOS      THRU 151-FIN
           PERFORM 153-OBTIENE-RUTA-CAPACITACION THRU 153-FIN
           PERFORM 177-OBTIENE-RUTA-PATRONES    THRU 177-FIN
           PERFORM 028-ABRE-OPERADORES          THRU 028-FIN
           PERFORM 029-VALIDA-OPERADOR          THRU 029-FIN
           CLOSE OPERADORES
           MOVE WS-OPERADOR-ID TO WS-AUD-OPERADOR
           PERFORM 178-CARGA-PATRONES           THRU 178-FIN
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           PERFORM 030-SOLICITA-DATOS           THRU 030-FIN
           IF SW-ENCONTRO EQUAL "S"
              MOVE WS-CAP-ENCONTRADA TO REG-CAPACITACION
              PERFORM 050-BUSCA-CATALOGOS       THRU 050-FIN
              OPEN OUTPUT CARTA
              PERFORM 070-ESCRIBE-DC3           THRU 070-FIN
              CLOSE CARTA
              MOVE WS-ID-BUSCA TO WS-ID-EMP
              MOVE "DC3EMI" TO WS-AUD-OPERACION
              PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN
              DISPLAY "CONSTANCIA DC-3 GENERADA: " WS-RUTA-CARTA
           END-IF
           PERFORM 090-CIERRA-ARCHIVOS          THRU 090-FIN
           GOBACK.

           COPY EMPRUTAP.
           COPY OPERRUTAP.
           COPY OPERVALP.
           COPY PUESRUTAP.
           COPY PLTRUTAP.
           COPY AUDRUTAP.
           COPY AUDWRTP.
           COPY CURRUTAP.
           COPY CAPRUTAP.
           COPY PATRUTAP.
           COPY PATCARGP.

       016-ARMA-RUTAS.
           STRING WS-DIR-DATOS              DELIMITED BY SPACE
                  "\CONSTANCIA-DC3.TXT"     DELIMITED BY SIZE
                  INTO WS-RUTA-CARTA
           END-STRING.
       016-FIN. EXIT.

       028-ABRE-OPERADORES.
           OPEN INPUT OPERADORES
           IF NOT FS-OPERADORES-OK
              DISPLAY "NO SE PUDO ABRIR BD-OPERADORES.TXT. DE DE ALTA "
                      "LOS OPERADORES DESDE CRUD-EMP PRIMERO."
              GOBACK
           END-IF.
       028-FIN. EXIT.

       020-ABRE-ARCHIVOS.
           OPEN INPUT EMPLEADOS
           OPEN INPUT PUESTOS
           OPEN INPUT PLANTAS
           OPEN INPUT CURSOS
           OPEN INPUT CAPACITACION
           OPEN EXTEND AUDITORIA
           IF NOT FS-EMPLEADOS-OK OR NOT FS-PUESTOS-OK
              OR NOT FS-PLANTAS-OK OR NOT FS-CURSOS-OK
              OR NOT FS-CAPACITACION-OK OR NOT FS-AUDITORIA-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              GOBACK
           END-IF.
       020-FIN. EXIT.

      *----------------------------------------------------------------
      * SOLO UN CURSO APROBADO DA LUGAR A LA DC-3. CON LA FECHA DE
      * INICIO EN CEROS SE RECORREN LOS RENGLONES DEL EMPLEADO EN ESE
      * CURSO (ORDENADOS POR FECHA) Y SE QUEDA EL ULTIMO APROBADO.
      *----------------------------------------------------------------
       030-SOLICITA-DATOS.
           DISPLAY "CLAVE DEL EMPLEADO DE LA CONSTANCIA: "
           ACCEPT WS-ID-BUSCA
           MOVE WS-ID-BUSCA TO REG-ID-EMP
           READ EMPLEADOS INTO WS-DATOS-EMPLEADO
                INVALID KEY
                   DISPLAY "NO SE ENCONTRO EL EMPLEADO " WS-ID-BUSCA
                   GO TO 030-FIN
           END-READ
           DISPLAY WS-NOMBRE-EMP " " WS-APE-PAT-EMP " " WS-APE-MAT-EMP
           DISPLAY "CLAVE DEL CURSO: "
           ACCEPT WS-CURSO-BUSCA
           MOVE WS-CURSO-BUSCA TO CUR-CLAVE
           READ CURSOS
                INVALID KEY
                   DISPLAY "CLAVE DE CURSO INEXISTENTE."
                   GO TO 030-FIN
           END-READ
           DISPLAY CUR-NOMBRE
           DISPLAY "FECHA DE INICIO (AAAAMMDD, 0 = LA MAS RECIENTE): "
           ACCEPT WS-INICIO-BUSCA
           IF WS-INICIO-BUSCA EQUAL ZEROS
              PERFORM 035-BUSCA-RECIENTE THRU 035-FIN
           ELSE
              MOVE WS-ID-BUSCA     TO CAP-ID-EMP
              MOVE WS-CURSO-BUSCA  TO CAP-CURSO
              MOVE WS-INICIO-BUSCA TO CAP-FECHA-INICIO
              READ CAPACITACION
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF CAP-APROBADO
                         MOVE REG-CAPACITACION TO WS-CAP-ENCONTRADA
                         MOVE "S" TO SW-ENCONTRO
                      END-IF
              END-READ
           END-IF
           IF SW-ENCONTRO NOT EQUAL "S"
              DISPLAY "EL EMPLEADO NO TIENE ESE CURSO APROBADO; NO SE "
                      "EMITE LA CONSTANCIA."
           END-IF.
       030-FIN. EXIT.

       035-BUSCA-RECIENTE.
           MOVE WS-ID-BUSCA    TO CAP-ID-EMP
           MOVE WS-CURSO-BUSCA TO CAP-CURSO
           MOVE ZEROS          TO CAP-FECHA-INICIO
           START CAPACITACION KEY IS GREATER THAN OR EQUAL CAP-LLAVE
                 INVALID KEY
                    GO TO 035-FIN
           END-START
           MOVE SPACES TO SW-FIN
           PERFORM 037-LEE-ASISTENCIA THRU 037-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       035-FIN. EXIT.

       037-LEE-ASISTENCIA.
           READ CAPACITACION NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 037-FIN
           END-READ
           IF CAP-ID-EMP NOT EQUAL WS-ID-BUSCA OR
              CAP-CURSO NOT EQUAL WS-CURSO-BUSCA
              MOVE "FIN" TO SW-FIN
              GO TO 037-FIN
           END-IF
           IF CAP-APROBADO
              MOVE REG-CAPACITACION TO WS-CAP-ENCONTRADA
              MOVE "S" TO SW-ENCONTRO
           END-IF.
       037-FIN. EXIT.

       050-BUSCA-CATALOGOS.
           MOVE WS-PUESTO TO REG-PUESTO-COD
           READ PUESTOS
                INVALID KEY
                   MOVE "NO EXIST"        TO WS-NOMBRE-PUESTO
                NOT INVALID KEY
                   MOVE REG-PUESTO-NOMBRE TO WS-NOMBRE-PUESTO
           END-READ
           MOVE WS-PLANTA TO PLT-COD
           READ PLANTAS
                INVALID KEY
                   MOVE "NO EXIST" TO WS-NOMBRE-PLANTA
                   MOVE SPACES     TO WS-CIUDAD-PLANTA
                NOT INVALID KEY
                   MOVE PLT-NOMBRE TO WS-NOMBRE-PLANTA
                   MOVE PLT-CIUDAD TO WS-CIUDAD-PLANTA
           END-READ
           PERFORM 185-UBICA-PATRON-EMP THRU 185-FIN.
       050-FIN. EXIT.

      *----------------------------------------------------------------
      * ARMA LA CONSTANCIA CON LOS TRES APARTADOS DEL FORMATO DC-3
      * (TRABAJADOR, EMPRESA Y PROGRAMA DE CAPACITACION) Y LOS TRES
      * RENGLONES DE FIRMA.
      *----------------------------------------------------------------
       070-ESCRIBE-DC3.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           WRITE REG-CARTA FROM WS-LIN-BLANCO
           MOVE "FORMATO DC-3" TO WS-TEX-CUERPO
           WRITE REG-CARTA FROM WS-LIN-TEXTO
           MOVE "CONSTANCIA DE COMPETENCIAS O DE HABILIDADES LABORALES"
                TO WS-TEX-CUERPO
           WRITE REG-CARTA FROM WS-LIN-TEXTO
           WRITE REG-CARTA FROM WS-MARGEN
           MOVE "DATOS DEL TRABAJADOR" TO WS-TEX-CUERPO
           WRITE REG-CARTA FROM WS-LIN-TEXTO
           MOVE SPACES TO WS-TEX-CUERPO
           STRING "NOMBRE: "      DELIMITED BY SIZE
                  WS-APE-PAT-EMP  DELIMITED BY "  "
                  " "             DELIMITED BY SIZE
                  WS-APE-MAT-EMP  DELIMITED BY "  "
                  " "             DELIMITED BY SIZE
                  WS-NOMBRE-EMP   DELIMITED BY "  "
                  INTO WS-TEX-CUERPO
           END-STRING
           WRITE REG-CARTA FROM WS-LIN-TEXTO
           MOVE SPACES TO WS-TEX-CUERPO
           STRING "CURP: "         DELIMITED BY SIZE
                  WS-CURP          DELIMITED BY SIZE
                  "   CLAVE DE EMPLEADO: " DELIMITED BY SIZE
                  WS-ID-EMP        DELIMITED BY SIZE
                  INTO WS-TEX-CUERPO
           END-STRING
           WRITE REG-CARTA FROM WS-LIN-TEXTO
           MOVE SPACES TO WS-TEX-CUERPO
           STRING "OCUPACION ESPECIFICA (PUESTO): " DELIMITED BY SIZE
                  WS-NOMBRE-PUESTO                  DELIMITED BY "  "
                  INTO WS-TEX-CUERPO
           END-STRING
           WRITE REG-CARTA FROM WS-LIN-TEXTO
           WRITE REG-CARTA FROM WS-MARGEN
           MOVE "DATOS DE LA EMPRESA" TO WS-TEX-CUERPO
           WRITE REG-CARTA FROM WS-LIN-TEXTO
           IF WS-PAT-IDX-EMP EQUAL ZEROS
              MOVE "NOMBRE O RAZON SOCIAL: ___________________________"
                   TO WS-TEX-CUERPO
              WRITE REG-CARTA FROM WS-LIN-TEXTO
              MOVE "RFC CON HOMOCLAVE: _______________" TO WS-TEX-CUERPO
              WRITE REG-CARTA FROM WS-LIN-TEXTO
              MOVE "REGISTRO PATRONAL IMSS: ____________"
                   TO WS-TEX-CUERPO
              WRITE REG-CARTA FROM WS-LIN-TEXTO
           ELSE
              MOVE SPACES TO WS-TEX-CUERPO
              STRING "NOMBRE O RAZON SOCIAL: " DELIMITED BY SIZE
                     WS-PAT-T-RAZON (WS-PAT-IDX-EMP)
                                               DELIMITED BY "  "
                     INTO WS-TEX-CUERPO
              END-STRING
              WRITE REG-CARTA FROM WS-LIN-TEXTO
              MOVE SPACES TO WS-TEX-CUERPO
              STRING "RFC CON HOMOCLAVE: "     DELIMITED BY SIZE
                     WS-PAT-T-RFC (WS-PAT-IDX-EMP)
                                               DELIMITED BY SIZE
                     INTO WS-TEX-CUERPO
              END-STRING
              WRITE REG-CARTA FROM WS-LIN-TEXTO
              MOVE SPACES TO WS-TEX-CUERPO
              STRING "REGISTRO PATRONAL IMSS: " DELIMITED BY SIZE
                     WS-PAT-T-REGISTRO (WS-PAT-IDX-EMP)
                                               DELIMITED BY SIZE
                     INTO WS-TEX-CUERPO
              END-STRING
              WRITE REG-CARTA FROM WS-LIN-TEXTO
           END-IF
           MOVE SPACES TO WS-TEX-CUERPO
           STRING "CENTRO DE TRABAJO: " DELIMITED BY SIZE
                  WS-NOMBRE-PLANTA      DELIMITED BY "  "
                  ", "                  DELIMITED BY SIZE
                  WS-CIUDAD-PLANTA      DELIMITED BY "  "
                  INTO WS-TEX-CUERPO
           END-STRING
           WRITE REG-CARTA FROM WS-LIN-TEXTO
           WRITE REG-CARTA FROM WS-MARGEN
           MOVE "DATOS DEL PROGRAMA DE CAPACITACION" TO WS-TEX-CUERPO
           WRITE REG-CARTA FROM WS-LIN-TEXTO
           MOVE SPACES TO WS-TEX-CUERPO
           STRING "NOMBRE DEL CURSO: " DELIMITED BY SIZE
                  CUR-NOMBRE           DELIMITED BY "  "
                  INTO WS-TEX-CUERPO
           END-STRING
           WRITE REG-CARTA FROM WS-LIN-TEXTO
           MOVE SPACES TO WS-TEX-CUERPO
           STRING "DURACION EN HORAS: " DELIMITED BY SIZE
                  CAP-HORAS             DELIMITED BY SIZE
                  "   PERIODO DE EJECUCION: DEL " DELIMITED BY SIZE
                  CAP-FECHA-INICIO      DELIMITED BY SIZE
                  " AL "                DELIMITED BY SIZE
                  CAP-FECHA-FIN         DELIMITED BY SIZE
                  INTO WS-TEX-CUERPO
           END-STRING
           WRITE REG-CARTA FROM WS-LIN-TEXTO
           MOVE SPACES TO WS-TEX-CUERPO
           STRING "AREA TEMATICA DEL CURSO: " DELIMITED BY SIZE
                  CUR-AREA-TEMATICA           DELIMITED BY SIZE
                  INTO WS-TEX-CUERPO
           END-STRING
           WRITE REG-CARTA FROM WS-LIN-TEXTO
           MOVE SPACES TO WS-TEX-CUERPO
           IF CAP-AGENTE-INTERNO
              MOVE "AGENTE CAPACITADOR: CAPACITACION INTERNA"
                   TO WS-TEX-CUERPO
           ELSE
              STRING "AGENTE CAPACITADOR (REGISTRO STPS): "
                                         DELIMITED BY SIZE
                     CAP-AGENTE-REG      DELIMITED BY "  "
                     INTO WS-TEX-CUERPO
              END-STRING
           END-IF
           WRITE REG-CARTA FROM WS-LIN-TEXTO
           MOVE SPACES TO WS-TEX-CUERPO
           STRING "INSTRUCTOR: "  DELIMITED BY SIZE
                  CAP-INSTRUCTOR  DELIMITED BY "  "
                  INTO WS-TEX-CUERPO
           END-STRING
           WRITE REG-CARTA FROM WS-LIN-TEXTO
           WRITE REG-CARTA FROM WS-MARGEN
           MOVE SPACES TO WS-TEX-CUERPO
           STRING "LOS DATOS SE ASIENTAN EN ESTA CONSTANCIA BAJO "
                  DELIMITED BY SIZE
                  "PROTESTA DE DECIR VERDAD." DELIMITED BY SIZE
                  INTO WS-TEX-CUERPO
           END-STRING
           WRITE REG-CARTA FROM WS-LIN-TEXTO
           MOVE SPACES TO WS-TEX-CUERPO
           STRING "SE EXTIENDE EL " DELIMITED BY SIZE
                  WS-FECHA-SISTEMA  DELIMITED BY SIZE
                  "."               DELIMITED BY SIZE
                  INTO WS-TEX-CUERPO
           END-STRING
           WRITE REG-CARTA FROM WS-LIN-TEXTO
           WRITE REG-CARTA FROM WS-LIN-BLANCO
           WRITE REG-CARTA FROM WS-LIN-BLANCO
           WRITE REG-CARTA FROM WS-LIN-FIRMAS
           WRITE REG-CARTA FROM WS-LIN-FIRMAS-PIE1
           WRITE REG-CARTA FROM WS-LIN-FIRMAS-PIE2.
       070-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 PUESTOS
                 PLANTAS
                 CURSOS
                 CAPACITACION
                 AUDITORIA.
       090-FIN. EXIT.
