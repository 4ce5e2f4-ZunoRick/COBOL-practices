      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * ARCOEMP.cbl - REPORTE DE ACCESO A DATOS PERSONALES (DERECHO DE
      *               ACCESO DEL TITULAR). CUANDO UN EMPLEADO O
      *               EXEMPLEADO PIDE TODO LO QUE LA EMPRESA GUARDA
      *               DE EL, YA NO HAY QUE ARMARLO ARCHIVO POR
      *               ARCHIVO: CON LA CLAVE DEL EMPLEADO ESTE PROGRAMA
      *               JUNTA EN REPORTE-DATOS-PERSONALES-NNNN.TXT SU
      *               REGISTRO DEL MAESTRO, SU DETALLE (DOMICILIO Y
      *               CONTACTOS), SUS DEPENDIENTES, SUS PENSIONES
      *               ALIMENTICIAS, SU HISTORIA DE SUELDOS, SUS
      *               RESULTADOS DE NOMINA, SUS CHEQUES, LOS
      *               RENGLONES DE BD-AUDITORIA.TXT Y BD-CAMBIOS.TXT
      *               QUE LO MENCIONAN (CON SUS ARCHIVOS MENSUALES
      *               DE ARCHIAUD) Y SUS COPIAS EN EL HISTORICO DE
      *               ARCHIVEMP. EL REPORTE EXPONE DATOS SENSIBLES:
      *               ENTRADA CON LOGIN DE BD-OPERADORES.TXT, SOLO
      *               SUPERVISOR O ADMINISTRADOR, Y CADA REPORTE
      *               EMITIDO QUEDA EN BD-AUDITORIA.TXT (OPERACION
      *               "ARCO").
      *----------------------------------------------------------------
      * MODIFICACIONES:
      * - LOS RENGLONES "DISPER" DE BANCONOM NO SE LISTAN EN EL
      *   REPORTE DEL EMPLEADO: SU CLAVE ES UN PERIODO CODIFICADO Y
      *   PODIA COINCIDIR CON UN NUMERO DE EMPLEADO REAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                ARCOEMP.

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
           COPY HSUSEL.
           COPY NOMPSEL.
           COPY CHQSEL.
           COPY OPERSEL.
           COPY AUDSEL.
           COPY CAMBSEL.
           SELECT HISTORICO
           ASSIGN TO WS-RUTA-HISTORICO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HISTORICO.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE
           FILE STATUS IS WS-FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY DETFD.
           COPY FAMFD.
           COPY PENFD.
           COPY HSUFD.
           COPY NOMPFD.
           COPY CHQFD.
           COPY OPERFD.
           COPY AUDFD.
           COPY CAMBFD.

       FD  HISTORICO
           RECORD CONTAINS 173 CHARACTERS.
       01  REG-HISTORICO           PIC X(173).

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
           COPY HSUFS.
           COPY HSURUTA.
           COPY NOMPFS.
           COPY NOMPRUTA.
           COPY CHQFS.
           COPY CHQRUTA.
           COPY OPERFS.
           COPY OPERRUTA.
           COPY AUDFS.
           COPY AUDRUTA.
           COPY CAMBFS.
           COPY CAMBRUTA.

       01  WS-RUTA-HISTORICO       PIC X(80).
       01  WS-FS-HISTORICO         PIC X(02)    VALUE "00".
           88 FS-HISTORICO-OK              VALUE "00".
           88 FS-HISTORICO-EOF             VALUE "10".
       01  WS-RUTA-REPORTE         PIC X(80).
       01  WS-FS-REPORTE           PIC X(02)    VALUE "00".
           88 FS-REPORTE-OK                VALUE "00".

       01  WS-ID-BUSCA             PIC 9(04)    VALUE ZEROS.
       01  WS-NOMBRE-COMPLETO      PIC X(62).
       01  SW-FIN                  PIC X(03)    VALUE SPACES.

       01  WS-FECHA-HOY            PIC 9(06).
       01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
           05 WS-HOY-AAMM          PIC 9(04).
           05 WS-HOY-DD            PIC 9(02).

      *----------------------------------------------------------------
      * MES DE ARCHIVO EN TURNO DE LAS BITACORAS (AAMM, ANIO A DOS
      * DIGITOS COMO EL CORTE DE ARCHIAUD), IGUAL QUE VERIBIT.
      *----------------------------------------------------------------
       01  WS-MES-ARCHIVO.
           05 WS-MES-AA            PIC 9(02).
           05 WS-MES-MM            PIC 9(02).
       01  WS-MES-ARCHIVO-N REDEFINES WS-MES-ARCHIVO
                                   PIC 9(04).
       01  WS-MES-ARCHIVO-X REDEFINES WS-MES-ARCHIVO
                                   PIC X(04).
       01  WS-BITACORA             PIC X(01).
           88 LEE-AUDITORIA               VALUE "A".
           88 LEE-CAMBIOS                 VALUE "C".
       01  WS-NOMBRE-ARCHIVO       PIC X(30).

       01  WS-CONT-SECCION         PIC 9(05).
       01  WS-CONT-TOTAL           PIC 9(07).

       01  WS-TITULO.
           05 FILLER              PIC X(20)   VALUE SPACES.
           05 FILLER              PIC X(41)   VALUE
              "REPORTE DE DATOS PERSONALES DEL EMPLEADO ".
           05 WS-TIT-ID           PIC 9(04).
           05 FILLER              PIC X(04)   VALUE "  AL".
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-TIT-FECHA        PIC 9(06).
           05 FILLER              PIC X(24)   VALUE SPACES.

       01  WS-SUBTITULO.
           05 FILLER              PIC X(20)   VALUE SPACES.
           05 FILLER              PIC X(19)   VALUE
              "EMITIDO POR EL OPER".
           05 FILLER              PIC X(06)   VALUE "ADOR  ".
           05 WS-SUB-OPERADOR     PIC X(08).
           05 FILLER              PIC X(47)   VALUE SPACES.

       01  WS-MARGEN.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(01)   VALUE "*".
           05 FILLER              PIC X(97)   VALUE ALL "-".
           05 FILLER              PIC X(01)   VALUE "*".

       01  WS-LIN-SECCION.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-SEC-TEXTO        PIC X(99)   VALUE SPACES.

       01  WS-LIN-TEXTO.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 WS-TXT-TEXTO        PIC X(96)   VALUE SPACES.

       01  WS-LIN-DATO.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 WS-DAT-ETIQUETA     PIC X(24)   VALUE SPACES.
           05 WS-DAT-VALOR        PIC X(72)   VALUE SPACES.

       01  WS-LIN-CUENTA.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 FILLER              PIC X(11)   VALUE "REGISTROS: ".
           05 WS-CTA-REGISTROS    PIC ZZZZ9.
           05 FILLER              PIC X(80)   VALUE SPACES.

       01  WS-LIN-DEPENDIENTE.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 WS-DEP-CONSEC       PIC 9(02).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DEP-NOMBRE       PIC X(40).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DEP-PARENTESCO   PIC X(01).
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 WS-DEP-SEXO         PIC X(01).
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-DEP-FECHA-NAC    PIC 9(08).
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-DEP-ASEGURADO    PIC X(01).
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 WS-DEP-PCT          PIC ZZ9.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 WS-DEP-STATUS       PIC X(01).
           05 FILLER              PIC X(17)   VALUE SPACES.

       01  WS-LIN-PENSION.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 WS-PEN-PRIORIDAD    PIC 9(01).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-PEN-EXPEDIENTE   PIC X(12).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-PEN-BENEFICIARIO PIC X(30).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-PEN-CLABE        PIC X(18).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-PEN-FORMA        PIC X(01).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-PEN-VALOR        PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-PEN-STATUS       PIC X(01).
           05 FILLER              PIC X(13)   VALUE SPACES.

       01  WS-LIN-SUELDO.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 WS-SUE-FECHA-VIG    PIC 9(08).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-SUE-SALARIO      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-SUE-MONEDA       PIC X(03).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-SUE-ORIGEN       PIC X(10).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-SUE-OPERADOR     PIC X(08).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-SUE-FECHA-REG    PIC 9(08).
           05 FILLER              PIC X(38)   VALUE SPACES.

       01  WS-LIN-NOMINA.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 WS-NOM-PERIODO      PIC 9(07).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-NOM-TIPO         PIC X(01).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-NOM-BRUTO        PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-NOM-ISR          PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-NOM-IMSS         PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-NOM-NETO         PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-NOM-STATUS       PIC X(01).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-NOM-FECHA-CALC   PIC 9(08).
           05 FILLER              PIC X(17)   VALUE SPACES.

       01  WS-LIN-CHEQUE.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 WS-CHE-FOLIO        PIC 9(07).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-CHE-PERIODO      PIC 9(07).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-CHE-NOMBRE       PIC X(20).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-CHE-IMPORTE      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-CHE-EMISION      PIC 9(08).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-CHE-STATUS       PIC X(01).
           05 FILLER              PIC X(31)   VALUE SPACES.

       01  WS-LIN-AUDITORIA.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 WS-BAU-FECHA        PIC 9(06).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-BAU-HORA         PIC 9(06).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-BAU-OPERACION    PIC X(06).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-BAU-OPERADOR     PIC X(08).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-BAU-ARCHIVO      PIC X(30).
           05 FILLER              PIC X(32)   VALUE SPACES.

       01  WS-LIN-CAMBIO.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 WS-BCA-FECHA        PIC 9(06).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-BCA-HORA         PIC 9(06).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-BCA-CAMPO        PIC X(16).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-BCA-ANTERIOR     PIC X(20).
           05 FILLER              PIC X(04)   VALUE " -> ".
           05 WS-BCA-NUEVO        PIC X(20).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-BCA-ARCHIVO      PIC X(20).

      *----------------------------------------------------------------
      * ENCABEZADOS DE COLUMNA DE CADA SECCION, ALINEADOS CON SUS
      * RENGLONES DE DETALLE.
      *----------------------------------------------------------------
       01  WS-COL-DEPENDIENTE.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 FILLER              PIC X(02)   VALUE "NO".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(06)   VALUE "NOMBRE".
           05 FILLER              PIC X(35)   VALUE SPACES.
           05 FILLER              PIC X(03)   VALUE "PAR".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(04)   VALUE "SEXO".
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(05)   VALUE "NACIO".
           05 FILLER              PIC X(05)   VALUE SPACES.
           05 FILLER              PIC X(03)   VALUE "POL".
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 FILLER              PIC X(03)   VALUE "PCT".
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 FILLER              PIC X(03)   VALUE "EST".
           05 FILLER              PIC X(16)   VALUE SPACES.

       01  WS-COL-PENSION.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 FILLER              PIC X(01)   VALUE "P".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(10)   VALUE "EXPEDIENTE".
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 FILLER              PIC X(12)   VALUE "BENEFICIARIO".
           05 FILLER              PIC X(20)   VALUE SPACES.
           05 FILLER              PIC X(05)   VALUE "CLABE".
           05 FILLER              PIC X(14)   VALUE SPACES.
           05 FILLER              PIC X(03)   VALUE "FMA".
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 FILLER              PIC X(05)   VALUE "VALOR".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(03)   VALUE "EST".
           05 FILLER              PIC X(12)   VALUE SPACES.

       01  WS-COL-SUELDO.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 FILLER              PIC X(08)   VALUE "VIGENCIA".
           05 FILLER              PIC X(06)   VALUE SPACES.
           05 FILLER              PIC X(07)   VALUE "SALARIO".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(03)   VALUE "MON".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(06)   VALUE "ORIGEN".
           05 FILLER              PIC X(06)   VALUE SPACES.
           05 FILLER              PIC X(08)   VALUE "OPERADOR".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(08)   VALUE "REGISTRO".
           05 FILLER              PIC X(38)   VALUE SPACES.

       01  WS-COL-NOMINA.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 FILLER              PIC X(07)   VALUE "PERIODO".
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(01)   VALUE "T".
           05 FILLER              PIC X(10)   VALUE SPACES.
           05 FILLER              PIC X(05)   VALUE "BRUTO".
           05 FILLER              PIC X(11)   VALUE SPACES.
           05 FILLER              PIC X(03)   VALUE "ISR".
           05 FILLER              PIC X(10)   VALUE SPACES.
           05 FILLER              PIC X(04)   VALUE "IMSS".
           05 FILLER              PIC X(10)   VALUE SPACES.
           05 FILLER              PIC X(04)   VALUE "NETO".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(01)   VALUE "P".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(07)   VALUE "CALCULO".
           05 FILLER              PIC X(18)   VALUE SPACES.

       01  WS-COL-CHEQUE.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 FILLER              PIC X(05)   VALUE "FOLIO".
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 FILLER              PIC X(07)   VALUE "PERIODO".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(06)   VALUE "NOMBRE".
           05 FILLER              PIC X(21)   VALUE SPACES.
           05 FILLER              PIC X(07)   VALUE "IMPORTE".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(07)   VALUE "EMISION".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(03)   VALUE "EST".
           05 FILLER              PIC X(30)   VALUE SPACES.

       01  WS-COL-AUDITORIA.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 FILLER              PIC X(05)   VALUE "FECHA".
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 FILLER              PIC X(04)   VALUE "HORA".
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 FILLER              PIC X(06)   VALUE "OPERAC".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(08)   VALUE "OPERADOR".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(07)   VALUE "ARCHIVO".
           05 FILLER              PIC X(55)   VALUE SPACES.

       01  WS-COL-CAMBIO.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 FILLER              PIC X(05)   VALUE "FECHA".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(04)   VALUE "HORA".
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 FILLER              PIC X(05)   VALUE "CAMPO".
           05 FILLER              PIC X(12)   VALUE SPACES.
           05 FILLER              PIC X(08)   VALUE "ANTERIOR".
           05 FILLER              PIC X(16)   VALUE SPACES.
           05 FILLER              PIC X(05)   VALUE "NUEVO".
           05 FILLER              PIC X(16)   VALUE SPACES.
           05 FILLER              PIC X(07)   VALUE "ARCHIVO".
           05 FILLER              PIC X(13)   VALUE SPACES.

       01  WS-ED-IMPORTE          PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 016-ARMA-RUTAS               THRU 016-FIN
           PERFORM 027-OBTIENE-RUTA-OPERADORES  THRU 027-FIN
           PERFORM 021-OBTIENE-RUTA-AUDITORIA   THRU 021-FIN
           PERFORM 023-OBTIENE-RUTA-CAMBIOS     THRU 023-FIN
           PERFORM 061-OBTIENE-RUTA-DETALLE     THRU 061-FIN
           PERFORM 142-OBTIENE-RUTA-DEPENDIENTES THRU 142-FIN
           PERFORM 100-OBTIENE-RUTA-PENSIONES   THRU 100-FIN
           PERFORM 171-OBTIENE-RUTA-HIST-SUELDOS THRU 171-FIN
           PERFORM 042-OBTIENE-RUTA-NOM-PERIODO THRU 042-FIN
           PERFORM 210-OBTIENE-RUTA-CHEQUES     THRU 210-FIN
           PERFORM 028-ABRE-OPERADORES          THRU 028-FIN
           PERFORM 029-VALIDA-OPERADOR          THRU 029-FIN
           CLOSE OPERADORES
           IF NOT OPERADOR-SUPERVISOR AND NOT OPERADOR-ADMINISTRADOR
              DISPLAY "SOLO UN SUPERVISOR O ADMINISTRADOR PUEDE "
                      "EMITIR EL REPORTE DE DATOS PERSONALES."
              GOBACK
           END-IF
           MOVE WS-OPERADOR-ID TO WS-AUD-OPERADOR
           PERFORM 018-SOLICITA-CLAVE           THRU 018-FIN
           PERFORM 020-ATIENDE-SOLICITUD        THRU 020-FIN
                   UNTIL WS-ID-BUSCA EQUAL ZEROS
           GOBACK.

           COPY EMPRUTAP.
           COPY OPERRUTAP.
           COPY OPERVALP.
           COPY AUDRUTAP.
           COPY AUDWRTP.
           COPY CAMBRUTAP.
           COPY DETRUTAP.
           COPY FAMRUTAP.
           COPY PENRUTAP.
           COPY HSURUTAP.
           COPY NOMPRUTAP.
           COPY CHQRUTAP.

       016-ARMA-RUTAS.
           ACCEPT WS-FECHA-HOY FROM DATE
           STRING WS-DIR-DATOS                   DELIMITED BY SPACE
                  "\BD-EMPLEADOS-HISTORICO.txt"  DELIMITED BY SIZE
                  INTO WS-RUTA-HISTORICO
           END-STRING.
       016-FIN. EXIT.

       018-SOLICITA-CLAVE.
           DISPLAY " "
           DISPLAY "CLAVE DEL EMPLEADO (0000 = SALIR): "
           ACCEPT WS-ID-BUSCA.
       018-FIN. EXIT.

      *----------------------------------------------------------------
      * UN REPORTE POR CLAVE, CON NOMBRE PROPIO PARA QUE NO SE PISEN
      * LAS SOLICITUDES DE DISTINTAS PERSONAS.
      *----------------------------------------------------------------
       019-ARMA-RUTA-REPORTE.
           MOVE SPACES TO WS-RUTA-REPORTE
           STRING WS-DIR-DATOS                  DELIMITED BY SPACE
                  "\REPORTE-DATOS-PERSONALES-"  DELIMITED BY SIZE
                  WS-ID-BUSCA                   DELIMITED BY SIZE
                  ".TXT"                        DELIMITED BY SIZE
                  INTO WS-RUTA-REPORTE
           END-STRING.
       019-FIN. EXIT.

      *----------------------------------------------------------------
      * JUNTA TODAS LAS SECCIONES DE UNA CLAVE. UN ARCHIVO QUE NO SE
      * PUEDE ABRIR SE ANOTA EN SU SECCION Y NO DETIENE EL REPORTE.
      *----------------------------------------------------------------
       020-ATIENDE-SOLICITUD.
           PERFORM 019-ARMA-RUTA-REPORTE THRU 019-FIN
           OPEN OUTPUT REPORTE
           IF NOT FS-REPORTE-OK
              DISPLAY "NO SE PUDO CREAR " WS-RUTA-REPORTE
              PERFORM 018-SOLICITA-CLAVE THRU 018-FIN
              GO TO 020-FIN
           END-IF
           MOVE ZEROS           TO WS-CONT-TOTAL
           MOVE WS-ID-BUSCA     TO WS-TIT-ID
           MOVE WS-FECHA-HOY    TO WS-TIT-FECHA
           MOVE WS-OPERADOR-ID  TO WS-SUB-OPERADOR
           WRITE REG-REPORTE FROM WS-TITULO
           WRITE REG-REPORTE FROM WS-SUBTITULO
           WRITE REG-REPORTE FROM WS-MARGEN
           PERFORM 030-DATOS-MAESTRO   THRU 030-FIN
           PERFORM 032-DATOS-DETALLE   THRU 032-FIN
           PERFORM 034-DEPENDIENTES    THRU 034-FIN
           PERFORM 036-PENSIONES       THRU 036-FIN
           PERFORM 038-SUELDOS         THRU 038-FIN
           PERFORM 046-NOMINA          THRU 046-FIN
           PERFORM 048-CHEQUES         THRU 048-FIN
           PERFORM 050-HISTORICO       THRU 050-FIN
           MOVE "A" TO WS-BITACORA
           PERFORM 052-BITACORA        THRU 052-FIN
           MOVE "C" TO WS-BITACORA
           PERFORM 052-BITACORA        THRU 052-FIN
           WRITE REG-REPORTE FROM WS-MARGEN
           IF WS-CONT-TOTAL EQUAL ZEROS
              MOVE "NO HAY DATOS DE ESTA CLAVE EN NINGUN ARCHIVO."
                TO WS-TXT-TEXTO
              WRITE REG-REPORTE FROM WS-LIN-TEXTO
           END-IF
           CLOSE REPORTE
           PERFORM 070-REGISTRA-ACCESO THRU 070-FIN
           DISPLAY "REGISTROS ENCONTRADOS: " WS-CONT-TOTAL
           DISPLAY "REPORTE: " WS-RUTA-REPORTE
           PERFORM 018-SOLICITA-CLAVE THRU 018-FIN.
       020-FIN. EXIT.

       028-ABRE-OPERADORES.
           OPEN INPUT OPERADORES
           IF NOT FS-OPERADORES-OK
              DISPLAY "NO SE PUDO ABRIR BD-OPERADORES.TXT. DE DE ALTA "
                      "LOS OPERADORES DESDE CRUD-EMP PRIMERO."
              GOBACK
           END-IF.
       028-FIN. EXIT.

      *----------------------------------------------------------------
      * MAESTRO DE EMPLEADOS. EL EXEMPLEADO YA ARCHIVADO POR
      * ARCHIVEMP NO ESTA AQUI SINO EN LA SECCION DEL HISTORICO.
      *----------------------------------------------------------------
       030-DATOS-MAESTRO.
           MOVE "MAESTRO DE EMPLEADOS (BD-EMPLEADOS.TXT)"
             TO WS-SEC-TEXTO
           PERFORM 080-ENCABEZA-SECCION THRU 080-FIN
           OPEN INPUT EMPLEADOS
           IF NOT FS-EMPLEADOS-OK
              MOVE "NO SE PUDO ABRIR EL ARCHIVO." TO WS-TXT-TEXTO
              WRITE REG-REPORTE FROM WS-LIN-TEXTO
              GO TO 030-FIN
           END-IF
           MOVE WS-ID-BUSCA TO REG-ID-EMP
           READ EMPLEADOS INTO WS-DATOS-EMPLEADO
                INVALID KEY
                   MOVE "NO ESTA EN EL MAESTRO." TO WS-TXT-TEXTO
                   WRITE REG-REPORTE FROM WS-LIN-TEXTO
                   CLOSE EMPLEADOS
                   GO TO 030-FIN
           END-READ
           CLOSE EMPLEADOS
           ADD 1 TO WS-CONT-TOTAL
           PERFORM 031-IMPRIME-EMPLEADO THRU 031-FIN.
       030-FIN. EXIT.

      *----------------------------------------------------------------
      * DATOS DE WS-DATOS-EMPLEADO, UNO POR RENGLON. LO USAN EL
      * MAESTRO Y CADA COPIA ENCONTRADA EN EL HISTORICO.
      *----------------------------------------------------------------
       031-IMPRIME-EMPLEADO.
           MOVE SPACES TO WS-NOMBRE-COMPLETO
           STRING WS-NOMBRE-EMP   DELIMITED BY "  "
                  " "             DELIMITED BY SIZE
                  WS-APE-PAT-EMP  DELIMITED BY "  "
                  " "             DELIMITED BY SIZE
                  WS-APE-MAT-EMP  DELIMITED BY "  "
                  INTO WS-NOMBRE-COMPLETO
           END-STRING
           MOVE "NOMBRE"             TO WS-DAT-ETIQUETA
           MOVE WS-NOMBRE-COMPLETO   TO WS-DAT-VALOR
           PERFORM 085-ESCRIBE-DATO THRU 085-FIN
           MOVE "FECHA DE NACIMIENTO" TO WS-DAT-ETIQUETA
           STRING WS-DIA-NAC  DELIMITED BY SIZE
                  "/"         DELIMITED BY SIZE
                  WS-MES-NAC  DELIMITED BY SIZE
                  "/"         DELIMITED BY SIZE
                  WS-ANIO-NAC DELIMITED BY SIZE
                  INTO WS-DAT-VALOR
           END-STRING
           PERFORM 085-ESCRIBE-DATO THRU 085-FIN
           MOVE "DEPARTAMENTO"       TO WS-DAT-ETIQUETA
           MOVE WS-DEPARTAMENTO      TO WS-DAT-VALOR
           PERFORM 085-ESCRIBE-DATO THRU 085-FIN
           MOVE "PLANTA"             TO WS-DAT-ETIQUETA
           MOVE WS-PLANTA            TO WS-DAT-VALOR
           PERFORM 085-ESCRIBE-DATO THRU 085-FIN
           MOVE "PUESTO"             TO WS-DAT-ETIQUETA
           MOVE WS-PUESTO            TO WS-DAT-VALOR
           PERFORM 085-ESCRIBE-DATO THRU 085-FIN
           MOVE "SALARIO"            TO WS-DAT-ETIQUETA
           MOVE WS-SALARIO           TO WS-ED-IMPORTE
           STRING WS-ED-IMPORTE DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  WS-MONEDA     DELIMITED BY SIZE
                  INTO WS-DAT-VALOR
           END-STRING
           PERFORM 085-ESCRIBE-DATO THRU 085-FIN
           MOVE "ESTATUS"            TO WS-DAT-ETIQUETA
           EVALUATE TRUE
           WHEN EMP-ACTIVO
              MOVE "A - ACTIVO"      TO WS-DAT-VALOR
           WHEN EMP-INACTIVO
              MOVE "I - BAJA"        TO WS-DAT-VALOR
           WHEN EMP-PERMISO
              MOVE "L - PERMISO"     TO WS-DAT-VALOR
           WHEN OTHER
              MOVE WS-STATUS-EMP     TO WS-DAT-VALOR
           END-EVALUATE
           PERFORM 085-ESCRIBE-DATO THRU 085-FIN
           MOVE "FECHA DE ALTA"      TO WS-DAT-ETIQUETA
           MOVE WS-FECHA-ALTA        TO WS-DAT-VALOR
           PERFORM 085-ESCRIBE-DATO THRU 085-FIN
           MOVE "FECHA DE BAJA"      TO WS-DAT-ETIQUETA
           MOVE WS-FECHA-BAJA        TO WS-DAT-VALOR
           PERFORM 085-ESCRIBE-DATO THRU 085-FIN
           MOVE "RFC"                TO WS-DAT-ETIQUETA
           MOVE WS-RFC               TO WS-DAT-VALOR
           PERFORM 085-ESCRIBE-DATO THRU 085-FIN
           MOVE "CURP"               TO WS-DAT-ETIQUETA
           MOVE WS-CURP              TO WS-DAT-VALOR
           PERFORM 085-ESCRIBE-DATO THRU 085-FIN
           MOVE "NSS"                TO WS-DAT-ETIQUETA
           MOVE WS-NSS               TO WS-DAT-VALOR
           PERFORM 085-ESCRIBE-DATO THRU 085-FIN
           MOVE "CLABE"              TO WS-DAT-ETIQUETA
           MOVE WS-CLABE             TO WS-DAT-VALOR
           PERFORM 085-ESCRIBE-DATO THRU 085-FIN
           MOVE "FRECUENCIA DE PAGO" TO WS-DAT-ETIQUETA
           MOVE WS-FRECUENCIA-PAGO   TO WS-DAT-VALOR
           PERFORM 085-ESCRIBE-DATO THRU 085-FIN
           MOVE "JEFE INMEDIATO"     TO WS-DAT-ETIQUETA
           MOVE WS-JEFE-INMEDIATO    TO WS-DAT-VALOR
           PERFORM 085-ESCRIBE-DATO THRU 085-FIN.
       031-FIN. EXIT.

       032-DATOS-DETALLE.
           MOVE "DOMICILIO Y CONTACTOS (BD-EMPLEADOS-DETALLE.TXT)"
             TO WS-SEC-TEXTO
           PERFORM 080-ENCABEZA-SECCION THRU 080-FIN
           OPEN INPUT EMPLEADOS-DETALLE
           IF NOT FS-DETALLE-OK
              MOVE "NO SE PUDO ABRIR EL ARCHIVO." TO WS-TXT-TEXTO
              WRITE REG-REPORTE FROM WS-LIN-TEXTO
              GO TO 032-FIN
           END-IF
           MOVE WS-ID-BUSCA TO DET-ID-EMP
           READ EMPLEADOS-DETALLE
                INVALID KEY
                   MOVE "SIN DETALLE CAPTURADO." TO WS-TXT-TEXTO
                   WRITE REG-REPORTE FROM WS-LIN-TEXTO
                   CLOSE EMPLEADOS-DETALLE
                   GO TO 032-FIN
           END-READ
           ADD 1 TO WS-CONT-TOTAL
           MOVE "CALLE"              TO WS-DAT-ETIQUETA
           MOVE DET-CALLE            TO WS-DAT-VALOR
           PERFORM 085-ESCRIBE-DATO THRU 085-FIN
           MOVE "COLONIA"            TO WS-DAT-ETIQUETA
           MOVE DET-COLONIA          TO WS-DAT-VALOR
           PERFORM 085-ESCRIBE-DATO THRU 085-FIN
           MOVE "CIUDAD"             TO WS-DAT-ETIQUETA
           MOVE DET-CIUDAD           TO WS-DAT-VALOR
           PERFORM 085-ESCRIBE-DATO THRU 085-FIN
           MOVE "CODIGO POSTAL"      TO WS-DAT-ETIQUETA
           MOVE DET-CP               TO WS-DAT-VALOR
           PERFORM 085-ESCRIBE-DATO THRU 085-FIN
           MOVE "TELEFONO"           TO WS-DAT-ETIQUETA
           MOVE DET-TELEFONO         TO WS-DAT-VALOR
           PERFORM 085-ESCRIBE-DATO THRU 085-FIN
           MOVE "CORREO"             TO WS-DAT-ETIQUETA
           MOVE DET-EMAIL            TO WS-DAT-VALOR
           PERFORM 085-ESCRIBE-DATO THRU 085-FIN
           MOVE "CONTACTO 1"         TO WS-DAT-ETIQUETA
           STRING DET-CONTACTO1-NOMBRE DELIMITED BY "  "
                  "  TEL. "            DELIMITED BY SIZE
                  DET-CONTACTO1-TEL    DELIMITED BY SIZE
                  INTO WS-DAT-VALOR
           END-STRING
           PERFORM 085-ESCRIBE-DATO THRU 085-FIN
           MOVE "CONTACTO 2"         TO WS-DAT-ETIQUETA
           STRING DET-CONTACTO2-NOMBRE DELIMITED BY "  "
                  "  TEL. "            DELIMITED BY SIZE
                  DET-CONTACTO2-TEL    DELIMITED BY SIZE
                  INTO WS-DAT-VALOR
           END-STRING
           PERFORM 085-ESCRIBE-DATO THRU 085-FIN
           CLOSE EMPLEADOS-DETALLE.
       032-FIN. EXIT.

       034-DEPENDIENTES.
           MOVE "DEPENDIENTES (BD-DEPENDIENTES.TXT)" TO WS-SEC-TEXTO
           PERFORM 080-ENCABEZA-SECCION THRU 080-FIN
           OPEN INPUT DEPENDIENTES
           IF NOT FS-DEPENDIENTES-OK
              MOVE "NO SE PUDO ABRIR EL ARCHIVO." TO WS-TXT-TEXTO
              WRITE REG-REPORTE FROM WS-LIN-TEXTO
              GO TO 034-FIN
           END-IF
           WRITE REG-REPORTE FROM WS-COL-DEPENDIENTE
           MOVE SPACES      TO SW-FIN
           MOVE WS-ID-BUSCA TO FAM-ID-EMP
           MOVE ZEROS       TO FAM-CONSEC
           START DEPENDIENTES KEY IS GREATER THAN OR EQUAL FAM-LLAVE
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN
           END-START
           PERFORM 035-LEE-DEPENDIENTE THRU 035-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE DEPENDIENTES
           PERFORM 082-CIERRA-SECCION THRU 082-FIN.
       034-FIN. EXIT.

       035-LEE-DEPENDIENTE.
           READ DEPENDIENTES NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 035-FIN
           END-READ
           IF FAM-ID-EMP NOT EQUAL WS-ID-BUSCA
              MOVE "FIN" TO SW-FIN
              GO TO 035-FIN
           END-IF
           MOVE SPACES TO WS-NOMBRE-COMPLETO
           STRING FAM-NOMBRE   DELIMITED BY "  "
                  " "          DELIMITED BY SIZE
                  FAM-APE-PAT  DELIMITED BY "  "
                  " "          DELIMITED BY SIZE
                  FAM-APE-MAT  DELIMITED BY "  "
                  INTO WS-NOMBRE-COMPLETO
           END-STRING
           MOVE FAM-CONSEC            TO WS-DEP-CONSEC
           MOVE WS-NOMBRE-COMPLETO    TO WS-DEP-NOMBRE
           MOVE FAM-PARENTESCO        TO WS-DEP-PARENTESCO
           MOVE FAM-SEXO              TO WS-DEP-SEXO
           MOVE FAM-FECHA-NAC         TO WS-DEP-FECHA-NAC
           MOVE FAM-ASEGURADO         TO WS-DEP-ASEGURADO
           MOVE FAM-PCT-BENEFICIARIO  TO WS-DEP-PCT
           MOVE FAM-STATUS            TO WS-DEP-STATUS
           WRITE REG-REPORTE FROM WS-LIN-DEPENDIENTE
           ADD 1 TO WS-CONT-SECCION
                    WS-CONT-TOTAL.
       035-FIN. EXIT.

       036-PENSIONES.
           MOVE "PENSIONES ALIMENTICIAS (BD-PENSIONES.TXT)"
             TO WS-SEC-TEXTO
           PERFORM 080-ENCABEZA-SECCION THRU 080-FIN
           OPEN INPUT PENSIONES
           IF NOT FS-PENSIONES-OK
              MOVE "NO SE PUDO ABRIR EL ARCHIVO." TO WS-TXT-TEXTO
              WRITE REG-REPORTE FROM WS-LIN-TEXTO
              GO TO 036-FIN
           END-IF
           WRITE REG-REPORTE FROM WS-COL-PENSION
           MOVE SPACES      TO SW-FIN
           MOVE WS-ID-BUSCA TO PEN-ID-EMP
           MOVE ZEROS       TO PEN-PRIORIDAD
           START PENSIONES KEY IS GREATER THAN OR EQUAL PEN-LLAVE
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN
           END-START
           PERFORM 037-LEE-PENSION THRU 037-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE PENSIONES
           PERFORM 082-CIERRA-SECCION THRU 082-FIN.
       036-FIN. EXIT.

       037-LEE-PENSION.
           READ PENSIONES NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 037-FIN
           END-READ
           IF PEN-ID-EMP NOT EQUAL WS-ID-BUSCA
              MOVE "FIN" TO SW-FIN
              GO TO 037-FIN
           END-IF
           MOVE PEN-PRIORIDAD      TO WS-PEN-PRIORIDAD
           MOVE PEN-EXPEDIENTE     TO WS-PEN-EXPEDIENTE
           MOVE PEN-BENEFICIARIO   TO WS-PEN-BENEFICIARIO
           MOVE PEN-CLABE-BEN      TO WS-PEN-CLABE
           MOVE PEN-FORMA          TO WS-PEN-FORMA
           MOVE PEN-VALOR          TO WS-PEN-VALOR
           MOVE PEN-STATUS         TO WS-PEN-STATUS
           WRITE REG-REPORTE FROM WS-LIN-PENSION
           ADD 1 TO WS-CONT-SECCION
                    WS-CONT-TOTAL.
       037-FIN. EXIT.

       038-SUELDOS.
           MOVE "HISTORIA DE SUELDOS (BD-HIST-SUELDOS.TXT)"
             TO WS-SEC-TEXTO
           PERFORM 080-ENCABEZA-SECCION THRU 080-FIN
           OPEN INPUT HIST-SUELDOS
           IF NOT FS-HIST-SUELDOS-OK
              MOVE "NO SE PUDO ABRIR EL ARCHIVO." TO WS-TXT-TEXTO
              WRITE REG-REPORTE FROM WS-LIN-TEXTO
              GO TO 038-FIN
           END-IF
           WRITE REG-REPORTE FROM WS-COL-SUELDO
           MOVE SPACES      TO SW-FIN
           MOVE WS-ID-BUSCA TO HSU-ID-EMP
           MOVE ZEROS       TO HSU-FECHA-VIG
                               HSU-CONSEC
           START HIST-SUELDOS KEY IS GREATER THAN OR EQUAL HSU-LLAVE
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN
           END-START
           PERFORM 039-LEE-SUELDO THRU 039-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE HIST-SUELDOS
           PERFORM 082-CIERRA-SECCION THRU 082-FIN.
       038-FIN. EXIT.

       039-LEE-SUELDO.
           READ HIST-SUELDOS NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 039-FIN
           END-READ
           IF HSU-ID-EMP NOT EQUAL WS-ID-BUSCA
              MOVE "FIN" TO SW-FIN
              GO TO 039-FIN
           END-IF
           MOVE HSU-FECHA-VIG      TO WS-SUE-FECHA-VIG
           MOVE HSU-SALARIO        TO WS-SUE-SALARIO
           MOVE HSU-MONEDA         TO WS-SUE-MONEDA
           MOVE HSU-ORIGEN         TO WS-SUE-ORIGEN
           MOVE HSU-OPERADOR       TO WS-SUE-OPERADOR
           MOVE HSU-FECHA-REG      TO WS-SUE-FECHA-REG
           WRITE REG-REPORTE FROM WS-LIN-SUELDO
           ADD 1 TO WS-CONT-SECCION
                    WS-CONT-TOTAL.
       039-FIN. EXIT.

      *----------------------------------------------------------------
      * LA LLAVE DE LOS RESULTADOS EMPIEZA POR EL PERIODO: SE BARRE
      * EL ARCHIVO COMPLETO Y SE TOMAN LOS RENGLONES DE LA CLAVE.
      *----------------------------------------------------------------
       046-NOMINA.
           MOVE "RESULTADOS DE NOMINA (BD-NOMINA-PERIODO.TXT)"
             TO WS-SEC-TEXTO
           PERFORM 080-ENCABEZA-SECCION THRU 080-FIN
           OPEN INPUT NOMINA-PERIODO
           IF NOT FS-NOM-PERIODO-OK
              MOVE "NO SE PUDO ABRIR EL ARCHIVO." TO WS-TXT-TEXTO
              WRITE REG-REPORTE FROM WS-LIN-TEXTO
              GO TO 046-FIN
           END-IF
           WRITE REG-REPORTE FROM WS-COL-NOMINA
           MOVE SPACES TO SW-FIN
           PERFORM 047-LEE-NOMINA THRU 047-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE NOMINA-PERIODO
           PERFORM 082-CIERRA-SECCION THRU 082-FIN.
       046-FIN. EXIT.

       047-LEE-NOMINA.
           READ NOMINA-PERIODO NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 047-FIN
           END-READ
           IF NP-ID-EMP NOT EQUAL WS-ID-BUSCA
              GO TO 047-FIN
           END-IF
           MOVE NP-PERIODO         TO WS-NOM-PERIODO
           MOVE NP-TIPO-CORRIDA    TO WS-NOM-TIPO
           MOVE NP-SALARIO-BRUTO   TO WS-NOM-BRUTO
           MOVE NP-DEDUCCION-ISR   TO WS-NOM-ISR
           MOVE NP-DEDUCCION-IMSS  TO WS-NOM-IMSS
           MOVE NP-SALARIO-NETO    TO WS-NOM-NETO
           MOVE NP-STATUS-PAGO     TO WS-NOM-STATUS
           MOVE NP-FECHA-CALCULO   TO WS-NOM-FECHA-CALC
           WRITE REG-REPORTE FROM WS-LIN-NOMINA
           ADD 1 TO WS-CONT-SECCION
                    WS-CONT-TOTAL.
       047-FIN. EXIT.

       048-CHEQUES.
           MOVE "CHEQUES DE NOMINA (BD-CHEQUES.TXT)" TO WS-SEC-TEXTO
           PERFORM 080-ENCABEZA-SECCION THRU 080-FIN
           OPEN INPUT CHEQUES
           IF NOT FS-CHEQUES-OK
              MOVE "NO SE PUDO ABRIR EL ARCHIVO." TO WS-TXT-TEXTO
              WRITE REG-REPORTE FROM WS-LIN-TEXTO
              GO TO 048-FIN
           END-IF
           WRITE REG-REPORTE FROM WS-COL-CHEQUE
           MOVE SPACES TO SW-FIN
           PERFORM 049-LEE-CHEQUE THRU 049-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE CHEQUES
           PERFORM 082-CIERRA-SECCION THRU 082-FIN.
       048-FIN. EXIT.

       049-LEE-CHEQUE.
           READ CHEQUES NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 049-FIN
           END-READ
           IF CHQ-ID-EMP NOT EQUAL WS-ID-BUSCA
              GO TO 049-FIN
           END-IF
           MOVE CHQ-FOLIO          TO WS-CHE-FOLIO
           MOVE CHQ-PERIODO        TO WS-CHE-PERIODO
           MOVE CHQ-NOMBRE         TO WS-CHE-NOMBRE
           MOVE CHQ-IMPORTE        TO WS-CHE-IMPORTE
           MOVE CHQ-FECHA-EMISION  TO WS-CHE-EMISION
           MOVE CHQ-STATUS         TO WS-CHE-STATUS
           WRITE REG-REPORTE FROM WS-LIN-CHEQUE
           ADD 1 TO WS-CONT-SECCION
                    WS-CONT-TOTAL.
       049-FIN. EXIT.

      *----------------------------------------------------------------
      * HISTORICO DE ARCHIVEMP: PUEDE HABER MAS DE UNA COPIA DE LA
      * MISMA CLAVE (UNA POR CADA BAJA ARCHIVADA).
      *----------------------------------------------------------------
       050-HISTORICO.
           MOVE "HISTORICO DE BAJAS (BD-EMPLEADOS-HISTORICO.TXT)"
             TO WS-SEC-TEXTO
           PERFORM 080-ENCABEZA-SECCION THRU 080-FIN
           OPEN INPUT HISTORICO
           IF NOT FS-HISTORICO-OK
              MOVE "NO EXISTE EL HISTORICO." TO WS-TXT-TEXTO
              WRITE REG-REPORTE FROM WS-LIN-TEXTO
              GO TO 050-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 051-LEE-HISTORICO THRU 051-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE HISTORICO
           PERFORM 082-CIERRA-SECCION THRU 082-FIN.
       050-FIN. EXIT.

       051-LEE-HISTORICO.
           READ HISTORICO
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 051-FIN
           END-READ
           IF REG-HISTORICO (1:4) NOT EQUAL WS-ID-BUSCA
              GO TO 051-FIN
           END-IF
           MOVE REG-HISTORICO TO WS-DATOS-EMPLEADO
           ADD 1 TO WS-CONT-SECCION
                    WS-CONT-TOTAL
           MOVE SPACES TO WS-TXT-TEXTO
           STRING "COPIA ARCHIVADA NUM. " DELIMITED BY SIZE
                  WS-CONT-SECCION         DELIMITED BY SIZE
                  INTO WS-TXT-TEXTO
           END-STRING
           WRITE REG-REPORTE FROM WS-LIN-TEXTO
           PERFORM 031-IMPRIME-EMPLEADO THRU 031-FIN.
       051-FIN. EXIT.

      *----------------------------------------------------------------
      * UNA BITACORA: LOS ARCHIVOS MENSUALES DE ARCHIAUD DEL MES 0001
      * AL MES EN CURSO Y AL FINAL EL ARCHIVO VIVO, COMO EN VERIBIT.
      * SOLO SE LEEN: SUS RENGLONES VAN SELLADOS Y NO SE TOCAN.
      *----------------------------------------------------------------
       052-BITACORA.
           IF LEE-AUDITORIA
              MOVE "BITACORA DE OPERACIONES (BD-AUDITORIA.TXT Y SUS "
                TO WS-SEC-TEXTO
              MOVE "ARCHIVOS MENSUALES)" TO WS-SEC-TEXTO (50:19)
              PERFORM 080-ENCABEZA-SECCION THRU 080-FIN
              WRITE REG-REPORTE FROM WS-COL-AUDITORIA
           ELSE
              MOVE "BITACORA DE CAMBIOS (BD-CAMBIOS.TXT Y SUS ARCHIVOS"
                TO WS-SEC-TEXTO
              MOVE " MENSUALES)" TO WS-SEC-TEXTO (52:11)
              PERFORM 080-ENCABEZA-SECCION THRU 080-FIN
              WRITE REG-REPORTE FROM WS-COL-CAMBIO
           END-IF
           MOVE 0001 TO WS-MES-ARCHIVO-N
           PERFORM 053-BITACORA-MES THRU 053-FIN
                   UNTIL WS-MES-ARCHIVO-N IS GREATER THAN WS-HOY-AAMM
           IF LEE-AUDITORIA
              MOVE SPACES TO WS-RUTA-AUDITORIA
              PERFORM 021-OBTIENE-RUTA-AUDITORIA THRU 021-FIN
              MOVE "BD-AUDITORIA.txt" TO WS-NOMBRE-ARCHIVO
           ELSE
              MOVE SPACES TO WS-RUTA-CAMBIOS
              PERFORM 023-OBTIENE-RUTA-CAMBIOS   THRU 023-FIN
              MOVE "BD-CAMBIOS.txt"   TO WS-NOMBRE-ARCHIVO
           END-IF
           PERFORM 054-RECORRE-BITACORA THRU 054-FIN
           PERFORM 082-CIERRA-SECCION THRU 082-FIN.
       052-FIN. EXIT.

       053-BITACORA-MES.
           MOVE SPACES TO WS-NOMBRE-ARCHIVO
           IF LEE-AUDITORIA
              STRING "BD-AUDITORIA-"     DELIMITED BY SIZE
                     WS-MES-ARCHIVO-X    DELIMITED BY SIZE
                     ".txt"              DELIMITED BY SIZE
                     INTO WS-NOMBRE-ARCHIVO
              END-STRING
              MOVE SPACES TO WS-RUTA-AUDITORIA
              STRING WS-DIR-DATOS        DELIMITED BY SPACE
                     "\"                 DELIMITED BY SIZE
                     WS-NOMBRE-ARCHIVO   DELIMITED BY SPACE
                     INTO WS-RUTA-AUDITORIA
              END-STRING
           ELSE
              STRING "BD-CAMBIOS-"       DELIMITED BY SIZE
                     WS-MES-ARCHIVO-X    DELIMITED BY SIZE
                     ".txt"              DELIMITED BY SIZE
                     INTO WS-NOMBRE-ARCHIVO
              END-STRING
              MOVE SPACES TO WS-RUTA-CAMBIOS
              STRING WS-DIR-DATOS        DELIMITED BY SPACE
                     "\"                 DELIMITED BY SIZE
                     WS-NOMBRE-ARCHIVO   DELIMITED BY SPACE
                     INTO WS-RUTA-CAMBIOS
              END-STRING
           END-IF
           PERFORM 054-RECORRE-BITACORA THRU 054-FIN
           ADD 1 TO WS-MES-MM
           IF WS-MES-MM IS GREATER THAN 12
              MOVE 01 TO WS-MES-MM
              ADD 1 TO WS-MES-AA
           END-IF.
       053-FIN. EXIT.

      *----------------------------------------------------------------
      * UN ARCHIVO DE LA BITACORA; EL MES SIN ARCHIVO SE SALTA.
      *----------------------------------------------------------------
       054-RECORRE-BITACORA.
           IF LEE-AUDITORIA
              OPEN INPUT AUDITORIA
              IF NOT FS-AUDITORIA-OK
                 GO TO 054-FIN
              END-IF
           ELSE
              OPEN INPUT CAMBIOS
              IF NOT FS-CAMBIOS-OK
                 GO TO 054-FIN
              END-IF
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 055-LEE-BITACORA THRU 055-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           IF LEE-AUDITORIA
              CLOSE AUDITORIA
           ELSE
              CLOSE CAMBIOS
           END-IF.
       054-FIN. EXIT.

       055-LEE-BITACORA.
           IF LEE-AUDITORIA
              READ AUDITORIA
                   AT END
                      MOVE "FIN" TO SW-FIN
                      GO TO 055-FIN
              END-READ
              IF AUD-ID-EMP NOT EQUAL WS-ID-BUSCA OR
                 AUD-OPERACION EQUAL "DISPER"
                 GO TO 055-FIN
              END-IF
              MOVE AUD-FECHA         TO WS-BAU-FECHA
              MOVE AUD-HORA          TO WS-BAU-HORA
              MOVE AUD-OPERACION     TO WS-BAU-OPERACION
              MOVE AUD-OPERADOR      TO WS-BAU-OPERADOR
              MOVE WS-NOMBRE-ARCHIVO TO WS-BAU-ARCHIVO
              WRITE REG-REPORTE FROM WS-LIN-AUDITORIA
           ELSE
              READ CAMBIOS
                   AT END
                      MOVE "FIN" TO SW-FIN
                      GO TO 055-FIN
              END-READ
              IF CAM-ID-EMP NOT EQUAL WS-ID-BUSCA
                 GO TO 055-FIN
              END-IF
              MOVE CAM-FECHA          TO WS-BCA-FECHA
              MOVE CAM-HORA           TO WS-BCA-HORA
              MOVE CAM-CAMPO          TO WS-BCA-CAMPO
              MOVE CAM-VALOR-ANTERIOR TO WS-BCA-ANTERIOR
              MOVE CAM-VALOR-NUEVO    TO WS-BCA-NUEVO
              MOVE WS-NOMBRE-ARCHIVO  TO WS-BCA-ARCHIVO
              WRITE REG-REPORTE FROM WS-LIN-CAMBIO
           END-IF
           ADD 1 TO WS-CONT-SECCION
                    WS-CONT-TOTAL.
       055-FIN. EXIT.

      *----------------------------------------------------------------
      * LA EMISION DEL REPORTE QUEDA EN LA BITACORA A NOMBRE DE LA
      * CLAVE CONSULTADA. LA RUTA SE REARMA PORQUE LAS SECCIONES DE
      * BITACORA LA DEJAN APUNTANDO AL ULTIMO ARCHIVO LEIDO.
      *----------------------------------------------------------------
       070-REGISTRA-ACCESO.
           MOVE SPACES TO WS-RUTA-AUDITORIA
           PERFORM 021-OBTIENE-RUTA-AUDITORIA THRU 021-FIN
           OPEN EXTEND AUDITORIA
           IF NOT FS-AUDITORIA-OK
              DISPLAY "NO SE PUDO ABRIR BD-AUDITORIA.TXT; EL REPORTE "
                      "NO QUEDO REGISTRADO EN LA BITACORA."
              GO TO 070-FIN
           END-IF
           MOVE WS-ID-BUSCA TO WS-ID-EMP
           MOVE "ARCO"      TO WS-AUD-OPERACION
           PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN
           CLOSE AUDITORIA.
       070-FIN. EXIT.

       080-ENCABEZA-SECCION.
           MOVE SPACES TO WS-TXT-TEXTO
           WRITE REG-REPORTE FROM WS-LIN-TEXTO
           WRITE REG-REPORTE FROM WS-LIN-SECCION
           MOVE SPACES TO WS-SEC-TEXTO
                          WS-TXT-TEXTO
           MOVE ZEROS  TO WS-CONT-SECCION.
       080-FIN. EXIT.

       082-CIERRA-SECCION.
           MOVE WS-CONT-SECCION TO WS-CTA-REGISTROS
           WRITE REG-REPORTE FROM WS-LIN-CUENTA
           MOVE SPACES TO WS-TXT-TEXTO.
       082-FIN. EXIT.

       085-ESCRIBE-DATO.
           WRITE REG-REPORTE FROM WS-LIN-DATO
           MOVE SPACES TO WS-DAT-ETIQUETA
                          WS-DAT-VALOR.
       085-FIN. EXIT.
