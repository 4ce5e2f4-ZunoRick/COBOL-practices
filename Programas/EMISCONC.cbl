      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * EMISCONC.cbl - CONCILIACION DE LA EMISION DEL IMSS (EMA
      *                MENSUAL O EBA BIMESTRAL) CONTRA LO QUE LA
      *                NOMINA CALCULO. LEE EMISION-IMSS.TXT (LA
      *                EMISION YA CONVERTIDA A RENGLONES DE ANCHO FIJO,
      *                CON HEADER Y TRAILER DE CONTROL COMO
      *                VENTAS-VENDEDOR.TXT) Y LA COMPARA EMPLEADO POR
      *                EMPLEADO, POR NSS, CONTRA BD-IMSS-PERIODO.TXT
      *                (DIAS COTIZADOS Y CUOTAS DE LOS PERIODOS DEL MES
      *                O BIMESTRE) Y BD-SDI.TXT. LISTA EN
      *                REPORTE-EMISION-IMSS.TXT A LOS EMPLEADOS QUE
      *                SOLO ESTAN DE UN LADO Y LAS DIFERENCIAS DE SDI,
      *                DIAS Y CUOTAS. UN SUPERVISOR O ADMINISTRADOR
      *                PUEDE DEJAR REGISTRADOS EN BD-AUDITORIA.TXT LOS
      *                MOVIMIENTOS CORRECTIVOS (ALTA, BAJA O
      *                MODIFICACION DE SALARIO) PARA QUE IDSEEXP LOS
      *                EXPORTE A IDSE ANTES DEL PLAZO DE PAGO.
      *                CADA EMISION ES DE UN SOLO REGISTRO PATRONAL (EL
      *                DEL HEADER): SOLO SE CONCILIAN LOS EMPLEADOS
      *                CUYA PLANTA TIENE ESE REGISTRO EN BD-PLANTAS.TXT
      *                Y BD-PATRONES.TXT.
      *----------------------------------------------------------------
      * MODIFICACIONES:
      * - SOLO SE CONCILIAN LOS EMPLEADOS DEL REGISTRO PATRONAL DEL
      *   HEADER; SI ESE REGISTRO NO ESTA EN BD-PATRONES.TXT NO SE
      *   CONCILIA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                EMISCONC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY OPERSEL.
           COPY AUDSEL.
           COPY IMPSEL.
           COPY SDISEL.
           COPY PLTSEL.
           COPY PATSEL.
           SELECT ARCHIVO-EMISION
           ASSIGN TO WS-RUTA-ARCHIVO-EMISION
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ARCHIVO-EMISION.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY OPERFD.
           COPY AUDFD.
           COPY IMPFD.
           COPY SDIFD.
           COPY PLTFD.
           COPY PATFD.

       FD  ARCHIVO-EMISION
           RECORD CONTAINS 40 CHARACTERS.
       01  REG-ARCHIVO-EMISION     PIC X(40).

       FD  REPORTE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(100).

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPFS.
           COPY EMPRUTA.
           COPY OPERFS.
           COPY OPERRUTA.
           COPY AUDFS.
           COPY AUDRUTA.
           COPY IMPFS.
           COPY IMPRUTA.
           COPY SDIFS.
           COPY SDIRUTA.
           COPY PLTFS.
           COPY PLTRUTA.
           COPY PATFS.
           COPY PATRUTA.

       01  WS-RUTA-ARCHIVO-EMISION PIC X(80).
       01  WS-RUTA-REPORTE         PIC X(80).
       01  WS-FS-ARCHIVO-EMISION   PIC X(02)    VALUE "00".
           88 FS-ARCHIVO-EMISION-OK        VALUE "00".
           88 FS-ARCHIVO-EMISION-EOF       VALUE "10".

       01  SW-CONFIRMA             PIC X(01).
       01  SW-FIN                  PIC X(03)    VALUE SPACES.

      *----------------------------------------------------------------
      * REGISTROS DE CONTROL DE LA EMISION, MISMO PATRON QUE
      * INCIDLOT: EL DETALLE EMPIEZA CON EL NSS (DIGITOS), ASI QUE LA
      * "H" Y LA "T" NO SE CONFUNDEN CON EL. EL TIPO DEL HEADER ES "M"
      * PARA LA EMA (PERIODO = MES 01-12) O "B" PARA LA EBA (PERIODO =
      * BIMESTRE 01-06). LAS CUOTAS VIAJAN CON DOS DECIMALES
      * IMPLICITOS Y EL TRAILER SUMA OBRERA MAS PATRONAL EN CENTAVOS.
      *----------------------------------------------------------------
       01  WS-REG-HEADER.
           05 WS-HDR-MARCA         PIC X(01).
           05 WS-HDR-TIPO          PIC X(01).
              88 HDR-EMA                  VALUE "M".
              88 HDR-EBA                  VALUE "B".
           05 WS-HDR-ANIO          PIC 9(04).
           05 WS-HDR-PERIODO       PIC 9(02).
           05 WS-HDR-REGISTRO      PIC X(11).

       01  WS-REG-TRAILER.
           05 WS-TRL-MARCA         PIC X(01).
           05 WS-TRL-CUENTA        PIC 9(07).
           05 WS-TRL-SUMA          PIC 9(13).

       01  WS-REG-DETALLE.
           05 WS-DET-NSS           PIC X(11).
           05 WS-DET-CIFRAS.
              10 WS-DET-SDI        PIC 9(05)V99.
              10 WS-DET-DIAS       PIC 9(02).
              10 WS-DET-OBRERO     PIC 9(07)V99.
              10 WS-DET-PATRON     PIC 9(07)V99.

       01  WS-CUENTA-DETALLE       PIC 9(07)    VALUE ZEROS.
       01  WS-SUMA-DETALLE         PIC 9(13)    VALUE ZEROS.
       01  WS-CONT-ILEGIBLES       PIC 9(05)    VALUE ZEROS.
       01  SW-HAY-HEADER           PIC X(01)    VALUE "N".
       01  SW-HAY-TRAILER          PIC X(01)    VALUE "N".

      *----------------------------------------------------------------
      * LA EMISION COMPLETA SE GUARDA EN MEMORIA PARA BUSCARLA POR NSS
      * MIENTRAS SE RECORRE EL MAESTRO; EL RENGLON QUE SE CASA CON UN
      * EMPLEADO QUEDA MARCADO Y LOS NO MARCADOS AL FINAL SON LOS QUE
      * SOLO ESTAN EN LA EMISION.
      *----------------------------------------------------------------
       01  WS-EMI-RENGLONES        PIC 9(05)    VALUE ZEROS.
       01  WS-EMI-IDX              PIC 9(05).
       01  WS-EMI-ENCONTRADO       PIC 9(05).
       01  WS-TABLA-EMISION.
           05 WS-EMI-REN OCCURS 9999 TIMES.
              10 WS-EMI-NSS        PIC X(11).
              10 WS-EMI-SDI        PIC 9(05)V99.
              10 WS-EMI-DIAS       PIC 9(03).
              10 WS-EMI-CUOTA      PIC 9(09)V99.
              10 WS-EMI-CASADO     PIC X(01).

      *----------------------------------------------------------------
      * MOVIMIENTOS CORRECTIVOS PROPUESTOS (CLAVE DE EMPLEADO Y
      * OPERACION DE BITACORA QUE IDSEEXP TRADUCE A A/B/M).
      *----------------------------------------------------------------
       01  WS-COR-PROPUESTA        PIC X(06).
       01  WS-COR-RENGLONES        PIC 9(04)    VALUE ZEROS.
       01  WS-COR-IDX              PIC 9(04).
       01  WS-TABLA-CORRECTIVOS.
           05 WS-COR-REN OCCURS 9999 TIMES.
              10 WS-COR-ID-EMP     PIC 9(04).
              10 WS-COR-OPERACION  PIC X(06).

      *----------------------------------------------------------------
      * PERIODOS DE BD-IMSS-PERIODO.TXT QUE CUBRE LA EMISION: POR CADA
      * MES, SUS DOS QUINCENAS (MM1, MM2) Y SUS SEMANAS (MM+50, 1-5).
      *----------------------------------------------------------------
       01  WS-PERIODO-IMSS.
           05 WS-PIM-ANIO          PIC 9(04).
           05 WS-PIM-MES           PIC 9(02).
           05 WS-PIM-QUINCENA      PIC 9(01).
       01  WS-MES-INICIAL          PIC 9(02).
       01  WS-MES-FINAL            PIC 9(02).
       01  WS-MES-IDX              PIC 9(02).
       01  WS-SEMANA-IDX           PIC 9(01).

       01  SW-TIENE-CUOTAS         PIC X(01).
           88 TIENE-CUOTAS                VALUE "S".
       01  WS-NOM-DIAS             PIC 9(03).
       01  WS-NOM-CUOTA            PIC 9(09)V99.
       01  WS-NOM-SDI              PIC 9(07)V99.
       01  WS-DIFERENCIA           PIC S9(09)V99.

      *----------------------------------------------------------------
      * LAS CUOTAS SE DAN POR BUENAS CON UN PESO DE DIFERENCIA POR
      * EMPLEADO (REDONDEOS DEL IMSS RAMO POR RAMO).
      *----------------------------------------------------------------
       01  WS-TOLERANCIA           PIC 9(03)V99 VALUE 1.00.

       01  WS-CONT-CONCILIADOS     PIC 9(05)    VALUE ZEROS.
       01  WS-CONT-SOLO-NOMINA     PIC 9(05)    VALUE ZEROS.
       01  WS-CONT-SOLO-EMISION    PIC 9(05)    VALUE ZEROS.
       01  WS-CONT-DIF-SDI         PIC 9(05)    VALUE ZEROS.
       01  WS-CONT-DIF-DIAS        PIC 9(05)    VALUE ZEROS.
       01  WS-CONT-DIF-CUOTA       PIC 9(05)    VALUE ZEROS.
       01  WS-CONT-SIN-NSS         PIC 9(05)    VALUE ZEROS.
       01  WS-CONT-SIN-PATRON      PIC 9(05)    VALUE ZEROS.
       01  WS-TOT-NOMINA           PIC 9(11)V99 VALUE ZEROS.
       01  WS-TOT-EMISION          PIC 9(11)V99 VALUE ZEROS.

       01  WS-MARGEN.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(01)   VALUE "*".
           05 FILLER              PIC X(97)   VALUE ALL "-".
           05 FILLER              PIC X(01)   VALUE "*".

       01  WS-TITULO.
           05 FILLER              PIC X(10)   VALUE SPACES.
           05 FILLER              PIC X(33)   VALUE
              "CONCILIACION DE LA EMISION IMSS  ".
           05 WS-TIT-TIPO         PIC X(04).
           05 WS-TIT-ANIO         PIC 9(04).
           05 FILLER              PIC X(01)   VALUE "-".
           05 WS-TIT-PERIODO      PIC 9(02).
           05 FILLER              PIC X(12)   VALUE "  REGISTRO: ".
           05 WS-TIT-REGISTRO     PIC X(11).
           05 FILLER              PIC X(23)   VALUE SPACES.

       01  WS-COLUMNAS.
           05 FILLER              PIC X(50)   VALUE
              "   EMP  NSS          NOMBRE                   DIFE".
           05 FILLER              PIC X(50)   VALUE
              "RENCIA          NOMINA         IMSS   DIFERENCIA".

       01  WS-DETALLE.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-LIN-ID           PIC ZZZZZ.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-LIN-NSS          PIC X(11).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-LIN-NOMBRE       PIC X(24).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-LIN-DIFERENCIA   PIC X(16).
           05 WS-LIN-NOMINA       PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-LIN-IMSS         PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-LIN-DIF          PIC ZZZ,ZZ9.99-.
           05 FILLER              PIC X(01)   VALUE SPACES.

       01  WS-TOTALES.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-TOT-LEYENDA      PIC X(40).
           05 WS-TOT-CUENTA       PIC ZZZZ9.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 WS-TOT-IMPORTE      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(32)   VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 027-OBTIENE-RUTA-OPERADORES  THRU 027-FIN
           PERFORM 021-OBTIENE-RUTA-AUDITORIA   THRU 021-FIN
           PERFORM 049-OBTIENE-RUTA-IMSS-PERIODO THRU 049-FIN
           PERFORM 075-OBTIENE-RUTA-SDI         THRU 075-FIN
           PERFORM 057-OBTIENE-RUTA-PLANTAS     THRU 057-FIN
           PERFORM 177-OBTIENE-RUTA-PATRONES    THRU 177-FIN
           PERFORM 016-OBTIENE-RUTAS-PROPIAS    THRU 016-FIN
           PERFORM 028-ABRE-OPERADORES          THRU 028-FIN
           PERFORM 029-VALIDA-OPERADOR          THRU 029-FIN
           CLOSE OPERADORES
           MOVE WS-OPERADOR-ID TO WS-AUD-OPERADOR
           PERFORM 030-CARGA-EMISION            THRU 030-FIN
           PERFORM 178-CARGA-PATRONES           THRU 178-FIN
           PERFORM 034-VALIDA-REGISTRO          THRU 034-FIN
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           MOVE WS-HDR-ANIO     TO WS-TIT-ANIO
           MOVE WS-HDR-PERIODO  TO WS-TIT-PERIODO
           MOVE WS-HDR-REGISTRO TO WS-TIT-REGISTRO
           IF HDR-EMA
              MOVE "EMA " TO WS-TIT-TIPO
           ELSE
              MOVE "EBA " TO WS-TIT-TIPO
           END-IF
           WRITE REG-REPORTE FROM WS-TITULO
           WRITE REG-REPORTE FROM WS-MARGEN
           WRITE REG-REPORTE FROM WS-COLUMNAS
           WRITE REG-REPORTE FROM WS-MARGEN
           PERFORM 040-LEE-EMPLEADO             THRU 040-FIN
           PERFORM 050-CONCILIA-EMPLEADO        THRU 050-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           MOVE 1 TO WS-EMI-IDX
           PERFORM 070-SOLO-EMISION             THRU 070-FIN
                   UNTIL WS-EMI-IDX IS GREATER THAN WS-EMI-RENGLONES
           WRITE REG-REPORTE FROM WS-MARGEN
           PERFORM 080-IMPRIME-TOTALES          THRU 080-FIN
           PERFORM 090-CIERRA-ARCHIVOS          THRU 090-FIN
           DISPLAY "EMPLEADOS CONCILIADOS   : " WS-CONT-CONCILIADOS
           DISPLAY "SOLO EN NOMINA          : " WS-CONT-SOLO-NOMINA
           DISPLAY "SOLO EN LA EMISION      : " WS-CONT-SOLO-EMISION
           DISPLAY "SIN REGISTRO PATRONAL   : " WS-CONT-SIN-PATRON
           DISPLAY "DIFERENCIAS SDI/DIAS/CUOTA: " WS-CONT-DIF-SDI "/"
                   WS-CONT-DIF-DIAS "/" WS-CONT-DIF-CUOTA
           DISPLAY "REPORTE: " WS-RUTA-REPORTE
           IF WS-COR-RENGLONES IS GREATER THAN ZEROS
              PERFORM 085-REGISTRA-CORRECTIVOS  THRU 085-FIN
           END-IF
           GOBACK.

           COPY EMPRUTAP.
           COPY OPERRUTAP.
           COPY AUDRUTAP.
           COPY AUDWRTP.
           COPY IMPRUTAP.
           COPY SDIRUTAP.
      *----------------------------------------------------------------
      * EL 056 DE ESTE PROGRAMA ES LA BUSQUEDA POR NSS: LA RUTA DE
      * PLANTAS SE NUMERA 057.
      *----------------------------------------------------------------
           COPY PLTRUTAP REPLACING
                ==056-OBTIENE-RUTA-PLANTAS==
                BY ==057-OBTIENE-RUTA-PLANTAS==
                ==056-FIN== BY ==057-FIN==.
           COPY PATRUTAP.
           COPY PATCARGP.

       028-ABRE-OPERADORES.
           OPEN INPUT OPERADORES
           IF NOT FS-OPERADORES-OK
              DISPLAY "NO SE PUDO ABRIR BD-OPERADORES.TXT. DE DE ALTA "
                      "LOS OPERADORES DESDE CRUD-EMP PRIMERO."
              GOBACK
           END-IF.
       028-FIN. EXIT.

           COPY OPERVALP.

      *----------------------------------------------------------------
      * EMISION-IMSS.TXT Y REPORTE-EMISION-IMSS.TXT VIVEN EN LA MISMA
      * CARPETA QUE BD-EMPLEADOS.TXT.
      *----------------------------------------------------------------
       016-OBTIENE-RUTAS-PROPIAS.
           STRING WS-DIR-DATOS               DELIMITED BY SPACE
                  "\EMISION-IMSS.TXT"        DELIMITED BY SIZE
                  INTO WS-RUTA-ARCHIVO-EMISION
           END-STRING
           STRING WS-DIR-DATOS               DELIMITED BY SPACE
                  "\REPORTE-EMISION-IMSS.TXT" DELIMITED BY SIZE
                  INTO WS-RUTA-REPORTE
           END-STRING.
       016-FIN. EXIT.

       020-ABRE-ARCHIVOS.
           OPEN INPUT EMPLEADOS
           IF NOT FS-EMPLEADOS-OK
              DISPLAY "NO SE PUDO ABRIR BD-EMPLEADOS.TXT."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT IMSS-PERIODO
           IF NOT FS-IMSS-PERIODO-OK
              DISPLAY "NO SE PUDO ABRIR BD-IMSS-PERIODO.TXT; LOS "
                      "PERIODOS DEBEN CALCULARSE CON NOMQUINC ANTES "
                      "DE CONCILIAR."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT ARCHIVO-SDI
           IF NOT FS-SDI-OK
              DISPLAY "NO SE PUDO ABRIR BD-SDI.TXT; CORRA SDIBIM "
                      "ANTES DE CONCILIAR."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT REPORTE.
       020-FIN. EXIT.

      *----------------------------------------------------------------
      * UNA SOLA PASADA DEL ARCHIVO: GUARDA EL DETALLE EN LA TABLA Y
      * CUADRA EL TRAILER. SI LAS CIFRAS DE CONTROL NO CUADRAN O EL
      * HEADER NO ES VALIDO, NO SE CONCILIA NADA.
      *----------------------------------------------------------------
       030-CARGA-EMISION.
           OPEN INPUT ARCHIVO-EMISION
           IF NOT FS-ARCHIVO-EMISION-OK
              DISPLAY "NO SE ENCONTRO EMISION-IMSS.TXT EN LA CARPETA "
                      "DE DATOS."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 031-LEE-EMISION THRU 031-FIN
           PERFORM 032-GUARDA-RENGLON THRU 032-FIN
                   UNTIL FS-ARCHIVO-EMISION-EOF
           CLOSE ARCHIVO-EMISION
           IF SW-HAY-HEADER NOT EQUAL "S" OR
              SW-HAY-TRAILER NOT EQUAL "S"
              DISPLAY "LA EMISION NO TRAE HEADER O TRAILER; NO SE "
                      "CONCILIA."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-CUENTA-DETALLE NOT EQUAL WS-TRL-CUENTA OR
              WS-SUMA-DETALLE   NOT EQUAL WS-TRL-SUMA
              DISPLAY "LAS CIFRAS DE CONTROL NO CUADRAN: EL TRAILER "
                      "DICE " WS-TRL-CUENTA " RENGLONES POR "
                      WS-TRL-SUMA " CENTAVOS Y EL DETALLE TRAE "
                      WS-CUENTA-DETALLE " POR " WS-SUMA-DETALLE
                      ". NO SE CONCILIA."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-CONT-ILEGIBLES IS GREATER THAN ZEROS
              DISPLAY "LA EMISION TRAE " WS-CONT-ILEGIBLES
                      " RENGLONES ILEGIBLES O DE MAS; NO SE CONCILIA."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-HDR-ANIO NOT NUMERIC OR
              WS-HDR-PERIODO NOT NUMERIC OR
              WS-HDR-PERIODO IS LESS THAN 1
              DISPLAY "EL PERIODO DEL HEADER NO ES VALIDO."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           EVALUATE TRUE
           WHEN HDR-EMA AND WS-HDR-PERIODO IS NOT GREATER THAN 12
              MOVE WS-HDR-PERIODO TO WS-MES-INICIAL
                                     WS-MES-FINAL
           WHEN HDR-EBA AND WS-HDR-PERIODO IS NOT GREATER THAN 6
              COMPUTE WS-MES-INICIAL = WS-HDR-PERIODO * 2 - 1
              COMPUTE WS-MES-FINAL   = WS-HDR-PERIODO * 2
           WHEN OTHER
              DISPLAY "EL HEADER DEBE SER EMA (M, MES 01-12) O EBA "
                      "(B, BIMESTRE 01-06)."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-EVALUATE.
       030-FIN. EXIT.

      *----------------------------------------------------------------
      * EL REGISTRO PATRONAL DEL HEADER TIENE QUE ESTAR EN EL CATALOGO;
      * SIN EL NO HAY MANERA DE SABER QUE EMPLEADOS LE TOCAN.
      *----------------------------------------------------------------
       034-VALIDA-REGISTRO.
           MOVE ZEROS TO WS-PAT-ENCONTRADO
           MOVE 1     TO WS-PAT-IDX
           PERFORM 035-COMPARA-REGISTRO THRU 035-FIN
                   UNTIL WS-PAT-IDX IS GREATER THAN WS-PAT-RENGLONES
                      OR WS-PAT-ENCONTRADO IS GREATER THAN ZEROS
           IF WS-PAT-ENCONTRADO EQUAL ZEROS
              DISPLAY "EL REGISTRO PATRONAL " WS-HDR-REGISTRO
                      " DEL HEADER NO ESTA EN BD-PATRONES.TXT; DELO "
                      "DE ALTA EN MANTCAT. NO SE CONCILIA."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       034-FIN. EXIT.

       035-COMPARA-REGISTRO.
           IF WS-PAT-T-REGISTRO (WS-PAT-IDX) EQUAL WS-HDR-REGISTRO
              MOVE WS-PAT-IDX TO WS-PAT-ENCONTRADO
           END-IF
           ADD 1 TO WS-PAT-IDX.
       035-FIN. EXIT.

       031-LEE-EMISION.
           READ ARCHIVO-EMISION
                AT END
                   MOVE "10" TO WS-FS-ARCHIVO-EMISION
           END-READ.
       031-FIN. EXIT.

       032-GUARDA-RENGLON.
           EVALUATE REG-ARCHIVO-EMISION (1:1)
           WHEN "H"
              MOVE REG-ARCHIVO-EMISION (1:19) TO WS-REG-HEADER
              MOVE "S" TO SW-HAY-HEADER
           WHEN "T"
              MOVE REG-ARCHIVO-EMISION (1:21) TO WS-REG-TRAILER
              MOVE "S" TO SW-HAY-TRAILER
           WHEN OTHER
              ADD 1 TO WS-CUENTA-DETALLE
              MOVE REG-ARCHIVO-EMISION (1:38) TO WS-REG-DETALLE
              IF WS-DET-CIFRAS NOT NUMERIC OR
                 WS-DET-NSS EQUAL SPACES OR
                 WS-EMI-RENGLONES NOT LESS THAN 9999
                 ADD 1 TO WS-CONT-ILEGIBLES
              ELSE
                 COMPUTE WS-SUMA-DETALLE = WS-SUMA-DETALLE +
                         (WS-DET-OBRERO + WS-DET-PATRON) * 100
                 ADD 1 TO WS-EMI-RENGLONES
                 MOVE WS-DET-NSS  TO WS-EMI-NSS   (WS-EMI-RENGLONES)
                 MOVE WS-DET-SDI  TO WS-EMI-SDI   (WS-EMI-RENGLONES)
                 MOVE WS-DET-DIAS TO WS-EMI-DIAS  (WS-EMI-RENGLONES)
                 COMPUTE WS-EMI-CUOTA (WS-EMI-RENGLONES) =
                         WS-DET-OBRERO + WS-DET-PATRON
                 MOVE "N"         TO WS-EMI-CASADO (WS-EMI-RENGLONES)
              END-IF
           END-EVALUATE
           PERFORM 031-LEE-EMISION THRU 031-FIN.
       032-FIN. EXIT.

       040-LEE-EMPLEADO.
           READ EMPLEADOS NEXT RECORD INTO WS-DATOS-EMPLEADO
                AT END
                   MOVE "FIN" TO SW-FIN
           END-READ.
       040-FIN. EXIT.

      *----------------------------------------------------------------
      * POR CADA EMPLEADO DEL MAESTRO: LO QUE LA NOMINA COTIZO EN EL
      * MES O BIMESTRE Y SU RENGLON EN LA EMISION (POR NSS). EL QUE NO
      * APARECE DE NINGUN LADO NO SE LISTA. EL DE UNA PLANTA DE OTRO
      * REGISTRO PATRONAL NO ES DE ESTA EMISION Y SE SALTA; EL DE UNA
      * PLANTA SIN REGISTRO SE AVISA SI COTIZO Y TAMBIEN SE SALTA.
      *----------------------------------------------------------------
       050-CONCILIA-EMPLEADO.
           PERFORM 185-UBICA-PATRON-EMP THRU 185-FIN
           IF WS-PAT-IDX-EMP IS GREATER THAN ZEROS
              IF WS-PAT-T-REGISTRO (WS-PAT-IDX-EMP) NOT EQUAL
                 WS-HDR-REGISTRO
                 GO TO 050-SIGUE
              END-IF
           END-IF
           PERFORM 052-SUMA-NOMINA THRU 052-FIN
           IF WS-PAT-IDX-EMP EQUAL ZEROS
              IF TIENE-CUOTAS
                 DISPLAY "EMPLEADO " WS-ID-EMP " EN LA PLANTA "
                         WS-PLANTA " SIN REGISTRO PATRONAL; NO SE "
                         "CONCILIA."
                 ADD 1 TO WS-CONT-SIN-PATRON
              END-IF
              GO TO 050-SIGUE
           END-IF
           MOVE ZEROS TO WS-EMI-ENCONTRADO
           IF WS-NSS NOT EQUAL SPACES
              MOVE 1 TO WS-EMI-IDX
              PERFORM 056-BUSCA-NSS THRU 056-FIN
                      UNTIL WS-EMI-IDX IS GREATER THAN
                            WS-EMI-RENGLONES
                         OR WS-EMI-ENCONTRADO IS GREATER THAN ZEROS
           END-IF
           IF NOT TIENE-CUOTAS AND WS-EMI-ENCONTRADO EQUAL ZEROS
              GO TO 050-SIGUE
           END-IF
           MOVE SPACES    TO WS-DETALLE
           MOVE WS-ID-EMP TO WS-LIN-ID
           MOVE WS-NSS    TO WS-LIN-NSS
           STRING WS-APE-PAT-EMP  DELIMITED BY "  "
                  " "             DELIMITED BY SIZE
                  WS-NOMBRE-EMP   DELIMITED BY "  "
                  INTO WS-LIN-NOMBRE
           END-STRING
           IF TIENE-CUOTAS
              ADD WS-NOM-CUOTA TO WS-TOT-NOMINA
           END-IF
           IF TIENE-CUOTAS AND WS-NSS EQUAL SPACES
              MOVE "SIN NSS"       TO WS-LIN-DIFERENCIA
              MOVE WS-NOM-CUOTA    TO WS-LIN-NOMINA
              WRITE REG-REPORTE FROM WS-DETALLE
              ADD 1 TO WS-CONT-SIN-NSS
              GO TO 050-SIGUE
           END-IF
           IF WS-EMI-ENCONTRADO EQUAL ZEROS
              MOVE "SOLO EN NOMINA"  TO WS-LIN-DIFERENCIA
              MOVE WS-NOM-CUOTA      TO WS-LIN-NOMINA
              WRITE REG-REPORTE FROM WS-DETALLE
              ADD 1 TO WS-CONT-SOLO-NOMINA
              IF EMP-ACTIVO
                 MOVE "IDSALT" TO WS-COR-PROPUESTA
                 PERFORM 064-ANOTA-CORRECTIVO THRU 064-FIN
              END-IF
              GO TO 050-SIGUE
           END-IF
           MOVE "S" TO WS-EMI-CASADO (WS-EMI-ENCONTRADO)
           ADD WS-EMI-CUOTA (WS-EMI-ENCONTRADO) TO WS-TOT-EMISION
           IF NOT TIENE-CUOTAS
              MOVE "SOLO EN EMISION" TO WS-LIN-DIFERENCIA
              MOVE WS-EMI-CUOTA (WS-EMI-ENCONTRADO) TO WS-LIN-IMSS
              WRITE REG-REPORTE FROM WS-DETALLE
              ADD 1 TO WS-CONT-SOLO-EMISION
              IF EMP-INACTIVO
                 PERFORM 066-PROPONE-BAJA THRU 066-FIN
              END-IF
              GO TO 050-SIGUE
           END-IF
           ADD 1 TO WS-CONT-CONCILIADOS
           PERFORM 058-COMPARA THRU 058-FIN.
       050-SIGUE.
           PERFORM 040-LEE-EMPLEADO THRU 040-FIN.
       050-FIN. EXIT.

      *----------------------------------------------------------------
      * LA EMA TRAE LOS RAMOS MENSUALES Y LA EBA LOS BIMESTRALES: DE
      * CADA PERIODO SE TOMA LA PORCION QUE CORRESPONDE. LOS DIAS SON
      * LOS COTIZADOS DE TODOS LOS PERIODOS QUE CAEN EN LOS MESES.
      *----------------------------------------------------------------
       052-SUMA-NOMINA.
           MOVE "N"   TO SW-TIENE-CUOTAS
           MOVE ZEROS TO WS-NOM-DIAS
                         WS-NOM-CUOTA
           MOVE WS-MES-INICIAL TO WS-MES-IDX
           PERFORM 053-SUMA-MES THRU 053-FIN
                   UNTIL WS-MES-IDX IS GREATER THAN WS-MES-FINAL.
       052-FIN. EXIT.

       053-SUMA-MES.
           MOVE WS-HDR-ANIO TO WS-PIM-ANIO
           MOVE WS-MES-IDX  TO WS-PIM-MES
           MOVE 1 TO WS-PIM-QUINCENA
           PERFORM 054-SUMA-PERIODO THRU 054-FIN
           MOVE 2 TO WS-PIM-QUINCENA
           PERFORM 054-SUMA-PERIODO THRU 054-FIN
           COMPUTE WS-PIM-MES = WS-MES-IDX + 50
           MOVE 1 TO WS-SEMANA-IDX
           PERFORM 055-SUMA-SEMANA THRU 055-FIN
                   UNTIL WS-SEMANA-IDX IS GREATER THAN 5
           ADD 1 TO WS-MES-IDX.
       053-FIN. EXIT.

       054-SUMA-PERIODO.
           MOVE WS-PERIODO-IMSS TO IMP-PERIODO
           MOVE WS-ID-EMP       TO IMP-ID-EMP
           READ IMSS-PERIODO
                INVALID KEY
                   GO TO 054-FIN
           END-READ
           MOVE "S" TO SW-TIENE-CUOTAS
           ADD IMP-DIAS-COTIZADOS TO WS-NOM-DIAS
           IF HDR-EMA
              COMPUTE WS-NOM-CUOTA = WS-NOM-CUOTA +
                      IMP-CUOTA-OBRERO + IMP-CUOTA-PATRON -
                      IMP-OBRERO-BIMESTRAL - IMP-PATRON-BIMESTRAL
           ELSE
              COMPUTE WS-NOM-CUOTA = WS-NOM-CUOTA +
                      IMP-OBRERO-BIMESTRAL + IMP-PATRON-BIMESTRAL
           END-IF.
       054-FIN. EXIT.

       055-SUMA-SEMANA.
           MOVE WS-SEMANA-IDX TO WS-PIM-QUINCENA
           PERFORM 054-SUMA-PERIODO THRU 054-FIN
           ADD 1 TO WS-SEMANA-IDX.
       055-FIN. EXIT.

       056-BUSCA-NSS.
           IF WS-EMI-NSS (WS-EMI-IDX) EQUAL WS-NSS
              MOVE WS-EMI-IDX TO WS-EMI-ENCONTRADO
           END-IF
           ADD 1 TO WS-EMI-IDX.
       056-FIN. EXIT.

      *----------------------------------------------------------------
      * EL SDI DE LA NOMINA ES EL VIGENTE EN BD-SDI.TXT, ASI QUE LA
      * CONCILIACION SE CORRE EN CUANTO LLEGA LA EMISION. UN SDI
      * DISTINTO SE CORRIGE CON MODIFICACION DE SALARIO; LOS DIAS Y
      * LAS CUOTAS SOLO SE LISTAN PARA REVISARLOS A MANO.
      *----------------------------------------------------------------
       058-COMPARA.
           MOVE ZEROS TO WS-NOM-SDI
           MOVE WS-ID-EMP TO SDI-ID-EMP
           READ ARCHIVO-SDI
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE SDI-TOTAL TO WS-NOM-SDI
           END-READ
           IF WS-NOM-SDI NOT EQUAL WS-EMI-SDI (WS-EMI-ENCONTRADO)
              MOVE "SDI"        TO WS-LIN-DIFERENCIA
              MOVE WS-NOM-SDI   TO WS-LIN-NOMINA
              MOVE WS-EMI-SDI (WS-EMI-ENCONTRADO) TO WS-LIN-IMSS
              COMPUTE WS-DIFERENCIA =
                      WS-NOM-SDI - WS-EMI-SDI (WS-EMI-ENCONTRADO)
              PERFORM 062-IMPRIME-DIFERENCIA THRU 062-FIN
              ADD 1 TO WS-CONT-DIF-SDI
              IF WS-NOM-SDI IS GREATER THAN ZEROS
                 MOVE "IDSMOD" TO WS-COR-PROPUESTA
                 PERFORM 064-ANOTA-CORRECTIVO THRU 064-FIN
              END-IF
           END-IF
           IF WS-NOM-DIAS NOT EQUAL WS-EMI-DIAS (WS-EMI-ENCONTRADO)
              MOVE "DIAS"       TO WS-LIN-DIFERENCIA
              MOVE WS-NOM-DIAS  TO WS-LIN-NOMINA
              MOVE WS-EMI-DIAS (WS-EMI-ENCONTRADO) TO WS-LIN-IMSS
              COMPUTE WS-DIFERENCIA =
                      WS-NOM-DIAS - WS-EMI-DIAS (WS-EMI-ENCONTRADO)
              PERFORM 062-IMPRIME-DIFERENCIA THRU 062-FIN
              ADD 1 TO WS-CONT-DIF-DIAS
           END-IF
           COMPUTE WS-DIFERENCIA =
                   WS-NOM-CUOTA - WS-EMI-CUOTA (WS-EMI-ENCONTRADO)
           IF WS-DIFERENCIA IS GREATER THAN WS-TOLERANCIA OR
              WS-DIFERENCIA + WS-TOLERANCIA IS LESS THAN ZEROS
              MOVE "CUOTA"      TO WS-LIN-DIFERENCIA
              MOVE WS-NOM-CUOTA TO WS-LIN-NOMINA
              MOVE WS-EMI-CUOTA (WS-EMI-ENCONTRADO) TO WS-LIN-IMSS
              PERFORM 062-IMPRIME-DIFERENCIA THRU 062-FIN
              ADD 1 TO WS-CONT-DIF-CUOTA
           END-IF.
       058-FIN. EXIT.

       062-IMPRIME-DIFERENCIA.
           MOVE WS-DIFERENCIA TO WS-LIN-DIF
           WRITE REG-REPORTE FROM WS-DETALLE
           MOVE SPACES TO WS-LIN-NOMBRE
                          WS-LIN-NSS
           MOVE ZEROS  TO WS-LIN-ID.
       062-FIN. EXIT.

      *----------------------------------------------------------------
      * LA OPERACION PROPUESTA LLEGA EN WS-COR-PROPUESTA Y SE GUARDA EN
      * EL SIGUIENTE RENGLON LIBRE CON LA CLAVE DEL EMPLEADO EN TURNO.
      *----------------------------------------------------------------
       064-ANOTA-CORRECTIVO.
           IF WS-COR-RENGLONES NOT LESS THAN 9999
              GO TO 064-FIN
           END-IF
           ADD 1 TO WS-COR-RENGLONES
           MOVE WS-COR-PROPUESTA TO WS-COR-OPERACION (WS-COR-RENGLONES)
           MOVE WS-ID-EMP        TO WS-COR-ID-EMP    (WS-COR-RENGLONES).
       064-FIN. EXIT.

      *----------------------------------------------------------------
      * EL EMPLEADO QUE EL IMSS SIGUE EMITIENDO PERO QUE YA ESTA DADO
      * DE BAJA EN EL MAESTRO TIENE PENDIENTE SU BAJA EN IDSE.
      *----------------------------------------------------------------
       066-PROPONE-BAJA.
           MOVE "IDSBAJ" TO WS-COR-PROPUESTA
           PERFORM 064-ANOTA-CORRECTIVO THRU 064-FIN.
       066-FIN. EXIT.

      *----------------------------------------------------------------
      * LOS RENGLONES DE LA EMISION QUE NINGUN EMPLEADO DEL MAESTRO
      * RECLAMO: NSS QUE NO ESTA EN EL MAESTRO (O MAL CAPTURADO). SE
      * ACLARAN A MANO CON EL IMSS.
      *----------------------------------------------------------------
       070-SOLO-EMISION.
           IF WS-EMI-CASADO (WS-EMI-IDX) EQUAL "S"
              GO TO 070-SIGUE
           END-IF
           MOVE SPACES TO WS-DETALLE
           MOVE ZEROS  TO WS-LIN-ID
           MOVE WS-EMI-NSS (WS-EMI-IDX)   TO WS-LIN-NSS
           MOVE "NSS NO ESTA EN MAESTRO"   TO WS-LIN-NOMBRE
           MOVE "SOLO EN EMISION"         TO WS-LIN-DIFERENCIA
           MOVE WS-EMI-CUOTA (WS-EMI-IDX) TO WS-LIN-IMSS
           WRITE REG-REPORTE FROM WS-DETALLE
           ADD WS-EMI-CUOTA (WS-EMI-IDX)  TO WS-TOT-EMISION
           ADD 1 TO WS-CONT-SOLO-EMISION.
       070-SIGUE.
           ADD 1 TO WS-EMI-IDX.
       070-FIN. EXIT.

       080-IMPRIME-TOTALES.
           MOVE SPACES TO WS-TOTALES
           MOVE "EMPLEADOS CONCILIADOS"        TO WS-TOT-LEYENDA
           MOVE WS-CONT-CONCILIADOS            TO WS-TOT-CUENTA
           WRITE REG-REPORTE FROM WS-TOTALES
           MOVE "SOLO EN NOMINA"               TO WS-TOT-LEYENDA
           MOVE WS-CONT-SOLO-NOMINA            TO WS-TOT-CUENTA
           WRITE REG-REPORTE FROM WS-TOTALES
           MOVE "SOLO EN LA EMISION"           TO WS-TOT-LEYENDA
           MOVE WS-CONT-SOLO-EMISION           TO WS-TOT-CUENTA
           WRITE REG-REPORTE FROM WS-TOTALES
           MOVE "COTIZARON SIN NSS CAPTURADO"  TO WS-TOT-LEYENDA
           MOVE WS-CONT-SIN-NSS                TO WS-TOT-CUENTA
           WRITE REG-REPORTE FROM WS-TOTALES
           MOVE "COTIZARON EN PLANTA SIN REGISTRO" TO WS-TOT-LEYENDA
           MOVE WS-CONT-SIN-PATRON             TO WS-TOT-CUENTA
           WRITE REG-REPORTE FROM WS-TOTALES
           MOVE "CON DIFERENCIA DE SDI"        TO WS-TOT-LEYENDA
           MOVE WS-CONT-DIF-SDI                TO WS-TOT-CUENTA
           WRITE REG-REPORTE FROM WS-TOTALES
           MOVE "CON DIFERENCIA DE DIAS"       TO WS-TOT-LEYENDA
           MOVE WS-CONT-DIF-DIAS               TO WS-TOT-CUENTA
           WRITE REG-REPORTE FROM WS-TOTALES
           MOVE "CON DIFERENCIA DE CUOTA"      TO WS-TOT-LEYENDA
           MOVE WS-CONT-DIF-CUOTA              TO WS-TOT-CUENTA
           WRITE REG-REPORTE FROM WS-TOTALES
           MOVE SPACES TO WS-TOTALES
           MOVE "CUOTAS CALCULADAS POR LA NOMINA" TO WS-TOT-LEYENDA
           MOVE WS-TOT-NOMINA                  TO WS-TOT-IMPORTE
           WRITE REG-REPORTE FROM WS-TOTALES
           MOVE "CUOTAS DE LA EMISION DEL IMSS" TO WS-TOT-LEYENDA
           MOVE WS-TOT-EMISION                 TO WS-TOT-IMPORTE
           WRITE REG-REPORTE FROM WS-TOTALES
           MOVE "DIFERENCIA (NOMINA MENOS IMSS)" TO WS-TOT-LEYENDA
           COMPUTE WS-TOT-IMPORTE = WS-TOT-NOMINA - WS-TOT-EMISION
           WRITE REG-REPORTE FROM WS-TOTALES.
       080-FIN. EXIT.

      *----------------------------------------------------------------
      * LOS MOVIMIENTOS CORRECTIVOS SE REGISTRAN EN LA BITACORA COMO
      * IDSALT (ALTA QUE EL IMSS NO TIENE), IDSBAJ (BAJA PENDIENTE) E
      * IDSMOD (MODIFICACION AL SDI VIGENTE); LA SIGUIENTE CORRIDA DE
      * IDSEEXP LOS EXPORTA CON LOS DEMAS MOVIMIENTOS.
      *----------------------------------------------------------------
       085-REGISTRA-CORRECTIVOS.
           IF NOT OPERADOR-SUPERVISOR AND NOT OPERADOR-ADMINISTRADOR
              DISPLAY "HAY " WS-COR-RENGLONES " MOVIMIENTOS "
                      "CORRECTIVOS PROPUESTOS; UN SUPERVISOR DEBE "
                      "REGISTRARLOS."
              GO TO 085-FIN
           END-IF
           DISPLAY "¿REGISTRA LOS " WS-COR-RENGLONES
                   " MOVIMIENTOS CORRECTIVOS PARA IDSE? (Y/N): "
           ACCEPT SW-CONFIRMA
           IF SW-CONFIRMA NOT EQUAL "Y"
              DISPLAY "NO SE REGISTRO NINGUN MOVIMIENTO."
              GO TO 085-FIN
           END-IF
           OPEN EXTEND AUDITORIA
           IF NOT FS-AUDITORIA-OK
              DISPLAY "NO SE PUDO ABRIR BD-AUDITORIA.TXT."
              GO TO 085-FIN
           END-IF
           MOVE 1 TO WS-COR-IDX
           PERFORM 086-REGISTRA-MOVIMIENTO THRU 086-FIN
                   UNTIL WS-COR-IDX IS GREATER THAN WS-COR-RENGLONES
           CLOSE AUDITORIA
           DISPLAY "MOVIMIENTOS REGISTRADOS; CORRA IDSEEXP PARA "
                   "EXPORTARLOS.".
       085-FIN. EXIT.

       086-REGISTRA-MOVIMIENTO.
           MOVE WS-COR-ID-EMP    (WS-COR-IDX) TO WS-ID-EMP
           MOVE WS-COR-OPERACION (WS-COR-IDX) TO WS-AUD-OPERACION
           PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN
           ADD 1 TO WS-COR-IDX.
       086-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 IMSS-PERIODO
                 ARCHIVO-SDI
                 REPORTE.
       090-FIN. EXIT.
