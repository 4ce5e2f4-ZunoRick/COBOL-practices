      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * FONACIMP.cbl - CARGA DE LA CEDULA MENSUAL DE CREDITOS FONACOT,
      *                EN LUGAR DE TECLEAR CADA CUOTA EN CONCFIJO COMO
      *                DEDUCCION GENERICA Y CONCILIAR A MANO. EL
      *                INSTITUTO MANDA CEDULA-FONACOT.TXT (EN LA
      *                CARPETA DE DATOS) CON REGISTROS DE CONTROL AL
      *                ESTILO DE INCIDLOT: HEADER "H" CON EL MES AAAAMM
      *                Y LA FECHA; UN RENGLON POR CREDITO (EMPLEADO,
      *                NUMERO DE CREDITO, CUOTA MENSUAL Y SALDO, EN
      *                PURO DIGITO CON DOS DECIMALES IMPLICITOS); Y
      *                TRAILER "T" CON CONTEO Y SUMA DE CUOTAS EN
      *                CENTAVOS QUE DEBEN CUADRAR O LA CEDULA COMPLETA
      *                SE RECHAZA. CADA RENGLON SE APLICA A
      *                BD-FONACOT.TXT: EL CREDITO QUE NO EXISTE SE DA
      *                DE ALTA, EL QUE CAMBIO DE CUOTA SE ACTUALIZA, Y
      *                EL QUE VIENE CON CUOTA O SALDO EN CEROS QUEDA
      *                LIQUIDADO; EL SALDO DEL INSTITUTO SUSTITUYE AL
      *                NUESTRO. UNA CEDULA MAS VIEJA QUE LA ULTIMA
      *                CARGADA SE RECHAZA (NO SE REGRESAN SALDOS). LOS
      *                CREDITOS VIGENTES QUE LA CEDULA YA NO TRAE SE
      *                LISTAN PARA ACLARARLOS CON EL INSTITUTO, SIN
      *                TOCARLOS. LA CEDULA SE CARGA AL INICIO DEL MES,
      *                ANTES DE LA PRIMERA QUINCENA; LA RETENCION LA
      *                HACE NOMQUINC Y EL PAGO LO ARMA FONACREP. EL
      *                RESULTADO DE LA CARGA QUEDA EN
      *                REPORTE-CEDULA-FONACOT.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                FONACIMP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY OPERSEL.
           COPY AUDSEL.
           COPY FNCSEL.
           SELECT CEDULA-FONACOT
           ASSIGN TO WS-RUTA-CEDULA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CEDULA.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY OPERFD.
           COPY AUDFD.
           COPY FNCFD.

       FD  CEDULA-FONACOT
           RECORD CONTAINS 40 CHARACTERS.
       01  REG-CEDULA-FONACOT      PIC X(40).

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
           COPY FNCFS.
           COPY FNCRUTA.

       01  WS-RUTA-CEDULA          PIC X(80).
       01  WS-RUTA-REPORTE         PIC X(80).
       01  WS-FS-CEDULA            PIC X(02)    VALUE "00".
           88 FS-CEDULA-OK                 VALUE "00".
           88 FS-CEDULA-EOF                VALUE "10".

       01  SW-CONFIRMA             PIC X(01).
       01  SW-FIN                  PIC X(03)    VALUE SPACES.
       01  WS-FECHA-SISTEMA        PIC 9(08).

      *----------------------------------------------------------------
      * REGISTROS DE CONTROL DE LA CEDULA, MISMO PATRON QUE INCIDLOT:
      * EL DETALLE EMPIEZA CON DIGITOS, ASI QUE LA "H" Y LA "T" NO SE
      * CONFUNDEN CON EL.
      *----------------------------------------------------------------
       01  WS-REG-HEADER.
           05 WS-HDR-MARCA         PIC X(01).
           05 WS-HDR-MES.
              10 WS-HDR-ANIO       PIC 9(04).
              10 WS-HDR-MM         PIC 9(02).
           05 WS-HDR-FECHA         PIC 9(08).

       01  WS-REG-TRAILER.
           05 WS-TRL-MARCA         PIC X(01).
           05 WS-TRL-CUENTA        PIC 9(07).
           05 WS-TRL-SUMA          PIC 9(13).

       01  WS-REG-DETALLE.
           05 WS-CED-ID-EMP        PIC 9(04).
           05 WS-CED-CREDITO       PIC 9(10).
           05 WS-CED-CUOTA         PIC 9(07)V99.
           05 WS-CED-SALDO         PIC 9(07)V99.
       01  WS-REG-DETALLE-X REDEFINES WS-REG-DETALLE.
           05 FILLER               PIC X(04).
           05 WS-CED-CREDITO-X     PIC X(10).
           05 FILLER               PIC X(18).

       01  WS-CUENTA-DETALLE       PIC 9(07)    VALUE ZEROS.
       01  WS-SUMA-DETALLE         PIC 9(13)    VALUE ZEROS.
       01  WS-CONT-RENGLONES       PIC 9(05)    VALUE ZEROS.
       01  SW-HAY-HEADER           PIC X(01)    VALUE "N".
       01  SW-HAY-TRAILER          PIC X(01)    VALUE "N".

       01  WS-MES-CEDULA.
           05 WS-MC-ANIO           PIC 9(04).
           05 WS-MC-MES            PIC 9(02).
       01  WS-MES-CEDULA-9 REDEFINES WS-MES-CEDULA
                                   PIC 9(06).
       01  WS-ULTIMA-CEDULA        PIC 9(06)    VALUE ZEROS.

      *----------------------------------------------------------------
      * BUSQUEDA DEL CREDITO DEL RENGLON ENTRE LOS DEL EMPLEADO: SI SE
      * ENCUENTRA, REG-FONACOT QUEDA CON EL; SI NO, EL CONSECUTIVO MAS
      * ALTO DEL EMPLEADO DA EL DEL ALTA.
      *----------------------------------------------------------------
       01  SW-CREDITO              PIC X(01).
           88 CREDITO-ENCONTRADO          VALUE "S".
       01  WS-ULTIMO-CONSEC        PIC 9(02).
       01  WS-MOVIMIENTO           PIC X(28).

       01  WS-CONT-ALTAS           PIC 9(05)    VALUE ZEROS.
       01  WS-CONT-CAMBIOS         PIC 9(05)    VALUE ZEROS.
       01  WS-CONT-LIQUIDADOS      PIC 9(05)    VALUE ZEROS.
       01  WS-CONT-SIN-CAMBIO      PIC 9(05)    VALUE ZEROS.
       01  WS-CONT-RECHAZADOS      PIC 9(05)    VALUE ZEROS.
       01  WS-CONT-NO-INCLUIDOS    PIC 9(05)    VALUE ZEROS.
       01  WS-TOTAL-CUOTAS         PIC 9(11)V99 VALUE ZEROS.

       01  WS-MARGEN.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(01)   VALUE "*".
           05 FILLER              PIC X(97)   VALUE ALL "-".
           05 FILLER              PIC X(01)   VALUE "*".

       01  WS-TITULO.
           05 FILLER              PIC X(20)   VALUE SPACES.
           05 FILLER              PIC X(40)   VALUE
              "CARGA DE CEDULA FONACOT            MES  ".
           05 WS-TIT-ANIO         PIC 9(04).
           05 FILLER              PIC X(01)   VALUE "-".
           05 WS-TIT-MES          PIC 9(02).
           05 FILLER              PIC X(33)   VALUE SPACES.

       01  WS-COLUMNAS.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(03)   VALUE "EMP".
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 FILLER              PIC X(06)   VALUE "NOMBRE".
           05 FILLER              PIC X(16)   VALUE SPACES.
           05 FILLER              PIC X(07)   VALUE "CREDITO".
           05 FILLER              PIC X(12)   VALUE SPACES.
           05 FILLER              PIC X(05)   VALUE "CUOTA".
           05 FILLER              PIC X(09)   VALUE SPACES.
           05 FILLER              PIC X(05)   VALUE "SALDO".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(10)   VALUE "MOVIMIENTO".
           05 FILLER              PIC X(20)   VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-ID           PIC ZZZZ9.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-NOMBRE       PIC X(20).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-CREDITO      PIC X(10).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-CUOTA        PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-SALDO        PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-MOVIMIENTO   PIC X(28).
           05 FILLER              PIC X(02)   VALUE SPACES.

       01  WS-SUBTITULO.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(42)   VALUE
              "CREDITOS VIGENTES QUE LA CEDULA YA NO TRAE".
           05 FILLER              PIC X(27)   VALUE
              " (ACLARAR CON EL INSTITUTO)".
           05 FILLER              PIC X(30)   VALUE SPACES.

       01  WS-TOTALES.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-TOT-LEYENDA      PIC X(30).
           05 WS-TOT-CUENTA       PIC ZZZZ9.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 WS-TOT-IMPORTE      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(43)   VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 027-OBTIENE-RUTA-OPERADORES  THRU 027-FIN
           PERFORM 021-OBTIENE-RUTA-AUDITORIA   THRU 021-FIN
           PERFORM 204-OBTIENE-RUTA-FONACOT     THRU 204-FIN
           PERFORM 016-OBTIENE-RUTAS-PROPIAS    THRU 016-FIN
           PERFORM 028-ABRE-OPERADORES          THRU 028-FIN
           PERFORM 029-VALIDA-OPERADOR          THRU 029-FIN
           CLOSE OPERADORES
           IF OPERADOR-CONSULTA
              DISPLAY "EL OPERADOR DE CONSULTA NO PUEDE CARGAR LA "
                      "CEDULA FONACOT."
              GOBACK
           END-IF
           MOVE WS-OPERADOR-ID TO WS-AUD-OPERADOR
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           PERFORM 040-CUADRA-CEDULA            THRU 040-FIN
           IF SW-FIN EQUAL "FIN"
              PERFORM 090-CIERRA-ARCHIVOS THRU 090-FIN
              GOBACK
           END-IF
           DISPLAY "CEDULA DEL MES " WS-MES-CEDULA ": "
                   WS-CUENTA-DETALLE " CREDITOS."
           DISPLAY "¿CONFIRMA LA CARGA DE LA CEDULA FONACOT? (Y/N): "
           ACCEPT SW-CONFIRMA
           IF SW-CONFIRMA NOT EQUAL "Y"
              DISPLAY "OPERACION CANCELADA; NO SE TOCO NADA."
              PERFORM 090-CIERRA-ARCHIVOS THRU 090-FIN
              GOBACK
           END-IF
           OPEN OUTPUT REPORTE
           PERFORM 070-TITULOS                  THRU 070-FIN
           PERFORM 050-APLICA-CEDULA            THRU 050-FIN
           PERFORM 065-NO-INCLUIDOS             THRU 065-FIN
           PERFORM 080-TOTALES                  THRU 080-FIN
           CLOSE REPORTE
           MOVE ZEROS    TO WS-ID-EMP
           MOVE "FNCCED" TO WS-AUD-OPERACION
           PERFORM 060-REGISTRA-AUDITORIA       THRU 060-FIN
           PERFORM 090-CIERRA-ARCHIVOS          THRU 090-FIN
           DISPLAY "ALTAS           : " WS-CONT-ALTAS
           DISPLAY "CAMBIOS DE CUOTA: " WS-CONT-CAMBIOS
           DISPLAY "LIQUIDADOS      : " WS-CONT-LIQUIDADOS
           DISPLAY "SIN CAMBIO      : " WS-CONT-SIN-CAMBIO
           DISPLAY "RECHAZADOS      : " WS-CONT-RECHAZADOS
           DISPLAY "NO INCLUIDOS    : " WS-CONT-NO-INCLUIDOS
           DISPLAY "REPORTE: " WS-RUTA-REPORTE
           GOBACK.

           COPY EMPRUTAP.
           COPY OPERRUTAP.
           COPY OPERVALP.
           COPY AUDRUTAP.
           COPY AUDWRTP.
           COPY FNCRUTAP.

       016-OBTIENE-RUTAS-PROPIAS.
           STRING WS-DIR-DATOS                   DELIMITED BY SPACE
                  "\CEDULA-FONACOT.TXT"          DELIMITED BY SIZE
                  INTO WS-RUTA-CEDULA
           END-STRING
           STRING WS-DIR-DATOS                   DELIMITED BY SPACE
                  "\REPORTE-CEDULA-FONACOT.TXT"  DELIMITED BY SIZE
                  INTO WS-RUTA-REPORTE
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

      *----------------------------------------------------------------
      * BD-FONACOT.TXT SE CREA VACIO CON LA PRIMERA CEDULA.
      *----------------------------------------------------------------
       020-ABRE-ARCHIVOS.
           OPEN INPUT EMPLEADOS
           OPEN I-O   CREDITOS-FONACOT
           IF FS-FONACOT-NO-EXISTE
              OPEN OUTPUT CREDITOS-FONACOT
              CLOSE CREDITOS-FONACOT
              OPEN I-O CREDITOS-FONACOT
           END-IF
           OPEN EXTEND AUDITORIA
           IF NOT FS-EMPLEADOS-OK OR NOT FS-FONACOT-OK
              OR NOT FS-AUDITORIA-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              GOBACK
           END-IF.
       020-FIN. EXIT.

      *----------------------------------------------------------------
      * PRIMERA PASADA DE LA CEDULA: EXIGE HEADER Y TRAILER, CUADRA
      * EL TRAILER CONTRA EL DETALLE Y VALIDA EL MES. CUALQUIER FALLA
      * RECHAZA LA CEDULA COMPLETA (SW-FIN EN "FIN") SIN TOCAR NADA.
      *----------------------------------------------------------------
       040-CUADRA-CEDULA.
           MOVE "FIN" TO SW-FIN
           OPEN INPUT CEDULA-FONACOT
           IF NOT FS-CEDULA-OK
              DISPLAY "NO SE ENCONTRO CEDULA-FONACOT.TXT EN LA "
                      "CARPETA DE DATOS."
              GO TO 040-FIN
           END-IF
           MOVE "N"   TO SW-HAY-HEADER
                         SW-HAY-TRAILER
           MOVE ZEROS TO WS-CUENTA-DETALLE
                         WS-SUMA-DETALLE
           PERFORM 042-LEE-CEDULA THRU 042-FIN
           PERFORM 044-CUADRA-RENGLON THRU 044-FIN
                   UNTIL FS-CEDULA-EOF
           CLOSE CEDULA-FONACOT
           IF SW-HAY-HEADER NOT EQUAL "S" OR
              SW-HAY-TRAILER NOT EQUAL "S"
              DISPLAY "LA CEDULA NO TRAE HEADER O TRAILER; CEDULA "
                      "RECHAZADA COMPLETA."
              GO TO 040-FIN
           END-IF
           IF WS-CUENTA-DETALLE NOT EQUAL WS-TRL-CUENTA OR
              WS-SUMA-DETALLE   NOT EQUAL WS-TRL-SUMA
              DISPLAY "LAS CIFRAS DE CONTROL NO CUADRAN: EL TRAILER "
                      "DICE " WS-TRL-CUENTA " RENGLONES POR "
                      WS-TRL-SUMA " CENTAVOS Y EL DETALLE TRAE "
                      WS-CUENTA-DETALLE " POR " WS-SUMA-DETALLE
                      ". CEDULA RECHAZADA COMPLETA."
              GO TO 040-FIN
           END-IF
           IF WS-HDR-MES NOT NUMERIC OR
              WS-HDR-MM IS LESS THAN 1 OR
              WS-HDR-MM IS GREATER THAN 12
              DISPLAY "EL MES DEL HEADER NO ES VALIDO; CEDULA "
                      "RECHAZADA."
              GO TO 040-FIN
           END-IF
           MOVE WS-HDR-MES TO WS-MES-CEDULA
           PERFORM 030-ULTIMA-CEDULA THRU 030-FIN
           IF WS-MES-CEDULA-9 IS LESS THAN WS-ULTIMA-CEDULA
              DISPLAY "LA CEDULA DEL MES " WS-MES-CEDULA " ES "
                      "ANTERIOR A LA ULTIMA CARGADA ("
                      WS-ULTIMA-CEDULA "); CEDULA RECHAZADA."
              GO TO 040-FIN
           END-IF
           MOVE SPACES TO SW-FIN.
       040-FIN. EXIT.

       042-LEE-CEDULA.
           READ CEDULA-FONACOT
                AT END
                   MOVE "10" TO WS-FS-CEDULA
           END-READ.
       042-FIN. EXIT.

       044-CUADRA-RENGLON.
           EVALUATE REG-CEDULA-FONACOT (1:1)
           WHEN "H"
              MOVE REG-CEDULA-FONACOT (1:15) TO WS-REG-HEADER
              MOVE "S" TO SW-HAY-HEADER
           WHEN "T"
              MOVE REG-CEDULA-FONACOT (1:21) TO WS-REG-TRAILER
              MOVE "S" TO SW-HAY-TRAILER
           WHEN OTHER
              ADD 1 TO WS-CUENTA-DETALLE
              MOVE REG-CEDULA-FONACOT (1:32) TO WS-REG-DETALLE
              IF WS-REG-DETALLE NUMERIC
      *----------------------------------------------------------------
      * EL TRAILER VIAJA EN CENTAVOS (MISMA CONVENCION QUE INCIDLOT);
      * LA SUMA DE LAS CUOTAS SE LLEVA IGUAL PARA PODER CUADRAR.
      *----------------------------------------------------------------
                 COMPUTE WS-SUMA-DETALLE =
                         WS-SUMA-DETALLE + WS-CED-CUOTA * 100
              END-IF
           END-EVALUATE
           PERFORM 042-LEE-CEDULA THRU 042-FIN.
       044-FIN. EXIT.

      *----------------------------------------------------------------
      * EL MES DE LA ULTIMA CEDULA CARGADA ES EL MAS ALTO QUE TENGA
      * CUALQUIER CREDITO DEL ARCHIVO.
      *----------------------------------------------------------------
       030-ULTIMA-CEDULA.
           MOVE ZEROS TO WS-ULTIMA-CEDULA
                         FNC-LLAVE
           START CREDITOS-FONACOT KEY IS GREATER THAN OR EQUAL
                 FNC-LLAVE
                 INVALID KEY
                    GO TO 030-FIN
           END-START.
       030-LEE.
           READ CREDITOS-FONACOT NEXT RECORD
                AT END
                   GO TO 030-FIN
           END-READ
           IF FNC-MES-CEDULA IS GREATER THAN WS-ULTIMA-CEDULA
              MOVE FNC-MES-CEDULA TO WS-ULTIMA-CEDULA
           END-IF
           GO TO 030-LEE.
       030-FIN. EXIT.

      *----------------------------------------------------------------
      * SEGUNDA PASADA: CADA RENGLON DE DETALLE SE APLICA A SU
      * CREDITO Y DEJA SU LINEA EN EL REPORTE CON EL MOVIMIENTO.
      *----------------------------------------------------------------
       050-APLICA-CEDULA.
           MOVE ZEROS TO WS-CONT-RENGLONES
           MOVE "00" TO WS-FS-CEDULA
           OPEN INPUT CEDULA-FONACOT
           PERFORM 042-LEE-CEDULA THRU 042-FIN
           PERFORM 052-APLICA-RENGLON THRU 052-FIN
                   UNTIL FS-CEDULA-EOF
           CLOSE CEDULA-FONACOT.
       050-FIN. EXIT.

       052-APLICA-RENGLON.
           ADD 1 TO WS-CONT-RENGLONES
           IF REG-CEDULA-FONACOT (1:1) EQUAL "H" OR
              REG-CEDULA-FONACOT (1:1) EQUAL "T"
              GO TO 052-SIGUE
           END-IF
           MOVE REG-CEDULA-FONACOT (1:32) TO WS-REG-DETALLE
           IF WS-REG-DETALLE NOT NUMERIC
              DISPLAY "RENGLON " WS-CONT-RENGLONES " RECHAZADO: "
                      "DETALLE ILEGIBLE (PURO DIGITO)."
              ADD 1 TO WS-CONT-RECHAZADOS
              GO TO 052-SIGUE
           END-IF
           MOVE WS-CED-ID-EMP    TO WS-DET-ID
           MOVE WS-CED-CREDITO-X TO WS-DET-CREDITO
           MOVE WS-CED-CUOTA     TO WS-DET-CUOTA
           MOVE WS-CED-SALDO     TO WS-DET-SALDO
           MOVE WS-CED-ID-EMP    TO REG-ID-EMP
           READ EMPLEADOS INTO WS-DATOS-EMPLEADO
                INVALID KEY
                   MOVE "NO EXISTE"  TO WS-DET-NOMBRE
                   MOVE "RECHAZADO: NO HAY EMPLEADO"
                                     TO WS-MOVIMIENTO
                   ADD 1 TO WS-CONT-RECHAZADOS
                   PERFORM 075-IMPRIME-RENGLON THRU 075-FIN
                   GO TO 052-SIGUE
           END-READ
           MOVE WS-NOMBRE-EMP TO WS-DET-NOMBRE
           PERFORM 054-BUSCA-CREDITO THRU 054-FIN
           IF CREDITO-ENCONTRADO
              PERFORM 058-ACTUALIZA-CREDITO THRU 058-FIN
           ELSE
              PERFORM 056-ALTA-CREDITO THRU 056-FIN
           END-IF
           PERFORM 075-IMPRIME-RENGLON THRU 075-FIN.
       052-SIGUE.
           PERFORM 042-LEE-CEDULA THRU 042-FIN.
       052-FIN. EXIT.

       054-BUSCA-CREDITO.
           MOVE "N"           TO SW-CREDITO
           MOVE ZEROS         TO WS-ULTIMO-CONSEC
           MOVE WS-CED-ID-EMP TO FNC-ID-EMP
           MOVE ZEROS         TO FNC-CONSEC
           START CREDITOS-FONACOT KEY IS GREATER THAN OR EQUAL
                 FNC-LLAVE
                 INVALID KEY
                    GO TO 054-FIN
           END-START.
       054-LEE.
           READ CREDITOS-FONACOT NEXT RECORD
                AT END
                   GO TO 054-FIN
           END-READ
           IF FNC-ID-EMP NOT EQUAL WS-CED-ID-EMP
              GO TO 054-FIN
           END-IF
           MOVE FNC-CONSEC TO WS-ULTIMO-CONSEC
           IF FNC-NUM-CREDITO EQUAL WS-CED-CREDITO-X
              MOVE "S" TO SW-CREDITO
              GO TO 054-FIN
           END-IF
           GO TO 054-LEE.
       054-FIN. EXIT.

      *----------------------------------------------------------------
      * CREDITO NUEVO: EMPIEZA A DESCONTARSE DESDE EL MES DE ESTA
      * CEDULA. AL EMPLEADO DADO DE BAJA TAMBIEN SE LE REGISTRA, PARA
      * QUE FONACREP LO REPORTE AL INSTITUTO COMO BAJA CON SALDO.
      *----------------------------------------------------------------
       056-ALTA-CREDITO.
           IF WS-CED-CUOTA EQUAL ZEROS OR WS-CED-SALDO EQUAL ZEROS
              MOVE "IGNORADO: SIN ALTA NI SALDO"   TO WS-MOVIMIENTO
              ADD 1 TO WS-CONT-RECHAZADOS
              GO TO 056-FIN
           END-IF
           IF WS-ULTIMO-CONSEC EQUAL 99
              MOVE "RECHAZADO: TOPE 99 CREDITOS"   TO WS-MOVIMIENTO
              ADD 1 TO WS-CONT-RECHAZADOS
              GO TO 056-FIN
           END-IF
           MOVE SPACES TO REG-FONACOT
           INITIALIZE REG-FONACOT
           MOVE WS-CED-ID-EMP      TO FNC-ID-EMP
           ADD 1 WS-ULTIMO-CONSEC GIVING FNC-CONSEC
           MOVE WS-CED-CREDITO-X   TO FNC-NUM-CREDITO
           MOVE WS-CED-CUOTA       TO FNC-CUOTA-MENSUAL
           MOVE WS-CED-SALDO       TO FNC-SALDO
           MOVE WS-MES-CEDULA-9    TO FNC-MES-INICIO
                                      FNC-MES-CEDULA
           MOVE WS-FECHA-SISTEMA   TO FNC-FECHA-ACT
           MOVE "V"                TO FNC-STATUS
           WRITE REG-FONACOT
                INVALID KEY
                   MOVE "RECHAZADO: NO SE PUDO GRABAR"
                                   TO WS-MOVIMIENTO
                   ADD 1 TO WS-CONT-RECHAZADOS
                   GO TO 056-FIN
           END-WRITE
           ADD 1 TO WS-CONT-ALTAS
           ADD WS-CED-CUOTA TO WS-TOTAL-CUOTAS
           IF EMP-INACTIVO
              MOVE "ALTA (EMPLEADO DADO DE BAJA)" TO WS-MOVIMIENTO
           ELSE
              MOVE "ALTA DE CREDITO"              TO WS-MOVIMIENTO
           END-IF.
       056-FIN. EXIT.

      *----------------------------------------------------------------
      * CREDITO YA REGISTRADO: CUOTA O SALDO EN CEROS ES LIQUIDACION;
      * SI NO, SE TOMA LA CUOTA DE LA CEDULA (REACTIVANDO EL QUE
      * ESTABA LIQUIDADO). EN TODOS LOS CASOS EL SALDO DEL INSTITUTO
      * SUSTITUYE AL NUESTRO.
      *----------------------------------------------------------------
       058-ACTUALIZA-CREDITO.
           EVALUATE TRUE
           WHEN WS-CED-CUOTA EQUAL ZEROS OR WS-CED-SALDO EQUAL ZEROS
              MOVE "L"   TO FNC-STATUS
              MOVE ZEROS TO FNC-SALDO
              MOVE "LIQUIDADO SEGUN CEDULA" TO WS-MOVIMIENTO
              ADD 1 TO WS-CONT-LIQUIDADOS
           WHEN FNC-LIQUIDADO
              MOVE "V"   TO FNC-STATUS
              MOVE WS-CED-CUOTA TO FNC-CUOTA-MENSUAL
              MOVE WS-CED-SALDO TO FNC-SALDO
              MOVE "REACTIVADO POR LA CEDULA" TO WS-MOVIMIENTO
              ADD 1 TO WS-CONT-CAMBIOS
           WHEN WS-CED-CUOTA NOT EQUAL FNC-CUOTA-MENSUAL
              MOVE WS-CED-CUOTA TO FNC-CUOTA-MENSUAL
              MOVE WS-CED-SALDO TO FNC-SALDO
              MOVE "CAMBIO DE CUOTA"          TO WS-MOVIMIENTO
              ADD 1 TO WS-CONT-CAMBIOS
           WHEN OTHER
              MOVE WS-CED-SALDO TO FNC-SALDO
              MOVE "SIN CAMBIO"               TO WS-MOVIMIENTO
              ADD 1 TO WS-CONT-SIN-CAMBIO
           END-EVALUATE
           IF FNC-VIGENTE AND EMP-INACTIVO
              MOVE "VIGENTE, EMPLEADO DE BAJA" TO WS-MOVIMIENTO
           END-IF
           MOVE WS-MES-CEDULA-9  TO FNC-MES-CEDULA
           MOVE WS-FECHA-SISTEMA TO FNC-FECHA-ACT
           REWRITE REG-FONACOT
                INVALID KEY
                   MOVE "RECHAZADO: ERROR AL REGRABAR"
                                   TO WS-MOVIMIENTO
                   GO TO 058-FIN
           END-REWRITE
           IF FNC-VIGENTE
              ADD FNC-CUOTA-MENSUAL TO WS-TOTAL-CUOTAS
           END-IF.
       058-FIN. EXIT.

      *----------------------------------------------------------------
      * CREDITOS VIGENTES QUE ESTA CEDULA NO INCLUYO: SE LISTAN APARTE
      * Y SE SIGUEN DESCONTANDO HASTA QUE EL INSTITUTO LOS LIQUIDE.
      *----------------------------------------------------------------
       065-NO-INCLUIDOS.
           WRITE REG-REPORTE FROM WS-MARGEN
           WRITE REG-REPORTE FROM WS-SUBTITULO
           WRITE REG-REPORTE FROM WS-MARGEN
           MOVE ZEROS TO FNC-LLAVE
           START CREDITOS-FONACOT KEY IS GREATER THAN OR EQUAL
                 FNC-LLAVE
                 INVALID KEY
                    GO TO 065-FIN
           END-START
           MOVE SPACES TO SW-FIN
           PERFORM 067-REVISA-CREDITO THRU 067-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       065-FIN. EXIT.

       067-REVISA-CREDITO.
           READ CREDITOS-FONACOT NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 067-FIN
           END-READ
           IF NOT FNC-VIGENTE OR
              FNC-MES-CEDULA NOT LESS THAN WS-MES-CEDULA-9
              GO TO 067-FIN
           END-IF
           ADD 1 TO WS-CONT-NO-INCLUIDOS
           MOVE FNC-ID-EMP        TO WS-DET-ID
           MOVE FNC-NUM-CREDITO   TO WS-DET-CREDITO
           MOVE FNC-CUOTA-MENSUAL TO WS-DET-CUOTA
           MOVE FNC-SALDO         TO WS-DET-SALDO
           MOVE FNC-ID-EMP        TO REG-ID-EMP
           READ EMPLEADOS INTO WS-DATOS-EMPLEADO
                INVALID KEY
                   MOVE "NO EXISTE"   TO WS-DET-NOMBRE
                NOT INVALID KEY
                   MOVE WS-NOMBRE-EMP TO WS-DET-NOMBRE
           END-READ
           MOVE SPACES TO WS-MOVIMIENTO
           STRING "ULTIMA CEDULA "   DELIMITED BY SIZE
                  FNC-MES-CEDULA     DELIMITED BY SIZE
                  INTO WS-MOVIMIENTO
           END-STRING
           PERFORM 075-IMPRIME-RENGLON THRU 075-FIN.
       067-FIN. EXIT.

       070-TITULOS.
           MOVE WS-MC-ANIO TO WS-TIT-ANIO
           MOVE WS-MC-MES  TO WS-TIT-MES
           WRITE REG-REPORTE FROM WS-TITULO
           WRITE REG-REPORTE FROM WS-MARGEN
           WRITE REG-REPORTE FROM WS-COLUMNAS
           WRITE REG-REPORTE FROM WS-MARGEN.
       070-FIN. EXIT.

       075-IMPRIME-RENGLON.
           MOVE WS-MOVIMIENTO TO WS-DET-MOVIMIENTO
           WRITE REG-REPORTE FROM WS-DETALLE.
       075-FIN. EXIT.

       080-TOTALES.
           WRITE REG-REPORTE FROM WS-MARGEN
           MOVE "ALTAS DE CREDITO:"        TO WS-TOT-LEYENDA
           MOVE WS-CONT-ALTAS              TO WS-TOT-CUENTA
           MOVE ZEROS                      TO WS-TOT-IMPORTE
           WRITE REG-REPORTE FROM WS-TOTALES
           MOVE "CAMBIOS Y REACTIVACIONES:" TO WS-TOT-LEYENDA
           MOVE WS-CONT-CAMBIOS            TO WS-TOT-CUENTA
           WRITE REG-REPORTE FROM WS-TOTALES
           MOVE "LIQUIDADOS:"              TO WS-TOT-LEYENDA
           MOVE WS-CONT-LIQUIDADOS         TO WS-TOT-CUENTA
           WRITE REG-REPORTE FROM WS-TOTALES
           MOVE "SIN CAMBIO:"              TO WS-TOT-LEYENDA
           MOVE WS-CONT-SIN-CAMBIO         TO WS-TOT-CUENTA
           WRITE REG-REPORTE FROM WS-TOTALES
           MOVE "RECHAZADOS O IGNORADOS:"  TO WS-TOT-LEYENDA
           MOVE WS-CONT-RECHAZADOS         TO WS-TOT-CUENTA
           WRITE REG-REPORTE FROM WS-TOTALES
           MOVE "NO INCLUIDOS EN LA CEDULA:" TO WS-TOT-LEYENDA
           MOVE WS-CONT-NO-INCLUIDOS       TO WS-TOT-CUENTA
           WRITE REG-REPORTE FROM WS-TOTALES
           ADD WS-CONT-ALTAS WS-CONT-CAMBIOS WS-CONT-SIN-CAMBIO
               GIVING WS-TOT-CUENTA
           MOVE "CUOTA MENSUAL VIGENTE:"   TO WS-TOT-LEYENDA
           MOVE WS-TOTAL-CUOTAS            TO WS-TOT-IMPORTE
           WRITE REG-REPORTE FROM WS-TOTALES.
       080-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 CREDITOS-FONACOT
                 AUDITORIA.
       090-FIN. EXIT.
