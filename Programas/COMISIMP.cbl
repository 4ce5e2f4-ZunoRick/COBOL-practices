      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * COMISIMP.cbl - COMISIONES DE LA FUERZA DE VENTAS, EN LUGAR DE
      *                QUE VENTAS LAS CALCULE EN UNA HOJA Y NOMINAS LAS
      *                TECLEE UNA POR UNA EN INCIDEMP. IMPORTA EL
      *                ARCHIVO MENSUAL DE VENTAS POR VENDEDOR DEL
      *                SISTEMA COMERCIAL (VENTAS-VENDEDOR.TXT, EN LA
      *                CARPETA DE DATOS) CON REGISTROS DE CONTROL AL
      *                ESTILO DE INCIDLOT: HEADER "H" CON EL MES
      *                AAAAMM Y LA FECHA; UN RENGLON POR VENTA
      *                (EMPLEADO E IMPORTE EN PURO DIGITO); Y TRAILER
      *                "T" CON CONTEO Y SUMA EN CENTAVOS QUE DEBEN
      *                CUADRAR O EL ARCHIVO COMPLETO SE RECHAZA. LAS
      *                VENTAS SE ACUMULAN POR VENDEDOR EN
      *                BD-COMISIONES.TXT Y LA COMISION SALE DEL PLAN
      *                DEL PUESTO (BD-PLAN-COMISION.TXT, MANTCOMI).
      *                LO CALCULADO QUEDA PENDIENTE HASTA QUE UN
      *                SUPERVISOR LO AUTORIZA PARA UNA QUINCENA
      *                ABIERTA: SOLO ENTONCES CADA COMISION PASA A
      *                BD-INCIDENCIAS.TXT COMO PERCEPCION DEL CONCEPTO
      *                09 (COMISIONES) Y NOMQUINC LA PAGA. EL REPORTE
      *                DE CONCILIACION PARA VENTAS (REPORTE-COMISIONES
      *                .TXT) LISTA CADA VENDEDOR CON SU VENTA, SU
      *                PORCENTAJE, SU COMISION Y SI SE PAGO, QUEDO
      *                PENDIENTE O SE RECHAZO (CON EL MOTIVO).
      *----------------------------------------------------------------
      * MODIFICACIONES:
      * - LA AUTORIZACION PIDE LA FRECUENCIA (FRECCORRP.cpy) Y PUEDE
      *   PAGAR EN UNA SEMANA (MES MAS 50); LA COMISION DEL VENDEDOR
      *   DE OTRA FRECUENCIA DE PAGO SE QUEDA PENDIENTE Y SE CUENTA
      *   EN EL AVISO FINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                COMISIMP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY OPERSEL.
           COPY CALSEL.
           COPY INCSEL.
           COPY CCATSEL.
           COPY AUDSEL.
           COPY PCOSEL.
           COPY CMSSEL.
           SELECT ARCHIVO-VENTAS
           ASSIGN TO WS-RUTA-ARCHIVO-VENTAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ARCHIVO-VENTAS.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY OPERFD.
           COPY CALFD.
           COPY INCFD.
           COPY CCATFD.
           COPY AUDFD.
           COPY PCOFD.
           COPY CMSFD.

       FD  ARCHIVO-VENTAS
           RECORD CONTAINS 40 CHARACTERS.
       01  REG-ARCHIVO-VENTAS      PIC X(40).

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
           COPY CALFS.
           COPY CALRUTA.
           COPY INCFS.
           COPY INCRUTA.
           COPY CCATFS.
           COPY CCATRUTA.
           COPY AUDFS.
           COPY AUDRUTA.
           COPY PCOFS.
           COPY PCORUTA.
           COPY CMSFS.
           COPY CMSRUTA.
           COPY FRECCORR.

       01  WS-RUTA-ARCHIVO-VENTAS  PIC X(80).
       01  WS-RUTA-REPORTE         PIC X(80).
       01  WS-FS-ARCHIVO-VENTAS    PIC X(02)    VALUE "00".
           88 FS-ARCHIVO-VENTAS-OK         VALUE "00".
           88 FS-ARCHIVO-VENTAS-EOF        VALUE "10".

      *----------------------------------------------------------------
      * CONCEPTO DEL CATALOGO CON QUE LAS COMISIONES VIAJAN A
      * BD-INCIDENCIAS.TXT; DEBE ESTAR DADO DE ALTA EN MANTCONC COMO
      * PERCEPCION (Y GRAVABLE) ANTES DE AUTORIZAR.
      *----------------------------------------------------------------
       01  WS-CONCEPTO-COMISION    PIC 9(02)    VALUE 09.

       01  WS-RESPUESTA            PIC X(01).
       01  SW-CONFIRMA             PIC X(01).
       01  SW-FIN                  PIC X(03)    VALUE SPACES.
       01  WS-FECHA-SISTEMA        PIC 9(08).

      *----------------------------------------------------------------
      * REGISTROS DE CONTROL DEL ARCHIVO DE VENTAS, MISMO PATRON QUE
      * INCIDLOT: EL DETALLE EMPIEZA CON DIGITOS, ASI QUE LA "H" Y LA
      * "T" NO SE CONFUNDEN CON EL.
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
           05 WS-DET-ID-EMP        PIC 9(04).
           05 WS-DET-VENTA         PIC 9(09)V99.

       01  WS-CUENTA-DETALLE       PIC 9(07)    VALUE ZEROS.
       01  WS-SUMA-DETALLE         PIC 9(13)    VALUE ZEROS.
       01  WS-CONT-RENGLONES       PIC 9(05)    VALUE ZEROS.
       01  WS-CONT-ILEGIBLES       PIC 9(05)    VALUE ZEROS.
       01  SW-HAY-HEADER           PIC X(01)    VALUE "N".
       01  SW-HAY-TRAILER          PIC X(01)    VALUE "N".

       01  WS-MES-COMISION.
           05 WS-MC-ANIO           PIC 9(04).
           05 WS-MC-MES            PIC 9(02).
       01  WS-MES-COMISION-9 REDEFINES WS-MES-COMISION
                                   PIC 9(06).

       01  WS-PERIODO-PAGO.
           05 WS-PP-ANIO           PIC 9(04).
           05 WS-PP-MES            PIC 9(02).
           05 WS-PP-QUINCENA       PIC 9(01).

      *----------------------------------------------------------------
      * RESUMEN DEL MES EN BD-COMISIONES.TXT (053-RESUME-MES).
      *----------------------------------------------------------------
       01  WS-CONT-PENDIENTES      PIC 9(05).
       01  WS-CONT-APLICADAS       PIC 9(05).
       01  WS-CONT-RECHAZADAS      PIC 9(05).
       01  WS-CONT-MES             PIC 9(05).
       01  WS-SUMA-PENDIENTES      PIC 9(09)V99.
       01  WS-CONT-APLICADOS       PIC 9(05).
       01  WS-CONT-OTRA-FREC       PIC 9(05).

       01  WS-PCT-TRAMO            PIC 9(02)V99.
       01  SW-HAY-PLAN             PIC X(01).

       01  WS-TOTAL-VENTA          PIC 9(11)V99.
       01  WS-TOTAL-VENTA-COMIS    PIC 9(11)V99.
       01  WS-TOTAL-COMISION       PIC 9(09)V99.
       01  WS-TOTAL-VENTA-RECH     PIC 9(11)V99.

       01  WS-MARGEN.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(01)   VALUE "*".
           05 FILLER              PIC X(97)   VALUE ALL "-".
           05 FILLER              PIC X(01)   VALUE "*".

       01  WS-TITULO.
           05 FILLER              PIC X(16)   VALUE SPACES.
           05 FILLER              PIC X(44)   VALUE
              "CONCILIACION DE COMISIONES DE VENTAS   MES  ".
           05 WS-TIT-ANIO         PIC 9(04).
           05 FILLER              PIC X(01)   VALUE "-".
           05 WS-TIT-MES          PIC 9(02).
           05 FILLER              PIC X(33)   VALUE SPACES.

       01  WS-COLUMNAS.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(03)   VALUE "EMP".
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 FILLER              PIC X(06)   VALUE "NOMBRE".
           05 FILLER              PIC X(23)   VALUE SPACES.
           05 FILLER              PIC X(02)   VALUE "PT".
           05 FILLER              PIC X(10)   VALUE SPACES.
           05 FILLER              PIC X(05)   VALUE "VENTA".
           05 FILLER              PIC X(05)   VALUE SPACES.
           05 FILLER              PIC X(01)   VALUE "%".
           05 FILLER              PIC X(05)   VALUE SPACES.
           05 FILLER              PIC X(08)   VALUE "COMISION".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(06)   VALUE "ESTADO".
           05 FILLER              PIC X(19)   VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-ID           PIC ZZZZ9.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-NOMBRE       PIC X(28).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-PUESTO       PIC 99.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-VENTA-ED     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-PCT          PIC Z9.99.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-COMISION     PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-ESTADO       PIC X(25).

       01  WS-TOTALES.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-TOT-LEYENDA      PIC X(30).
           05 WS-TOT-CUENTA       PIC ZZZZ9.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 WS-TOT-IMPORTE      PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 027-OBTIENE-RUTA-OPERADORES  THRU 027-FIN
           PERFORM 041-OBTIENE-RUTA-CALENDARIO  THRU 041-FIN
           PERFORM 043-OBTIENE-RUTA-INCIDENCIAS THRU 043-FIN
           PERFORM 095-OBTIENE-RUTA-CONCEPTOS-CAT THRU 095-FIN
           PERFORM 021-OBTIENE-RUTA-AUDITORIA   THRU 021-FIN
           PERFORM 163-OBTIENE-RUTA-PLAN-COMISION THRU 163-FIN
           PERFORM 164-OBTIENE-RUTA-COMISIONES  THRU 164-FIN
           PERFORM 016-OBTIENE-RUTAS-PROPIAS    THRU 016-FIN
           PERFORM 028-ABRE-OPERADORES          THRU 028-FIN
           PERFORM 029-VALIDA-OPERADOR          THRU 029-FIN
           CLOSE OPERADORES
           MOVE WS-OPERADOR-ID TO WS-AUD-OPERADOR
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 030-MUESTRA-MENU THRU 040-FIN
                   UNTIL WS-RESPUESTA EQUAL "E"
           PERFORM 090-CIERRA-ARCHIVOS          THRU 090-FIN
           GOBACK.

           COPY EMPRUTAP.
           COPY OPERRUTAP.
           COPY CALRUTAP.
           COPY INCRUTAP.
           COPY CCATRUTAP.
           COPY AUDRUTAP.
           COPY AUDWRTP.
           COPY PCORUTAP.
           COPY CMSRUTAP.
           COPY FRECCORRP REPLACING
                ==048-PIDE-FRECUENCIA== BY ==049-PIDE-FRECUENCIA==
                ==048-FIN== BY ==049-FIN==.

       016-OBTIENE-RUTAS-PROPIAS.
           STRING WS-DIR-DATOS               DELIMITED BY SPACE
                  "\VENTAS-VENDEDOR.TXT"     DELIMITED BY SIZE
                  INTO WS-RUTA-ARCHIVO-VENTAS
           END-STRING
           STRING WS-DIR-DATOS               DELIMITED BY SPACE
                  "\REPORTE-COMISIONES.TXT"  DELIMITED BY SIZE
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

           COPY OPERVALP.

      *----------------------------------------------------------------
      * BD-COMISIONES.TXT SE CREA VACIO EN LA PRIMERA CORRIDA. SIN
      * PLAN DE COMISIONES NO HAY NADA QUE CALCULAR.
      *----------------------------------------------------------------
       020-ABRE-ARCHIVOS.
           OPEN INPUT EMPLEADOS
           OPEN INPUT CALENDARIO-NOMINA
           OPEN I-O   INCIDENCIAS
           IF FS-INCIDENCIAS-NO-EXISTE
              OPEN OUTPUT INCIDENCIAS
              CLOSE INCIDENCIAS
              OPEN I-O INCIDENCIAS
           END-IF
           OPEN I-O   COMISIONES
           IF FS-COMISIONES-NO-EXISTE
              OPEN OUTPUT COMISIONES
              CLOSE COMISIONES
              OPEN I-O COMISIONES
           END-IF
           OPEN EXTEND AUDITORIA
           IF NOT FS-EMPLEADOS-OK OR NOT FS-CALENDARIO-OK
              OR NOT FS-INCIDENCIAS-OK OR NOT FS-COMISIONES-OK
              OR NOT FS-AUDITORIA-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              GOBACK
           END-IF
           OPEN INPUT PLAN-COMISION
           IF NOT FS-PLAN-COMISION-OK
              DISPLAY "NO SE PUDO ABRIR BD-PLAN-COMISION.TXT; CAPTURE "
                      "EL PLAN DE COMISIONES CON MANTCOMI PRIMERO."
              GOBACK
           END-IF
           OPEN INPUT CATALOGO-CONCEPTOS
           IF NOT FS-CONCEPTOS-CAT-OK
              DISPLAY "NO SE PUDO ABRIR BD-CONCEPTOS.TXT; CAPTURE EL "
                      "CATALOGO DE CONCEPTOS CON MANTCONC PRIMERO."
              GOBACK
           END-IF.
       020-FIN. EXIT.

       030-MUESTRA-MENU.
           DISPLAY " "
           DISPLAY "TECLEE UNA OPCION: "
           DISPLAY " "
           DISPLAY "C: CARGAR Y CALCULAR LAS VENTAS DEL MES"
           DISPLAY "A: AUTORIZAR LAS COMISIONES DE UN MES (SUPERVISOR)"
           DISPLAY "R: RECHAZAR LA CARGA PENDIENTE DE UN MES "
                   "(SUPERVISOR)"
           DISPLAY "L: REPORTE DE CONCILIACION DE UN MES"
           DISPLAY " "
           DISPLAY "E: SALIR DEL PROGRAMA"
           DISPLAY " "
           ACCEPT WS-RESPUESTA.

       040-EJECUTA-OPCION.
           EVALUATE WS-RESPUESTA
           WHEN "C"
                IF OPERADOR-CONSULTA
                   DISPLAY "EL OPERADOR DE CONSULTA NO PUEDE CARGAR "
                           "VENTAS."
                ELSE
                   PERFORM 045-CARGA-ARCHIVO THRU 045-FIN
                END-IF
           WHEN "A"
                PERFORM 065-AUTORIZA-MES THRU 065-FIN
           WHEN "R"
                PERFORM 080-RECHAZA-MES THRU 080-FIN
           WHEN "L"
                PERFORM 068-PIDE-MES THRU 068-FIN
                PERFORM 085-REPORTE THRU 085-FIN
           WHEN "E"
                CONTINUE
           WHEN OTHER
                DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.
       040-FIN. EXIT.

      *----------------------------------------------------------------
      * PRIMERA PASADA DEL ARCHIVO: EXIGE HEADER Y TRAILER Y CUADRA
      * EL TRAILER CONTRA EL DETALLE. SI LAS CIFRAS DE CONTROL NO
      * CUADRAN, EL ARCHIVO COMPLETO SE RECHAZA. UN MES YA APLICADO
      * NO SE VUELVE A CARGAR, Y UNA CARGA PENDIENTE DEL MISMO MES SE
      * RECHAZA (OPCION R) ANTES DE CARGAR LA CORREGIDA.
      *----------------------------------------------------------------
       045-CARGA-ARCHIVO.
           OPEN INPUT ARCHIVO-VENTAS
           IF NOT FS-ARCHIVO-VENTAS-OK
              DISPLAY "NO SE ENCONTRO VENTAS-VENDEDOR.TXT EN LA "
                      "CARPETA DE DATOS."
              GO TO 045-FIN
           END-IF
           MOVE "N"   TO SW-HAY-HEADER
                         SW-HAY-TRAILER
           MOVE ZEROS TO WS-CUENTA-DETALLE
                         WS-SUMA-DETALLE
           PERFORM 047-LEE-ARCHIVO THRU 047-FIN
           PERFORM 048-CUADRA-RENGLON THRU 048-FIN
                   UNTIL FS-ARCHIVO-VENTAS-EOF
           CLOSE ARCHIVO-VENTAS
           IF SW-HAY-HEADER NOT EQUAL "S" OR
              SW-HAY-TRAILER NOT EQUAL "S"
              DISPLAY "EL ARCHIVO NO TRAE HEADER O TRAILER; ARCHIVO "
                      "RECHAZADO COMPLETO."
              GO TO 045-FIN
           END-IF
           IF WS-CUENTA-DETALLE NOT EQUAL WS-TRL-CUENTA OR
              WS-SUMA-DETALLE   NOT EQUAL WS-TRL-SUMA
              DISPLAY "LAS CIFRAS DE CONTROL NO CUADRAN: EL TRAILER "
                      "DICE " WS-TRL-CUENTA " RENGLONES POR "
                      WS-TRL-SUMA " CENTAVOS Y EL DETALLE TRAE "
                      WS-CUENTA-DETALLE " POR " WS-SUMA-DETALLE
                      ". ARCHIVO RECHAZADO COMPLETO."
              GO TO 045-FIN
           END-IF
           IF WS-HDR-MES NOT NUMERIC OR
              WS-HDR-MM IS LESS THAN 1 OR
              WS-HDR-MM IS GREATER THAN 12
              DISPLAY "EL MES DEL HEADER NO ES VALIDO; ARCHIVO "
                      "RECHAZADO."
              GO TO 045-FIN
           END-IF
           MOVE WS-HDR-MES TO WS-MES-COMISION
           PERFORM 053-RESUME-MES THRU 053-FIN
           IF WS-CONT-APLICADAS IS GREATER THAN ZEROS
              DISPLAY "LAS COMISIONES DEL MES " WS-MES-COMISION
                      " YA SE APLICARON; ARCHIVO RECHAZADO."
              GO TO 045-FIN
           END-IF
           IF WS-CONT-MES IS GREATER THAN ZEROS
              DISPLAY "EL MES " WS-MES-COMISION " YA TIENE UNA CARGA "
                      "PENDIENTE; RECHACELA (OPCION R) ANTES DE "
                      "CARGAR OTRA."
              GO TO 045-FIN
           END-IF
           PERFORM 050-ACUMULA-VENTAS THRU 050-FIN
           PERFORM 055-CALCULA-MES    THRU 055-FIN
           PERFORM 053-RESUME-MES     THRU 053-FIN
           DISPLAY "ARCHIVO CARGADO: " WS-CUENTA-DETALLE " RENGLONES, "
                   WS-CONT-ILEGIBLES " ILEGIBLES."
           DISPLAY "VENDEDORES CON COMISION: " WS-CONT-PENDIENTES
                   " POR " WS-SUMA-PENDIENTES "; RECHAZADOS: "
                   WS-CONT-RECHAZADAS "."
           DISPLAY "LAS COMISIONES NO PAGAN HASTA EL VISTO DEL "
                   "SUPERVISOR."
           PERFORM 085-REPORTE THRU 085-FIN
           MOVE ZEROS    TO WS-ID-EMP
           MOVE "COMCAR" TO WS-AUD-OPERACION
           PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN.
       045-FIN. EXIT.

       047-LEE-ARCHIVO.
           READ ARCHIVO-VENTAS
                AT END
                   MOVE "10" TO WS-FS-ARCHIVO-VENTAS
           END-READ.
       047-FIN. EXIT.

       048-CUADRA-RENGLON.
           EVALUATE REG-ARCHIVO-VENTAS (1:1)
           WHEN "H"
              MOVE REG-ARCHIVO-VENTAS (1:15) TO WS-REG-HEADER
              MOVE "S" TO SW-HAY-HEADER
           WHEN "T"
              MOVE REG-ARCHIVO-VENTAS (1:21) TO WS-REG-TRAILER
              MOVE "S" TO SW-HAY-TRAILER
           WHEN OTHER
              ADD 1 TO WS-CUENTA-DETALLE
              MOVE REG-ARCHIVO-VENTAS (1:15) TO WS-REG-DETALLE
              IF WS-REG-DETALLE NUMERIC
      *----------------------------------------------------------------
      * EL TRAILER VIAJA EN CENTAVOS (MISMA CONVENCION QUE INCIDLOT);
      * EL ACUMULADO DEL DETALLE SE LLEVA IGUAL PARA PODER CUADRAR.
      *----------------------------------------------------------------
                 COMPUTE WS-SUMA-DETALLE =
                         WS-SUMA-DETALLE + WS-DET-VENTA * 100
              END-IF
           END-EVALUATE
           PERFORM 047-LEE-ARCHIVO THRU 047-FIN.
       048-FIN. EXIT.

      *----------------------------------------------------------------
      * SEGUNDA PASADA: LAS VENTAS SE ACUMULAN POR VENDEDOR (EL
      * SISTEMA COMERCIAL PUEDE MANDAR VARIOS RENGLONES DEL MISMO
      * VENDEDOR, UNO POR SUCURSAL O POR LINEA DE PRODUCTO).
      *----------------------------------------------------------------
       050-ACUMULA-VENTAS.
           MOVE ZEROS TO WS-CONT-RENGLONES
                         WS-CONT-ILEGIBLES
           MOVE "00" TO WS-FS-ARCHIVO-VENTAS
           OPEN INPUT ARCHIVO-VENTAS
           PERFORM 047-LEE-ARCHIVO THRU 047-FIN
           PERFORM 052-ACUMULA-RENGLON THRU 052-FIN
                   UNTIL FS-ARCHIVO-VENTAS-EOF
           CLOSE ARCHIVO-VENTAS.
       050-FIN. EXIT.

       052-ACUMULA-RENGLON.
           ADD 1 TO WS-CONT-RENGLONES
           IF REG-ARCHIVO-VENTAS (1:1) EQUAL "H" OR
              REG-ARCHIVO-VENTAS (1:1) EQUAL "T"
              GO TO 052-SIGUE
           END-IF
           MOVE REG-ARCHIVO-VENTAS (1:15) TO WS-REG-DETALLE
           IF WS-REG-DETALLE NOT NUMERIC
              DISPLAY "RENGLON " WS-CONT-RENGLONES " RECHAZADO: "
                      "DETALLE ILEGIBLE (PURO DIGITO)."
              ADD 1 TO WS-CONT-ILEGIBLES
              GO TO 052-SIGUE
           END-IF
           MOVE WS-MES-COMISION TO CMS-MES
           MOVE WS-DET-ID-EMP   TO CMS-ID-EMP
           READ COMISIONES
                INVALID KEY
                   MOVE WS-DET-VENTA     TO CMS-VENTA
                   MOVE ZEROS            TO CMS-PUESTO
                                            CMS-PORCENTAJE
                                            CMS-COMISION
                                            CMS-PERIODO
                   MOVE "P"              TO CMS-STATUS
                   MOVE SPACES           TO CMS-MOTIVO
                   MOVE WS-FECHA-SISTEMA TO CMS-FECHA-REG
                   MOVE WS-OPERADOR-ID   TO CMS-OPERADOR
                   WRITE REG-COMISIONES
                        INVALID KEY
                           DISPLAY "RENGLON " WS-CONT-RENGLONES
                                   ": NO SE PUDO REGISTRAR LA VENTA."
                   END-WRITE
                   GO TO 052-SIGUE
           END-READ
           ADD WS-DET-VENTA TO CMS-VENTA
           REWRITE REG-COMISIONES
                INVALID KEY
                   DISPLAY "RENGLON " WS-CONT-RENGLONES ": NO SE "
                           "PUDO ACUMULAR LA VENTA."
           END-REWRITE.
       052-SIGUE.
           PERFORM 047-LEE-ARCHIVO THRU 047-FIN.
       052-FIN. EXIT.

      *----------------------------------------------------------------
      * CUENTA LO QUE YA HAY DEL MES EN BD-COMISIONES.TXT POR STATUS.
      *----------------------------------------------------------------
       053-RESUME-MES.
           MOVE ZEROS TO WS-CONT-PENDIENTES
                         WS-CONT-APLICADAS
                         WS-CONT-RECHAZADAS
                         WS-CONT-MES
                         WS-SUMA-PENDIENTES
           MOVE WS-MES-COMISION TO CMS-MES
           MOVE ZEROS           TO CMS-ID-EMP
           START COMISIONES KEY IS GREATER THAN OR EQUAL CMS-LLAVE
                 INVALID KEY
                    GO TO 053-FIN
           END-START.
       053-LEE.
           READ COMISIONES NEXT RECORD
                AT END
                   GO TO 053-FIN
           END-READ
           IF CMS-MES NOT EQUAL WS-MES-COMISION-9
              GO TO 053-FIN
           END-IF
           ADD 1 TO WS-CONT-MES
           EVALUATE TRUE
           WHEN CMS-PENDIENTE
              ADD 1            TO WS-CONT-PENDIENTES
              ADD CMS-COMISION TO WS-SUMA-PENDIENTES
           WHEN CMS-APLICADA
              ADD 1            TO WS-CONT-APLICADAS
           WHEN OTHER
              ADD 1            TO WS-CONT-RECHAZADAS
           END-EVALUATE
           GO TO 053-LEE.
       053-FIN. EXIT.

      *----------------------------------------------------------------
      * TERCERA PASADA: CADA VENDEDOR DEL MES SE VALIDA (EMPLEADO
      * EXISTENTE Y NO DADO DE BAJA, PUESTO CON PLAN) Y SE LE CALCULA
      * LA COMISION CON EL PORCENTAJE DEL TRAMO QUE ALCANZA SU
      * VENTA. EL QUE NO PROCEDE QUEDA RECHAZADO CON SU MOTIVO PARA
      * EL REPORTE A VENTAS.
      *----------------------------------------------------------------
       055-CALCULA-MES.
           MOVE SPACES          TO SW-FIN
           MOVE WS-MES-COMISION TO CMS-MES
           MOVE ZEROS           TO CMS-ID-EMP
           START COMISIONES KEY IS GREATER THAN OR EQUAL CMS-LLAVE
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN
           END-START
           PERFORM 056-CALCULA-VENDEDOR THRU 056-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           MOVE SPACES TO SW-FIN.
       055-FIN. EXIT.

       056-CALCULA-VENDEDOR.
           READ COMISIONES NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 056-FIN
           END-READ
           IF CMS-MES NOT EQUAL WS-MES-COMISION-9
              MOVE "FIN" TO SW-FIN
              GO TO 056-FIN
           END-IF
           MOVE CMS-ID-EMP TO REG-ID-EMP
           READ EMPLEADOS INTO WS-DATOS-EMPLEADO
                INVALID KEY
                   MOVE "X" TO CMS-STATUS
                   MOVE "EMPLEADO INEXISTENTE" TO CMS-MOTIVO
                   GO TO 056-GRABA
           END-READ
           MOVE WS-PUESTO TO CMS-PUESTO
           IF EMP-INACTIVO
              MOVE "X" TO CMS-STATUS
              MOVE "EMPLEADO DADO DE BAJA" TO CMS-MOTIVO
              GO TO 056-GRABA
           END-IF
           PERFORM 057-BUSCA-TRAMO THRU 057-FIN
           IF SW-HAY-PLAN NOT EQUAL "S"
              MOVE "X" TO CMS-STATUS
              MOVE "PUESTO SIN PLAN DE COMISIONES" TO CMS-MOTIVO
              GO TO 056-GRABA
           END-IF
           IF WS-PCT-TRAMO EQUAL ZEROS
              MOVE "X" TO CMS-STATUS
              MOVE "VENTA DEBAJO DEL PRIMER TRAMO" TO CMS-MOTIVO
              GO TO 056-GRABA
           END-IF
           MOVE WS-PCT-TRAMO TO CMS-PORCENTAJE
           COMPUTE CMS-COMISION ROUNDED =
                   CMS-VENTA * WS-PCT-TRAMO / 100
           IF CMS-COMISION EQUAL ZEROS
              MOVE "X" TO CMS-STATUS
              MOVE "SIN VENTA COMISIONABLE" TO CMS-MOTIVO
           END-IF.
       056-GRABA.
           REWRITE REG-COMISIONES
                INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR LA COMISION DEL "
                           "EMPLEADO " CMS-ID-EMP "."
           END-REWRITE.
       056-FIN. EXIT.

      *----------------------------------------------------------------
      * RECORRE LOS TRAMOS DEL PUESTO EN ORDEN DE VENTA MINIMA Y SE
      * QUEDA CON EL PORCENTAJE DEL ULTIMO QUE LA VENTA ALCANZA. EL
      * RECORRIDO MUEVE EL APUNTADOR DE BD-PLAN-COMISION.TXT, NO EL
      * DE BD-COMISIONES.TXT.
      *----------------------------------------------------------------
       057-BUSCA-TRAMO.
           MOVE "N"        TO SW-HAY-PLAN
           MOVE ZEROS      TO WS-PCT-TRAMO
           MOVE WS-PUESTO  TO PCO-PUESTO
           MOVE ZEROS      TO PCO-VENTA-DESDE
           START PLAN-COMISION KEY IS GREATER THAN OR EQUAL PCO-LLAVE
                 INVALID KEY
                    GO TO 057-FIN
           END-START.
       057-LEE.
           READ PLAN-COMISION NEXT RECORD
                AT END
                   GO TO 057-FIN
           END-READ
           IF PCO-PUESTO NOT EQUAL WS-PUESTO
              GO TO 057-FIN
           END-IF
           MOVE "S" TO SW-HAY-PLAN
           IF PCO-VENTA-DESDE IS GREATER THAN CMS-VENTA
              GO TO 057-FIN
           END-IF
           MOVE PCO-PORCENTAJE TO WS-PCT-TRAMO
           GO TO 057-LEE.
       057-FIN. EXIT.

      *----------------------------------------------------------------
      * EL VISTO BUENO: SOLO SUPERVISOR O ADMINISTRADOR, PARA UNA
      * QUINCENA ABIERTA DEL CALENDARIO. CADA COMISION PENDIENTE
      * PASA A BD-INCIDENCIAS.TXT CON EL CONSECUTIVO LIBRE DEL
      * EMPLEADO (EL PORCENTAJE VA EN LA CANTIDAD) Y QUEDA MARCADA
      * CON LA QUINCENA EN QUE SE PAGA. LA SEMANA SE GUARDA CON EL MES
      * MAS 50, IGUAL QUE EN BANCONOM; LA COMISION DEL VENDEDOR DE
      * OTRA FRECUENCIA DE PAGO SE QUEDA PENDIENTE PARA AUTORIZARLA
      * EN UN PERIODO DE SU FRECUENCIA.
      *----------------------------------------------------------------
       065-AUTORIZA-MES.
           IF NOT OPERADOR-SUPERVISOR AND NOT OPERADOR-ADMINISTRADOR
              DISPLAY "LA AUTORIZACION DE COMISIONES REQUIERE ROL DE "
                      "SUPERVISOR."
              GO TO 065-FIN
           END-IF
           MOVE WS-CONCEPTO-COMISION TO CON-CODIGO
           READ CATALOGO-CONCEPTOS
                INVALID KEY
                   DISPLAY "EL CONCEPTO " WS-CONCEPTO-COMISION
                           " (COMISIONES) NO ESTA EN EL CATALOGO; "
                           "DELO DE ALTA CON MANTCONC."
                   GO TO 065-FIN
           END-READ
           IF NOT CON-PERCEPCION
              DISPLAY "EL CONCEPTO " WS-CONCEPTO-COMISION " DEL "
                      "CATALOGO NO ES PERCEPCION; CORRIJALO CON "
                      "MANTCONC."
              GO TO 065-FIN
           END-IF
           PERFORM 068-PIDE-MES THRU 068-FIN
           PERFORM 053-RESUME-MES THRU 053-FIN
           IF WS-CONT-PENDIENTES EQUAL ZEROS
              DISPLAY "NO HAY COMISIONES PENDIENTES DEL MES "
                      WS-MES-COMISION "."
              GO TO 065-FIN
           END-IF
           PERFORM 049-PIDE-FRECUENCIA THRU 049-FIN
           IF CORRIDA-SEMANAL
              DISPLAY "SEMANA EN QUE SE PAGAN:"
              DISPLAY "ANIO (AAAA): "
              ACCEPT WS-PP-ANIO
              DISPLAY "MES DE PAGO (MM): "
              ACCEPT WS-PP-MES
              DISPLAY "SEMANA DEL MES (1 A 5): "
              ACCEPT WS-PP-QUINCENA
              IF WS-PP-MES IS LESS THAN 01 OR
                 WS-PP-MES IS GREATER THAN 12 OR
                 WS-PP-QUINCENA IS LESS THAN 1 OR
                 WS-PP-QUINCENA IS GREATER THAN 5
                 DISPLAY "EL MES VA DE 01 A 12 Y LA SEMANA DE 1 A 5."
                 GO TO 065-FIN
              END-IF
              ADD 50 TO WS-PP-MES
           ELSE
              DISPLAY "QUINCENA EN QUE SE PAGAN:"
              DISPLAY "ANIO (AAAA): "
              ACCEPT WS-PP-ANIO
              DISPLAY "MES (MM): "
              ACCEPT WS-PP-MES
              DISPLAY "QUINCENA (1/2): "
              ACCEPT WS-PP-QUINCENA
           END-IF
           MOVE WS-PERIODO-PAGO TO CAL-PERIODO
           READ CALENDARIO-NOMINA
                INVALID KEY
                   DISPLAY "EL PERIODO " WS-PERIODO-PAGO " NO ESTA EN "
                           "EL CALENDARIO."
                   GO TO 065-FIN
           END-READ
           IF NOT CAL-ABIERTO
              DISPLAY "EL PERIODO " WS-PERIODO-PAGO " YA PASO LA "
                      "CAPTURA (STATUS " CAL-STATUS ")."
              GO TO 065-FIN
           END-IF
           DISPLAY "COMISIONES DEL MES " WS-MES-COMISION ": "
                   WS-CONT-PENDIENTES " VENDEDORES POR "
                   WS-SUMA-PENDIENTES "."
           DISPLAY "¿LAS AUTORIZA PARA EL PERIODO " WS-PERIODO-PAGO
                   "? (Y/N): "
           ACCEPT SW-CONFIRMA
           IF SW-CONFIRMA NOT EQUAL "Y"
              DISPLAY "OPERACION CANCELADA."
              GO TO 065-FIN
           END-IF
           MOVE ZEROS           TO WS-CONT-APLICADOS
                                   WS-CONT-OTRA-FREC
           MOVE SPACES          TO SW-FIN
           MOVE WS-MES-COMISION TO CMS-MES
           MOVE ZEROS           TO CMS-ID-EMP
           START COMISIONES KEY IS GREATER THAN OR EQUAL CMS-LLAVE
                 INVALID KEY
                    GO TO 065-FIN
           END-START
           PERFORM 072-APLICA-COMISION THRU 072-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           MOVE SPACES TO SW-FIN
           DISPLAY "COMISIONES AUTORIZADAS: " WS-CONT-APLICADOS
                   " PASARON A LA CAPTURA."
           IF WS-CONT-OTRA-FREC IS GREATER THAN ZEROS
              DISPLAY WS-CONT-OTRA-FREC " COMISIONES DE VENDEDORES "
                      "DE OTRA FRECUENCIA DE PAGO SIGUEN PENDIENTES; "
                      "AUTORICELAS EN UN PERIODO DE SU FRECUENCIA."
           END-IF
           PERFORM 085-REPORTE THRU 085-FIN
           MOVE ZEROS    TO WS-ID-EMP
           MOVE "COMAPL" TO WS-AUD-OPERACION
           PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN.
       065-FIN. EXIT.

       068-PIDE-MES.
           DISPLAY "MES DE LAS VENTAS:"
           DISPLAY "ANIO (AAAA): "
           ACCEPT WS-MC-ANIO
           DISPLAY "MES (MM): "
           ACCEPT WS-MC-MES.
       068-FIN. EXIT.

       072-APLICA-COMISION.
           READ COMISIONES NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 072-FIN
           END-READ
           IF CMS-MES NOT EQUAL WS-MES-COMISION-9
              MOVE "FIN" TO SW-FIN
              GO TO 072-FIN
           END-IF
           IF NOT CMS-PENDIENTE
              GO TO 072-FIN
           END-IF
           MOVE CMS-ID-EMP TO REG-ID-EMP
           READ EMPLEADOS INTO WS-DATOS-EMPLEADO
                INVALID KEY
                   DISPLAY "EL EMPLEADO " CMS-ID-EMP " YA NO EXISTE; "
                           "SU COMISION SIGUE PENDIENTE."
                   GO TO 072-FIN
           END-READ
           IF CORRIDA-SEMANAL AND NOT EMP-PAGO-SEMANAL
              DISPLAY "EL EMPLEADO " CMS-ID-EMP " SE PAGA QUINCENAL; "
                      "EL PERIODO NO CORRESPONDE."
              ADD 1 TO WS-CONT-OTRA-FREC
              GO TO 072-FIN
           END-IF
           IF CORRIDA-QUINCENAL AND EMP-PAGO-SEMANAL
              DISPLAY "EL EMPLEADO " CMS-ID-EMP " SE PAGA SEMANAL; "
                      "EL PERIODO NO CORRESPONDE."
              ADD 1 TO WS-CONT-OTRA-FREC
              GO TO 072-FIN
           END-IF
           MOVE WS-PERIODO-PAGO      TO INC-PERIODO
           MOVE CMS-ID-EMP           TO INC-ID-EMP
           MOVE 1                    TO INC-CONSEC
           PERFORM 075-BUSCA-CONSECUTIVO THRU 075-FIN
           MOVE WS-CONCEPTO-COMISION TO INC-CONCEPTO
           MOVE "P"                  TO INC-TIPO
           MOVE CMS-PORCENTAJE       TO INC-CANTIDAD
           MOVE CMS-COMISION         TO INC-IMPORTE
           MOVE WS-FECHA-SISTEMA     TO INC-FECHA-REG
           MOVE WS-OPERADOR-ID       TO INC-OPERADOR
           WRITE REG-INCIDENCIAS
                INVALID KEY
                   DISPLAY "NO SE PUDO APLICAR LA COMISION DEL "
                           "EMPLEADO " CMS-ID-EMP "."
                   GO TO 072-FIN
           END-WRITE
           ADD 1 TO WS-CONT-APLICADOS
           MOVE "A"             TO CMS-STATUS
           MOVE WS-PERIODO-PAGO TO CMS-PERIODO
           REWRITE REG-COMISIONES
                INVALID KEY
                   DISPLAY "NO SE PUDO MARCAR APLICADA LA COMISION "
                           "DEL EMPLEADO " CMS-ID-EMP "."
           END-REWRITE.
       072-FIN. EXIT.

       075-BUSCA-CONSECUTIVO.
           READ INCIDENCIAS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   ADD 1 TO INC-CONSEC
                   GO TO 075-BUSCA-CONSECUTIVO
           END-READ.
       075-FIN. EXIT.

      *----------------------------------------------------------------
      * EL RECHAZO BORRA LA CARGA PENDIENTE DEL MES (PENDIENTES Y
      * RECHAZADOS) PARA QUE VENTAS MANDE EL ARCHIVO CORREGIDO. LO YA
      * APLICADO NO SE TOCA.
      *----------------------------------------------------------------
       080-RECHAZA-MES.
           IF NOT OPERADOR-SUPERVISOR AND NOT OPERADOR-ADMINISTRADOR
              DISPLAY "EL RECHAZO DE UNA CARGA REQUIERE ROL DE "
                      "SUPERVISOR."
              GO TO 080-FIN
           END-IF
           PERFORM 068-PIDE-MES THRU 068-FIN
           PERFORM 053-RESUME-MES THRU 053-FIN
           IF WS-CONT-APLICADAS IS GREATER THAN ZEROS
              DISPLAY "LAS COMISIONES DEL MES " WS-MES-COMISION
                      " YA SE APLICARON; NO HAY CARGA QUE RECHAZAR."
              GO TO 080-FIN
           END-IF
           IF WS-CONT-MES EQUAL ZEROS
              DISPLAY "NO HAY CARGA DEL MES " WS-MES-COMISION "."
              GO TO 080-FIN
           END-IF
           DISPLAY "¿RECHAZA LA CARGA DE " WS-CONT-MES
                   " VENDEDORES? (Y/N): "
           ACCEPT SW-CONFIRMA
           IF SW-CONFIRMA NOT EQUAL "Y"
              DISPLAY "OPERACION CANCELADA."
              GO TO 080-FIN
           END-IF
           MOVE SPACES          TO SW-FIN
           MOVE WS-MES-COMISION TO CMS-MES
           MOVE ZEROS           TO CMS-ID-EMP
           START COMISIONES KEY IS GREATER THAN OR EQUAL CMS-LLAVE
                 INVALID KEY
                    GO TO 080-FIN
           END-START
           PERFORM 082-BORRA-VENDEDOR THRU 082-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           MOVE SPACES TO SW-FIN
           DISPLAY "CARGA RECHAZADA; NINGUNA COMISION PASO A LA "
                   "CAPTURA."
           MOVE ZEROS    TO WS-ID-EMP
           MOVE "COMREC" TO WS-AUD-OPERACION
           PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN.
       080-FIN. EXIT.

       082-BORRA-VENDEDOR.
           READ COMISIONES NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 082-FIN
           END-READ
           IF CMS-MES NOT EQUAL WS-MES-COMISION-9
              MOVE "FIN" TO SW-FIN
              GO TO 082-FIN
           END-IF
           DELETE COMISIONES
                INVALID KEY
                   DISPLAY "NO SE PUDO BORRAR LA VENTA DEL EMPLEADO "
                           CMS-ID-EMP "."
           END-DELETE.
       082-FIN. EXIT.

      *----------------------------------------------------------------
      * REPORTE DE CONCILIACION PARA VENTAS: UN RENGLON POR VENDEDOR
      * DEL MES CON SU ESTADO, MAS LOS TOTALES DE VENTA RECIBIDA,
      * COMISIONADA Y RECHAZADA, PARA QUE CUADREN CONTRA SU HOJA.
      *----------------------------------------------------------------
       085-REPORTE.
           MOVE ZEROS TO WS-TOTAL-VENTA
                         WS-TOTAL-VENTA-COMIS
                         WS-TOTAL-COMISION
                         WS-TOTAL-VENTA-RECH
           PERFORM 053-RESUME-MES THRU 053-FIN
           IF WS-CONT-MES EQUAL ZEROS
              DISPLAY "NO HAY VENTAS CARGADAS DEL MES "
                      WS-MES-COMISION "."
              GO TO 085-FIN
           END-IF
           OPEN OUTPUT REPORTE
           MOVE WS-MC-ANIO TO WS-TIT-ANIO
           MOVE WS-MC-MES  TO WS-TIT-MES
           WRITE REG-REPORTE FROM WS-TITULO
           WRITE REG-REPORTE FROM WS-MARGEN
           WRITE REG-REPORTE FROM WS-COLUMNAS
           WRITE REG-REPORTE FROM WS-MARGEN
           MOVE SPACES          TO SW-FIN
           MOVE WS-MES-COMISION TO CMS-MES
           MOVE ZEROS           TO CMS-ID-EMP
           START COMISIONES KEY IS GREATER THAN OR EQUAL CMS-LLAVE
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN
           END-START
           PERFORM 087-RENGLON-REPORTE THRU 087-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           MOVE SPACES TO SW-FIN
           WRITE REG-REPORTE FROM WS-MARGEN
           MOVE "VENDEDORES EN EL ARCHIVO:     " TO WS-TOT-LEYENDA
           MOVE WS-CONT-MES         TO WS-TOT-CUENTA
           MOVE WS-TOTAL-VENTA      TO WS-TOT-IMPORTE
           WRITE REG-REPORTE FROM WS-TOTALES
           COMPUTE WS-TOT-CUENTA = WS-CONT-PENDIENTES +
                                   WS-CONT-APLICADAS
           MOVE "VENTA COMISIONADA:            " TO WS-TOT-LEYENDA
           MOVE WS-TOTAL-VENTA-COMIS TO WS-TOT-IMPORTE
           WRITE REG-REPORTE FROM WS-TOTALES
           MOVE "COMISIONES CALCULADAS:        " TO WS-TOT-LEYENDA
           MOVE WS-TOTAL-COMISION   TO WS-TOT-IMPORTE
           WRITE REG-REPORTE FROM WS-TOTALES
           MOVE "VENTA RECHAZADA:              " TO WS-TOT-LEYENDA
           MOVE WS-CONT-RECHAZADAS  TO WS-TOT-CUENTA
           MOVE WS-TOTAL-VENTA-RECH TO WS-TOT-IMPORTE
           WRITE REG-REPORTE FROM WS-TOTALES
           CLOSE REPORTE
           DISPLAY "REPORTE DE CONCILIACION: " WS-RUTA-REPORTE.
       085-FIN. EXIT.

       087-RENGLON-REPORTE.
           READ COMISIONES NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 087-FIN
           END-READ
           IF CMS-MES NOT EQUAL WS-MES-COMISION-9
              MOVE "FIN" TO SW-FIN
              GO TO 087-FIN
           END-IF
           MOVE CMS-ID-EMP TO REG-ID-EMP
           READ EMPLEADOS INTO WS-DATOS-EMPLEADO
                INVALID KEY
                   MOVE SPACES TO WS-NOMBRE-EMP WS-APE-PAT-EMP
                                  WS-APE-MAT-EMP
           END-READ
           MOVE SPACES TO WS-DET-NOMBRE
           STRING WS-APE-PAT-EMP  DELIMITED BY "  "
                  " "             DELIMITED BY SIZE
                  WS-APE-MAT-EMP  DELIMITED BY "  "
                  " "             DELIMITED BY SIZE
                  WS-NOMBRE-EMP   DELIMITED BY "  "
                  INTO WS-DET-NOMBRE
           END-STRING
           MOVE CMS-ID-EMP     TO WS-DET-ID
           MOVE CMS-PUESTO     TO WS-DET-PUESTO
           MOVE CMS-VENTA      TO WS-DET-VENTA-ED
           MOVE CMS-PORCENTAJE TO WS-DET-PCT
           MOVE CMS-COMISION   TO WS-DET-COMISION
           ADD CMS-VENTA TO WS-TOTAL-VENTA
           EVALUATE TRUE
           WHEN CMS-PENDIENTE
              MOVE "PENDIENTE DE AUTORIZAR" TO WS-DET-ESTADO
              ADD CMS-VENTA    TO WS-TOTAL-VENTA-COMIS
              ADD CMS-COMISION TO WS-TOTAL-COMISION
           WHEN CMS-APLICADA
              MOVE SPACES TO WS-DET-ESTADO
              STRING "PAGADA EN "  DELIMITED BY SIZE
                     CMS-PERIODO   DELIMITED BY SIZE
                     INTO WS-DET-ESTADO
              END-STRING
              ADD CMS-VENTA    TO WS-TOTAL-VENTA-COMIS
              ADD CMS-COMISION TO WS-TOTAL-COMISION
           WHEN OTHER
              MOVE CMS-MOTIVO TO WS-DET-ESTADO
              ADD CMS-VENTA    TO WS-TOTAL-VENTA-RECH
           END-EVALUATE
           WRITE REG-REPORTE FROM WS-DETALLE.
       087-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 CALENDARIO-NOMINA
                 INCIDENCIAS
                 COMISIONES
                 PLAN-COMISION
                 CATALOGO-CONCEPTOS
                 AUDITORIA.
       090-FIN. EXIT.
