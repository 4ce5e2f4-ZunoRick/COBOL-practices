      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * VIATEMP.cbl - ANTICIPOS DE VIATICOS DE LOS EMPLEADOS QUE
      *               VIAJAN ENTRE PLANTAS. PIDE LA CLAVE DE OPERADOR
      *               DE BD-OPERADORES.TXT Y LLEVA EL CICLO DE CADA
      *               ANTICIPO EN BD-VIATICOS.TXT: CUALQUIER OPERADOR
      *               CAPTURA LA SOLICITUD (PLANTA DESTINO, MOTIVO,
      *               FECHAS DEL VIAJE E IMPORTE); SOLO SUPERVISION LA
      *               AUTORIZA O RECHAZA, Y NUNCA QUIEN LA CAPTURO. AL
      *               AUTORIZARSE QUEDA LA FECHA LIMITE DE
      *               COMPROBACION (REGRESO MAS EL PLAZO DE LA
      *               POLITICA) Y VIATPAG LA MANDA A LA SIGUIENTE
      *               DISPERSION O CHEQUE. PAGADO EL ANTICIPO, LA
      *               COMPROBACION SE CAPTURA POR RENGLON EN
      *               BD-VIATICOS-COMPROB.TXT: GASTO DEDUCIBLE CON EL
      *               UUID Y RFC DE LA FACTURA DEL PROVEEDOR (UN UUID
      *               NO SE COMPRUEBA DOS VECES) O REINTEGRO EN CAJA;
      *               AL QUEDAR EN CEROS EL SALDO EL ANTICIPO SE
      *               CIERRA COMO COMPROBADO. LO QUE NO SE COMPRUEBE A
      *               TIEMPO LO DESCUENTA VIATDESC POR NOMINA. CADA
      *               MOVIMIENTO QUEDA EN BD-AUDITORIA.TXT (VIASOL,
      *               VIAAUT, VIAREC, VIACOM).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                VIATEMP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY PLTSEL.
           COPY OPERSEL.
           COPY AUDSEL.
           COPY VIASEL.
           COPY VCOSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY PLTFD.
           COPY OPERFD.
           COPY AUDFD.
           COPY VIAFD.
           COPY VCOFD.

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPFS.
           COPY EMPRUTA.
           COPY PLTFS.
           COPY PLTRUTA.
           COPY OPERFS.
           COPY OPERRUTA.
           COPY AUDFS.
           COPY AUDRUTA.
           COPY VIAFS.
           COPY VIARUTA.
           COPY VCOFS.
           COPY VCORUTA.

      *----------------------------------------------------------------
      * POLITICA DE VIATICOS: DIAS NATURALES QUE TIENE EL EMPLEADO,
      * CONTADOS DESDE EL REGRESO DEL VIAJE, PARA COMPROBAR EL
      * ANTICIPO ANTES DE QUE SE LE DESCUENTE POR NOMINA.
      *----------------------------------------------------------------
       01  WS-PLAZO-COMPROBACION   PIC 9(02)     VALUE 10.

       01  WS-RESPUESTA            PIC X(01).
       01  SW-CONFIRMA             PIC X(01).
       01  SW-CAPTURA-MAL          PIC X(01).
       01  SW-TERMINA              PIC X(01).
       01  SW-UUID-REPETIDO        PIC X(01).
       01  WS-FECHA-HOY            PIC 9(08).

      *----------------------------------------------------------------
      * LAS CLAVES SE CAPTURAN EN CAMPOS ALFANUMERICOS Y SE VALIDAN
      * NUMERICAS ANTES DE USARSE, IGUAL QUE EN CFDICAN.
      *----------------------------------------------------------------
       01  WS-EMP-X                PIC X(04).
       01  WS-EMP-9 REDEFINES WS-EMP-X
                                   PIC 9(04).
       01  WS-FOLIO-X              PIC X(03).
       01  WS-FOLIO-9 REDEFINES WS-FOLIO-X
                                   PIC 9(03).
       01  WS-PLANTA-X             PIC X(02).
       01  WS-PLANTA-9 REDEFINES WS-PLANTA-X
                                   PIC 9(02).

      *----------------------------------------------------------------
      * FECHA DE TRABAJO PARA VALIDAR LAS FECHAS CAPTURADAS Y PARA
      * AVANZAR DIA POR DIA HASTA LA FECHA LIMITE. LA TABLA DE DIAS
      * POR MES ES LA DE MANTCAL (FEBRERO BISIESTO CADA 4 ANIOS).
      *----------------------------------------------------------------
       01  WS-FECHA-X              PIC X(08).
       01  WS-FECHA-W.
           05 WS-FEW-ANIO          PIC 9(04).
           05 WS-FEW-MES           PIC 9(02).
           05 WS-FEW-DIA           PIC 9(02).
       01  WS-FECHA-W-9 REDEFINES WS-FECHA-W
                                   PIC 9(08).
       01  WS-DIAS-MES-VALORES     PIC X(24)
                                   VALUE "312831303130313130313031".
       01  WS-DIAS-MES-TABLA REDEFINES WS-DIAS-MES-VALORES.
           05 WS-DIAS-MES          PIC 9(02)  OCCURS 12 TIMES.
       01  WS-ULTIMO-DIA           PIC 9(02).
       01  WS-COCIENTE             PIC 9(04).
       01  WS-RESIDUO              PIC 9(02).
       01  WS-CONT-DIAS            PIC 9(02).

       01  WS-SALIDA               PIC 9(08).
       01  WS-REGRESO              PIC 9(08).
       01  WS-IMPORTE              PIC 9(07)V99.
       01  WS-MOTIVO               PIC X(30).
       01  WS-SALDO                PIC 9(07)V99.
       01  WS-CONT-VENCIDOS        PIC 9(03).
       01  WS-CONT-ANTICIPOS       PIC 9(03).
       01  WS-RENGLON              PIC 9(02).

       01  WS-REN-TIPO             PIC X(01).
       01  WS-REN-CONCEPTO         PIC X(20).
       01  WS-REN-IMPORTE          PIC 9(07)V99.
       01  WS-REN-UUID             PIC X(36).
       01  WS-REN-RFC              PIC X(13).
       01  WS-REN-FECHA            PIC 9(08).

       01  WS-DESC-STATUS          PIC X(20).
       01  WS-IMPORTE-ED           PIC ZZZ,ZZ9.99.
       01  WS-SALDO-ED             PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 056-OBTIENE-RUTA-PLANTAS     THRU 056-FIN
           PERFORM 027-OBTIENE-RUTA-OPERADORES  THRU 027-FIN
           PERFORM 021-OBTIENE-RUTA-AUDITORIA   THRU 021-FIN
           PERFORM 225-OBTIENE-RUTA-VIATICOS    THRU 225-FIN
           PERFORM 226-OBTIENE-RUTA-VIAT-COMPROB THRU 226-FIN
           PERFORM 028-ABRE-OPERADORES          THRU 028-FIN
           PERFORM 029-VALIDA-OPERADOR          THRU 029-FIN
           CLOSE OPERADORES
           MOVE WS-OPERADOR-ID TO WS-AUD-OPERADOR
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           PERFORM 030-MUESTRA-MENU THRU 040-FIN
                   UNTIL WS-RESPUESTA EQUAL "E"
           PERFORM 090-CIERRA-ARCHIVOS          THRU 090-FIN
           GOBACK.

           COPY EMPRUTAP.
           COPY PLTRUTAP.
           COPY OPERRUTAP.
           COPY OPERVALP.
           COPY AUDRUTAP.
           COPY AUDWRTP.
           COPY VIARUTAP.
           COPY VCORUTAP.

       028-ABRE-OPERADORES.
           OPEN INPUT OPERADORES
           IF NOT FS-OPERADORES-OK
              DISPLAY "NO SE PUDO ABRIR BD-OPERADORES.TXT. DE DE ALTA "
                      "LOS OPERADORES DESDE CRUD-EMP PRIMERO."
              GOBACK
           END-IF.
       028-FIN. EXIT.

      *----------------------------------------------------------------
      * LOS ANTICIPOS Y SU COMPROBACION SE CREAN VACIOS LA PRIMERA
      * VEZ; EL MAESTRO Y EL CATALOGO DE PLANTAS SON INDISPENSABLES.
      *----------------------------------------------------------------
       020-ABRE-ARCHIVOS.
           OPEN INPUT EMPLEADOS
           OPEN INPUT PLANTAS
           IF NOT FS-EMPLEADOS-OK OR NOT FS-PLANTAS-OK
              DISPLAY "NO SE PUDO ABRIR BD-EMPLEADOS.TXT O "
                      "BD-PLANTAS.TXT."
              GOBACK
           END-IF
           OPEN I-O VIATICOS
           IF FS-VIATICOS-NO-EXISTE
              OPEN OUTPUT VIATICOS
              CLOSE VIATICOS
              OPEN I-O VIATICOS
           END-IF
           OPEN I-O COMPROB-VIATICOS
           IF FS-VIAT-COMPROB-NO-EXISTE
              OPEN OUTPUT COMPROB-VIATICOS
              CLOSE COMPROB-VIATICOS
              OPEN I-O COMPROB-VIATICOS
           END-IF
           OPEN EXTEND AUDITORIA
           IF NOT FS-VIATICOS-OK OR NOT FS-VIAT-COMPROB-OK
              OR NOT FS-AUDITORIA-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              GOBACK
           END-IF.
       020-FIN. EXIT.

       030-MUESTRA-MENU.
           DISPLAY " "
           DISPLAY "TECLEE UNA OPCION: "
           DISPLAY " "
           DISPLAY "1: SOLICITAR UN ANTICIPO DE VIATICOS"
           DISPLAY "2: AUTORIZAR O RECHAZAR UN ANTICIPO (SUPERVISOR)"
           DISPLAY "3: CAPTURAR LA COMPROBACION DE UN ANTICIPO PAGADO"
           DISPLAY "4: CONSULTAR LOS ANTICIPOS DE UN EMPLEADO"
           DISPLAY " "
           DISPLAY "E: SALIR DEL PROGRAMA"
           DISPLAY " "
           ACCEPT WS-RESPUESTA.

       040-EJECUTA-OPCION.
           EVALUATE WS-RESPUESTA
           WHEN "1"
                PERFORM 050-SOLICITA-ANTICIPO THRU 050-FIN
           WHEN "2"
                PERFORM 055-AUTORIZA-ANTICIPO THRU 055-FIN
           WHEN "3"
                PERFORM 070-CAPTURA-COMPROBACION THRU 070-FIN
           WHEN "4"
                PERFORM 080-CONSULTA-ANTICIPOS THRU 080-FIN
           WHEN "E"
                CONTINUE
           WHEN OTHER
                DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.
       040-FIN. EXIT.

       045-PIDE-EMPLEADO.
           MOVE "N" TO SW-CAPTURA-MAL
           DISPLAY "CLAVE DEL EMPLEADO: "
           ACCEPT WS-EMP-X
           IF WS-EMP-X NOT NUMERIC
              DISPLAY "LA CLAVE DEBE SER NUMERICA."
              MOVE "S" TO SW-CAPTURA-MAL
              GO TO 045-FIN
           END-IF
           MOVE WS-EMP-9 TO REG-ID-EMP
           READ EMPLEADOS INTO WS-DATOS-EMPLEADO
                INVALID KEY
                   DISPLAY "EL EMPLEADO " WS-EMP-9 " NO EXISTE."
                   MOVE "S" TO SW-CAPTURA-MAL
                   GO TO 045-FIN
           END-READ
           DISPLAY "EMPLEADO: " WS-NOMBRE-EMP " " WS-APE-PAT-EMP " "
                   WS-APE-MAT-EMP.
       045-FIN. EXIT.

       046-PIDE-FOLIO.
           MOVE "N" TO SW-CAPTURA-MAL
           DISPLAY "FOLIO DEL ANTICIPO: "
           ACCEPT WS-FOLIO-X
           IF WS-FOLIO-X NOT NUMERIC
              DISPLAY "EL FOLIO DEBE SER NUMERICO (3 DIGITOS)."
              MOVE "S" TO SW-CAPTURA-MAL
              GO TO 046-FIN
           END-IF
           MOVE WS-ID-EMP  TO VIA-ID-EMP
           MOVE WS-FOLIO-9 TO VIA-FOLIO
           READ VIATICOS
                INVALID KEY
                   DISPLAY "EL EMPLEADO NO TIENE EL ANTICIPO "
                           WS-FOLIO-9 "."
                   MOVE "S" TO SW-CAPTURA-MAL
                   GO TO 046-FIN
           END-READ
           PERFORM 082-MUESTRA-ANTICIPO THRU 082-FIN.
       046-FIN. EXIT.

      *----------------------------------------------------------------
      * SOLO SE ANTICIPA A EMPLEADOS ACTIVOS Y PARA VIAJAR A UNA
      * PLANTA DISTINTA DE LA SUYA. LOS ANTICIPOS PAGADOS QUE YA
      * VENCIERON SIN COMPROBARSE SE AVISAN PARA QUE SUPERVISION LO
      * TOME EN CUENTA AL AUTORIZAR. EL FOLIO SE ASIGNA RECORRIENDO
      * LOS QUE YA TIENE EL EMPLEADO, COMO EL NUMERO DE PRESTAMO EN
      * PRESTEMP.
      *----------------------------------------------------------------
       050-SOLICITA-ANTICIPO.
           PERFORM 045-PIDE-EMPLEADO THRU 045-FIN
           IF SW-CAPTURA-MAL EQUAL "S"
              GO TO 050-FIN
           END-IF
           IF NOT EMP-ACTIVO
              DISPLAY "SOLO SE DAN ANTICIPOS A EMPLEADOS ACTIVOS "
                      "(STATUS " WS-STATUS-EMP ")."
              GO TO 050-FIN
           END-IF
           PERFORM 058-CUENTA-VENCIDOS THRU 058-FIN
           IF WS-CONT-VENCIDOS IS GREATER THAN ZEROS
              DISPLAY "AVISO: EL EMPLEADO TIENE " WS-CONT-VENCIDOS
                      " ANTICIPO(S) VENCIDO(S) SIN COMPROBAR."
           END-IF
           DISPLAY "PLANTA DESTINO: "
           ACCEPT WS-PLANTA-X
           IF WS-PLANTA-X NOT NUMERIC
              DISPLAY "LA PLANTA DEBE SER NUMERICA (2 DIGITOS)."
              GO TO 050-FIN
           END-IF
           MOVE WS-PLANTA-9 TO PLT-COD
           READ PLANTAS
                INVALID KEY
                   DISPLAY "LA PLANTA " WS-PLANTA-9 " NO EXISTE."
                   GO TO 050-FIN
           END-READ
           IF WS-PLANTA-9 EQUAL WS-PLANTA
              DISPLAY "LA PLANTA DESTINO ES LA MISMA DE ADSCRIPCION "
                      "DEL EMPLEADO."
              GO TO 050-FIN
           END-IF
           DISPLAY "MOTIVO DEL VIAJE: "
           ACCEPT WS-MOTIVO
           IF WS-MOTIVO EQUAL SPACES
              DISPLAY "EL MOTIVO ES OBLIGATORIO."
              GO TO 050-FIN
           END-IF
           DISPLAY "FECHA DE SALIDA (AAAAMMDD): "
           ACCEPT WS-FECHA-X
           PERFORM 051-VALIDA-FECHA THRU 051-FIN
           IF SW-CAPTURA-MAL EQUAL "S"
              GO TO 050-FIN
           END-IF
           MOVE WS-FECHA-W-9 TO WS-SALIDA
           DISPLAY "FECHA DE REGRESO (AAAAMMDD): "
           ACCEPT WS-FECHA-X
           PERFORM 051-VALIDA-FECHA THRU 051-FIN
           IF SW-CAPTURA-MAL EQUAL "S"
              GO TO 050-FIN
           END-IF
           MOVE WS-FECHA-W-9 TO WS-REGRESO
           IF WS-REGRESO IS LESS THAN WS-SALIDA
              DISPLAY "EL REGRESO NO PUEDE SER ANTERIOR A LA SALIDA."
              GO TO 050-FIN
           END-IF
           DISPLAY "IMPORTE DEL ANTICIPO: "
           ACCEPT WS-IMPORTE
           IF WS-IMPORTE EQUAL ZEROS
              DISPLAY "EL IMPORTE NO PUEDE SER CERO."
              GO TO 050-FIN
           END-IF
           MOVE WS-IMPORTE TO WS-IMPORTE-ED
           DISPLAY "¿CONFIRMA EL ANTICIPO DE " WS-IMPORTE-ED
                   " PARA VIAJAR A " PLT-NOMBRE "? (Y/N): "
           ACCEPT SW-CONFIRMA
           IF SW-CONFIRMA NOT EQUAL "Y"
              DISPLAY "NO SE REGISTRO EL ANTICIPO."
              GO TO 050-FIN
           END-IF
           MOVE WS-ID-EMP TO VIA-ID-EMP
           MOVE 1         TO VIA-FOLIO
           PERFORM 052-BUSCA-FOLIO THRU 052-FIN
           INITIALIZE REG-VIATICOS
           MOVE WS-ID-EMP      TO VIA-ID-EMP
           MOVE WS-FOLIO-9     TO VIA-FOLIO
           MOVE WS-PLANTA-9    TO VIA-PLANTA-DESTINO
           MOVE WS-MOTIVO      TO VIA-MOTIVO
           MOVE WS-SALIDA      TO VIA-FECHA-SALIDA
           MOVE WS-REGRESO     TO VIA-FECHA-REGRESO
           MOVE WS-IMPORTE     TO VIA-IMPORTE
           MOVE WS-FECHA-HOY   TO VIA-FECHA-SOLICITUD
           MOVE WS-OPERADOR-ID TO VIA-OPER-CAPTURA
           MOVE SPACES         TO VIA-OPER-AUTORIZA
           MOVE "S"            TO VIA-STATUS
           WRITE REG-VIATICOS
                INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR EL ANTICIPO."
                   GO TO 050-FIN
           END-WRITE
           MOVE "VIASOL" TO WS-AUD-OPERACION
           PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN
           DISPLAY "ANTICIPO " VIA-FOLIO " REGISTRADO; QUEDA EN "
                   "ESPERA DE AUTORIZACION DE SUPERVISION.".
       050-FIN. EXIT.

      *----------------------------------------------------------------
      * LA FECHA CAPTURADA DEBE SER NUMERICA Y EXISTIR EN EL
      * CALENDARIO; QUEDA EN WS-FECHA-W.
      *----------------------------------------------------------------
       051-VALIDA-FECHA.
           MOVE "N" TO SW-CAPTURA-MAL
           IF WS-FECHA-X NOT NUMERIC
              DISPLAY "LA FECHA DEBE SER NUMERICA (AAAAMMDD)."
              MOVE "S" TO SW-CAPTURA-MAL
              GO TO 051-FIN
           END-IF
           MOVE WS-FECHA-X TO WS-FECHA-W
           IF WS-FEW-MES IS LESS THAN 1 OR
              WS-FEW-MES IS GREATER THAN 12 OR
              WS-FEW-DIA IS LESS THAN 1
              DISPLAY "LA FECHA " WS-FECHA-X " NO ES VALIDA."
              MOVE "S" TO SW-CAPTURA-MAL
              GO TO 051-FIN
           END-IF
           PERFORM 054-ULTIMO-DIA THRU 054-FIN
           IF WS-FEW-DIA IS GREATER THAN WS-ULTIMO-DIA
              DISPLAY "LA FECHA " WS-FECHA-X " NO ES VALIDA."
              MOVE "S" TO SW-CAPTURA-MAL
           END-IF.
       051-FIN. EXIT.

       052-BUSCA-FOLIO.
           READ VIATICOS
                INVALID KEY
                   MOVE VIA-FOLIO TO WS-FOLIO-9
                NOT INVALID KEY
                   ADD 1 TO VIA-FOLIO
                   GO TO 052-BUSCA-FOLIO
           END-READ.
       052-FIN. EXIT.

       053-SUMA-DIA.
           PERFORM 054-ULTIMO-DIA THRU 054-FIN
           IF WS-FEW-DIA IS LESS THAN WS-ULTIMO-DIA
              ADD 1 TO WS-FEW-DIA
           ELSE
              MOVE 1 TO WS-FEW-DIA
              IF WS-FEW-MES EQUAL 12
                 MOVE 1 TO WS-FEW-MES
                 ADD 1 TO WS-FEW-ANIO
              ELSE
                 ADD 1 TO WS-FEW-MES
              END-IF
           END-IF
           ADD 1 TO WS-CONT-DIAS.
       053-FIN. EXIT.

       054-ULTIMO-DIA.
           MOVE WS-DIAS-MES (WS-FEW-MES) TO WS-ULTIMO-DIA
           IF WS-FEW-MES EQUAL 2
              DIVIDE WS-FEW-ANIO BY 4 GIVING WS-COCIENTE
                     REMAINDER WS-RESIDUO
              IF WS-RESIDUO EQUAL ZEROS
                 MOVE 29 TO WS-ULTIMO-DIA
              END-IF
           END-IF.
       054-FIN. EXIT.

      *----------------------------------------------------------------
      * AUTORIZACION A CUATRO OJOS: SUPERVISION, Y NUNCA EL MISMO
      * OPERADOR QUE CAPTURO LA SOLICITUD. AL AUTORIZAR SE FIJA LA
      * FECHA LIMITE DE COMPROBACION: EL REGRESO DEL VIAJE MAS EL
      * PLAZO DE LA POLITICA EN DIAS NATURALES.
      *----------------------------------------------------------------
       055-AUTORIZA-ANTICIPO.
           IF NOT OPERADOR-SUPERVISOR AND NOT OPERADOR-ADMINISTRADOR
              DISPLAY "SOLO SUPERVISION PUEDE AUTORIZAR ANTICIPOS DE "
                      "VIATICOS."
              GO TO 055-FIN
           END-IF
           PERFORM 045-PIDE-EMPLEADO THRU 045-FIN
           IF SW-CAPTURA-MAL EQUAL "S"
              GO TO 055-FIN
           END-IF
           PERFORM 046-PIDE-FOLIO THRU 046-FIN
           IF SW-CAPTURA-MAL EQUAL "S"
              GO TO 055-FIN
           END-IF
           IF NOT VIA-SOLICITADO
              DISPLAY "EL ANTICIPO NO ESTA EN ESPERA DE AUTORIZACION."
              GO TO 055-FIN
           END-IF
           IF VIA-OPER-CAPTURA EQUAL WS-OPERADOR-ID
              DISPLAY "QUIEN CAPTURO LA SOLICITUD NO PUEDE "
                      "AUTORIZARLA."
              GO TO 055-FIN
           END-IF
           DISPLAY "A: AUTORIZAR   R: RECHAZAR   OTRA: SALIR"
           ACCEPT WS-RESPUESTA
           IF WS-RESPUESTA NOT EQUAL "A" AND
              WS-RESPUESTA NOT EQUAL "R"
              MOVE SPACE TO WS-RESPUESTA
              GO TO 055-FIN
           END-IF
           IF WS-RESPUESTA EQUAL "A"
              DISPLAY "¿CONFIRMA LA AUTORIZACION DEL ANTICIPO? (Y/N): "
           ELSE
              DISPLAY "¿CONFIRMA EL RECHAZO DEL ANTICIPO? (Y/N): "
           END-IF
           ACCEPT SW-CONFIRMA
           IF SW-CONFIRMA NOT EQUAL "Y"
              DISPLAY "EL ANTICIPO QUEDA SIN CAMBIOS."
              MOVE SPACE TO WS-RESPUESTA
              GO TO 055-FIN
           END-IF
           MOVE WS-OPERADOR-ID TO VIA-OPER-AUTORIZA
           MOVE WS-FECHA-HOY   TO VIA-FECHA-AUTORIZA
           IF WS-RESPUESTA EQUAL "A"
              MOVE VIA-FECHA-REGRESO TO WS-FECHA-W-9
              MOVE ZEROS TO WS-CONT-DIAS
              PERFORM 053-SUMA-DIA THRU 053-FIN
                      UNTIL WS-CONT-DIAS EQUAL WS-PLAZO-COMPROBACION
              MOVE WS-FECHA-W-9 TO VIA-FECHA-LIMITE
              MOVE "A"      TO VIA-STATUS
              MOVE "VIAAUT" TO WS-AUD-OPERACION
           ELSE
              MOVE "X"      TO VIA-STATUS
              MOVE "VIAREC" TO WS-AUD-OPERACION
           END-IF
           MOVE SPACE TO WS-RESPUESTA
           REWRITE REG-VIATICOS
                INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL ANTICIPO."
                   GO TO 055-FIN
           END-REWRITE
           PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN
           IF VIA-AUTORIZADO
              DISPLAY "ANTICIPO AUTORIZADO; SALE A PAGO CON EL "
                      "SIGUIENTE VIATPAG. COMPROBAR A MAS TARDAR EL "
                      VIA-FECHA-LIMITE "."
           ELSE
              DISPLAY "ANTICIPO RECHAZADO."
           END-IF.
       055-FIN. EXIT.

      *----------------------------------------------------------------
      * CUENTA LOS ANTICIPOS PAGADOS DEL EMPLEADO CUYA FECHA LIMITE
      * DE COMPROBACION YA PASO.
      *----------------------------------------------------------------
       058-CUENTA-VENCIDOS.
           MOVE ZEROS TO WS-CONT-VENCIDOS
           MOVE WS-ID-EMP TO VIA-ID-EMP
           MOVE ZEROS     TO VIA-FOLIO
           START VIATICOS KEY IS GREATER THAN OR EQUAL VIA-LLAVE
                 INVALID KEY
                    GO TO 058-FIN
           END-START.
       058-SIGUE.
           READ VIATICOS NEXT RECORD
                AT END
                   GO TO 058-FIN
           END-READ
           IF VIA-ID-EMP NOT EQUAL WS-ID-EMP
              GO TO 058-FIN
           END-IF
           IF VIA-PAGADO AND VIA-FECHA-LIMITE IS LESS THAN WS-FECHA-HOY
              ADD 1 TO WS-CONT-VENCIDOS
           END-IF
           GO TO 058-SIGUE.
       058-FIN. EXIT.

      *----------------------------------------------------------------
      * COMPROBACION DEL ANTICIPO PAGADO, RENGLON POR RENGLON. NINGUN
      * RENGLON PUEDE REBASAR EL SALDO POR COMPROBAR (EL GASTO MAYOR
      * AL ANTICIPO SE REEMBOLSA POR OTRA VIA); AL LLEGAR EL SALDO A
      * CEROS EL ANTICIPO QUEDA COMPROBADO Y SE CIERRA.
      *----------------------------------------------------------------
       070-CAPTURA-COMPROBACION.
           PERFORM 045-PIDE-EMPLEADO THRU 045-FIN
           IF SW-CAPTURA-MAL EQUAL "S"
              GO TO 070-FIN
           END-IF
           PERFORM 046-PIDE-FOLIO THRU 046-FIN
           IF SW-CAPTURA-MAL EQUAL "S"
              GO TO 070-FIN
           END-IF
           IF VIA-DESCONTADO-NOMINA
              DISPLAY "EL SALDO DEL ANTICIPO YA SE DESCUENTA POR "
                      "NOMINA (PRESTAMO " VIA-NUM-PRESTAMO "); YA NO "
                      "SE COMPRUEBA AQUI."
              GO TO 070-FIN
           END-IF
           IF NOT VIA-PAGADO
              DISPLAY "SOLO SE COMPRUEBAN ANTICIPOS PAGADOS Y "
                      "ABIERTOS."
              GO TO 070-FIN
           END-IF
           MOVE "N" TO SW-TERMINA
           PERFORM 072-CAPTURA-RENGLON THRU 072-FIN
                   UNTIL SW-TERMINA EQUAL "S".
       070-FIN. EXIT.

       072-CAPTURA-RENGLON.
           COMPUTE WS-SALDO = VIA-IMPORTE - VIA-COMPROBADO -
                              VIA-REINTEGRADO - VIA-DESCONTADO
           MOVE WS-SALDO TO WS-SALDO-ED
           DISPLAY " "
           DISPLAY "SALDO POR COMPROBAR: " WS-SALDO-ED
           DISPLAY "TIPO DE RENGLON (G = GASTO CON CFDI, R = "
                   "REINTEGRO EN CAJA, T = TERMINAR): "
           ACCEPT WS-REN-TIPO
           IF WS-REN-TIPO NOT EQUAL "G" AND
              WS-REN-TIPO NOT EQUAL "R"
              MOVE "S" TO SW-TERMINA
              GO TO 072-FIN
           END-IF
           MOVE SPACES TO WS-REN-UUID
                          WS-REN-RFC
           MOVE WS-FECHA-HOY TO WS-REN-FECHA
           IF WS-REN-TIPO EQUAL "G"
              DISPLAY "FECHA DEL GASTO (AAAAMMDD): "
              ACCEPT WS-FECHA-X
              PERFORM 051-VALIDA-FECHA THRU 051-FIN
              IF SW-CAPTURA-MAL EQUAL "S"
                 GO TO 072-FIN
              END-IF
              MOVE WS-FECHA-W-9 TO WS-REN-FECHA
              DISPLAY "CONCEPTO (HOSPEDAJE, ALIMENTOS, TRANSPORTE...): "
              ACCEPT WS-REN-CONCEPTO
              DISPLAY "UUID DE LA FACTURA DEL PROVEEDOR: "
              ACCEPT WS-REN-UUID
              PERFORM 074-VALIDA-UUID THRU 074-FIN
              IF SW-CAPTURA-MAL EQUAL "S"
                 GO TO 072-FIN
              END-IF
              DISPLAY "RFC DEL EMISOR: "
              ACCEPT WS-REN-RFC
              IF WS-REN-RFC EQUAL SPACES
                 DISPLAY "EL RFC DEL EMISOR ES OBLIGATORIO."
                 GO TO 072-FIN
              END-IF
              DISPLAY "IMPORTE DEDUCIBLE: "
           ELSE
              MOVE "REINTEGRO EN CAJA" TO WS-REN-CONCEPTO
              DISPLAY "IMPORTE REINTEGRADO: "
           END-IF
           ACCEPT WS-REN-IMPORTE
           IF WS-REN-IMPORTE EQUAL ZEROS
              DISPLAY "EL IMPORTE NO PUEDE SER CERO."
              GO TO 072-FIN
           END-IF
           IF WS-REN-IMPORTE IS GREATER THAN WS-SALDO
              DISPLAY "EL IMPORTE REBASA EL SALDO POR COMPROBAR; "
                      "CAPTURE SOLO HASTA " WS-SALDO-ED "."
              GO TO 072-FIN
           END-IF
           MOVE VIA-ID-EMP TO VCO-ID-EMP
           MOVE VIA-FOLIO  TO VCO-FOLIO
           MOVE 1          TO VCO-RENGLON
           PERFORM 076-BUSCA-RENGLON THRU 076-FIN
           INITIALIZE REG-COMPROB-VIATICOS
           MOVE VIA-ID-EMP     TO VCO-ID-EMP
           MOVE VIA-FOLIO      TO VCO-FOLIO
           MOVE WS-RENGLON     TO VCO-RENGLON
           MOVE WS-REN-TIPO    TO VCO-TIPO
           MOVE WS-REN-FECHA   TO VCO-FECHA-GASTO
           MOVE WS-REN-CONCEPTO TO VCO-CONCEPTO
           MOVE WS-REN-IMPORTE TO VCO-IMPORTE
           MOVE WS-REN-UUID    TO VCO-UUID
           MOVE WS-REN-RFC     TO VCO-RFC-EMISOR
           MOVE WS-OPERADOR-ID TO VCO-OPERADOR
           MOVE WS-FECHA-HOY   TO VCO-FECHA-CAPTURA
           WRITE REG-COMPROB-VIATICOS
                INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR EL RENGLON."
                   MOVE "S" TO SW-TERMINA
                   GO TO 072-FIN
           END-WRITE
           IF VCO-GASTO
              ADD WS-REN-IMPORTE TO VIA-COMPROBADO
           ELSE
              ADD WS-REN-IMPORTE TO VIA-REINTEGRADO
           END-IF
           IF WS-REN-IMPORTE EQUAL WS-SALDO
              MOVE "C" TO VIA-STATUS
              MOVE "S" TO SW-TERMINA
           END-IF
           REWRITE REG-VIATICOS
                INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL ANTICIPO."
                   MOVE "S" TO SW-TERMINA
                   GO TO 072-FIN
           END-REWRITE
           MOVE "VIACOM" TO WS-AUD-OPERACION
           PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN
           IF VIA-COMPROBADO-TOTAL
              DISPLAY "ANTICIPO COMPROBADO EN SU TOTALIDAD; QUEDA "
                      "CERRADO."
           END-IF.
       072-FIN. EXIT.

      *----------------------------------------------------------------
      * EL UUID DEBE TRAER LA FORMA DEL SAT (36 POSICIONES CON GUIONES
      * EN LA 9, 14, 19 Y 24) Y NO HABERSE COMPROBADO ANTES EN ESTE NI
      * EN OTRO ANTICIPO: LA MISMA FACTURA NO AMPARA DOS GASTOS.
      *----------------------------------------------------------------
       074-VALIDA-UUID.
           MOVE "N" TO SW-CAPTURA-MAL
           IF WS-REN-UUID (36:1) EQUAL SPACE OR
              WS-REN-UUID (9:1)  NOT EQUAL "-" OR
              WS-REN-UUID (14:1) NOT EQUAL "-" OR
              WS-REN-UUID (19:1) NOT EQUAL "-" OR
              WS-REN-UUID (24:1) NOT EQUAL "-"
              DISPLAY "EL UUID NO TIENE LA FORMA "
                      "XXXXXXXX-XXXX-XXXX-XXXX-XXXXXXXXXXXX."
              MOVE "S" TO SW-CAPTURA-MAL
              GO TO 074-FIN
           END-IF
           MOVE "N" TO SW-UUID-REPETIDO
           MOVE LOW-VALUES TO VCO-LLAVE
           START COMPROB-VIATICOS
                 KEY IS GREATER THAN OR EQUAL VCO-LLAVE
                 INVALID KEY
                    GO TO 074-FIN
           END-START
           PERFORM 075-BUSCA-UUID THRU 075-FIN
                   UNTIL SW-UUID-REPETIDO NOT EQUAL "N"
           IF SW-UUID-REPETIDO EQUAL "S"
              DISPLAY "ESE UUID YA SE COMPROBO EN EL ANTICIPO "
                      VCO-FOLIO " DEL EMPLEADO " VCO-ID-EMP "."
              MOVE "S" TO SW-CAPTURA-MAL
           END-IF.
       074-FIN. EXIT.

       075-BUSCA-UUID.
           READ COMPROB-VIATICOS NEXT RECORD
                AT END
                   MOVE "F" TO SW-UUID-REPETIDO
                   GO TO 075-FIN
           END-READ
           IF VCO-GASTO AND VCO-UUID EQUAL WS-REN-UUID
              MOVE "S" TO SW-UUID-REPETIDO
           END-IF.
       075-FIN. EXIT.

      *----------------------------------------------------------------
      * EL SIGUIENTE RENGLON LIBRE DE LA COMPROBACION DEL ANTICIPO
      * QUEDA EN WS-RENGLON.
      *----------------------------------------------------------------
       076-BUSCA-RENGLON.
           READ COMPROB-VIATICOS
                INVALID KEY
                   MOVE VCO-RENGLON TO WS-RENGLON
                NOT INVALID KEY
                   ADD 1 TO VCO-RENGLON
                   GO TO 076-BUSCA-RENGLON
           END-READ.
       076-FIN. EXIT.

      *----------------------------------------------------------------
      * LISTA EN PANTALLA LOS ANTICIPOS DEL EMPLEADO CON SU SALDO POR
      * COMPROBAR, PARA CONTESTAR EN VENTANILLA SIN SACAR EL REPORTE
      * DE ANTIGUEDAD COMPLETO.
      *----------------------------------------------------------------
       080-CONSULTA-ANTICIPOS.
           PERFORM 045-PIDE-EMPLEADO THRU 045-FIN
           IF SW-CAPTURA-MAL EQUAL "S"
              GO TO 080-FIN
           END-IF
           MOVE ZEROS TO WS-CONT-ANTICIPOS
           MOVE WS-ID-EMP TO VIA-ID-EMP
           MOVE ZEROS     TO VIA-FOLIO
           START VIATICOS KEY IS GREATER THAN OR EQUAL VIA-LLAVE
                 INVALID KEY
                    DISPLAY "EL EMPLEADO NO TIENE ANTICIPOS."
                    GO TO 080-FIN
           END-START.
       080-SIGUE.
           READ VIATICOS NEXT RECORD
                AT END
                   GO TO 080-TOTAL
           END-READ
           IF VIA-ID-EMP NOT EQUAL WS-ID-EMP
              GO TO 080-TOTAL
           END-IF
           DISPLAY " "
           PERFORM 082-MUESTRA-ANTICIPO THRU 082-FIN
           ADD 1 TO WS-CONT-ANTICIPOS
           GO TO 080-SIGUE.
       080-TOTAL.
           IF WS-CONT-ANTICIPOS EQUAL ZEROS
              DISPLAY "EL EMPLEADO NO TIENE ANTICIPOS."
           END-IF.
       080-FIN. EXIT.

       082-MUESTRA-ANTICIPO.
           EVALUATE TRUE
           WHEN VIA-SOLICITADO
                MOVE "POR AUTORIZAR"        TO WS-DESC-STATUS
           WHEN VIA-AUTORIZADO
                MOVE "AUTORIZADO POR PAGAR" TO WS-DESC-STATUS
           WHEN VIA-RECHAZADO
                MOVE "RECHAZADO"            TO WS-DESC-STATUS
           WHEN VIA-PAGADO
                MOVE "PAGADO POR COMPROBAR" TO WS-DESC-STATUS
           WHEN VIA-COMPROBADO-TOTAL
                MOVE "COMPROBADO"           TO WS-DESC-STATUS
           WHEN VIA-DESCONTADO-NOMINA
                MOVE "DESCONTADO EN NOMINA" TO WS-DESC-STATUS
           WHEN OTHER
                MOVE "DESCONOCIDO"          TO WS-DESC-STATUS
           END-EVALUATE
           MOVE VIA-IMPORTE TO WS-IMPORTE-ED
           COMPUTE WS-SALDO = VIA-IMPORTE - VIA-COMPROBADO -
                              VIA-REINTEGRADO - VIA-DESCONTADO
           MOVE WS-SALDO TO WS-SALDO-ED
           DISPLAY "FOLIO " VIA-FOLIO "  " WS-DESC-STATUS
                   "  PLANTA " VIA-PLANTA-DESTINO "  " VIA-MOTIVO
           DISPLAY "   VIAJE " VIA-FECHA-SALIDA " A "
                   VIA-FECHA-REGRESO "  IMPORTE " WS-IMPORTE-ED
                   "  SALDO " WS-SALDO-ED
           IF VIA-PAGADO OR VIA-COMPROBADO-TOTAL OR
              VIA-DESCONTADO-NOMINA
              DISPLAY "   PAGADO " VIA-FECHA-PAGO " (PERIODO "
                      VIA-PERIODO-PAGO ")  LIMITE " VIA-FECHA-LIMITE
           END-IF
           IF VIA-DESCONTADO-NOMINA
              DISPLAY "   DESCUENTO POR NOMINA: PRESTAMO "
                      VIA-NUM-PRESTAMO
           END-IF.
       082-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 PLANTAS
                 VIATICOS
                 COMPROB-VIATICOS
                 AUDITORIA.
       090-FIN. EXIT.
