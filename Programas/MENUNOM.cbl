      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * MENUNOM.cbl - MENU DE OPERACION DE LA NOMINA. CON EL MISMO
      *               INICIO DE SESION Y LOS MISMOS ROLES QUE CRUD-EMP
      *               (OPERVALP.cpy), PIDE LA QUINCENA (O SEMANA) A
      *               TRABAJAR, MUESTRA SU CAL-STATUS DE
      *               BD-CALEND-NOMINA.TXT Y SOLO OFRECE LOS PASOS
      *               QUE CORRESPONDEN A ESE STATUS Y AL ROL DEL
      *               OPERADOR:
      *               - ABIERTO    : INCIDEMP, RELOJIMP, PRENOMIN.
      *               - CAPTURA CERRADA: PRENOMIN, NOMQUINC,
      *                 REVERNOM.
      *               - CALCULADO  : NOMQUINC (REIMPRESION), REVERNOM,
      *                 BANCONOM, CHEQNOM, RECIBNOM, CFDIEXP,
      *                 POLIZNOM.
      *               - DISPERSADO : NOMQUINC (REIMPRESION), BANCONOM,
      *                 CHEQNOM, RECIBNOM, CFDIEXP, POLIZNOM.
      *               - CERRADO    : NOMQUINC (REIMPRESION), RECIBNOM,
      *                 CFDIEXP, POLIZNOM.
      *               LAS CAPTURAS Y LOS RECIBOS SON PARA CUALQUIER
      *               ROL QUE CAPTURA; LOS PASOS QUE LIBERAN, CALCULAN,
      *               REVERSAN, PAGAN O GENERAN INTERFACES SOLO PARA
      *               SUPERVISOR O ADMINISTRADOR; EL ROL DE CONSULTA NO
      *               ENTRA. CADA PASO SE EJECUTA VIA CALL COMO EN
      *               LOTENOCHE (FALLA SI EL CALL NO ENCUENTRA EL
      *               PROGRAMA O SI ESTE SALE CON RETURN-CODE DISTINTO
      *               DE CERO) Y DESPUES SE RELEE EL CALENDARIO PARA
      *               CONFIRMAR QUE EL PERIODO QUEDO EN UN STATUS QUE
      *               ESE PASO DEBE DEJAR. CADA CORRIDA QUEDA EN
      *               BD-CORRIDAS-NOMINA.TXT: FECHA, HORAS DE INICIO Y
      *               FIN, OPERADOR, PERIODO, PROGRAMA, STATUS ANTES Y
      *               DESPUES Y RESULTADO.
      *               EL OPERADOR YA VALIDADO Y EL PERIODO ELEGIDO
      *               VIAJAN AL PASO EN EL AREA EXTERNAL DE MENUPAR.cpy:
      *               LLAMADO DESDE AQUI EL PASO NO LOS VUELVE A PEDIR
      *               (SOLO SUS OPCIONES PROPIAS) Y CORRIDO SOLO SE
      *               COMPORTA COMO SIEMPRE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                MENUNOM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OPERSEL.
           COPY CALSEL.
           SELECT CORRIDAS-NOMINA
           ASSIGN TO WS-RUTA-CORRIDAS
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-CORRIDAS.

       DATA DIVISION.
       FILE SECTION.
           COPY OPERFD.
           COPY CALFD.

      *----------------------------------------------------------------
      * BD-CORRIDAS-NOMINA.TXT - UN RENGLON POR PASO CORRIDO DESDE EL
      * MENU. RESULTADO: B = BIEN, M = MAL.
      *----------------------------------------------------------------
       FD  CORRIDAS-NOMINA
           RECORD CONTAINS 47 CHARACTERS.
       01  REG-CORRIDAS-NOMINA.
           05 CN-FECHA             PIC 9(08).
           05 CN-HORA-INI          PIC 9(06).
           05 CN-HORA-FIN          PIC 9(06).
           05 CN-OPERADOR          PIC X(08).
           05 CN-PERIODO           PIC 9(07).
           05 CN-PROGRAMA          PIC X(09).
           05 CN-STATUS-ANTES      PIC X(01).
           05 CN-STATUS-DESPUES    PIC X(01).
           05 CN-RESULTADO         PIC X(01).

       WORKING-STORAGE SECTION.
           COPY OPERFS.
           COPY OPERRUTA.
           COPY CALFS.
           COPY CALRUTA.
           COPY MENUPAR.

       01  WS-DIR-DATOS            PIC X(60).
       01  WS-RUTA-CORRIDAS        PIC X(80).
       01  WS-FS-CORRIDAS          PIC X(02)    VALUE "00".
           88 FS-CORRIDAS-OK               VALUE "00".

      *----------------------------------------------------------------
      * PASOS DE LA NOMINA EN EL ORDEN DEL CICLO. POR PASO: LETRA DEL
      * MENU, PROGRAMA, ROL (T = CUALQUIER ROL QUE CAPTURA, S =
      * SUPERVISOR O ADMINISTRADOR), LOS STATUS DE CALENDARIO EN QUE
      * SE OFRECE, LOS STATUS EN QUE PUEDE DEJAR EL PERIODO AL TERMINAR
      * BIEN Y SU DESCRIPCION.
      *----------------------------------------------------------------
       01  WS-TABLA-PASOS.
           05 FILLER PIC X(20) VALUE "IINCIDEMP T A   A   ".
           05 FILLER PIC X(44) VALUE "CAPTURA DE INCIDENCIAS".
           05 FILLER PIC X(20) VALUE "RRELOJIMP T A   A   ".
           05 FILLER PIC X(44) VALUE "CARGA DE CHECADAS DEL RELOJ".
           05 FILLER PIC X(20) VALUE "GPRENOMIN S AC  C   ".
           05 FILLER PIC X(44)
               VALUE "PRENOMINA Y LIBERACION (CIERRA LA CAPTURA)".
           05 FILLER PIC X(20) VALUE "CNOMQUINC S CLDXLDX ".
           05 FILLER PIC X(44)
               VALUE "CALCULO DE LA QUINCENA O SU REIMPRESION".
           05 FILLER PIC X(20) VALUE "VREVERNOM S CL  A   ".
           05 FILLER PIC X(44)
               VALUE "REVERSA DEL CALCULO (REABRE LA CAPTURA)".
           05 FILLER PIC X(20) VALUE "BBANCONOM S LD  D   ".
           05 FILLER PIC X(44) VALUE "DISPERSION BANCARIA".
           05 FILLER PIC X(20) VALUE "HCHEQNOM  S LD  LD  ".
           05 FILLER PIC X(44)
               VALUE "PAGO POR CHEQUE O EFECTIVO (SIN CLABE)".
           05 FILLER PIC X(20) VALUE "NRECIBNOM T LDX LDX ".
           05 FILLER PIC X(44) VALUE "RECIBOS DE NOMINA".
           05 FILLER PIC X(20) VALUE "FCFDIEXP  S LDX LDX ".
           05 FILLER PIC X(44) VALUE "EXTRACTO DE TIMBRADO CFDI".
           05 FILLER PIC X(20) VALUE "PPOLIZNOM S LDX LDX ".
           05 FILLER PIC X(44) VALUE "POLIZA CONTABLE DE LA NOMINA".
       01  WS-TABLA-PASOS-R REDEFINES WS-TABLA-PASOS.
           05 WS-PASO-REN OCCURS 10 TIMES.
              10 WS-PASO-LETRA     PIC X(01).
              10 WS-PASO-PROGRAMA  PIC X(09).
              10 WS-PASO-ROL       PIC X(01).
              10 FILLER            PIC X(01).
              10 WS-PASO-STATUS    PIC X(04).
              10 WS-PASO-STATUS-FINAL PIC X(04).
              10 WS-PASO-DESCRIPCION PIC X(44).
       01  WS-TOTAL-PASOS          PIC 9(02)    VALUE 10.

       01  WS-IDX                  PIC 9(02).
       01  WS-PASO-ELEGIDO         PIC 9(02).
       01  WS-CUENTA-STATUS        PIC 9(02).
       01  WS-CONT-OFRECIDOS       PIC 9(02).
       01  SW-PASO-PERMITIDO       PIC X(01).
           88 PASO-PERMITIDO               VALUE "S".

       01  WS-RESPUESTA            PIC X(01)    VALUE SPACES.
       01  WS-PERIODO              PIC 9(07).
       01  SW-PERIODO-HALLADO      PIC X(01).
           88 PERIODO-HALLADO              VALUE "S".
       01  WS-STATUS-PERIODO       PIC X(01).
       01  WS-STATUS-DESCRIPCION   PIC X(16).
       01  WS-STATUS-ANTES         PIC X(01).
       01  WS-PER-INICIO           PIC 9(08).
       01  WS-PER-FIN              PIC 9(08).
       01  WS-PER-PAGO             PIC 9(08).
       01  WS-PROGRAMA-LLAMAR      PIC X(09).

       01  WS-FECHA-HOY            PIC 9(08).
       01  WS-HORA-INI             PIC 9(06).
       01  WS-HORA-FIN             PIC 9(06).

       01  WS-CALL-STATUS          PIC X(01).
           88 CALL-EXITOSA                VALUE "0".
           88 CALL-FALLIDA                VALUE "1".
           88 CALL-SIN-EFECTO             VALUE "2".

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 016-ARMA-RUTAS               THRU 016-FIN
           PERFORM 027-OBTIENE-RUTA-OPERADORES  THRU 027-FIN
           PERFORM 041-OBTIENE-RUTA-CALENDARIO  THRU 041-FIN
           PERFORM 028-ABRE-OPERADORES          THRU 028-FIN
           PERFORM 029-VALIDA-OPERADOR          THRU 029-FIN
           CLOSE OPERADORES
           IF OPERADOR-CONSULTA
              DISPLAY "EL ROL DE CONSULTA NO CORRE PASOS DE NOMINA."
              GOBACK
           END-IF
           PERFORM 030-SOLICITA-PERIODO         THRU 030-FIN
           PERFORM 040-MUESTRA-MENU THRU 050-FIN
                   UNTIL WS-RESPUESTA EQUAL "E"
           MOVE ZEROS TO RETURN-CODE
           GOBACK.

      *----------------------------------------------------------------
      * MISMA RESOLUCION DE CARPETA DE DATOS QUE EMPRUTAP.cpy.
      *----------------------------------------------------------------
       015-OBTIENE-RUTA-DATOS.
           ACCEPT WS-DIR-DATOS FROM ENVIRONMENT "CRUDEMP_DATOS"
           IF WS-DIR-DATOS EQUAL SPACES
              MOVE "C:\COBOL\Archivos" TO WS-DIR-DATOS
           END-IF.
       015-FIN. EXIT.

       016-ARMA-RUTAS.
           STRING WS-DIR-DATOS              DELIMITED BY SPACE
                  "\BD-CORRIDAS-NOMINA.txt" DELIMITED BY SIZE
                  INTO WS-RUTA-CORRIDAS
           END-STRING.
       016-FIN. EXIT.

           COPY OPERRUTAP.
           COPY CALRUTAP.

       028-ABRE-OPERADORES.
           OPEN INPUT OPERADORES
           IF NOT FS-OPERADORES-OK
              DISPLAY "NO SE PUDO ABRIR BD-OPERADORES.TXT. DE DE ALTA "
                      "LOS OPERADORES DESDE CRUD-EMP PRIMERO."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       028-FIN. EXIT.

      *----------------------------------------------------------------
      * MISMA VALIDACION DE CLAVE DE OPERADOR QUE CRUD-EMP.CBL: LA
      * CLAVE QUEDA EN WS-OPERADOR-ID PARA LA BITACORA DE CORRIDAS Y
      * EL ROL EN WS-OPERADOR-ROL PARA FILTRAR LOS PASOS.
      *----------------------------------------------------------------
           COPY OPERVALP.

      *----------------------------------------------------------------
      * LA CLAVE ES LA DEL CALENDARIO: AAAAMMQ, O CON EL MES MAS 50
      * PARA LAS SEMANAS DE LA NOMINA SEMANAL (VER CALFD.cpy).
      *----------------------------------------------------------------
       030-SOLICITA-PERIODO.
           DISPLAY "PERIODO A TRABAJAR (AAAAMMQ; SEMANAL: MES + 50): "
           ACCEPT WS-PERIODO
           PERFORM 032-LEE-CALENDARIO THRU 032-FIN
           IF NOT PERIODO-HALLADO
              DISPLAY "EL PERIODO NO ESTA EN BD-CALEND-NOMINA.TXT. "
                      "PIDA A NOMINAS DARLO DE ALTA CON MANTCAL."
              DISPLAY " "
              GO TO 030-SOLICITA-PERIODO
           END-IF.
       030-FIN. EXIT.

      *----------------------------------------------------------------
      * EL CALENDARIO SE ABRE SOLO PARA LEER EL STATUS Y SE CIERRA DE
      * INMEDIATO: LOS PASOS LLAMADOS LO ABREN I-O PARA MOVERLO. EL
      * BLANCO DE LOS PERIODOS VIEJOS CUENTA COMO ABIERTO.
      *----------------------------------------------------------------
       032-LEE-CALENDARIO.
           MOVE "N" TO SW-PERIODO-HALLADO
           OPEN INPUT CALENDARIO-NOMINA
           IF NOT FS-CALENDARIO-OK
              DISPLAY "NO SE PUDO ABRIR BD-CALEND-NOMINA.TXT."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-PERIODO TO CAL-PERIODO
           READ CALENDARIO-NOMINA
                INVALID KEY
                   CLOSE CALENDARIO-NOMINA
                   GO TO 032-FIN
           END-READ
           MOVE "S" TO SW-PERIODO-HALLADO
           IF CAL-ABIERTO
              MOVE "A" TO WS-STATUS-PERIODO
           ELSE
              MOVE CAL-STATUS TO WS-STATUS-PERIODO
           END-IF
           MOVE CAL-FECHA-INICIO TO WS-PER-INICIO
           MOVE CAL-FECHA-FIN    TO WS-PER-FIN
           MOVE CAL-FECHA-PAGO   TO WS-PER-PAGO
           CLOSE CALENDARIO-NOMINA
           EVALUATE WS-STATUS-PERIODO
           WHEN "A"
              MOVE "ABIERTO"         TO WS-STATUS-DESCRIPCION
           WHEN "C"
              MOVE "CAPTURA CERRADA" TO WS-STATUS-DESCRIPCION
           WHEN "L"
              MOVE "CALCULADO"       TO WS-STATUS-DESCRIPCION
           WHEN "D"
              MOVE "DISPERSADO"      TO WS-STATUS-DESCRIPCION
           WHEN "X"
              MOVE "CERRADO"         TO WS-STATUS-DESCRIPCION
           WHEN OTHER
              MOVE "DESCONOCIDO"     TO WS-STATUS-DESCRIPCION
           END-EVALUATE.
       032-FIN. EXIT.

       040-MUESTRA-MENU.
           DISPLAY " "
           DISPLAY "PERIODO " WS-PERIODO "  DEL " WS-PER-INICIO
                   " AL " WS-PER-FIN "  PAGO " WS-PER-PAGO
           DISPLAY "STATUS: " WS-STATUS-PERIODO " ("
                   WS-STATUS-DESCRIPCION ")"
           DISPLAY " "
           DISPLAY "TECLEE UNA OPCION: "
           DISPLAY " "
           MOVE ZEROS TO WS-CONT-OFRECIDOS
           PERFORM 042-MUESTRA-PASO THRU 042-FIN
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX IS GREATER THAN WS-TOTAL-PASOS
           IF WS-CONT-OFRECIDOS EQUAL ZEROS
              DISPLAY "(NINGUN PASO DISPONIBLE PARA ESTE STATUS Y SU "
                      "ROL)"
              DISPLAY " "
           END-IF
           DISPLAY "Q: CAMBIAR DE PERIODO"
           DISPLAY " "
           DISPLAY "E: SALIR DEL MENU"
           DISPLAY " "
           ACCEPT WS-RESPUESTA.

       050-EJECUTA-OPCION.
           EVALUATE WS-RESPUESTA
           WHEN "E"
              GO TO 050-FIN
           WHEN "Q"
              PERFORM 030-SOLICITA-PERIODO THRU 030-FIN
              GO TO 050-FIN
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           MOVE ZEROS TO WS-PASO-ELEGIDO
           PERFORM 052-BUSCA-PASO THRU 052-FIN
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX IS GREATER THAN WS-TOTAL-PASOS
           IF WS-PASO-ELEGIDO EQUAL ZEROS
              DISPLAY "OPCION NO VALIDA"
              GO TO 050-FIN
           END-IF
           MOVE WS-PASO-ELEGIDO TO WS-IDX
           PERFORM 044-VALIDA-PASO THRU 044-FIN
           IF NOT PASO-PERMITIDO
              DISPLAY "ESE PASO NO CORRESPONDE AL STATUS DEL PERIODO "
                      "O SU ROL DE OPERADOR NO LO PERMITE."
              GO TO 050-FIN
           END-IF
           PERFORM 055-CORRE-PASO THRU 055-FIN.
       050-FIN. EXIT.

       042-MUESTRA-PASO.
           PERFORM 044-VALIDA-PASO THRU 044-FIN
           IF PASO-PERMITIDO
              DISPLAY WS-PASO-LETRA (WS-IDX) ": "
                      WS-PASO-DESCRIPCION (WS-IDX) " ("
                      WS-PASO-PROGRAMA (WS-IDX) ")"
              DISPLAY " "
              ADD 1 TO WS-CONT-OFRECIDOS
           END-IF.
       042-FIN. EXIT.

      *----------------------------------------------------------------
      * UN PASO SE OFRECE SI EL STATUS DEL PERIODO ESTA ENTRE LOS
      * SUYOS Y EL ROL DEL OPERADOR LO ALCANZA.
      *----------------------------------------------------------------
       044-VALIDA-PASO.
           MOVE "N"   TO SW-PASO-PERMITIDO
           MOVE ZEROS TO WS-CUENTA-STATUS
           INSPECT WS-PASO-STATUS (WS-IDX) TALLYING WS-CUENTA-STATUS
                   FOR ALL WS-STATUS-PERIODO
           IF WS-CUENTA-STATUS EQUAL ZEROS
              GO TO 044-FIN
           END-IF
           IF WS-PASO-ROL (WS-IDX) EQUAL "S" AND
              NOT OPERADOR-SUPERVISOR AND
              NOT OPERADOR-ADMINISTRADOR
              GO TO 044-FIN
           END-IF
           MOVE "S" TO SW-PASO-PERMITIDO.
       044-FIN. EXIT.

       052-BUSCA-PASO.
           IF WS-PASO-LETRA (WS-IDX) EQUAL WS-RESPUESTA
              MOVE WS-IDX TO WS-PASO-ELEGIDO
           END-IF.
       052-FIN. EXIT.

      *----------------------------------------------------------------
      * IGUAL QUE 050-EJECUTA-PASO DE LOTENOCHE: EL RETURN-CODE SE
      * LIMPIA ANTES DEL CALL Y EL PASO FALLA SI EL CALL NO ENCUENTRA
      * EL PROGRAMA O SI ESTE SALE CON RETURN-CODE DISTINTO DE CERO.
      * EL CANCEL DEJA AL PROGRAMA EN SU ESTADO INICIAL PARA LA
      * SIGUIENTE VEZ QUE SE ELIJA EN LA MISMA SESION. ANTES DEL CALL
      * SE LLENA MENUPAR CON LA SESION Y EL PERIODO, Y AL REGRESAR SE
      * LIMPIA PARA QUE UNA CORRIDA SUELTA NO LOS HEREDE. AUNQUE EL
      * PASO SALGA CON CERO, SI EL PERIODO NO QUEDO EN UNO DE LOS
      * STATUS QUE ESE PASO DEBE DEJAR LA CORRIDA SE REGISTRA MAL.
      *----------------------------------------------------------------
       055-CORRE-PASO.
           MOVE WS-PASO-PROGRAMA (WS-IDX) TO WS-PROGRAMA-LLAMAR
           MOVE WS-STATUS-PERIODO         TO WS-STATUS-ANTES
           DISPLAY "CORRIENDO " WS-PROGRAMA-LLAMAR " PARA EL PERIODO "
                   WS-PERIODO "."
           MOVE "M"             TO WS-MENU-ORIGEN
           MOVE WS-OPERADOR-ID  TO WS-MENU-OPERADOR-ID
           MOVE WS-OPERADOR-ROL TO WS-MENU-OPERADOR-ROL
           MOVE WS-PERIODO      TO WS-MENU-PERIODO
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-INI  FROM TIME
           MOVE "0"   TO WS-CALL-STATUS
           MOVE ZEROS TO RETURN-CODE
           CALL WS-PROGRAMA-LLAMAR
                ON EXCEPTION
                   MOVE "1" TO WS-CALL-STATUS
           END-CALL
           IF RETURN-CODE NOT EQUAL ZEROS
              MOVE "1" TO WS-CALL-STATUS
           END-IF
           CANCEL WS-PROGRAMA-LLAMAR
           MOVE ZEROS  TO RETURN-CODE
           MOVE SPACES TO WS-MENU-ORIGEN
           ACCEPT WS-HORA-FIN FROM TIME
           PERFORM 032-LEE-CALENDARIO THRU 032-FIN
           IF CALL-EXITOSA
              PERFORM 057-VERIFICA-STATUS THRU 057-FIN
           END-IF
           DISPLAY " "
           EVALUATE TRUE
           WHEN CALL-FALLIDA
              DISPLAY WS-PROGRAMA-LLAMAR " TERMINO CON ERROR; REVISE "
                      "SUS MENSAJES ANTES DE SEGUIR."
           WHEN CALL-SIN-EFECTO
              DISPLAY WS-PROGRAMA-LLAMAR " TERMINO, PERO EL PERIODO NO "
                      "QUEDO EN EL STATUS QUE ESE PASO DEBE DEJAR; "
                      "REVISE SUS MENSAJES ANTES DE SEGUIR."
           WHEN OTHER
              DISPLAY WS-PROGRAMA-LLAMAR " TERMINO."
           END-EVALUATE
           IF WS-STATUS-PERIODO NOT EQUAL WS-STATUS-ANTES
              DISPLAY "EL PERIODO PASO DE STATUS " WS-STATUS-ANTES
                      " A " WS-STATUS-PERIODO " ("
                      WS-STATUS-DESCRIPCION ")."
           END-IF
           PERFORM 070-REGISTRA-CORRIDA THRU 070-FIN.
       055-FIN. EXIT.

      *----------------------------------------------------------------
      * EL STATUS RELEIDO DEBE ESTAR ENTRE LOS FINALES DEL PASO (LA
      * PRENOMINA DEBE DEJAR LA CAPTURA CERRADA, LA DISPERSION EL
      * PERIODO DISPERSADO, ETC.). SI EL PERIODO YA NO APARECE EN EL
      * CALENDARIO TAMPOCO SE DA POR BUENA LA CORRIDA.
      *----------------------------------------------------------------
       057-VERIFICA-STATUS.
           IF NOT PERIODO-HALLADO
              MOVE "2" TO WS-CALL-STATUS
              GO TO 057-FIN
           END-IF
           MOVE ZEROS TO WS-CUENTA-STATUS
           INSPECT WS-PASO-STATUS-FINAL (WS-IDX)
                   TALLYING WS-CUENTA-STATUS FOR ALL WS-STATUS-PERIODO
           IF WS-CUENTA-STATUS EQUAL ZEROS
              MOVE "2" TO WS-CALL-STATUS
           END-IF.
       057-FIN. EXIT.

       070-REGISTRA-CORRIDA.
           OPEN EXTEND CORRIDAS-NOMINA
           IF NOT FS-CORRIDAS-OK
              OPEN OUTPUT CORRIDAS-NOMINA
           END-IF
           IF NOT FS-CORRIDAS-OK
              DISPLAY "NO SE PUDO ABRIR BD-CORRIDAS-NOMINA.TXT; LA "
                      "CORRIDA NO QUEDO REGISTRADA."
              GO TO 070-FIN
           END-IF
           MOVE WS-FECHA-HOY       TO CN-FECHA
           MOVE WS-HORA-INI        TO CN-HORA-INI
           MOVE WS-HORA-FIN        TO CN-HORA-FIN
           MOVE WS-OPERADOR-ID     TO CN-OPERADOR
           MOVE WS-PERIODO         TO CN-PERIODO
           MOVE WS-PROGRAMA-LLAMAR TO CN-PROGRAMA
           MOVE WS-STATUS-ANTES    TO CN-STATUS-ANTES
           MOVE WS-STATUS-PERIODO  TO CN-STATUS-DESPUES
           IF CALL-EXITOSA
              MOVE "B" TO CN-RESULTADO
           ELSE
              MOVE "M" TO CN-RESULTADO
           END-IF
           WRITE REG-CORRIDAS-NOMINA
           CLOSE CORRIDAS-NOMINA.
       070-FIN. EXIT.
