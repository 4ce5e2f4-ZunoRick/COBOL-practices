      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * MANTVALE.cbl - MANTENIMIENTO DEL DERECHO MENSUAL A VALES DE
      *                DESPENSA (BD-VALES-DERECHO.TXT). EL DERECHO SE
      *                DA POR PUESTO (TODOS LOS EMPLEADOS DEL PUESTO
      *                RECIBEN EL MISMO IMPORTE) O POR EMPLEADO; EL
      *                RENGLON DEL EMPLEADO MANDA SOBRE EL DE SU
      *                PUESTO, Y CON IMPORTE EN CEROS LO DEJA FUERA
      *                DE LOS VALES AUNQUE SU PUESTO TENGA DERECHO.
      *                VALESMES LEE ESTE ARCHIVO CADA MES PARA ARMAR
      *                LA CARGA DEL PROVEEDOR DE TARJETAS. LA ENTRADA
      *                ESTA PROTEGIDA CON LA CLAVE DE OPERADOR DE
      *                BD-OPERADORES.TXT, IGUAL QUE MANTCAT, Y CADA
      *                MOVIMIENTO QUEDA EN BD-AUDITORIA.TXT (EN LOS
      *                DERECHOS POR PUESTO EL CAMPO DE EMPLEADO DE LA
      *                BITACORA LLEVA LA CLAVE DEL PUESTO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                MANTVALE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY PUESSEL.
           COPY OPERSEL.
           COPY AUDSEL.
           COPY VDESEL.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY PUESFD.
           COPY OPERFD.
           COPY AUDFD.
           COPY VDEFD.

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPFS.
           COPY EMPRUTA.
           COPY PUESFS.
           COPY PUESRUTA.
           COPY OPERFS.
           COPY OPERRUTA.
           COPY AUDFS.
           COPY AUDRUTA.
           COPY VDEFS.
           COPY VDERUTA.

       01  WS-RESPUESTA            PIC X(01).
       01  SW-CONFIRMA             PIC X(01).
       01  SW-FIN                  PIC X(03)     VALUE SPACES.

       01  WS-COD-PUESTO-X         PIC X(02).
       01  WS-COD-PUESTO-9 REDEFINES WS-COD-PUESTO-X
                                   PIC 9(02).
       01  WS-ID-BUSCA             PIC 9(04).
       01  WS-MONTO-CAPTURA        PIC 9(05)V99.
       01  WS-MONTO-EDITADO        PIC ZZ,ZZ9.99.
       01  WS-TIPO-CAPTURA         PIC X(01).
           88 TIPO-CAPTURA-VALIDO         VALUE "P" "E".
       01  WS-DESCRIPCION          PIC X(40).
       01  WS-FECHA-SISTEMA        PIC 9(08).

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 019-OBTIENE-RUTA-PUESTOS     THRU 019-FIN
           PERFORM 027-OBTIENE-RUTA-OPERADORES  THRU 027-FIN
           PERFORM 021-OBTIENE-RUTA-AUDITORIA   THRU 021-FIN
           PERFORM 140-OBTIENE-RUTA-VALES-DERECHO THRU 140-FIN
           PERFORM 028-ABRE-OPERADORES          THRU 028-FIN
           PERFORM 029-VALIDA-OPERADOR          THRU 029-FIN
           CLOSE OPERADORES
           MOVE WS-OPERADOR-ID TO WS-AUD-OPERADOR
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           PERFORM 030-MUESTRA-MENU THRU 040-FIN
                   UNTIL WS-RESPUESTA EQUAL "E"
           PERFORM 090-CIERRA-ARCHIVOS          THRU 090-FIN
           GOBACK.

           COPY EMPRUTAP.
           COPY PUESRUTAP.
           COPY OPERRUTAP.
           COPY AUDRUTAP.
           COPY AUDWRTP.
           COPY VDERUTAP.

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
      * BD-VALES-DERECHO.TXT SE CREA VACIO EN LA PRIMERA CORRIDA,
      * IGUAL QUE BD-TURNOS.TXT EN TURNOEMP.
      *----------------------------------------------------------------
       020-ABRE-ARCHIVOS.
           OPEN INPUT  EMPLEADOS
           OPEN INPUT  PUESTOS
           OPEN I-O    VALES-DERECHO
           IF FS-VALES-DERECHO-NO-EXISTE
              OPEN OUTPUT VALES-DERECHO
              CLOSE VALES-DERECHO
              OPEN I-O VALES-DERECHO
           END-IF
           OPEN EXTEND AUDITORIA
           IF NOT FS-EMPLEADOS-OK OR NOT FS-PUESTOS-OK
              OR NOT FS-VALES-DERECHO-OK OR NOT FS-AUDITORIA-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              GOBACK
           END-IF.
       020-FIN. EXIT.

       030-MUESTRA-MENU.
           DISPLAY " "
           DISPLAY "TECLEE UNA OPCION: "
           DISPLAY " "
           DISPLAY "1: DERECHO A VALES DE UN PUESTO"
           DISPLAY "2: DERECHO A VALES DE UN EMPLEADO (O EXCLUIRLO)"
           DISPLAY "3: QUITAR UN DERECHO"
           DISPLAY "4: LISTAR LOS DERECHOS VIGENTES"
           DISPLAY " "
           DISPLAY "E: SALIR DEL PROGRAMA"
           DISPLAY " "
           ACCEPT WS-RESPUESTA.

       040-EJECUTA-OPCION.
           EVALUATE WS-RESPUESTA
           WHEN "1"
                PERFORM 050-DERECHO-PUESTO THRU 050-FIN
           WHEN "2"
                PERFORM 055-DERECHO-EMPLEADO THRU 055-FIN
           WHEN "3"
                PERFORM 065-QUITA-DERECHO THRU 065-FIN
           WHEN "4"
                PERFORM 080-LISTA-DERECHOS THRU 080-FIN
           WHEN "E"
                CONTINUE
           WHEN OTHER
                DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.
       040-FIN. EXIT.

       045-PIDE-COD-PUESTO.
           DISPLAY "CLAVE DE PUESTO (2 DIGITOS): "
           ACCEPT WS-COD-PUESTO-X
           IF WS-COD-PUESTO-X NOT NUMERIC
              DISPLAY "LA CLAVE DEBE SER NUMERICA."
              DISPLAY " "
              GO TO 045-PIDE-COD-PUESTO
           END-IF.
       045-FIN. EXIT.

      *----------------------------------------------------------------
      * SI YA HAY UN DERECHO CON ESA CLAVE SE MUESTRA EL IMPORTE
      * ACTUAL; EL NUEVO IMPORTE LO REEMPLAZA (VER 070).
      *----------------------------------------------------------------
       047-MUESTRA-ACTUAL.
           READ VALES-DERECHO
                INVALID KEY
                   DISPLAY "SIN DERECHO CAPTURADO HASTA HOY."
                NOT INVALID KEY
                   MOVE VDE-MONTO TO WS-MONTO-EDITADO
                   DISPLAY "IMPORTE MENSUAL ACTUAL: " WS-MONTO-EDITADO
                           "  CAPTURO: " VDE-OPERADOR
                           " EL " VDE-FECHA-REG
           END-READ.
       047-FIN. EXIT.

       050-DERECHO-PUESTO.
           PERFORM 045-PIDE-COD-PUESTO THRU 045-FIN
           MOVE WS-COD-PUESTO-9 TO REG-PUESTO-COD
           READ PUESTOS
                INVALID KEY
                   DISPLAY "CLAVE DE PUESTO INEXISTENTE."
                   GO TO 050-FIN
           END-READ
           DISPLAY "PUESTO: " REG-PUESTO-COD " " REG-PUESTO-NOMBRE
           MOVE "P"             TO VDE-TIPO
           MOVE WS-COD-PUESTO-9 TO VDE-CODIGO
           PERFORM 047-MUESTRA-ACTUAL THRU 047-FIN
           DISPLAY "IMPORTE MENSUAL DE VALES DEL PUESTO: "
           ACCEPT WS-MONTO-CAPTURA
           IF WS-MONTO-CAPTURA EQUAL ZEROS
              DISPLAY "EL IMPORTE DEBE SER MAYOR QUE CERO; PARA "
                      "QUITAR EL DERECHO USE LA OPCION 3."
              GO TO 050-FIN
           END-IF
           MOVE REG-PUESTO-NOMBRE TO WS-DESCRIPCION
           MOVE "P"               TO VDE-TIPO
           MOVE WS-COD-PUESTO-9   TO VDE-CODIGO
           MOVE WS-COD-PUESTO-9   TO WS-ID-EMP
           MOVE "VALPUE"          TO WS-AUD-OPERACION
           PERFORM 070-GRABA-DERECHO THRU 070-FIN.
       050-FIN. EXIT.

       055-DERECHO-EMPLEADO.
           DISPLAY "CLAVE DEL EMPLEADO: "
           ACCEPT WS-ID-BUSCA
           MOVE WS-ID-BUSCA TO REG-ID-EMP
           READ EMPLEADOS INTO WS-DATOS-EMPLEADO
                INVALID KEY
                   DISPLAY "NO SE ENCONTRO EL EMPLEADO " WS-ID-BUSCA
                           "."
                   GO TO 055-FIN
           END-READ
           IF EMP-INACTIVO
              DISPLAY "EL EMPLEADO " WS-ID-BUSCA " ESTA DADO DE BAJA."
              GO TO 055-FIN
           END-IF
           DISPLAY "EMPLEADO: " WS-ID-EMP " " WS-NOMBRE-EMP " "
                   WS-APE-PAT-EMP "  PUESTO: " WS-PUESTO
           MOVE "P"          TO VDE-TIPO
           MOVE WS-PUESTO    TO VDE-CODIGO
           READ VALES-DERECHO
                INVALID KEY
                   DISPLAY "SU PUESTO NO TIENE DERECHO A VALES."
                NOT INVALID KEY
                   MOVE VDE-MONTO TO WS-MONTO-EDITADO
                   DISPLAY "SU PUESTO RECIBE AL MES: " WS-MONTO-EDITADO
           END-READ
           MOVE "E"          TO VDE-TIPO
           MOVE WS-ID-BUSCA  TO VDE-CODIGO
           PERFORM 047-MUESTRA-ACTUAL THRU 047-FIN
           DISPLAY "IMPORTE MENSUAL DEL EMPLEADO (0 = SIN VALES): "
           ACCEPT WS-MONTO-CAPTURA
           STRING WS-NOMBRE-EMP  DELIMITED BY SPACE
                  " "            DELIMITED BY SIZE
                  WS-APE-PAT-EMP DELIMITED BY SPACE
                  INTO WS-DESCRIPCION
           END-STRING
           MOVE "E"          TO VDE-TIPO
           MOVE WS-ID-BUSCA  TO VDE-CODIGO
           MOVE WS-ID-BUSCA  TO WS-ID-EMP
           MOVE "VALEMP"     TO WS-AUD-OPERACION
           PERFORM 070-GRABA-DERECHO THRU 070-FIN.
       055-FIN. EXIT.

       065-QUITA-DERECHO.
           DISPLAY "TIPO DE DERECHO (P: PUESTO / E: EMPLEADO): "
           ACCEPT WS-TIPO-CAPTURA
           IF NOT TIPO-CAPTURA-VALIDO
              DISPLAY "EL TIPO DEBE SER P O E."
              GO TO 065-FIN
           END-IF
           DISPLAY "CLAVE DEL PUESTO O DEL EMPLEADO: "
           ACCEPT WS-ID-BUSCA
           MOVE WS-TIPO-CAPTURA TO VDE-TIPO
           MOVE WS-ID-BUSCA     TO VDE-CODIGO
           READ VALES-DERECHO
                INVALID KEY
                   DISPLAY "NO HAY DERECHO CAPTURADO CON ESA CLAVE."
                   GO TO 065-FIN
           END-READ
           MOVE VDE-MONTO TO WS-MONTO-EDITADO
           DISPLAY "¿QUITA EL DERECHO " VDE-TIPO "-" VDE-CODIGO
                   " DE " WS-MONTO-EDITADO " AL MES? (Y/N): "
           ACCEPT SW-CONFIRMA
           IF SW-CONFIRMA NOT EQUAL "Y"
              DISPLAY "OPERACION CANCELADA."
              GO TO 065-FIN
           END-IF
           DELETE VALES-DERECHO
              INVALID KEY
                 DISPLAY "NO SE PUDO QUITAR EL DERECHO."
              NOT INVALID KEY
                 DISPLAY "DERECHO QUITADO. APLICA DESDE EL SIGUIENTE "
                         "MES QUE SE CORRA VALESMES."
                 MOVE WS-ID-BUSCA TO WS-ID-EMP
                 MOVE "VALBAJ"    TO WS-AUD-OPERACION
                 PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN
           END-DELETE.
       065-FIN. EXIT.

      *----------------------------------------------------------------
      * GRABA EL DERECHO YA ARMADO EN VDE-LLAVE CON WS-MONTO-CAPTURA,
      * PREVIA CONFIRMACION. CAPTURAR OTRA VEZ LA MISMA CLAVE
      * REEMPLAZA EL IMPORTE ANTERIOR. EL LLAMANTE DEJA LISTOS
      * WS-ID-EMP Y WS-AUD-OPERACION PARA LA BITACORA.
      *----------------------------------------------------------------
       070-GRABA-DERECHO.
           MOVE WS-MONTO-CAPTURA TO WS-MONTO-EDITADO
           DISPLAY "¿ASIGNA " WS-MONTO-EDITADO " MENSUALES EN VALES A "
                   WS-DESCRIPCION "? (Y/N): "
           ACCEPT SW-CONFIRMA
           IF SW-CONFIRMA NOT EQUAL "Y"
              DISPLAY "OPERACION CANCELADA."
              GO TO 070-FIN
           END-IF
           MOVE WS-MONTO-CAPTURA TO VDE-MONTO
           MOVE WS-FECHA-SISTEMA TO VDE-FECHA-REG
           MOVE WS-OPERADOR-ID   TO VDE-OPERADOR
           WRITE REG-VALES-DERECHO
                INVALID KEY
                   REWRITE REG-VALES-DERECHO
                        INVALID KEY
                           DISPLAY "NO SE PUDO GRABAR EL DERECHO."
                           GO TO 070-FIN
                   END-REWRITE
           END-WRITE
           DISPLAY "DERECHO REGISTRADO."
           PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN.
       070-FIN. EXIT.

       080-LISTA-DERECHOS.
           MOVE LOW-VALUES TO VDE-LLAVE
           START VALES-DERECHO KEY IS GREATER THAN OR EQUAL VDE-LLAVE
                 INVALID KEY
                    DISPLAY "NO HAY DERECHOS A VALES CAPTURADOS."
                    GO TO 080-FIN
           END-START
           MOVE SPACES TO SW-FIN
           PERFORM 082-MUESTRA-DERECHO THRU 082-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       080-FIN. EXIT.

       082-MUESTRA-DERECHO.
           READ VALES-DERECHO NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 082-FIN
           END-READ
           MOVE VDE-MONTO TO WS-MONTO-EDITADO
           IF VDE-POR-PUESTO
              DISPLAY "PUESTO   " VDE-CODIGO "  AL MES: "
                      WS-MONTO-EDITADO "  CAPTURO: " VDE-OPERADOR
                      " EL " VDE-FECHA-REG
           ELSE
              DISPLAY "EMPLEADO " VDE-CODIGO "  AL MES: "
                      WS-MONTO-EDITADO "  CAPTURO: " VDE-OPERADOR
                      " EL " VDE-FECHA-REG
           END-IF.
       082-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 PUESTOS
                 VALES-DERECHO
                 AUDITORIA.
       090-FIN. EXIT.
