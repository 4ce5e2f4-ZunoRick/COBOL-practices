      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * MANTCOMI.cbl - MANTENIMIENTO DEL PLAN DE COMISIONES DE LA
      *                FUERZA DE VENTAS (BD-PLAN-COMISION.TXT). POR
      *                CADA PUESTO DE VENTAS DE BD-PUESTOS.TXT SE
      *                CAPTURAN SUS TRAMOS: VENTA MINIMA DEL MES Y
      *                PORCENTAJE DE COMISION. COMISIMP TOMA EL TRAMO
      *                MAS ALTO QUE ALCANZA LA VENTA DEL VENDEDOR Y
      *                APLICA SU PORCENTAJE SOBRE TODA LA VENTA. LA
      *                ENTRADA PIDE LA CLAVE DE BD-OPERADORES.TXT:
      *                SOLO UN SUPERVISOR O ADMINISTRADOR MODIFICA EL
      *                PLAN, CUALQUIER OPERADOR LO CONSULTA. CADA
      *                CAMBIO QUEDA EN BD-AUDITORIA.TXT CON EL PUESTO
      *                EN LUGAR DE LA CLAVE DE EMPLEADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                MANTCOMI.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OPERSEL.
           COPY AUDSEL.
           COPY PUESSEL.
           COPY PCOSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY OPERFD.
           COPY AUDFD.
           COPY PUESFD.
           COPY PCOFD.

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPRUTA.
           COPY OPERFS.
           COPY OPERRUTA.
           COPY AUDFS.
           COPY AUDRUTA.
           COPY PUESFS.
           COPY PUESRUTA.
           COPY PCOFS.
           COPY PCORUTA.

       01  WS-RESPUESTA            PIC X(01).
       01  SW-CONFIRMA             PIC X(01).
       01  SW-FIN                  PIC X(03)     VALUE SPACES.
       01  SW-EXISTE-PCO           PIC X(01).

       01  WS-PUESTO-CAPTURA       PIC 9(02).
       01  WS-PUESTO-ANTERIOR      PIC 9(02).
       01  WS-VENTA-CAPTURA        PIC 9(09)V99.
       01  WS-PCT-CAPTURA          PIC 9(02)V99.
       01  WS-CONT-TRAMOS          PIC 9(03)     VALUE ZEROS.
       01  WS-FECHA-SISTEMA        PIC 9(08).

       01  WS-LINEA-TRAMO.
           05 FILLER               PIC X(02)     VALUE SPACES.
           05 WS-LIN-PUESTO        PIC 99.
           05 FILLER               PIC X(01)     VALUE SPACES.
           05 WS-LIN-NOMBRE        PIC X(15).
           05 FILLER               PIC X(13)     VALUE
                                   "  VENTA DESDE".
           05 WS-LIN-VENTA         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(04)     VALUE SPACES.
           05 WS-LIN-PCT           PIC Z9.99.
           05 FILLER               PIC X(01)     VALUE "%".

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 027-OBTIENE-RUTA-OPERADORES  THRU 027-FIN
           PERFORM 021-OBTIENE-RUTA-AUDITORIA   THRU 021-FIN
           PERFORM 019-OBTIENE-RUTA-PUESTOS     THRU 019-FIN
           PERFORM 163-OBTIENE-RUTA-PLAN-COMISION THRU 163-FIN
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
           COPY OPERRUTAP.
           COPY AUDRUTAP.
           COPY AUDWRTP.
           COPY PUESRUTAP.
           COPY PCORUTAP.

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
      * BD-PLAN-COMISION.TXT SE CREA VACIO EN LA PRIMERA CORRIDA.
      *----------------------------------------------------------------
       020-ABRE-ARCHIVOS.
           OPEN INPUT  PUESTOS
           OPEN I-O    PLAN-COMISION
           IF FS-PLAN-COMISION-NO-EXISTE
              OPEN OUTPUT PLAN-COMISION
              CLOSE PLAN-COMISION
              OPEN I-O PLAN-COMISION
           END-IF
           OPEN EXTEND AUDITORIA
           IF NOT FS-PUESTOS-OK OR NOT FS-PLAN-COMISION-OK
              OR NOT FS-AUDITORIA-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              GOBACK
           END-IF.
       020-FIN. EXIT.

       030-MUESTRA-MENU.
           DISPLAY " "
           DISPLAY "TECLEE UNA OPCION: "
           DISPLAY " "
           DISPLAY "1: CAPTURAR O CORREGIR UN TRAMO DE COMISION"
           DISPLAY "2: BORRAR UN TRAMO DE COMISION"
           DISPLAY "3: CONSULTAR EL PLAN DE UN PUESTO"
           DISPLAY "4: LISTAR EL PLAN COMPLETO"
           DISPLAY " "
           DISPLAY "E: SALIR DEL PROGRAMA"
           DISPLAY " "
           ACCEPT WS-RESPUESTA.

       040-EJECUTA-OPCION.
           EVALUATE WS-RESPUESTA
           WHEN "1"
           WHEN "2"
                IF OPERADOR-ADMINISTRADOR OR OPERADOR-SUPERVISOR
                   PERFORM 042-OPCION-CAMBIO THRU 042-FIN
                ELSE
                   DISPLAY "SOLO UN SUPERVISOR O ADMINISTRADOR PUEDE "
                           "MODIFICAR EL PLAN DE COMISIONES."
                END-IF
           WHEN "3"
                PERFORM 062-CONSULTA-PUESTO THRU 062-FIN
           WHEN "4"
                PERFORM 070-LISTA-PLAN THRU 070-FIN
           WHEN "E"
                CONTINUE
           WHEN OTHER
                DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.
       040-FIN. EXIT.

       042-OPCION-CAMBIO.
           EVALUATE WS-RESPUESTA
           WHEN "1"
                PERFORM 050-CAPTURA-TRAMO THRU 050-FIN
           WHEN "2"
                PERFORM 055-BORRA-TRAMO THRU 055-FIN
           END-EVALUATE.
       042-FIN. EXIT.

      *----------------------------------------------------------------
      * PIDE EL PUESTO Y LO VALIDA CONTRA BD-PUESTOS.TXT; DEJA
      * SW-CONFIRMA EN "N" SI NO EXISTE.
      *----------------------------------------------------------------
       045-PIDE-PUESTO.
           MOVE "S" TO SW-CONFIRMA
           DISPLAY "PUESTO (2 DIGITOS): "
           ACCEPT WS-PUESTO-CAPTURA
           MOVE WS-PUESTO-CAPTURA TO REG-PUESTO-COD
           READ PUESTOS
                INVALID KEY
                   DISPLAY "EL PUESTO NO EXISTE EN BD-PUESTOS.TXT."
                   MOVE "N" TO SW-CONFIRMA
                   GO TO 045-FIN
           END-READ
           DISPLAY "PUESTO: " REG-PUESTO-NOMBRE.
       045-FIN. EXIT.

      *----------------------------------------------------------------
      * EL TRAMO SE IDENTIFICA POR SU VENTA MINIMA: CAPTURAR UNA QUE
      * YA EXISTE CORRIGE SU PORCENTAJE. EL PRIMER TRAMO DE UN
      * PUESTO PUEDE EMPEZAR EN CERO (COMISION DESDE EL PRIMER PESO)
      * O EN UNA CUOTA MINIMA DE VENTA.
      *----------------------------------------------------------------
       050-CAPTURA-TRAMO.
           PERFORM 045-PIDE-PUESTO THRU 045-FIN
           IF SW-CONFIRMA NOT EQUAL "S"
              GO TO 050-FIN
           END-IF
           DISPLAY "VENTA MINIMA DEL TRAMO (NNNNNNNNN.NN): "
           ACCEPT WS-VENTA-CAPTURA
           DISPLAY "PORCENTAJE DE COMISION (NN.NN): "
           ACCEPT WS-PCT-CAPTURA
           IF WS-PCT-CAPTURA EQUAL ZEROS
              DISPLAY "EL PORCENTAJE NO PUEDE SER CERO; PARA QUITAR "
                      "UN TRAMO USE LA OPCION 2."
              GO TO 050-FIN
           END-IF
           MOVE WS-PUESTO-CAPTURA TO PCO-PUESTO
           MOVE WS-VENTA-CAPTURA  TO PCO-VENTA-DESDE
           MOVE "S" TO SW-EXISTE-PCO
           READ PLAN-COMISION
                INVALID KEY
                   MOVE "N" TO SW-EXISTE-PCO
           END-READ
           IF SW-EXISTE-PCO EQUAL "S"
              MOVE PCO-PORCENTAJE TO WS-LIN-PCT
              DISPLAY "EL TRAMO YA EXISTE CON " WS-LIN-PCT "%."
           END-IF
           MOVE WS-PCT-CAPTURA TO WS-LIN-PCT
           DISPLAY "¿GRABA EL TRAMO CON " WS-LIN-PCT "%? (Y/N): "
           ACCEPT SW-CONFIRMA
           IF SW-CONFIRMA NOT EQUAL "Y"
              DISPLAY "OPERACION CANCELADA."
              GO TO 050-FIN
           END-IF
           MOVE WS-PUESTO-CAPTURA TO PCO-PUESTO
           MOVE WS-VENTA-CAPTURA  TO PCO-VENTA-DESDE
           MOVE WS-PCT-CAPTURA    TO PCO-PORCENTAJE
           MOVE WS-FECHA-SISTEMA  TO PCO-FECHA-REG
           MOVE WS-OPERADOR-ID    TO PCO-OPERADOR
           IF SW-EXISTE-PCO EQUAL "S"
              REWRITE REG-PLAN-COMISION
                   INVALID KEY
                      DISPLAY "NO SE PUDO CORREGIR EL TRAMO."
                      GO TO 050-FIN
              END-REWRITE
           ELSE
              WRITE REG-PLAN-COMISION
                   INVALID KEY
                      DISPLAY "NO SE PUDO GRABAR EL TRAMO."
                      GO TO 050-FIN
              END-WRITE
           END-IF
           DISPLAY "TRAMO GRABADO."
           MOVE WS-PUESTO-CAPTURA TO WS-ID-EMP
           MOVE "COMALT"          TO WS-AUD-OPERACION
           PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN.
       050-FIN. EXIT.

       055-BORRA-TRAMO.
           PERFORM 045-PIDE-PUESTO THRU 045-FIN
           IF SW-CONFIRMA NOT EQUAL "S"
              GO TO 055-FIN
           END-IF
           DISPLAY "VENTA MINIMA DEL TRAMO A BORRAR: "
           ACCEPT WS-VENTA-CAPTURA
           MOVE WS-PUESTO-CAPTURA TO PCO-PUESTO
           MOVE WS-VENTA-CAPTURA  TO PCO-VENTA-DESDE
           READ PLAN-COMISION
                INVALID KEY
                   DISPLAY "EL PUESTO NO TIENE ESE TRAMO."
                   GO TO 055-FIN
           END-READ
           MOVE PCO-PORCENTAJE TO WS-LIN-PCT
           DISPLAY "¿BORRA EL TRAMO DE " WS-LIN-PCT "%? (Y/N): "
           ACCEPT SW-CONFIRMA
           IF SW-CONFIRMA NOT EQUAL "Y"
              DISPLAY "OPERACION CANCELADA."
              GO TO 055-FIN
           END-IF
           DELETE PLAN-COMISION
                INVALID KEY
                   DISPLAY "NO SE PUDO BORRAR EL TRAMO."
                   GO TO 055-FIN
           END-DELETE
           DISPLAY "TRAMO BORRADO."
           MOVE WS-PUESTO-CAPTURA TO WS-ID-EMP
           MOVE "COMBAJ"          TO WS-AUD-OPERACION
           PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN.
       055-FIN. EXIT.

       062-CONSULTA-PUESTO.
           PERFORM 045-PIDE-PUESTO THRU 045-FIN
           IF SW-CONFIRMA NOT EQUAL "S"
              GO TO 062-FIN
           END-IF
           MOVE ZEROS             TO WS-CONT-TRAMOS
           MOVE WS-PUESTO-CAPTURA TO PCO-PUESTO
           MOVE ZEROS             TO PCO-VENTA-DESDE
           MOVE SPACES            TO SW-FIN
           START PLAN-COMISION KEY IS GREATER THAN OR EQUAL PCO-LLAVE
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN
           END-START
           PERFORM 065-MUESTRA-TRAMO-PUESTO THRU 065-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           IF WS-CONT-TRAMOS EQUAL ZEROS
              DISPLAY "EL PUESTO NO TIENE PLAN DE COMISIONES."
           END-IF.
       062-FIN. EXIT.

       065-MUESTRA-TRAMO-PUESTO.
           READ PLAN-COMISION NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 065-FIN
           END-READ
           IF PCO-PUESTO NOT EQUAL WS-PUESTO-CAPTURA
              MOVE "FIN" TO SW-FIN
              GO TO 065-FIN
           END-IF
           PERFORM 075-ARMA-LINEA THRU 075-FIN
           DISPLAY WS-LINEA-TRAMO
           ADD 1 TO WS-CONT-TRAMOS.
       065-FIN. EXIT.

       070-LISTA-PLAN.
           MOVE ZEROS  TO WS-CONT-TRAMOS
           MOVE 99     TO WS-PUESTO-ANTERIOR
           MOVE ZEROS  TO PCO-PUESTO
                          PCO-VENTA-DESDE
           MOVE SPACES TO SW-FIN
           START PLAN-COMISION KEY IS GREATER THAN OR EQUAL PCO-LLAVE
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN
           END-START
           PERFORM 072-MUESTRA-TRAMO THRU 072-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           DISPLAY "TRAMOS CAPTURADOS: " WS-CONT-TRAMOS.
       070-FIN. EXIT.

       072-MUESTRA-TRAMO.
           READ PLAN-COMISION NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 072-FIN
           END-READ
           IF PCO-PUESTO NOT EQUAL WS-PUESTO-ANTERIOR
              MOVE PCO-PUESTO TO REG-PUESTO-COD
                                 WS-PUESTO-ANTERIOR
              READ PUESTOS
                   INVALID KEY
                      MOVE "NO REGISTRADO" TO REG-PUESTO-NOMBRE
              END-READ
           END-IF
           PERFORM 075-ARMA-LINEA THRU 075-FIN
           DISPLAY WS-LINEA-TRAMO
           ADD 1 TO WS-CONT-TRAMOS.
       072-FIN. EXIT.

       075-ARMA-LINEA.
           MOVE PCO-PUESTO        TO WS-LIN-PUESTO
           MOVE REG-PUESTO-NOMBRE TO WS-LIN-NOMBRE
           MOVE PCO-VENTA-DESDE   TO WS-LIN-VENTA
           MOVE PCO-PORCENTAJE    TO WS-LIN-PCT.
       075-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE PUESTOS
                 PLAN-COMISION
                 AUDITORIA.
       090-FIN. EXIT.
