      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * CONSSUEL.cbl - CONSULTA DEL HISTORICO DE SUELDOS. PARA UNA
      *                CLAVE DE EMPLEADO MUESTRA SUS DATOS DEL MAESTRO
      *                Y LA LINEA DE TIEMPO COMPLETA DE
      *                BD-HIST-SUELDOS.TXT (FECHA DE VIGENCIA, SUELDO,
      *                MONEDA, ORIGEN Y OPERADOR), Y DESPUES CONTESTA
      *                "CUANTO GANABA EL DIA X": EL SUELDO VIGENTE A
      *                UNA FECHA ES EL DEL ULTIMO RENGLON CON FECHA DE
      *                VIGENCIA MENOR O IGUAL A ELLA (EN EL MISMO DIA
      *                GANA EL CONSECUTIVO MAYOR). SOLO LECTURA;
      *                ENTRADA CON LOGIN DE BD-OPERADORES.TXT.
      *----------------------------------------------------------------
      * MODIFICACIONES:
      * - LOS SUELDOS DEL MAESTRO, DE LA LINEA DE TIEMPO Y DEL
      *   SUELDO A UNA FECHA SALEN EN ASTERISCOS PARA CAPTURISTA Y
      *   CONSULTA; LA LINEA DE TIEMPO LO INDICA (VER MASCARAP.cpy)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                CONSSUEL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY OPERSEL.
           COPY HSUSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY OPERFD.
           COPY HSUFD.

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPFS.
           COPY EMPRUTA.
           COPY OPERFS.
           COPY OPERRUTA.
           COPY HSUFS.
           COPY HSURUTA.
           COPY MASCARA.

       01  WS-ID-BUSCA             PIC 9(04).
       01  WS-FECHA-CONSULTA       PIC 9(08).
       01  WS-FECHA-CONSULTA-R REDEFINES WS-FECHA-CONSULTA.
           05 WS-FC-ANIO           PIC 9(04).
           05 WS-FC-MES            PIC 9(02).
           05 WS-FC-DIA            PIC 9(02).
       01  SW-FIN-CONSULTA         PIC X(01)    VALUE "N".
           88 FIN-CONSULTA                 VALUE "S".
       01  SW-FIN-HISTORIA         PIC X(01).
           88 FIN-HISTORIA                 VALUE "S".
       01  SW-VIGENTE              PIC X(01).
           88 HAY-VIGENTE                  VALUE "S".
       01  WS-CONT-RENGLONES       PIC 9(04).

       01  WS-VIG-FECHA            PIC 9(08).
       01  WS-VIG-SALARIO          PIC 9(07)V99.
       01  WS-VIG-MONEDA           PIC X(03).
       01  WS-VIG-ORIGEN           PIC X(10).

       01  WS-LIN-HISTORIA.
           05 WS-LH-FECHA-VIG      PIC 9(08).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-LH-SALARIO        PIC Z,ZZZ,ZZ9.99.
           05 WS-LH-SALARIO-X REDEFINES WS-LH-SALARIO
                                   PIC X(12).
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 WS-LH-MONEDA         PIC X(03).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-LH-ORIGEN         PIC X(10).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-LH-OPERADOR       PIC X(08).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-LH-FECHA-REG      PIC 9(08).

       01  WS-SALARIO-EDIT         PIC Z,ZZZ,ZZ9.99.
       01  WS-SALARIO-EDIT-X REDEFINES WS-SALARIO-EDIT
                                   PIC X(12).

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 027-OBTIENE-RUTA-OPERADORES  THRU 027-FIN
           PERFORM 171-OBTIENE-RUTA-HIST-SUELDOS THRU 171-FIN
           PERFORM 028-ABRE-OPERADORES          THRU 028-FIN
           PERFORM 029-VALIDA-OPERADOR          THRU 029-FIN
           CLOSE OPERADORES
           MOVE WS-OPERADOR-ROL TO WS-MSK-ROL
           PERFORM 228-DEFINE-MASCARA           THRU 228-FIN
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           PERFORM 030-CONSULTA-EMPLEADO THRU 030-FIN
                   UNTIL FIN-CONSULTA
           CLOSE EMPLEADOS
                 HIST-SUELDOS
           GOBACK.

           COPY EMPRUTAP.
           COPY OPERRUTAP.
           COPY OPERVALP.
           COPY HSURUTAP.
           COPY MASCARAP.

       020-ABRE-ARCHIVOS.
           OPEN INPUT EMPLEADOS
           IF NOT FS-EMPLEADOS-OK
              DISPLAY "NO SE PUDO ABRIR BD-EMPLEADOS.TXT. FS: "
                      WS-FS-EMPLEADOS
              GOBACK
           END-IF
           OPEN INPUT HIST-SUELDOS
           IF NOT FS-HIST-SUELDOS-OK
              DISPLAY "NO SE PUDO ABRIR BD-HIST-SUELDOS.TXT. FS: "
                      WS-FS-HIST-SUELDOS
              DISPLAY "CORRA CARGAHIS PARA LA CARGA INICIAL."
              CLOSE EMPLEADOS
              GOBACK
           END-IF.
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
      * PIDE LA CLAVE (0000 TERMINA), MUESTRA LOS DATOS DEL MAESTRO Y
      * LA LINEA DE TIEMPO, Y DESPUES PREGUNTA FECHAS HASTA QUE EL
      * OPERADOR TECLEE CERO. UN EMPLEADO QUE YA NO ESTA EN EL
      * MAESTRO (ARCHIVADO) SE CONSULTA IGUAL CON SU HISTORIA.
      *----------------------------------------------------------------
       030-CONSULTA-EMPLEADO.
           DISPLAY " "
           DISPLAY "CLAVE DE EMPLEADO (0000 = SALIR): "
           ACCEPT WS-ID-BUSCA
           IF WS-ID-BUSCA EQUAL ZEROS
              MOVE "S" TO SW-FIN-CONSULTA
              GO TO 030-FIN
           END-IF

           MOVE WS-ID-BUSCA TO REG-ID-EMP
           READ EMPLEADOS INTO WS-DATOS-EMPLEADO
                INVALID KEY
                   INITIALIZE WS-DATOS-EMPLEADO
                   MOVE WS-ID-BUSCA TO WS-ID-EMP
                   DISPLAY "EL EMPLEADO " WS-ID-BUSCA
                           " NO ESTA EN BD-EMPLEADOS.TXT."
                NOT INVALID KEY
                   PERFORM 035-MUESTRA-EMPLEADO THRU 035-FIN
           END-READ

           PERFORM 040-LISTA-HISTORIA THRU 040-FIN
           IF WS-CONT-RENGLONES EQUAL ZEROS
              DISPLAY "SIN RENGLONES EN BD-HIST-SUELDOS.TXT."
              GO TO 030-FIN
           END-IF

           MOVE 1 TO WS-FECHA-CONSULTA
           PERFORM 050-SUELDO-A-FECHA THRU 050-FIN
                   UNTIL WS-FECHA-CONSULTA EQUAL ZEROS.
       030-FIN. EXIT.

       035-MUESTRA-EMPLEADO.
           MOVE WS-SALARIO TO WS-SALARIO-EDIT
           IF NOT DATOS-COMPLETOS
              MOVE WS-MSK-IMPORTE TO WS-SALARIO-EDIT-X
           END-IF
           DISPLAY " "
           DISPLAY "CLAVE           : " WS-ID-EMP
           DISPLAY "NOMBRE          : " WS-NOMBRE-EMP
           DISPLAY "APELLIDO PATERNO: " WS-APE-PAT-EMP
           DISPLAY "APELLIDO MATERNO: " WS-APE-MAT-EMP
           DISPLAY "STATUS          : " WS-STATUS-EMP
           DISPLAY "SUELDO ACTUAL   : " WS-SALARIO-EDIT " " WS-MONEDA
           DISPLAY "FECHA DE ALTA   : " WS-FECHA-ALTA
           DISPLAY "FECHA DE BAJA   : " WS-FECHA-BAJA.
       035-FIN. EXIT.

      *----------------------------------------------------------------
      * LINEA DE TIEMPO: START AL PRIMER RENGLON DE LA CLAVE Y LECTURA
      * SECUENCIAL MIENTRAS NO CAMBIE EL EMPLEADO.
      *----------------------------------------------------------------
       040-LISTA-HISTORIA.
           MOVE ZEROS TO WS-CONT-RENGLONES
           PERFORM 045-POSICIONA-HISTORIA THRU 045-FIN
           IF FIN-HISTORIA
              GO TO 040-FIN
           END-IF
           DISPLAY " "
           DISPLAY "(" WS-MSK-LEYENDA ")"
           DISPLAY "VIGENCIA        SUELDO MON  ORIGEN      OPERADOR  "
                   "REGISTRO"
           DISPLAY "--------  ------------ ---  ----------  --------  "
                   "--------".

       040-SIGUE.
           PERFORM 048-LEE-HISTORIA THRU 048-FIN
           IF FIN-HISTORIA
              GO TO 040-FIN
           END-IF
           ADD 1 TO WS-CONT-RENGLONES
           MOVE HSU-FECHA-VIG TO WS-LH-FECHA-VIG
           MOVE HSU-SALARIO   TO WS-LH-SALARIO
           IF NOT DATOS-COMPLETOS
              MOVE WS-MSK-IMPORTE TO WS-LH-SALARIO-X
           END-IF
           MOVE HSU-MONEDA    TO WS-LH-MONEDA
           MOVE HSU-ORIGEN    TO WS-LH-ORIGEN
           MOVE HSU-OPERADOR  TO WS-LH-OPERADOR
           MOVE HSU-FECHA-REG TO WS-LH-FECHA-REG
           DISPLAY WS-LIN-HISTORIA
           GO TO 040-SIGUE.
       040-FIN. EXIT.

       045-POSICIONA-HISTORIA.
           MOVE "N"         TO SW-FIN-HISTORIA
           MOVE WS-ID-BUSCA TO HSU-ID-EMP
           MOVE ZEROS       TO HSU-FECHA-VIG
                               HSU-CONSEC
           START HIST-SUELDOS KEY IS NOT LESS THAN HSU-LLAVE
                 INVALID KEY
                    MOVE "S" TO SW-FIN-HISTORIA
           END-START.
       045-FIN. EXIT.

       048-LEE-HISTORIA.
           READ HIST-SUELDOS NEXT RECORD
                AT END
                   MOVE "S" TO SW-FIN-HISTORIA
           END-READ
           IF NOT FIN-HISTORIA
              IF HSU-ID-EMP NOT EQUAL WS-ID-BUSCA
                 MOVE "S" TO SW-FIN-HISTORIA
              END-IF
           END-IF.
       048-FIN. EXIT.

      *----------------------------------------------------------------
      * SUELDO VIGENTE A UNA FECHA: RECORRE LOS RENGLONES DEL EMPLEADO
      * (VIENEN EN ORDEN DE FECHA Y CONSECUTIVO) Y SE QUEDA CON EL
      * ULTIMO CUYA VIGENCIA NO PASA DE LA FECHA PEDIDA.
      *----------------------------------------------------------------
       050-SUELDO-A-FECHA.
           DISPLAY " "
           DISPLAY "FECHA A CONSULTAR AAAAMMDD (0 = OTRO EMPLEADO): "
           ACCEPT WS-FECHA-CONSULTA
           IF WS-FECHA-CONSULTA EQUAL ZEROS
              GO TO 050-FIN
           END-IF
           IF WS-FC-MES < 1 OR WS-FC-MES > 12
              OR WS-FC-DIA < 1 OR WS-FC-DIA > 31
              DISPLAY "FECHA NO VALIDA."
              GO TO 050-FIN
           END-IF

           MOVE "N" TO SW-VIGENTE
           PERFORM 045-POSICIONA-HISTORIA THRU 045-FIN.

       050-SIGUE.
           IF FIN-HISTORIA
              GO TO 050-MUESTRA
           END-IF
           PERFORM 048-LEE-HISTORIA THRU 048-FIN
           IF FIN-HISTORIA
              GO TO 050-MUESTRA
           END-IF
           IF HSU-FECHA-VIG > WS-FECHA-CONSULTA
              GO TO 050-MUESTRA
           END-IF
           MOVE "S"           TO SW-VIGENTE
           MOVE HSU-FECHA-VIG TO WS-VIG-FECHA
           MOVE HSU-SALARIO   TO WS-VIG-SALARIO
           MOVE HSU-MONEDA    TO WS-VIG-MONEDA
           MOVE HSU-ORIGEN    TO WS-VIG-ORIGEN
           GO TO 050-SIGUE.

       050-MUESTRA.
           IF NOT HAY-VIGENTE
              DISPLAY "SIN SUELDO REGISTRADO AL " WS-FECHA-CONSULTA
                      " (ANTERIOR AL PRIMER RENGLON)."
              GO TO 050-FIN
           END-IF
           MOVE WS-VIG-SALARIO TO WS-SALARIO-EDIT
           IF NOT DATOS-COMPLETOS
              MOVE WS-MSK-IMPORTE TO WS-SALARIO-EDIT-X
           END-IF
           DISPLAY "SUELDO VIGENTE AL " WS-FECHA-CONSULTA ": "
                   WS-SALARIO-EDIT " " WS-VIG-MONEDA
           DISPLAY "  EN VIGOR DESDE " WS-VIG-FECHA
                   " (" WS-VIG-ORIGEN ")"
           IF EMP-INACTIVO
              AND WS-FECHA-BAJA NOT EQUAL ZEROS
              AND WS-FECHA-CONSULTA > WS-FECHA-BAJA
              DISPLAY "  AVISO: EL EMPLEADO ESTABA DE BAJA DESDE EL "
                      WS-FECHA-BAJA "."
           END-IF.
       050-FIN. EXIT.
