      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * MERITEMP.cbl - PROPUESTA ANUAL DE AUMENTOS POR MERITO. PARA EL
      *                ANIO EVALUADO QUE SE PIDE, CADA EMPLEADO ACTIVO
      *                CON EVALUACION EN BD-EVALUACIONES.TXT (EVALEMP)
      *                RECIBE EL PORCENTAJE DE LA MATRIZ DE MANTMERI
      *                QUE CORRESPONDE A SU CALIFICACION Y AL CUARTIL
      *                DE LA BANDA DE SU PUESTO EN QUE ESTA SU SUELDO
      *                (BD-PUESTOS.TXT, EN PESOS: EL SUELDO USD SE
      *                CONVIERTE CON EL TIPO DE CAMBIO DEL DIA Y SIN
      *                TIPO DE CAMBIO SE EXCLUYE, IGUAL QUE AUMMASIV).
      *                EL SUELDO NUEVO SE TOPA AL MAXIMO DE LA BANDA.
      *                NO SE TOCA BD-EMPLEADOS.TXT: CADA AUMENTO SE
      *                DEJA COMO FOLIO TIPO "S" EN BD-PENDIENTES.TXT,
      *                IGUAL QUE UN CAMBIO DE SUELDO DE CAMBIOEMP, Y
      *                LO AUTORIZA UN SUPERVISOR EN APRUEBA COMO
      *                CUALQUIER OTRO; EL FOLIO QUEDA ANOTADO EN LA
      *                EVALUACION PARA NO PROPONERLO DOS VECES. SE
      *                EXCLUYE AL EMPLEADO QUE YA TIENE UN FOLIO
      *                PENDIENTE, PARA QUE UNO NO PISE AL OTRO. PRIMERO
      *                SE MUESTRA LA VISTA PREVIA Y SOLO TRAS CONFIRMAR
      *                SE ENVIAN LOS FOLIOS. SOLO UN SUPERVISOR O
      *                ADMINISTRADOR PUEDE CORRERLO; CADA FOLIO QUEDA
      *                EN BD-AUDITORIA.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                MERITEMP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY OPERSEL.
           COPY PUESSEL.
           COPY AUDSEL.
           COPY TCSEL.
           COPY PENDSEL.
           COPY EVASEL.
           COPY MERSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY OPERFD.
           COPY PUESFD.
           COPY AUDFD.
           COPY TCFD.
           COPY PENDFD.
           COPY EVAFD.
           COPY MERFD.

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPFS.
           COPY EMPRUTA.
           COPY OPERFS.
           COPY OPERRUTA.
           COPY PUESFS.
           COPY PUESRUTA.
           COPY AUDFS.
           COPY AUDRUTA.
           COPY TCFS.
           COPY TCRUTA.
           COPY PENDFS.
           COPY PENDRUTA.
           COPY EVAFS.
           COPY EVARUTA.
           COPY MERFS.
           COPY MERRUTA.

       01  WS-ANIO-CICLO           PIC 9(04).

       01  SW-CONFIRMA             PIC X(01).
       01  SW-FIN                  PIC X(03)     VALUE SPACES.
       01  SW-APLICA               PIC X(01)     VALUE "N".
           88 MODO-APLICA                 VALUE "S".
       01  SW-EXCLUIDO             PIC X(01).
       01  SW-TOPADO               PIC X(01).

      *----------------------------------------------------------------
      * MATRIZ DEL CICLO EN MEMORIA (CALIFICACION X CUARTIL) Y MARCA
      * POR CLAVE DE EMPLEADO DE LOS QUE TIENEN FOLIO PENDIENTE EN
      * BD-PENDIENTES.TXT.
      *----------------------------------------------------------------
       01  WS-MATRIZ.
           05 WS-MAT-CALIF         OCCURS 5 TIMES.
              10 WS-MAT-PCT        PIC 9(02)V99  OCCURS 4 TIMES.
       01  WS-CONT-CELDAS          PIC 9(02)     VALUE ZEROS.

       01  WS-TABLA-PENDIENTES.
           05 WS-TIENE-PEND        PIC X(01)     OCCURS 9999 TIMES.
       01  WS-IDX-PEND             PIC 9(04).

       01  WS-CUARTIL              PIC 9(01).
       01  WS-PORCENTAJE           PIC 9(02)V99.
       01  WS-POSICION-BANDA       PIC 9(03)V99.
       01  WS-SALARIO-MXN          PIC 9(09)V99.
       01  WS-TOPE-BANDA           PIC 9(07)V99.
       01  WS-SALARIO-NUEVO        PIC 9(07)V99.
       01  WS-SALARIO-ANTERIOR     PIC 9(07)V99.
       01  WS-MOTIVO-EXCLUSION     PIC X(40).

       01  WS-OLD-SALARIO-ED       PIC ZZZZZZ9.99.
       01  WS-NEW-SALARIO-ED       PIC ZZZZZZ9.99.
       01  WS-PCT-ED               PIC Z9.99.

       01  WS-CONT-AFECTADOS       PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-EXCLUIDOS       PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-YA-PROPUESTOS   PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-ENVIADOS        PIC 9(05)     VALUE ZEROS.

       01  WS-FECHA-SISTEMA        PIC 9(08).

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 027-OBTIENE-RUTA-OPERADORES  THRU 027-FIN
           PERFORM 019-OBTIENE-RUTA-PUESTOS     THRU 019-FIN
           PERFORM 021-OBTIENE-RUTA-AUDITORIA   THRU 021-FIN
           PERFORM 051-OBTIENE-RUTA-TIPO-CAMBIO THRU 051-FIN
           PERFORM 057-OBTIENE-RUTA-PENDIENTES  THRU 057-FIN
           PERFORM 154-OBTIENE-RUTA-EVALUACIONES THRU 154-FIN
           PERFORM 155-OBTIENE-RUTA-MATRIZ-MERITO THRU 155-FIN
           PERFORM 052-CARGA-TIPO-CAMBIO        THRU 052-FIN
           IF NOT TIPO-CAMBIO-CARGADO
              DISPLAY "SIN TIPO DE CAMBIO CARGADO: LOS SUELDOS USD "
                      "SE EXCLUYEN DE LA PROPUESTA."
           END-IF
           PERFORM 028-ABRE-OPERADORES          THRU 028-FIN
           PERFORM 029-VALIDA-OPERADOR          THRU 029-FIN
           CLOSE OPERADORES
           IF NOT OPERADOR-SUPERVISOR AND NOT OPERADOR-ADMINISTRADOR
              DISPLAY "SOLO UN SUPERVISOR O ADMINISTRADOR PUEDE "
                      "PROPONER AUMENTOS POR MERITO."
              GOBACK
           END-IF
           MOVE WS-OPERADOR-ID TO WS-AUD-OPERADOR
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY "ANIO EVALUADO (AAAA): "
           ACCEPT WS-ANIO-CICLO
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           PERFORM 030-CARGA-MATRIZ             THRU 030-FIN
           IF WS-CONT-CELDAS EQUAL ZEROS
              DISPLAY "NO HAY MATRIZ DE MERITO CAPTURADA PARA "
                      WS-ANIO-CICLO ". CAPTURELA EN MANTMERI."
              PERFORM 090-CIERRA-ARCHIVOS THRU 090-FIN
              GOBACK
           END-IF
           PERFORM 032-CARGA-PENDIENTES         THRU 032-FIN
           DISPLAY " "
           DISPLAY "VISTA PREVIA DE AUMENTOS POR MERITO " WS-ANIO-CICLO
                   ":"
           MOVE SPACES TO SW-FIN
           PERFORM 035-REBOBINA-EMPLEADOS       THRU 035-FIN
           PERFORM 040-RECORRE-EMPLEADOS        THRU 040-FIN
           DISPLAY " "
           DISPLAY "EMPLEADOS CON PROPUESTA : " WS-CONT-AFECTADOS
           DISPLAY "EXCLUIDOS               : " WS-CONT-EXCLUIDOS
           DISPLAY "YA PROPUESTOS ANTES     : " WS-CONT-YA-PROPUESTOS
           IF WS-CONT-AFECTADOS EQUAL ZEROS
              DISPLAY "NO HAY AUMENTOS QUE PROPONER."
              PERFORM 090-CIERRA-ARCHIVOS THRU 090-FIN
              GOBACK
           END-IF
           DISPLAY "¿CONFIRMA ENVIAR A AUTORIZACION LOS "
                   WS-CONT-AFECTADOS " AUMENTOS? (Y/N): "
           ACCEPT SW-CONFIRMA
           IF SW-CONFIRMA EQUAL "Y"
              MOVE "S" TO SW-APLICA
              MOVE SPACES TO SW-FIN
              PERFORM 035-REBOBINA-EMPLEADOS    THRU 035-FIN
              PERFORM 040-RECORRE-EMPLEADOS     THRU 040-FIN
              DISPLAY "FOLIOS ENVIADOS A AUTORIZACION: "
                      WS-CONT-ENVIADOS
              DISPLAY "AUTORICELOS DESDE APRUEBA."
           ELSE
              DISPLAY "OPERACION CANCELADA; NO SE ENVIO NINGUN "
                      "FOLIO."
           END-IF
           PERFORM 090-CIERRA-ARCHIVOS          THRU 090-FIN
           GOBACK.

           COPY EMPRUTAP.
           COPY OPERRUTAP.
           COPY PUESRUTAP.
           COPY AUDRUTAP.
           COPY AUDWRTP.
           COPY TCRUTAP.
           COPY TCCARGP.
           COPY PENDRUTAP.
           COPY EVARUTAP.
           COPY MERRUTAP.

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
      * SIN EVALUACIONES NI MATRIZ NO HAY NADA QUE PROPONER: SE
      * CAPTURAN PRIMERO EN EVALEMP Y MANTMERI. BD-PENDIENTES.TXT SE
      * CREA VACIO SI TODAVIA NO EXISTE, IGUAL QUE EN CAMBIOEMP.
      *----------------------------------------------------------------
       020-ABRE-ARCHIVOS.
           OPEN INPUT  EMPLEADOS
           OPEN INPUT  PUESTOS
           OPEN I-O    EVALUACIONES
           IF NOT FS-EVALUACIONES-OK
              DISPLAY "NO SE PUDO ABRIR BD-EVALUACIONES.TXT. CAPTURE "
                      "LAS EVALUACIONES DESDE EVALEMP PRIMERO."
              GOBACK
           END-IF
           OPEN INPUT  MATRIZ-MERITO
           IF NOT FS-MATRIZ-MERITO-OK
              DISPLAY "NO SE PUDO ABRIR BD-MATRIZ-MERITO.TXT. CAPTURE "
                      "LA MATRIZ DESDE MANTMERI PRIMERO."
              GOBACK
           END-IF
           OPEN I-O    PENDIENTES
           IF FS-PENDIENTES-NO-EXISTE
              OPEN OUTPUT PENDIENTES
              CLOSE PENDIENTES
              OPEN I-O PENDIENTES
           END-IF
           OPEN EXTEND AUDITORIA
           IF NOT FS-EMPLEADOS-OK OR NOT FS-PUESTOS-OK
              OR NOT FS-PENDIENTES-OK OR NOT FS-AUDITORIA-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              GOBACK
           END-IF.
       020-FIN. EXIT.

      *----------------------------------------------------------------
      * LA CELDA QUE NO SE CAPTURO QUEDA EN CEROS: SIN AUMENTO.
      *----------------------------------------------------------------
       030-CARGA-MATRIZ.
           INITIALIZE WS-MATRIZ
           MOVE WS-ANIO-CICLO TO MER-ANIO
           MOVE ZEROS         TO MER-CALIFICACION
                                 MER-CUARTIL
           START MATRIZ-MERITO KEY IS GREATER THAN OR EQUAL MER-LLAVE
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN
                 NOT INVALID KEY
                    MOVE SPACES TO SW-FIN
           END-START
           PERFORM 031-LEE-CELDA THRU 031-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       030-FIN. EXIT.

       031-LEE-CELDA.
           READ MATRIZ-MERITO NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 031-FIN
           END-READ
           IF MER-ANIO NOT EQUAL WS-ANIO-CICLO
              MOVE "FIN" TO SW-FIN
              GO TO 031-FIN
           END-IF
           IF MER-CALIFICACION IS LESS THAN 1 OR
              MER-CALIFICACION IS GREATER THAN 5 OR
              MER-CUARTIL IS LESS THAN 1 OR
              MER-CUARTIL IS GREATER THAN 4
              GO TO 031-FIN
           END-IF
           ADD 1 TO WS-CONT-CELDAS
           MOVE MER-PORCENTAJE
                TO WS-MAT-PCT (MER-CALIFICACION, MER-CUARTIL).
       031-FIN. EXIT.

      *----------------------------------------------------------------
      * MARCA A CADA EMPLEADO QUE TIENE UN FOLIO TODAVIA PENDIENTE DE
      * CUALQUIER TIPO: SU IMAGEN PUEDE CAMBIAR AL AUTORIZARSE, ASI
      * QUE SU PROPUESTA SE DEJA PARA UNA CORRIDA POSTERIOR.
      *----------------------------------------------------------------
       032-CARGA-PENDIENTES.
           MOVE ALL "N" TO WS-TABLA-PENDIENTES
           MOVE ZEROS TO PEND-FOLIO
           START PENDIENTES KEY IS GREATER THAN OR EQUAL PEND-FOLIO
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN
                 NOT INVALID KEY
                    MOVE SPACES TO SW-FIN
           END-START
           PERFORM 033-LEE-PENDIENTE THRU 033-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       032-FIN. EXIT.

       033-LEE-PENDIENTE.
           READ PENDIENTES NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 033-FIN
           END-READ
           IF NOT PEND-PENDIENTE
              GO TO 033-FIN
           END-IF
           MOVE PEND-DATOS-EMPLEADO TO WS-DATOS-EMPLEADO
           IF WS-ID-EMP IS GREATER THAN ZEROS
              MOVE WS-ID-EMP TO WS-IDX-PEND
              MOVE "S" TO WS-TIENE-PEND (WS-IDX-PEND)
           END-IF.
       033-FIN. EXIT.

      *----------------------------------------------------------------
      * COLOCA LA LECTURA SECUENCIAL AL PRINCIPIO DEL ARCHIVO PARA
      * CADA PASADA (VISTA PREVIA Y ENVIO).
      *----------------------------------------------------------------
       035-REBOBINA-EMPLEADOS.
           MOVE ZEROS TO REG-ID-EMP
           START EMPLEADOS KEY IS GREATER THAN OR EQUAL REG-ID-EMP
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN
           END-START.
       035-FIN. EXIT.

       040-RECORRE-EMPLEADOS.
           PERFORM 042-LEE-EMPLEADO THRU 042-FIN
           PERFORM 045-PROCESA-EMPLEADO THRU 045-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       040-FIN. EXIT.

       042-LEE-EMPLEADO.
           IF SW-FIN EQUAL "FIN"
              GO TO 042-FIN
           END-IF
           READ EMPLEADOS NEXT RECORD INTO WS-DATOS-EMPLEADO
                AT END
                   MOVE "FIN" TO SW-FIN
           END-READ.
       042-FIN. EXIT.

      *----------------------------------------------------------------
      * SOLO EL PERSONAL ACTIVO CON EVALUACION DEL CICLO. LA
      * EVALUACION QUE YA TIENE FOLIO SE CUENTA APARTE Y NO SE VUELVE
      * A PROPONER. EN LA VISTA PREVIA SOLO SE MUESTRA Y SE CUENTA;
      * EN LA PASADA DE ENVIO SE GRABA EL FOLIO.
      *----------------------------------------------------------------
       045-PROCESA-EMPLEADO.
           IF NOT EMP-ACTIVO
              GO TO 045-SIGUE
           END-IF
           MOVE WS-ID-EMP     TO EVA-ID-EMP
           MOVE WS-ANIO-CICLO TO EVA-ANIO
           READ EVALUACIONES
                INVALID KEY
                   GO TO 045-SIGUE
           END-READ
           IF NOT EVA-SIN-PROPUESTA
              IF NOT MODO-APLICA
                 ADD 1 TO WS-CONT-YA-PROPUESTOS
              END-IF
              GO TO 045-SIGUE
           END-IF
           PERFORM 050-CALCULA-AUMENTO THRU 050-FIN
           IF SW-EXCLUIDO EQUAL "S"
              IF NOT MODO-APLICA
                 MOVE WS-SALARIO TO WS-OLD-SALARIO-ED
                 DISPLAY "  " WS-ID-EMP " " WS-NOMBRE-EMP " "
                         WS-OLD-SALARIO-ED "  CALIF "
                         EVA-CALIFICACION "  ** "
                         WS-MOTIVO-EXCLUSION
                 ADD 1 TO WS-CONT-EXCLUIDOS
              END-IF
              GO TO 045-SIGUE
           END-IF
           IF MODO-APLICA
              PERFORM 070-ENVIA-PROPUESTA THRU 070-FIN
           ELSE
              MOVE WS-SALARIO       TO WS-OLD-SALARIO-ED
              MOVE WS-SALARIO-NUEVO TO WS-NEW-SALARIO-ED
              MOVE WS-PORCENTAJE    TO WS-PCT-ED
              IF SW-TOPADO EQUAL "S"
                 DISPLAY "  " WS-ID-EMP " " WS-NOMBRE-EMP " "
                         WS-OLD-SALARIO-ED " -> " WS-NEW-SALARIO-ED
                         "  CALIF " EVA-CALIFICACION " Q" WS-CUARTIL
                         " " WS-PCT-ED "%  (TOPE DE BANDA)"
              ELSE
                 DISPLAY "  " WS-ID-EMP " " WS-NOMBRE-EMP " "
                         WS-OLD-SALARIO-ED " -> " WS-NEW-SALARIO-ED
                         "  CALIF " EVA-CALIFICACION " Q" WS-CUARTIL
                         " " WS-PCT-ED "%"
              END-IF
              ADD 1 TO WS-CONT-AFECTADOS
           END-IF.
       045-SIGUE.
           PERFORM 042-LEE-EMPLEADO THRU 042-FIN.
       045-FIN. EXIT.

      *----------------------------------------------------------------
      * LA BANDA ESTA COTIZADA EN PESOS: EL SUELDO USD SE CONVIERTE
      * PARA UBICAR EL CUARTIL Y EL MAXIMO DE LA BANDA SE REGRESA A
      * DOLARES PARA TOPAR EL SUELDO NUEVO. UN SUELDO DEBAJO DEL
      * MINIMO CAE EN EL CUARTIL 1 Y UNO EN O ARRIBA DEL MAXIMO YA NO
      * RECIBE AUMENTO. DEJA SW-EXCLUIDO EN "S" CON EL MOTIVO.
      *----------------------------------------------------------------
       050-CALCULA-AUMENTO.
           MOVE "N" TO SW-EXCLUIDO
           MOVE "N" TO SW-TOPADO
           MOVE ZEROS TO WS-SALARIO-NUEVO
           IF WS-TIENE-PEND (WS-ID-EMP) EQUAL "S"
              MOVE "S" TO SW-EXCLUIDO
              MOVE "TIENE UN FOLIO PENDIENTE, SE EXCLUYE **"
                   TO WS-MOTIVO-EXCLUSION
              GO TO 050-FIN
           END-IF
           IF NOT EVA-CALIF-VALIDA
              MOVE "S" TO SW-EXCLUIDO
              MOVE "CALIFICACION NO VALIDA, SE EXCLUYE **"
                   TO WS-MOTIVO-EXCLUSION
              GO TO 050-FIN
           END-IF
           MOVE WS-PUESTO TO REG-PUESTO-COD
           READ PUESTOS
                INVALID KEY
                   MOVE "S" TO SW-EXCLUIDO
                   MOVE "PUESTO INEXISTENTE, SE EXCLUYE **"
                        TO WS-MOTIVO-EXCLUSION
                   GO TO 050-FIN
           END-READ
           IF WS-MONEDA EQUAL "MXN"
              MOVE WS-SALARIO         TO WS-SALARIO-MXN
              MOVE REG-PUESTO-SAL-MAX TO WS-TOPE-BANDA
           ELSE
              IF TIPO-CAMBIO-CARGADO
                 COMPUTE WS-SALARIO-MXN ROUNDED =
                         WS-SALARIO * WS-TIPO-CAMBIO-DIA
                 COMPUTE WS-TOPE-BANDA =
                         REG-PUESTO-SAL-MAX / WS-TIPO-CAMBIO-DIA
              ELSE
                 MOVE "S" TO SW-EXCLUIDO
                 MOVE "USD SIN TIPO DE CAMBIO, SE EXCLUYE **"
                      TO WS-MOTIVO-EXCLUSION
                 GO TO 050-FIN
              END-IF
           END-IF
           IF WS-SALARIO-MXN IS NOT LESS THAN REG-PUESTO-SAL-MAX OR
              WS-SALARIO IS NOT LESS THAN WS-TOPE-BANDA
              MOVE "S" TO SW-EXCLUIDO
              MOVE "EN EL MAXIMO DE LA BANDA, SE EXCLUYE **"
                   TO WS-MOTIVO-EXCLUSION
              GO TO 050-FIN
           END-IF
           IF WS-SALARIO-MXN IS LESS THAN REG-PUESTO-SAL-MIN
              MOVE 1 TO WS-CUARTIL
           ELSE
              COMPUTE WS-POSICION-BANDA =
                      (WS-SALARIO-MXN - REG-PUESTO-SAL-MIN) * 100 /
                      (REG-PUESTO-SAL-MAX - REG-PUESTO-SAL-MIN)
              EVALUATE TRUE
              WHEN WS-POSICION-BANDA IS LESS THAN 25
                 MOVE 1 TO WS-CUARTIL
              WHEN WS-POSICION-BANDA IS LESS THAN 50
                 MOVE 2 TO WS-CUARTIL
              WHEN WS-POSICION-BANDA IS LESS THAN 75
                 MOVE 3 TO WS-CUARTIL
              WHEN OTHER
                 MOVE 4 TO WS-CUARTIL
              END-EVALUATE
           END-IF
           MOVE WS-MAT-PCT (EVA-CALIFICACION, WS-CUARTIL)
                TO WS-PORCENTAJE
           IF WS-PORCENTAJE EQUAL ZEROS
              MOVE "S" TO SW-EXCLUIDO
              MOVE "LA MATRIZ NO DA AUMENTO, SE EXCLUYE **"
                   TO WS-MOTIVO-EXCLUSION
              GO TO 050-FIN
           END-IF
           COMPUTE WS-SALARIO-NUEVO ROUNDED =
                   WS-SALARIO * (1 + WS-PORCENTAJE / 100)
           IF WS-SALARIO-NUEVO IS GREATER THAN WS-TOPE-BANDA
              MOVE WS-TOPE-BANDA TO WS-SALARIO-NUEVO
              MOVE "S" TO SW-TOPADO
           END-IF.
       050-FIN. EXIT.

      *----------------------------------------------------------------
      * MISMO ENVIO A LA COLA QUE 058-ENVIA-AUTORIZACION DE CAMBIOEMP:
      * FOLIO SIGUIENTE LIBRE, TIPO "S", LA IMAGEN DEL EMPLEADO CON EL
      * SUELDO NUEVO Y EL VIGENTE COMO ANTERIOR. EL FOLIO SE ANOTA EN
      * LA EVALUACION.
      *----------------------------------------------------------------
       070-ENVIA-PROPUESTA.
           MOVE WS-SALARIO TO WS-SALARIO-ANTERIOR
           MOVE 1 TO PEND-FOLIO
           PERFORM 072-BUSCA-FOLIO THRU 072-FIN
           MOVE WS-SALARIO-NUEVO    TO WS-SALARIO
           MOVE "S"                 TO PEND-TIPO
           MOVE WS-AUD-OPERADOR     TO PEND-OPERADOR-CAP
           MOVE WS-FECHA-SISTEMA    TO PEND-FECHA-CAPTURA
           MOVE "P"                 TO PEND-STATUS
           MOVE WS-DATOS-EMPLEADO   TO PEND-DATOS-EMPLEADO
           MOVE WS-SALARIO-ANTERIOR TO PEND-SALARIO-ANT
           WRITE REG-PENDIENTES
                INVALID KEY
                   DISPLAY "NO SE PUDO ENVIAR LA PROPUESTA DEL "
                           "EMPLEADO " WS-ID-EMP "."
                   GO TO 070-FIN
           END-WRITE
           MOVE PEND-FOLIO TO EVA-FOLIO
           REWRITE REG-EVALUACIONES
                INVALID KEY
                   DISPLAY "NO SE PUDO ANOTAR EL FOLIO " PEND-FOLIO
                           " EN LA EVALUACION DEL EMPLEADO "
                           WS-ID-EMP "."
           END-REWRITE
           MOVE "MERITO" TO WS-AUD-OPERACION
           PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN
           ADD 1 TO WS-CONT-ENVIADOS
           DISPLAY "  " WS-ID-EMP " " WS-NOMBRE-EMP " FOLIO "
                   PEND-FOLIO.
       070-FIN. EXIT.

       072-BUSCA-FOLIO.
           READ PENDIENTES
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   ADD 1 TO PEND-FOLIO
                   GO TO 072-BUSCA-FOLIO
           END-READ.
       072-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 PUESTOS
                 EVALUACIONES
                 MATRIZ-MERITO
                 PENDIENTES
                 AUDITORIA.
       090-FIN. EXIT.
