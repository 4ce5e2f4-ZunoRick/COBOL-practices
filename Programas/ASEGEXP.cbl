      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * ASEGEXP.cbl - EXPORTACION MENSUAL DE MOVIMIENTOS DE LA POLIZA
      *               DE GASTOS MEDICOS MAYORES PARA LA ASEGURADORA.
      *               BARRE BD-DEPENDIENTES.TXT (FAMIEMP) Y DEJA EN
      *               ASEGURADORA-GMM-AAAAMM.TXT UN RENGLON DE ANCHO
      *               FIJO POR CADA ALTA ("A") O BAJA ("B") DE UN
      *               DEPENDIENTE ASEGURADO PENDIENTE DE ENVIO, CON
      *               HEADER "H" (FECHA Y MES) Y TRAILER "T" (ALTAS,
      *               BAJAS Y TOTAL DE MOVIMIENTOS). AL DEPENDIENTE DE
      *               UN EMPLEADO DADO DE BAJA QUE SEGUIA EN LA POLIZA
      *               SE LE GENERA AQUI SU BAJA. CADA MOVIMIENTO
      *               ENVIADO QUEDA MARCADO CON EL MES, ASI QUE EL
      *               SIGUIENTE MES SOLO VIAJA LO NUEVO, Y REPETIR EL
      *               MISMO MES REGENERA EL ARCHIVO COMPLETO (CON LO
      *               QUE SE HAYA CAPTURADO DESPUES).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                ASEGEXP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY FAMSEL.
           SELECT INTERFAZ-ASEGURADORA
           ASSIGN TO WS-RUTA-ASEGURADORA.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY FAMFD.

       FD  INTERFAZ-ASEGURADORA
           RECORD CONTAINS 159 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-INTERFAZ-ASEGURADORA PIC X(159).

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPFS.
           COPY EMPRUTA.
           COPY FAMFS.
           COPY FAMRUTA.

       01  WS-RUTA-ASEGURADORA     PIC X(80).

       01  WS-MES-ENVIO.
           05 WS-ENV-ANIO          PIC 9(04).
           05 WS-ENV-MES           PIC 9(02).
       01  WS-MES-ENVIO-9 REDEFINES WS-MES-ENVIO
                                   PIC 9(06).

       01  WS-FECHA-SISTEMA        PIC 9(08).
       01  WS-ID-LEIDO             PIC 9(04)     VALUE ZEROS.
       01  SW-EMP-LOCALIZADO       PIC X(01)     VALUE "N".
           88 EMP-LOCALIZADO              VALUE "S".
       01  SW-FIN                  PIC X(03)     VALUE SPACES.
       01  SW-REESCRIBE            PIC X(01).
           88 REESCRIBE                   VALUE "S".

       01  WS-CONT-ALTAS           PIC 9(07)     VALUE ZEROS.
       01  WS-CONT-BAJAS           PIC 9(07)     VALUE ZEROS.
       01  WS-CONT-TOTAL           PIC 9(07)     VALUE ZEROS.
       01  WS-CONT-BAJAS-EMPLEADO  PIC 9(05)     VALUE ZEROS.

       01  WS-REG-HEADER.
           05 FILLER               PIC X(01)     VALUE "H".
           05 WS-HDR-FECHA         PIC 9(08).
           05 WS-HDR-MES           PIC 9(06).
           05 FILLER               PIC X(144)    VALUE SPACES.

      *----------------------------------------------------------------
      * LAYOUT DE ANCHO FIJO DEL MOVIMIENTO: TIPO A/B, TITULAR
      * (CLAVE, RFC Y NOMBRE DEL EMPLEADO) Y DEPENDIENTE (CONSECUTIVO,
      * NOMBRE, PARENTESCO C/H/P, SEXO H/M, NACIMIENTO) CON LA FECHA
      * DEL MOVIMIENTO.
      *----------------------------------------------------------------
       01  WS-REG-MOVIMIENTO.
           05 FILLER               PIC X(01)     VALUE "D".
           05 WS-MOV-TIPO          PIC X(01).
           05 WS-MOV-ID-EMP        PIC 9(04).
           05 WS-MOV-RFC           PIC X(13).
           05 WS-MOV-EMP-APE-PAT   PIC X(20).
           05 WS-MOV-EMP-APE-MAT   PIC X(20).
           05 WS-MOV-EMP-NOMBRE    PIC X(20).
           05 WS-MOV-CONSEC        PIC 9(02).
           05 WS-MOV-DEP-APE-PAT   PIC X(20).
           05 WS-MOV-DEP-APE-MAT   PIC X(20).
           05 WS-MOV-DEP-NOMBRE    PIC X(20).
           05 WS-MOV-PARENTESCO    PIC X(01).
           05 WS-MOV-SEXO          PIC X(01).
           05 WS-MOV-FECHA-NAC     PIC 9(08).
           05 WS-MOV-FECHA         PIC 9(08).

       01  WS-REG-TRAILER.
           05 FILLER               PIC X(01)     VALUE "T".
           05 WS-TRL-ALTAS         PIC 9(07).
           05 WS-TRL-BAJAS         PIC 9(07).
           05 WS-TRL-TOTAL         PIC 9(07).
           05 FILLER               PIC X(137)    VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS     THRU 015-FIN
           PERFORM 142-OBTIENE-RUTA-DEPENDIENTES THRU 142-FIN
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 018-SOLICITA-MES           THRU 018-FIN
           PERFORM 016-OBTIENE-RUTA-ENVIO     THRU 016-FIN
           PERFORM 020-ABRE-ARCHIVOS          THRU 020-FIN
           MOVE WS-FECHA-SISTEMA TO WS-HDR-FECHA
           MOVE WS-MES-ENVIO-9   TO WS-HDR-MES
           WRITE REG-INTERFAZ-ASEGURADORA FROM WS-REG-HEADER
           PERFORM 040-LEE-DEPENDIENTE        THRU 040-FIN
           PERFORM 050-PROCESA-DEPENDIENTE    THRU 050-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           MOVE WS-CONT-ALTAS TO WS-TRL-ALTAS
           MOVE WS-CONT-BAJAS TO WS-TRL-BAJAS
           MOVE WS-CONT-TOTAL TO WS-TRL-TOTAL
           WRITE REG-INTERFAZ-ASEGURADORA FROM WS-REG-TRAILER
           PERFORM 090-CIERRA-ARCHIVOS        THRU 090-FIN
           DISPLAY "ALTAS REPORTADAS          : " WS-CONT-ALTAS
           DISPLAY "BAJAS REPORTADAS          : " WS-CONT-BAJAS
           DISPLAY "  DE ELLAS POR BAJA DEL EMPLEADO: "
                   WS-CONT-BAJAS-EMPLEADO
           DISPLAY "ARCHIVO: " WS-RUTA-ASEGURADORA
           GOBACK.

           COPY EMPRUTAP.
           COPY FAMRUTAP.

      *----------------------------------------------------------------
      * EL ARCHIVO LLEVA EL MES EN EL NOMBRE PARA QUE CADA ENVIO SE
      * CONSERVE; VIVE EN LA MISMA CARPETA QUE BD-EMPLEADOS.TXT.
      *----------------------------------------------------------------
       016-OBTIENE-RUTA-ENVIO.
           STRING WS-DIR-DATOS            DELIMITED BY SPACE
                  "\ASEGURADORA-GMM-"     DELIMITED BY SIZE
                  WS-MES-ENVIO            DELIMITED BY SIZE
                  ".TXT"                  DELIMITED BY SIZE
                  INTO WS-RUTA-ASEGURADORA
           END-STRING.
       016-FIN. EXIT.

       018-SOLICITA-MES.
           DISPLAY "MES DEL ENVIO A LA ASEGURADORA:"
           DISPLAY "ANIO (AAAA): "
           ACCEPT WS-ENV-ANIO
           DISPLAY "MES (MM): "
           ACCEPT WS-ENV-MES
           IF WS-ENV-MES IS LESS THAN 1 OR
              WS-ENV-MES IS GREATER THAN 12
              DISPLAY "EL MES DEBE SER DE 01 A 12."
              DISPLAY " "
              GO TO 018-SOLICITA-MES
           END-IF.
       018-FIN. EXIT.

       020-ABRE-ARCHIVOS.
           OPEN INPUT EMPLEADOS
           IF NOT FS-EMPLEADOS-OK
              DISPLAY "NO SE PUDO ABRIR BD-EMPLEADOS.TXT."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN I-O DEPENDIENTES
           IF NOT FS-DEPENDIENTES-OK
              DISPLAY "NO SE PUDO ABRIR BD-DEPENDIENTES.TXT. CAPTURE "
                      "LOS DEPENDIENTES EN CRUD-EMP (OPCION F) PRIMERO."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT INTERFAZ-ASEGURADORA.
       020-FIN. EXIT.

       040-LEE-DEPENDIENTE.
           READ DEPENDIENTES NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
           END-READ.
       040-FIN. EXIT.

      *----------------------------------------------------------------
      * VIAJA EL MOVIMIENTO PENDIENTE; SI NO LO HAY, EL QUE YA SE
      * HABIA ENVIADO EN ESTE MISMO MES (REPETICION DEL ENVIO). EL
      * ASEGURADO CUYO TITULAR YA ESTA DADO DE BAJA SALE DE LA POLIZA
      * AUNQUE NADIE LO HAYA CAPTURADO.
      *----------------------------------------------------------------
       050-PROCESA-DEPENDIENTE.
           PERFORM 054-BUSCA-EMPLEADO THRU 054-FIN
           MOVE "N" TO SW-REESCRIBE
           IF FAM-EN-POLIZA AND
              (NOT EMP-LOCALIZADO OR EMP-INACTIVO)
              PERFORM 056-BAJA-POR-EMPLEADO THRU 056-FIN
           END-IF
           IF FAM-SIN-PENDIENTE
              IF FAM-MES-ENVIO EQUAL WS-MES-ENVIO-9 AND
                 FAM-ULT-MOV NOT EQUAL SPACES
                 MOVE FAM-ULT-MOV TO WS-MOV-TIPO
                 PERFORM 052-ESCRIBE-MOVIMIENTO THRU 052-FIN
              END-IF
           ELSE
              MOVE FAM-MOV-PENDIENTE TO WS-MOV-TIPO
                                        FAM-ULT-MOV
              MOVE WS-MES-ENVIO-9    TO FAM-MES-ENVIO
              MOVE SPACES            TO FAM-MOV-PENDIENTE
              MOVE "S"               TO SW-REESCRIBE
              PERFORM 052-ESCRIBE-MOVIMIENTO THRU 052-FIN
           END-IF
           IF REESCRIBE
              REWRITE REG-DEPENDIENTES
                   INVALID KEY
                      DISPLAY "NO SE PUDO MARCAR EL ENVIO DEL "
                              "DEPENDIENTE " FAM-ID-EMP "-" FAM-CONSEC
              END-REWRITE
           END-IF.
       050-SIGUE.
           PERFORM 040-LEE-DEPENDIENTE THRU 040-FIN.
       050-FIN. EXIT.

       052-ESCRIBE-MOVIMIENTO.
           MOVE FAM-ID-EMP      TO WS-MOV-ID-EMP
           MOVE FAM-CONSEC      TO WS-MOV-CONSEC
           MOVE FAM-APE-PAT     TO WS-MOV-DEP-APE-PAT
           MOVE FAM-APE-MAT     TO WS-MOV-DEP-APE-MAT
           MOVE FAM-NOMBRE      TO WS-MOV-DEP-NOMBRE
           MOVE FAM-PARENTESCO  TO WS-MOV-PARENTESCO
           MOVE FAM-SEXO        TO WS-MOV-SEXO
           MOVE FAM-FECHA-NAC   TO WS-MOV-FECHA-NAC
           MOVE FAM-FECHA-MOV   TO WS-MOV-FECHA
           IF EMP-LOCALIZADO
              MOVE WS-RFC         TO WS-MOV-RFC
              MOVE WS-APE-PAT-EMP TO WS-MOV-EMP-APE-PAT
              MOVE WS-APE-MAT-EMP TO WS-MOV-EMP-APE-MAT
              MOVE WS-NOMBRE-EMP  TO WS-MOV-EMP-NOMBRE
           ELSE
              MOVE SPACES         TO WS-MOV-RFC
                                     WS-MOV-EMP-APE-PAT
                                     WS-MOV-EMP-APE-MAT
                                     WS-MOV-EMP-NOMBRE
           END-IF
           WRITE REG-INTERFAZ-ASEGURADORA FROM WS-REG-MOVIMIENTO
           ADD 1 TO WS-CONT-TOTAL
           IF WS-MOV-TIPO EQUAL "A"
              ADD 1 TO WS-CONT-ALTAS
           ELSE
              ADD 1 TO WS-CONT-BAJAS
           END-IF.
       052-FIN. EXIT.

      *----------------------------------------------------------------
      * EL MAESTRO SE RELEE SOLO CUANDO CAMBIA EL TITULAR (EL ARCHIVO
      * DE DEPENDIENTES VIENE EN ORDEN DE EMPLEADO).
      *----------------------------------------------------------------
       054-BUSCA-EMPLEADO.
           IF FAM-ID-EMP EQUAL WS-ID-LEIDO
              GO TO 054-FIN
           END-IF
           MOVE FAM-ID-EMP TO WS-ID-LEIDO
           MOVE "N"        TO SW-EMP-LOCALIZADO
           MOVE FAM-ID-EMP TO REG-ID-EMP
           READ EMPLEADOS INTO WS-DATOS-EMPLEADO
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE "S" TO SW-EMP-LOCALIZADO
           END-READ.
       054-FIN. EXIT.

      *----------------------------------------------------------------
      * LA BAJA DEL TITULAR SACA A SUS DEPENDIENTES DE LA POLIZA CON
      * LA FECHA DE BAJA DEL EMPLEADO; UN ALTA QUE NUNCA SE ENVIO
      * SOLO SE CANCELA.
      *----------------------------------------------------------------
       056-BAJA-POR-EMPLEADO.
           MOVE "N" TO FAM-ASEGURADO
           MOVE "S" TO SW-REESCRIBE
           IF FAM-ALTA-PENDIENTE
              MOVE SPACES TO FAM-MOV-PENDIENTE
              MOVE ZEROS  TO FAM-FECHA-MOV
              GO TO 056-FIN
           END-IF
           MOVE "B" TO FAM-MOV-PENDIENTE
           MOVE WS-FECHA-SISTEMA TO FAM-FECHA-MOV
           IF EMP-LOCALIZADO AND WS-FECHA-BAJA NOT EQUAL ZEROS
              MOVE WS-FECHA-BAJA TO FAM-FECHA-MOV
           END-IF
           ADD 1 TO WS-CONT-BAJAS-EMPLEADO.
       056-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 DEPENDIENTES
                 INTERFAZ-ASEGURADORA.
       090-FIN. EXIT.
