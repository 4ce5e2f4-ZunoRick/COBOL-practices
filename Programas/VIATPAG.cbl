      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * VIATPAG.cbl - PAGO DE LOS ANTICIPOS DE VIATICOS AUTORIZADOS EN
      *               VIATEMP, EN EL ESTILO DE FONDOPAG. CADA ANTICIPO
      *               AUTORIZADO DE BD-VIATICOS.TXT SE DEJA EN
      *               BD-NOMINA-PERIODO.TXT COMO CORRIDA TIPO "V" CON
      *               PAGO PENDIENTE, BAJO EL LOTE DE ANTICIPOS DEL MES
      *               EN CURSO (PSEUDO-PERIODO AAAA-MM-6 A AAAA-MM-9),
      *               PARA QUE SALGA EN LA SIGUIENTE DISPERSION DE
      *               BANCONOM O, SIN CLABE, EN EL CHEQUE DE CHEQNOM.
      *               LOS ANTICIPOS DEL MISMO EMPLEADO QUE COINCIDEN
      *               EN UN LOTE AUN NO DISPERSADO SE SUMAN EN UN
      *               SOLO PAGO; SI EL LOTE YA SE DISPERSO SE ABRE EL
      *               SIGUIENTE. EL ANTICIPO QUEDA PAGADO, CON EL
      *               PERIODO Y LA FECHA DE PAGO, Y EMPIEZA A CORRER
      *               SU PLAZO DE COMPROBACION. EL ANTICIPO NO ES
      *               INGRESO DEL EMPLEADO: NO RETIENE IMPUESTOS NI
      *               VA A LOS ACUMULADOS. EL LISTADO PARA TESORERIA
      *               QUEDA EN REPORTE-PAGO-VIATICOS.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                VIATPAG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY NOMPSEL.
           COPY VIASEL.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY NOMPFD.
           COPY VIAFD.

       FD  REPORTE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(100).

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPFS.
           COPY EMPRUTA.
           COPY NOMPFS.
           COPY NOMPRUTA.
           COPY VIAFS.
           COPY VIARUTA.

       01  WS-RUTA-REPORTE        PIC X(80).

       01  WS-FECHA-SISTEMA.
           05 WS-SIS-ANIO          PIC 9(04).
           05 WS-SIS-MES           PIC 9(02).
           05 WS-SIS-DIA           PIC 9(02).
       01  WS-FECHA-SISTEMA-9 REDEFINES WS-FECHA-SISTEMA
                                   PIC 9(08).

      *----------------------------------------------------------------
      * LOTE DE ANTICIPOS DEL MES: LOS DIGITOS 6 A 9 DEL LUGAR DE LA
      * QUINCENA. EL LOTE 6 SE LLENA PRIMERO; LOS DEMAS SOLO SE USAN
      * CUANDO EL EMPLEADO YA TIENE EL ANTERIOR DISPERSADO EN EL MES.
      *----------------------------------------------------------------
       01  WS-PERIODO-LOTE.
           05 WS-PL-ANIO           PIC 9(04).
           05 WS-PL-MES            PIC 9(02).
           05 WS-PL-LOTE           PIC 9(01).
       01  WS-PERIODO-LOTE-9 REDEFINES WS-PERIODO-LOTE
                                   PIC 9(07).
       01  SW-LOTE                 PIC X(01).
           88 LOTE-NUEVO                  VALUE "N".
           88 LOTE-PENDIENTE              VALUE "P".
           88 LOTE-AGOTADO                VALUE "X".

       01  SW-FIN                  PIC X(03)     VALUE SPACES.
       01  WS-CONT-PAGADOS         PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-OMITIDOS        PIC 9(05)     VALUE ZEROS.
       01  WS-TOTAL-PAGADO         PIC 9(09)V99  VALUE ZEROS.

       01  WS-MARGEN.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(01)   VALUE "*".
           05 FILLER              PIC X(97)   VALUE ALL "-".
           05 FILLER              PIC X(01)   VALUE "*".

       01  WS-TITULO.
           05 FILLER              PIC X(24)   VALUE SPACES.
           05 FILLER              PIC X(36)
              VALUE "ANTICIPOS DE VIATICOS A PAGAR   MES ".
           05 WS-TIT-ANIO         PIC 9(04).
           05 FILLER              PIC X(01)   VALUE "-".
           05 WS-TIT-MES          PIC 9(02).
           05 FILLER              PIC X(33)   VALUE SPACES.

       01  WS-COLUMNAS.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 FILLER              PIC X(02)   VALUE "ID".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(06)   VALUE "NOMBRE".
           05 FILLER              PIC X(16)   VALUE SPACES.
           05 FILLER              PIC X(03)   VALUE "FOL".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(04)   VALUE "PLTA".
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 FILLER              PIC X(07)   VALUE "PERIODO".
           05 FILLER              PIC X(10)   VALUE SPACES.
           05 FILLER              PIC X(07)   VALUE "IMPORTE".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(06)   VALUE "LIMITE".
           05 FILLER              PIC X(26)   VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-ID           PIC ZZZZ9.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-NOMBRE       PIC X(20).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-FOLIO        PIC 9(03).
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-DET-PLANTA       PIC 9(02).
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 WS-DET-PERIODO      PIC 9(07).
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-DET-IMPORTE      PIC ZZZ,ZZZ,Z9.99.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-LIMITE       PIC 9(08).
           05 FILLER              PIC X(24)   VALUE SPACES.

       01  WS-GRAN-TOTAL.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(19)
                              VALUE "ANTICIPOS PAGADOS: ".
           05 WS-GT-PAGADOS       PIC ZZZZ9.
           05 FILLER              PIC X(18)
                              VALUE "   TOTAL PAGADO:  ".
           05 WS-GT-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(43)   VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 016-OBTIENE-RUTA-REPORTE     THRU 016-FIN
           PERFORM 042-OBTIENE-RUTA-NOM-PERIODO THRU 042-FIN
           PERFORM 225-OBTIENE-RUTA-VIATICOS    THRU 225-FIN
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-SIS-ANIO TO WS-PL-ANIO
                               WS-TIT-ANIO
           MOVE WS-SIS-MES  TO WS-PL-MES
                               WS-TIT-MES
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO
           WRITE REG-REPORTE FROM WS-MARGEN
           WRITE REG-REPORTE FROM WS-COLUMNAS
           WRITE REG-REPORTE FROM WS-MARGEN
           PERFORM 045-POSICIONA-ANTICIPOS      THRU 045-FIN
           PERFORM 050-PAGA-ANTICIPO            THRU 050-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           MOVE WS-CONT-PAGADOS TO WS-GT-PAGADOS
           MOVE WS-TOTAL-PAGADO TO WS-GT-TOTAL
           WRITE REG-REPORTE FROM WS-MARGEN
           WRITE REG-REPORTE FROM WS-GRAN-TOTAL
           CLOSE REPORTE
           PERFORM 090-CIERRA-ARCHIVOS          THRU 090-FIN
           DISPLAY "ANTICIPOS PAGADOS: " WS-CONT-PAGADOS
           IF WS-CONT-OMITIDOS IS GREATER THAN ZEROS
              DISPLAY "ANTICIPOS QUE SE QUEDAN AUTORIZADOS: "
                      WS-CONT-OMITIDOS " (VER LOS AVISOS)."
           END-IF
           DISPLAY "LISTADO: " WS-RUTA-REPORTE
           IF WS-CONT-PAGADOS IS GREATER THAN ZEROS
              DISPLAY "DISPERSE CON BANCONOM (QUINCENA 6 A 9 DEL MES "
                      WS-SIS-ANIO "-" WS-SIS-MES ", SOLO TOMA PAGOS "
                      "PENDIENTES) Y EMITA LOS CHEQUES DE LOS "
                      "EMPLEADOS SIN CLABE CON CHEQNOM."
           END-IF
           GOBACK.

           COPY EMPRUTAP.
           COPY NOMPRUTAP.
           COPY VIARUTAP.

      *----------------------------------------------------------------
      * REPORTE-PAGO-VIATICOS.TXT VIVE EN LA MISMA CARPETA QUE
      * BD-EMPLEADOS.TXT, YA RESUELTA POR 015-OBTIENE-RUTA-DATOS.
      *----------------------------------------------------------------
       016-OBTIENE-RUTA-REPORTE.
           STRING WS-DIR-DATOS                 DELIMITED BY SPACE
                  "\REPORTE-PAGO-VIATICOS.TXT" DELIMITED BY SIZE
                  INTO WS-RUTA-REPORTE
           END-STRING.
       016-FIN. EXIT.

      *----------------------------------------------------------------
      * SIN BD-VIATICOS.TXT NO HAY ANTICIPOS QUE PAGAR: NO ES FALLA.
      *----------------------------------------------------------------
       020-ABRE-ARCHIVOS.
           OPEN I-O VIATICOS
           IF FS-VIATICOS-NO-EXISTE
              DISPLAY "NO HAY ANTICIPOS DE VIATICOS REGISTRADOS."
              GOBACK
           END-IF
           OPEN INPUT EMPLEADOS
           OPEN I-O   NOMINA-PERIODO
           IF FS-NOM-PERIODO-NO-EXISTE
              OPEN OUTPUT NOMINA-PERIODO
              CLOSE NOMINA-PERIODO
              OPEN I-O NOMINA-PERIODO
           END-IF
           IF NOT FS-VIATICOS-OK OR NOT FS-EMPLEADOS-OK
              OR NOT FS-NOM-PERIODO-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       020-FIN. EXIT.

       045-POSICIONA-ANTICIPOS.
           MOVE ZEROS TO VIA-LLAVE
           START VIATICOS KEY IS GREATER THAN OR EQUAL VIA-LLAVE
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN
           END-START.
       045-FIN. EXIT.

      *----------------------------------------------------------------
      * SOLO SE PAGAN LOS ANTICIPOS AUTORIZADOS DE EMPLEADOS QUE
      * SIGUEN ACTIVOS; EL DE UN EMPLEADO DADO DE BAJA O EN PERMISO
      * SE QUEDA AUTORIZADO Y SE AVISA PARA RESOLVERSE A MANO. EL
      * WRITE O REWRITE DEL PAGO ES EL COMMIT DEL ANTICIPO: HASTA
      * DESPUES SE MARCA PAGADO.
      *----------------------------------------------------------------
       050-PAGA-ANTICIPO.
           READ VIATICOS NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 050-FIN
           END-READ
           IF NOT VIA-AUTORIZADO
              GO TO 050-FIN
           END-IF
           MOVE VIA-ID-EMP TO REG-ID-EMP
           READ EMPLEADOS INTO WS-DATOS-EMPLEADO
                INVALID KEY
                   DISPLAY "EL ANTICIPO " VIA-FOLIO " DEL EMPLEADO "
                           VIA-ID-EMP " NO TIENE EMPLEADO EN EL "
                           "MAESTRO; NO SE PAGA."
                   ADD 1 TO WS-CONT-OMITIDOS
                   GO TO 050-FIN
           END-READ
           IF NOT EMP-ACTIVO
              DISPLAY "EL EMPLEADO " VIA-ID-EMP " YA NO ESTA ACTIVO "
                      "(STATUS " WS-STATUS-EMP "); SU ANTICIPO "
                      VIA-FOLIO " NO SE PAGA. RECHACELO EN VIATEMP "
                      "O REACTIVE AL EMPLEADO."
              ADD 1 TO WS-CONT-OMITIDOS
              GO TO 050-FIN
           END-IF
           PERFORM 055-UBICA-LOTE THRU 055-FIN
           IF LOTE-AGOTADO
              DISPLAY "EL EMPLEADO " VIA-ID-EMP " YA TIENE LOS "
                      "CUATRO LOTES DE ANTICIPOS DEL MES "
                      "DISPERSADOS; EL ANTICIPO " VIA-FOLIO
                      " SALE EL PROXIMO MES."
              ADD 1 TO WS-CONT-OMITIDOS
              GO TO 050-FIN
           END-IF
           PERFORM 060-GRABA-PAGO THRU 060-FIN.
       050-FIN. EXIT.

      *----------------------------------------------------------------
      * BUSCA EL PRIMER LOTE DEL MES QUE EL EMPLEADO NO TIENE, O QUE
      * TIENE CON UN PAGO DE ANTICIPOS TODAVIA PENDIENTE DE DISPERSAR
      * (AHI SE SUMA). UN LOTE YA ENVIADO AL BANCO O CON CHEQUE NO SE
      * TOCA.
      *----------------------------------------------------------------
       055-UBICA-LOTE.
           MOVE 6 TO WS-PL-LOTE.
       055-SIGUE.
           MOVE WS-PERIODO-LOTE-9 TO NP-PERIODO
           MOVE VIA-ID-EMP        TO NP-ID-EMP
           READ NOMINA-PERIODO
                INVALID KEY
                   MOVE "N" TO SW-LOTE
                   GO TO 055-FIN
           END-READ
           IF NP-CORRIDA-VIATICOS AND NP-PAGO-PENDIENTE
              MOVE "P" TO SW-LOTE
              GO TO 055-FIN
           END-IF
           IF WS-PL-LOTE EQUAL 9
              MOVE "X" TO SW-LOTE
              GO TO 055-FIN
           END-IF
           ADD 1 TO WS-PL-LOTE
           GO TO 055-SIGUE.
       055-FIN. EXIT.

       060-GRABA-PAGO.
           IF LOTE-NUEVO
              MOVE WS-PERIODO-LOTE-9 TO NP-PERIODO
              MOVE VIA-ID-EMP        TO NP-ID-EMP
              MOVE "V"               TO NP-TIPO-CORRIDA
              MOVE ZEROS             TO NP-SALARIO-BASE
                                        NP-PERCEPCIONES
                                        NP-SALARIO-BRUTO
                                        NP-DEDUCCION-ISR
                                        NP-SUBSIDIO-EMPLEO
                                        NP-DEDUCCION-IMSS
                                        NP-DEDUCCION-INFONAVIT
                                        NP-OTRAS-DEDUCC
              MOVE VIA-IMPORTE       TO NP-SALARIO-NETO
              MOVE WS-FECHA-SISTEMA-9 TO NP-FECHA-CALCULO
              MOVE "P"               TO NP-STATUS-PAGO
              WRITE REG-NOMINA-PERIODO
                   INVALID KEY
                      DISPLAY "NO SE PUDO GRABAR EL PAGO DEL ANTICIPO "
                              VIA-FOLIO " DEL EMPLEADO " VIA-ID-EMP "."
                      ADD 1 TO WS-CONT-OMITIDOS
                      GO TO 060-FIN
              END-WRITE
           ELSE
              ADD VIA-IMPORTE        TO NP-SALARIO-NETO
              MOVE WS-FECHA-SISTEMA-9 TO NP-FECHA-CALCULO
              REWRITE REG-NOMINA-PERIODO
                   INVALID KEY
                      DISPLAY "NO SE PUDO SUMAR EL ANTICIPO "
                              VIA-FOLIO " DEL EMPLEADO " VIA-ID-EMP
                              " A SU PAGO PENDIENTE."
                      ADD 1 TO WS-CONT-OMITIDOS
                      GO TO 060-FIN
              END-REWRITE
           END-IF
           MOVE WS-PERIODO-LOTE-9  TO VIA-PERIODO-PAGO
           MOVE WS-FECHA-SISTEMA-9 TO VIA-FECHA-PAGO
           MOVE "P"                TO VIA-STATUS
           REWRITE REG-VIATICOS
                INVALID KEY
                   DISPLAY "NO SE PUDO MARCAR PAGADO EL ANTICIPO "
                           VIA-FOLIO " DEL EMPLEADO " VIA-ID-EMP
                           "; REVISE BD-VIATICOS.TXT ANTES DE VOLVER "
                           "A CORRER."
           END-REWRITE
           MOVE VIA-ID-EMP         TO WS-DET-ID
           MOVE WS-NOMBRE-EMP      TO WS-DET-NOMBRE
           MOVE VIA-FOLIO          TO WS-DET-FOLIO
           MOVE VIA-PLANTA-DESTINO TO WS-DET-PLANTA
           MOVE WS-PERIODO-LOTE-9  TO WS-DET-PERIODO
           MOVE VIA-IMPORTE        TO WS-DET-IMPORTE
           MOVE VIA-FECHA-LIMITE   TO WS-DET-LIMITE
           WRITE REG-REPORTE FROM WS-DETALLE
           ADD 1 TO WS-CONT-PAGADOS
           ADD VIA-IMPORTE TO WS-TOTAL-PAGADO.
       060-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 NOMINA-PERIODO
                 VIATICOS.
       090-FIN. EXIT.
