      *   SIEMPRE PARA QUIEN LA CONSUME A DIARIO. LAS GENERACIONES
      *   RETENIDAS SE RECUPERAN CON RECUPGEN Y SE DEPURAN CON
      *   PURGAGEN.
      * - EL REGISTRO DE ORDENAMIENTO INCLUYE SRT-FRECUENCIA-PAGO,
      *   AL PAR DEL REGISTRO DE EMPLEADO DE 169 POSICIONES.
      * - EL REGISTRO DE ORDENAMIENTO INCLUYE SRT-JEFE-INMEDIATO, AL
      *   PAR DEL REGISTRO DE EMPLEADO DE 173 POSICIONES.
      * - EL SUELDO DEL DETALLE, DEL CSV Y DEL TOTAL SALE EN
      *   ASTERISCOS SI EL ROL RECIBIDO (NUEVO PARAMETRO
      *   LK-ROL-OPERADOR) NO ES SUPERVISOR NI ADMINISTRADOR, Y EL
      *   ENCABEZADO MARCA EL LISTADO COMO COMPLETO O ENMASCARADO
      *   (VER MASCARAP.cpy).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPRIMEMP.
           05 SRT-CURP             PIC X(18).
           05 SRT-NSS              PIC X(11).
           05 SRT-CLABE            PIC X(18).
           05 SRT-FRECUENCIA-PAGO  PIC X(01).
           05 SRT-JEFE-INMEDIATO   PIC 9(04).

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY GENFS.
           COPY GENRUTA.
           COPY GCOPRUTA.
           COPY MASCARA.

       01  WS-RUTA-REPORTE        PIC X(80).
       01  WS-RUTA-REPORTE-FIJA   PIC X(80).
       01  WS-TITULO-1.
           05 FILLER              PIC X(55)   VALUE SPACES.
           05 FILLER              PIC X(13)   VALUE "PRACTICA CRUD".
           05 FILLER              PIC X(24)   VALUE SPACES.
           05 WS-TIT-LEYENDA      PIC X(29).
           05 FILLER              PIC X(01)   VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER              PIC X(01)   VALUE SPACES.
       01  WS-FILTRO-PUESTO        PIC 9(02).

       01  WS-CSV-SALARIO          PIC ZZZZZZ9.99.
       01  WS-CSV-SALARIO-X REDEFINES WS-CSV-SALARIO
                                   PIC X(10).

       01  WS-MARGEN.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-PUESTO       PIC Z9.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-DET-SALARIO      PIC Z,ZZZ,ZZ9.99.
           05 WS-DET-SALARIO-X REDEFINES WS-DET-SALARIO
                                  PIC X(12).

       01  WS-PIE.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(18)
                              VALUE "TOTAL DE SUELDOS: ".
           05 WS-PIE-SALARIO       PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 WS-PIE-SALARIO-X REDEFINES WS-PIE-SALARIO
                                   PIC X(16).

       01  WS-CONT-IMPRESOS       PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-SALARIO       PIC 9(09)V99 VALUE ZEROS.
       01  LK-STATUS              PIC X(01).
           88 OPERACION-EXITOSA          VALUE "0".
           88 OPERACION-FALLIDA          VALUE "1".
      *----------------------------------------------------------------
      * ROL DEL OPERADOR QUE PIDE EL LISTADO (CRUD-EMP); EL LOTE
      * NOCTURNO NO TIENE OPERADOR Y MANDA EL DE CONSULTA, ASI QUE SU
      * LISTADO SALE ENMASCARADO.
      *----------------------------------------------------------------
       01  LK-ROL-OPERADOR        PIC X(01).

       PROCEDURE DIVISION USING LK-STATUS LK-ROL-OPERADOR.
       010-INICIO.
           MOVE "0" TO LK-STATUS
           MOVE LK-ROL-OPERADOR TO WS-MSK-ROL
           PERFORM 228-DEFINE-MASCARA      THRU 228-FIN
           MOVE WS-MSK-LEYENDA TO WS-TIT-LEYENDA
           PERFORM 015-OBTIENE-RUTA-DATOS  THRU 015-FIN
           PERFORM 016-OBTIENE-RUTA-REPORTE THRU 016-FIN
           PERFORM 017-OBTIENE-FECHA-SISTEMA THRU 017-FIN
           COPY GENRUTAP.
           COPY GENREGP.
           COPY GCOPP.
           COPY MASCARAP.

      *----------------------------------------------------------------
      * MODO DESATENDIDO: SI PARAM-REPORTES.TXT EXISTE Y SU MODO ES
              PERFORM 045-BUSCA-DEPARTAMENTO THRU 045-FIN
              MOVE WS-PUESTO        TO WS-DET-PUESTO
              MOVE WS-SALARIO       TO WS-DET-SALARIO
              IF NOT DATOS-COMPLETOS
                 MOVE WS-MSK-IMPORTE TO WS-DET-SALARIO-X
              END-IF
              WRITE REG-REPORTE     FROM WS-DETALLE-EMP
                    AFTER ADVANCING 1
                    AT END-OF-PAGE
      *----------------------------------------------------------------
       048-ESCRIBE-CSV.
           MOVE WS-SALARIO TO WS-CSV-SALARIO
           IF NOT DATOS-COMPLETOS
              MOVE "*******.**" TO WS-CSV-SALARIO-X
           END-IF
           STRING WS-ID-EMP      DELIMITED BY SIZE
                  ","            DELIMITED BY SIZE
                  '"'            DELIMITED BY SIZE
       060-IMPRIME-TOTAL.
           MOVE WS-CONT-IMPRESOS  TO WS-PIE-CONT
           MOVE WS-TOTAL-SALARIO  TO WS-PIE-SALARIO
           IF NOT DATOS-COMPLETOS
              MOVE "*,***,***,***.**" TO WS-PIE-SALARIO-X
           END-IF
           WRITE REG-REPORTE FROM WS-MARGEN AFTER ADVANCING 1
           WRITE REG-REPORTE FROM WS-PIE    AFTER ADVANCING 1
           IF TIPO-CAMBIO-CARGADO
