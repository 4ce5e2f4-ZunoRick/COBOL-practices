      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * EXPEREP.cbl - REPORTE DE EXPEDIENTES INCOMPLETOS POR
      *               DEPARTAMENTO, PARA PREPARAR LAS AUDITORIAS DE LA
      *               STPS Y DEL IMSS. ORDENA BD-EMPLEADOS.TXT POR
      *               DEPARTAMENTO (COMO REPDEPTO) Y, POR CADA EMPLEADO
      *               VIGENTE (ACTIVO O CON PERMISO), REVISA LOS
      *               DOCUMENTOS DEL CATALOGO BD-TIPOS-DOCUMENTO.TXT
      *               OBLIGATORIOS PARA SU TIPO DE CONTRATO (CTO-TIPO
      *               DE BD-CONTRATOS.TXT; SIN CONTRATO SE TOMA COMO DE
      *               PLANTA) CONTRA LO RECIBIDO EN BD-EXPEDIENTE.TXT
      *               (EXPEEMP): LISTA CADA DOCUMENTO FALTANTE O CON
      *               VIGENCIA YA VENCIDA, CON SUBTOTAL POR
      *               DEPARTAMENTO Y GRAN TOTAL. LOS EMPLEADOS CON EL
      *               EXPEDIENTE COMPLETO NO APARECEN. EL LISTADO
      *               QUEDA EN REPORTE-EXPEDIENTES.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                EXPEREP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY DEPTSEL.
           COPY CTOSEL.
           COPY TDOSEL.
           COPY EXDSEL.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE.
           SELECT ARCHIVO-ORDEN
           ASSIGN TO "ORDEXPED.TMP".

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY DEPTFD.
           COPY CTOFD.
           COPY TDOFD.
           COPY EXDFD.

       FD  REPORTE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPORTE            PIC X(100).

      *----------------------------------------------------------------
      * ARCHIVO DE TRABAJO DEL SORT, MISMO LAYOUT QUE
      * REG-EMPLEADOS/WS-DATOS-EMPLEADO (COMO EN REPDEPTO). SE ORDENA
      * POR DEPARTAMENTO Y CLAVE PARA EL CONTROL BREAK.
      *----------------------------------------------------------------
       SD  ARCHIVO-ORDEN.
       01  REG-ORDEN.
           05 SRT-ID-EMP           PIC 9(04).
           05 SRT-NOMBRE-EMP       PIC X(20).
           05 SRT-APE-PAT-EMP      PIC X(20).
           05 SRT-APE-MAT-EMP      PIC X(20).
           05 SRT-DIA-NAC          PIC 9(02).
           05 SRT-MES-NAC          PIC 9(02).
           05 SRT-ANIO-NAC         PIC 9(04).
           05 SRT-DEPARTAMENTO     PIC 9(03).
           05 SRT-PLANTA           PIC 9(02).
           05 SRT-PUESTO           PIC 9(02).
           05 SRT-SALARIO          PIC 9(07)V99.
           05 SRT-MONEDA           PIC X(03).
           05 SRT-STATUS-EMP       PIC X(01).
           05 SRT-FECHA-BAJA       PIC 9(08).
           05 SRT-FECHA-ALTA       PIC 9(08).
           05 SRT-RFC              PIC X(13).
           05 SRT-CURP             PIC X(18).
           05 SRT-NSS              PIC X(11).
           05 SRT-CLABE            PIC X(18).
           05 SRT-FRECUENCIA-PAGO  PIC X(01).
           05 SRT-JEFE-INMEDIATO   PIC 9(04).

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPFS.
           COPY EMPRUTA.
           COPY DEPTFS.
           COPY DEPTRUTA.
           COPY CTOFS.
           COPY CTORUTA.
           COPY TDOFS.
           COPY TDORUTA.
           COPY EXDFS.
           COPY EXDRUTA.

       01  WS-RUTA-REPORTE        PIC X(80).
       01  WS-FECHA-HOY           PIC 9(08).
       01  SW-FIN                 PIC X(03)     VALUE SPACES.
       01  SW-HAY-DEPARTAMENTOS   PIC X(01)     VALUE "N".
           88 HAY-DEPARTAMENTOS          VALUE "S".
       01  SW-HAY-CONTRATOS       PIC X(01)     VALUE "N".
           88 HAY-CONTRATOS              VALUE "S".
       01  SW-HAY-EXPEDIENTE      PIC X(01)     VALUE "N".
           88 HAY-EXPEDIENTE             VALUE "S".

      *----------------------------------------------------------------
      * CATALOGO DE DOCUMENTOS EN MEMORIA, CARGADO UNA VEZ.
      *----------------------------------------------------------------
       01  WS-TABLA-DOCUMENTOS.
           05 WS-DOC-USADOS       PIC 9(02)     VALUE ZEROS.
           05 WS-DOC-REN OCCURS 99 TIMES.
              10 WS-DOC-CODIGO    PIC 9(02).
              10 WS-DOC-DESCRIP   PIC X(30).
              10 WS-DOC-OBLIGA-P  PIC X(01).
              10 WS-DOC-OBLIGA-E  PIC X(01).
              10 WS-DOC-OBLIGA-O  PIC X(01).
       01  WS-DOC-IDX             PIC 9(02).

       01  WS-TIPO-CONTRATO       PIC X(01).
           88 CONTRATO-EVENTUAL          VALUE "E".
           88 CONTRATO-OBRA              VALUE "O".
       01  SW-OBLIGATORIO         PIC X(01).
           88 DOC-OBLIGATORIO            VALUE "S".
       01  SW-PENDIENTE-EMP       PIC X(01).
           88 EMP-CON-PENDIENTES         VALUE "S".

       01  WS-DEPTO-ACTUAL        PIC 9(03)     VALUE ZEROS.
       01  WS-PRIMER-REGISTRO     PIC X(01)     VALUE "S".
       01  SW-DEPTO-IMPRESO       PIC X(01)     VALUE "N".

       01  WS-CONT-EMP-DEPTO      PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-FAL-DEPTO      PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-VEN-DEPTO      PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-EMP-TOTAL      PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-FAL-TOTAL      PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-VEN-TOTAL      PIC 9(05)     VALUE ZEROS.
       01  WS-CONT-REVISADOS      PIC 9(05)     VALUE ZEROS.

       01  WS-FECHA-EDITA.
           05 WS-FED-ANIO         PIC 9(04).
           05 WS-FED-MES          PIC 9(02).
           05 WS-FED-DIA          PIC 9(02).
       01  WS-FECHA-EDITA-N REDEFINES WS-FECHA-EDITA
                                  PIC 9(08).
       01  WS-FECHA-IMPRESA.
           05 WS-FIM-DIA          PIC 9(02).
           05 FILLER              PIC X(01)  VALUE "/".
           05 WS-FIM-MES          PIC 9(02).
           05 FILLER              PIC X(01)  VALUE "/".
           05 WS-FIM-ANIO         PIC 9(04).

       01  WS-MARGEN.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(01)   VALUE "*".
           05 FILLER              PIC X(97)   VALUE ALL "-".
           05 FILLER              PIC X(01)   VALUE "*".

       01  WS-TITULO.
           05 FILLER              PIC X(18)   VALUE SPACES.
           05 FILLER              PIC X(47)
              VALUE "EXPEDIENTES CON DOCUMENTOS FALTANTES O VENCIDOS".
           05 FILLER              PIC X(04)   VALUE " AL ".
           05 WS-TIT-FECHA        PIC X(10).
           05 FILLER              PIC X(21)   VALUE SPACES.

       01  WS-COLUMNAS.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 FILLER              PIC X(05)   VALUE "CLAVE".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(08)   VALUE "EMPLEADO".
           05 FILLER              PIC X(24)   VALUE SPACES.
           05 FILLER              PIC X(03)   VALUE "CTO".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(09)   VALUE "DOCUMENTO".
           05 FILLER              PIC X(23)   VALUE SPACES.
           05 FILLER              PIC X(09)   VALUE "SITUACION".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(05)   VALUE "VENCE".
           05 FILLER              PIC X(03)   VALUE SPACES.

       01  WS-LIN-DEPTO.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 FILLER              PIC X(14)   VALUE "DEPARTAMENTO: ".
           05 WS-LD-CODIGO        PIC 9(03).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-LD-NOMBRE        PIC X(20).
           05 FILLER              PIC X(61)   VALUE SPACES.

       01  WS-LIN-DETALLE.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-LDT-ID           PIC 9(04).
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-LDT-NOMBRE       PIC X(30).
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-LDT-CONTRATO     PIC X(01).
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 WS-LDT-DOCUMENTO    PIC X(30).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-LDT-SITUACION    PIC X(09).
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-LDT-VENCE        PIC X(10).

       01  WS-LIN-SUBTOTAL.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 FILLER              PIC X(20)
              VALUE "TOTAL DEPARTAMENTO: ".
           05 WS-LS-EMPLEADOS     PIC ZZZZ9.
           05 FILLER              PIC X(14)   VALUE " EMPLEADO(S), ".
           05 WS-LS-FALTANTES     PIC ZZZZ9.
           05 FILLER              PIC X(14)   VALUE " FALTANTE(S), ".
           05 WS-LS-VENCIDOS      PIC ZZZZ9.
           05 FILLER              PIC X(12)   VALUE " VENCIDO(S)".
           05 FILLER              PIC X(22)   VALUE SPACES.

       01  WS-LIN-TOTAL.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 FILLER              PIC X(20)
              VALUE "GRAN TOTAL:         ".
           05 WS-LT-EMPLEADOS     PIC ZZZZ9.
           05 FILLER              PIC X(14)   VALUE " EMPLEADO(S), ".
           05 WS-LT-FALTANTES     PIC ZZZZ9.
           05 FILLER              PIC X(14)   VALUE " FALTANTE(S), ".
           05 WS-LT-VENCIDOS      PIC ZZZZ9.
           05 FILLER              PIC X(12)   VALUE " VENCIDO(S)".
           05 FILLER              PIC X(22)   VALUE SPACES.

       01  WS-LIN-REVISADOS.
           05 FILLER              PIC X(03)   VALUE SPACES.
           05 FILLER              PIC X(30)
              VALUE "EMPLEADOS VIGENTES REVISADOS: ".
           05 WS-LR-REVISADOS     PIC ZZZZ9.
           05 FILLER              PIC X(62)   VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 016-OBTIENE-RUTA-REPORTE     THRU 016-FIN
           PERFORM 018-OBTIENE-RUTA-DEPARTAMENTOS THRU 018-FIN
           PERFORM 121-OBTIENE-RUTA-CONTRATOS   THRU 121-FIN
           PERFORM 186-OBTIENE-RUTA-TIPOS-DOC   THRU 186-FIN
           PERFORM 187-OBTIENE-RUTA-EXPEDIENTE  THRU 187-FIN
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           PERFORM 022-CARGA-CATALOGO           THRU 022-FIN
           PERFORM 030-TITULOS                  THRU 030-FIN
           PERFORM 025-ORDENA-EMPLEADOS         THRU 025-FIN
           PERFORM 080-CIERRA-ARCHIVOS          THRU 080-FIN
           DISPLAY "EMPLEADOS CON EXPEDIENTE INCOMPLETO: "
                   WS-CONT-EMP-TOTAL
           DISPLAY "REPORTE: " WS-RUTA-REPORTE
           GOBACK.

           COPY EMPRUTAP.

       016-OBTIENE-RUTA-REPORTE.
           STRING WS-DIR-DATOS                  DELIMITED BY SPACE
                  "\REPORTE-EXPEDIENTES.TXT"    DELIMITED BY SIZE
                  INTO WS-RUTA-REPORTE
           END-STRING.
       016-FIN. EXIT.

           COPY DEPTRUTAP.
           COPY CTORUTAP.
           COPY TDORUTAP.
           COPY EXDRUTAP.

      *----------------------------------------------------------------
      * SIN CATALOGO NO HAY NADA QUE EXIGIR: SE AVISA Y SE SALE CON
      * RETURN-CODE. SIN BD-EXPEDIENTE.TXT TODO DOCUMENTO OBLIGATORIO
      * SALE COMO FALTANTE; DEPARTAMENTOS Y CONTRATOS SON OPCIONALES.
      * EMPLEADOS NO SE ABRE AQUI: EL SORT LA TOMA COMO ENTRADA.
      *----------------------------------------------------------------
       020-ABRE-ARCHIVOS.
           OPEN INPUT TIPOS-DOCUMENTO
           IF NOT FS-TIPOS-DOC-OK
              DISPLAY "NO HAY CATALOGO DE DOCUMENTOS EN "
                      "BD-TIPOS-DOCUMENTO.TXT. DELO DE ALTA CON "
                      "MANTDOCS PRIMERO."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT REPORTE
           OPEN INPUT DEPARTAMENTOS
           IF FS-DEPARTAMENTOS-OK
              MOVE "S" TO SW-HAY-DEPARTAMENTOS
           END-IF
           OPEN INPUT CONTRATOS
           IF FS-CONTRATOS-OK
              MOVE "S" TO SW-HAY-CONTRATOS
           END-IF
           OPEN INPUT EXPEDIENTE
           IF FS-EXPEDIENTE-OK
              MOVE "S" TO SW-HAY-EXPEDIENTE
           ELSE
              DISPLAY "SIN BD-EXPEDIENTE.TXT: TODO DOCUMENTO "
                      "OBLIGATORIO SALE COMO FALTANTE."
           END-IF.
       020-FIN. EXIT.

       022-CARGA-CATALOGO.
           MOVE ZEROS TO TDO-CODIGO
           START TIPOS-DOCUMENTO KEY IS GREATER THAN OR EQUAL
                 TDO-CODIGO
                 INVALID KEY
                    DISPLAY "EL CATALOGO DE DOCUMENTOS ESTA VACIO."
                    GO TO 022-FIN
           END-START
           MOVE SPACES TO SW-FIN
           PERFORM 024-ACOMODA-DOCUMENTO THRU 024-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           MOVE SPACES TO SW-FIN.
       022-FIN. EXIT.

       024-ACOMODA-DOCUMENTO.
           READ TIPOS-DOCUMENTO NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 024-FIN
           END-READ
           IF WS-DOC-USADOS IS LESS THAN 99
              ADD 1 TO WS-DOC-USADOS
              MOVE WS-DOC-USADOS TO WS-DOC-IDX
              MOVE TDO-CODIGO          TO WS-DOC-CODIGO   (WS-DOC-IDX)
              MOVE TDO-DESCRIPCION     TO WS-DOC-DESCRIP  (WS-DOC-IDX)
              MOVE TDO-OBLIGA-PLANTA   TO WS-DOC-OBLIGA-P (WS-DOC-IDX)
              MOVE TDO-OBLIGA-EVENTUAL TO WS-DOC-OBLIGA-E (WS-DOC-IDX)
              MOVE TDO-OBLIGA-OBRA     TO WS-DOC-OBLIGA-O (WS-DOC-IDX)
           END-IF.
       024-FIN. EXIT.

       030-TITULOS.
           MOVE WS-FECHA-HOY TO WS-FECHA-EDITA-N
           PERFORM 075-EDITA-FECHA THRU 075-FIN
           MOVE WS-FECHA-IMPRESA TO WS-TIT-FECHA
           WRITE REG-REPORTE FROM WS-TITULO
           WRITE REG-REPORTE FROM WS-MARGEN
           WRITE REG-REPORTE FROM WS-COLUMNAS
           WRITE REG-REPORTE FROM WS-MARGEN.
       030-FIN. EXIT.

      *----------------------------------------------------------------
      * ORDENA BD-EMPLEADOS.TXT POR DEPARTAMENTO Y CLAVE Y REVISA CADA
      * EXPEDIENTE CONFORME SALEN LOS REGISTROS ORDENADOS.
      *----------------------------------------------------------------
       025-ORDENA-EMPLEADOS.
           SORT ARCHIVO-ORDEN
                ON ASCENDING KEY SRT-DEPARTAMENTO SRT-ID-EMP
                USING EMPLEADOS
                OUTPUT PROCEDURE 040-PROCESA-ORDEN THRU 040-PROC-FIN.
       025-FIN. EXIT.

       040-PROCESA-ORDEN.
           PERFORM 040-LEE THRU 040-LEE-FIN
           PERFORM 050-PROCESO THRU 050-PROCESO-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           PERFORM 070-IMPRIME-SUBTOTAL THRU 070-FIN
           MOVE WS-CONT-EMP-TOTAL TO WS-LT-EMPLEADOS
           MOVE WS-CONT-FAL-TOTAL TO WS-LT-FALTANTES
           MOVE WS-CONT-VEN-TOTAL TO WS-LT-VENCIDOS
           WRITE REG-REPORTE FROM WS-MARGEN
           WRITE REG-REPORTE FROM WS-LIN-TOTAL
           MOVE WS-CONT-REVISADOS TO WS-LR-REVISADOS
           WRITE REG-REPORTE FROM WS-LIN-REVISADOS.
       040-PROC-FIN. EXIT.

       040-LEE.
           RETURN ARCHIVO-ORDEN INTO WS-DATOS-EMPLEADO
                AT END
                   MOVE "FIN" TO SW-FIN
           END-RETURN.
       040-LEE-FIN. EXIT.

       050-PROCESO.
           IF WS-PRIMER-REGISTRO EQUAL "S"
              MOVE WS-DEPARTAMENTO TO WS-DEPTO-ACTUAL
              MOVE "N" TO WS-PRIMER-REGISTRO
           END-IF
           IF WS-DEPARTAMENTO NOT EQUAL WS-DEPTO-ACTUAL
              PERFORM 070-IMPRIME-SUBTOTAL THRU 070-FIN
              MOVE WS-DEPARTAMENTO TO WS-DEPTO-ACTUAL
           END-IF
           IF NOT EMP-INACTIVO
              ADD 1 TO WS-CONT-REVISADOS
              PERFORM 055-REVISA-EMPLEADO THRU 055-FIN
           END-IF
           PERFORM 040-LEE THRU 040-LEE-FIN.
       050-PROCESO-FIN. EXIT.

       055-REVISA-EMPLEADO.
           MOVE "P" TO WS-TIPO-CONTRATO
           IF HAY-CONTRATOS
              MOVE WS-ID-EMP TO CTO-ID-EMP
              READ CONTRATOS
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE CTO-TIPO TO WS-TIPO-CONTRATO
              END-READ
           END-IF
           MOVE "N" TO SW-PENDIENTE-EMP
           MOVE 1 TO WS-DOC-IDX
           PERFORM 060-REVISA-DOCUMENTO THRU 060-FIN
                   UNTIL WS-DOC-IDX IS GREATER THAN WS-DOC-USADOS
           IF EMP-CON-PENDIENTES
              ADD 1 TO WS-CONT-EMP-DEPTO
              ADD 1 TO WS-CONT-EMP-TOTAL
           END-IF.
       055-FIN. EXIT.

      *----------------------------------------------------------------
      * UN DOCUMENTO OBLIGATORIO PARA EL CONTRATO DEL EMPLEADO QUE NO
      * ESTA EN SU EXPEDIENTE, O CUYO VENCIMIENTO YA PASO, SALE EN EL
      * LISTADO.
      *----------------------------------------------------------------
       060-REVISA-DOCUMENTO.
           MOVE "N" TO SW-OBLIGATORIO
           EVALUATE TRUE
           WHEN CONTRATO-EVENTUAL
              MOVE WS-DOC-OBLIGA-E (WS-DOC-IDX) TO SW-OBLIGATORIO
           WHEN CONTRATO-OBRA
              MOVE WS-DOC-OBLIGA-O (WS-DOC-IDX) TO SW-OBLIGATORIO
           WHEN OTHER
              MOVE WS-DOC-OBLIGA-P (WS-DOC-IDX) TO SW-OBLIGATORIO
           END-EVALUATE
           IF NOT DOC-OBLIGATORIO
              GO TO 060-SIGUE
           END-IF
           MOVE SPACES TO WS-LDT-SITUACION
                          WS-LDT-VENCE
           IF NOT HAY-EXPEDIENTE
              MOVE "FALTANTE" TO WS-LDT-SITUACION
           ELSE
              MOVE WS-ID-EMP                   TO EXD-ID-EMP
              MOVE WS-DOC-CODIGO (WS-DOC-IDX)  TO EXD-CODIGO
              READ EXPEDIENTE
                   INVALID KEY
                      MOVE "FALTANTE" TO WS-LDT-SITUACION
                   NOT INVALID KEY
                      IF EXD-FECHA-VENCE NOT EQUAL ZEROS AND
                         EXD-FECHA-VENCE IS LESS THAN WS-FECHA-HOY
                         MOVE "VENCIDO" TO WS-LDT-SITUACION
                         MOVE EXD-FECHA-VENCE TO WS-FECHA-EDITA-N
                         PERFORM 075-EDITA-FECHA THRU 075-FIN
                         MOVE WS-FECHA-IMPRESA TO WS-LDT-VENCE
                      END-IF
              END-READ
           END-IF
           IF WS-LDT-SITUACION EQUAL SPACES
              GO TO 060-SIGUE
           END-IF
           IF WS-LDT-SITUACION EQUAL "FALTANTE"
              ADD 1 TO WS-CONT-FAL-DEPTO
              ADD 1 TO WS-CONT-FAL-TOTAL
           ELSE
              ADD 1 TO WS-CONT-VEN-DEPTO
              ADD 1 TO WS-CONT-VEN-TOTAL
           END-IF
           IF SW-DEPTO-IMPRESO NOT EQUAL "S"
              PERFORM 065-IMPRIME-DEPTO THRU 065-FIN
           END-IF
           MOVE "S" TO SW-PENDIENTE-EMP
           MOVE WS-ID-EMP TO WS-LDT-ID
           MOVE SPACES TO WS-LDT-NOMBRE
           STRING WS-NOMBRE-EMP  DELIMITED BY "  "
                  " "            DELIMITED BY SIZE
                  WS-APE-PAT-EMP DELIMITED BY "  "
                  INTO WS-LDT-NOMBRE
           END-STRING
           MOVE WS-TIPO-CONTRATO TO WS-LDT-CONTRATO
           MOVE WS-DOC-DESCRIP (WS-DOC-IDX) TO WS-LDT-DOCUMENTO
           WRITE REG-REPORTE FROM WS-LIN-DETALLE.
       060-SIGUE.
           ADD 1 TO WS-DOC-IDX.
       060-FIN. EXIT.

      *----------------------------------------------------------------
      * EL ENCABEZADO DEL DEPARTAMENTO SALE SOLO SI TIENE ALGO QUE
      * LISTAR.
      *----------------------------------------------------------------
       065-IMPRIME-DEPTO.
           MOVE WS-DEPTO-ACTUAL TO WS-LD-CODIGO
           MOVE "NO CATALOGADO" TO WS-LD-NOMBRE
           IF HAY-DEPARTAMENTOS
              MOVE WS-DEPTO-ACTUAL TO REG-DEPTO-COD
              READ DEPARTAMENTOS
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE REG-DEPTO-NOMBRE TO WS-LD-NOMBRE
              END-READ
           END-IF
           WRITE REG-REPORTE FROM WS-LIN-DEPTO
           MOVE "S" TO SW-DEPTO-IMPRESO.
       065-FIN. EXIT.

       070-IMPRIME-SUBTOTAL.
           IF SW-DEPTO-IMPRESO EQUAL "S"
              MOVE WS-CONT-EMP-DEPTO TO WS-LS-EMPLEADOS
              MOVE WS-CONT-FAL-DEPTO TO WS-LS-FALTANTES
              MOVE WS-CONT-VEN-DEPTO TO WS-LS-VENCIDOS
              WRITE REG-REPORTE FROM WS-LIN-SUBTOTAL
           END-IF
           MOVE ZEROS TO WS-CONT-EMP-DEPTO
                         WS-CONT-FAL-DEPTO
                         WS-CONT-VEN-DEPTO
           MOVE "N" TO SW-DEPTO-IMPRESO.
       070-FIN. EXIT.

       075-EDITA-FECHA.
           MOVE WS-FED-DIA  TO WS-FIM-DIA
           MOVE WS-FED-MES  TO WS-FIM-MES
           MOVE WS-FED-ANIO TO WS-FIM-ANIO.
       075-FIN. EXIT.

       080-CIERRA-ARCHIVOS.
           CLOSE TIPOS-DOCUMENTO
                 REPORTE
           IF HAY-DEPARTAMENTOS
              CLOSE DEPARTAMENTOS
           END-IF
           IF HAY-CONTRATOS
              CLOSE CONTRATOS
           END-IF
           IF HAY-EXPEDIENTE
              CLOSE EXPEDIENTE
           END-IF.
       080-FIN. EXIT.
