      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * MANTEPP.cbl - MANTENIMIENTO DEL CATALOGO DE UNIFORMES, EQUIPO
      *               DE PROTECCION PERSONAL (EPP) Y HERRAMIENTAS QUE
      *               LAS PLANTAS ENTREGAN A LOS EMPLEADOS
      *               (BD-ARTICULOS-EPP.TXT), EN EL ESTILO DE
      *               MANTDOCS. CADA ARTICULO LLEVA SU DESCRIPCION, EL
      *               TIPO (U: UNIFORME, E: EPP, H: HERRAMIENTA) Y EL
      *               COSTO DE REPOSICION POR PIEZA. EPPEMP REGISTRA
      *               LAS ENTREGAS Y DEVOLUCIONES; BAJAEMP Y FINIQEMP
      *               MUESTRAN Y DESCUENTAN LO NO DEVUELTO Y EPPREP
      *               LISTA LO PENDIENTE POR PLANTA. LA ENTRADA PIDE LA
      *               CLAVE DE OPERADOR DE BD-OPERADORES.TXT Y CADA
      *               MOVIMIENTO QUEDA EN BD-AUDITORIA.TXT (EL CAMPO
      *               DE EMPLEADO LLEVA EL CODIGO DEL ARTICULO). LA
      *               BAJA DE UN ARTICULO SE RECHAZA MIENTRAS TENGA
      *               ENTREGAS REGISTRADAS. EL ARCHIVO SE CREA VACIO EN
      *               LA PRIMERA CORRIDA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                MANTEPP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OPERSEL.
           COPY AUDSEL.
           COPY ARTSEL.
           COPY EPPSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY OPERFD.
           COPY AUDFD.
           COPY ARTFD.
           COPY EPPFD.

       WORKING-STORAGE SECTION.
           COPY OPERFS.
           COPY OPERRUTA.
           COPY AUDFS.
           COPY AUDRUTA.
           COPY ARTFS.
           COPY ARTRUTA.
           COPY EPPFS.
           COPY EPPRUTA.

       01  WS-DIR-DATOS            PIC X(60).
       01  WS-ID-EMP               PIC 9(04).

       01  WS-RESPUESTA            PIC X(01).
       01  SW-CONFIRMA             PIC X(01).
       01  SW-FIN                  PIC X(03)     VALUE SPACES.

       01  WS-CODIGO-X             PIC X(03).
       01  WS-CODIGO-9 REDEFINES WS-CODIGO-X
                                   PIC 9(03).
       01  WS-DESCRIPCION          PIC X(30).
       01  WS-TIPO                 PIC X(01).
           88 WS-TIPO-VALIDO              VALUE "U" "E" "H".
       01  WS-COSTO                PIC 9(07)V99.
       01  WS-COSTO-ED             PIC Z,ZZZ,ZZ9.99.

       01  WS-CONT-LISTADOS        PIC 9(03).
       01  WS-CONT-REFERENCIAS     PIC 9(05).

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS       THRU 015-FIN
           PERFORM 027-OBTIENE-RUTA-OPERADORES  THRU 027-FIN
           PERFORM 021-OBTIENE-RUTA-AUDITORIA   THRU 021-FIN
           PERFORM 188-OBTIENE-RUTA-ARTICULOS   THRU 188-FIN
           PERFORM 189-OBTIENE-RUTA-ENTREGAS    THRU 189-FIN
           PERFORM 028-ABRE-OPERADORES          THRU 028-FIN
           PERFORM 029-VALIDA-OPERADOR          THRU 029-FIN
           CLOSE OPERADORES
           MOVE WS-OPERADOR-ID TO WS-AUD-OPERADOR
           PERFORM 020-ABRE-ARCHIVOS            THRU 020-FIN
           PERFORM 030-MUESTRA-MENU THRU 040-FIN
                   UNTIL WS-RESPUESTA EQUAL "E"
           PERFORM 090-CIERRA-ARCHIVOS          THRU 090-FIN
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

           COPY OPERRUTAP.
           COPY OPERVALP.
           COPY AUDRUTAP.
           COPY AUDWRTP.
           COPY ARTRUTAP.
           COPY EPPRUTAP.

       028-ABRE-OPERADORES.
           OPEN INPUT OPERADORES
           IF NOT FS-OPERADORES-OK
              DISPLAY "NO SE PUDO ABRIR BD-OPERADORES.TXT. DE DE ALTA "
                      "LOS OPERADORES DESDE CRUD-EMP PRIMERO."
              GOBACK
           END-IF.
       028-FIN. EXIT.

       020-ABRE-ARCHIVOS.
           OPEN I-O ARTICULOS-EPP
           IF FS-ARTICULOS-NO-EXISTE
              OPEN OUTPUT ARTICULOS-EPP
              CLOSE ARTICULOS-EPP
              OPEN I-O ARTICULOS-EPP
           END-IF
           OPEN EXTEND AUDITORIA
           IF NOT FS-ARTICULOS-OK OR NOT FS-AUDITORIA-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              GOBACK
           END-IF.
       020-FIN. EXIT.

       030-MUESTRA-MENU.
           DISPLAY " "
           DISPLAY "TECLEE UNA OPCION: "
           DISPLAY " "
           DISPLAY "1: DAR DE ALTA UN ARTICULO"
           DISPLAY "2: CORREGIR UN ARTICULO (DESCRIPCION, TIPO, COSTO)"
           DISPLAY "3: DAR DE BAJA UN ARTICULO"
           DISPLAY "4: LISTAR EL CATALOGO"
           DISPLAY " "
           DISPLAY "E: SALIR DEL PROGRAMA"
           DISPLAY " "
           ACCEPT WS-RESPUESTA.

       040-EJECUTA-OPCION.
           EVALUATE WS-RESPUESTA
           WHEN "1"
                PERFORM 050-ALTA-ARTICULO THRU 050-FIN
           WHEN "2"
                PERFORM 052-CAMBIO-ARTICULO THRU 052-FIN
           WHEN "3"
                PERFORM 054-BAJA-ARTICULO THRU 054-FIN
           WHEN "4"
                PERFORM 056-LISTA-CATALOGO THRU 056-FIN
           WHEN "E"
                CONTINUE
           WHEN OTHER
                DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.
       040-FIN. EXIT.

       045-PIDE-DATOS.
           DISPLAY "DESCRIPCION DEL ARTICULO: "
           ACCEPT WS-DESCRIPCION
           IF WS-DESCRIPCION EQUAL SPACES
              DISPLAY "LA DESCRIPCION ES OBLIGATORIA."
              GO TO 045-PIDE-DATOS
           END-IF
           DISPLAY "TIPO (U: UNIFORME, E: EPP, H: HERRAMIENTA): "
           ACCEPT WS-TIPO
           IF NOT WS-TIPO-VALIDO
              DISPLAY "TIPO INVALIDO. TECLEE U, E O H."
              GO TO 045-PIDE-DATOS
           END-IF
           DISPLAY "COSTO DE REPOSICION POR PIEZA: "
           ACCEPT WS-COSTO
           IF WS-COSTO EQUAL ZEROS
              DISPLAY "EL COSTO DE REPOSICION ES OBLIGATORIO."
              GO TO 045-PIDE-DATOS
           END-IF.
       045-FIN. EXIT.

       046-PIDE-CODIGO.
           DISPLAY "CODIGO DEL ARTICULO (001-999): "
           ACCEPT WS-CODIGO-X
           IF WS-CODIGO-X NOT NUMERIC OR WS-CODIGO-9 EQUAL ZEROS
              DISPLAY "EL CODIGO DEBE SER NUMERICO DE 001 A 999."
              GO TO 046-PIDE-CODIGO
           END-IF.
       046-FIN. EXIT.

       048-PASA-DATOS.
           MOVE WS-DESCRIPCION     TO ART-DESCRIPCION
           MOVE WS-TIPO            TO ART-TIPO
           MOVE WS-COSTO           TO ART-COSTO.
       048-FIN. EXIT.

       050-ALTA-ARTICULO.
           PERFORM 046-PIDE-CODIGO THRU 046-FIN
           PERFORM 045-PIDE-DATOS  THRU 045-FIN
           MOVE WS-CODIGO-9 TO ART-CODIGO
           PERFORM 048-PASA-DATOS THRU 048-FIN
           WRITE REG-ARTICULOS-EPP
                INVALID KEY
                   DISPLAY "YA EXISTE ESE CODIGO EN EL CATALOGO."
                NOT INVALID KEY
                   DISPLAY "ARTICULO " ART-CODIGO " DADO DE ALTA."
                   MOVE ART-CODIGO TO WS-ID-EMP
                   MOVE "EPPALT" TO WS-AUD-OPERACION
                   PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN
           END-WRITE.
       050-FIN. EXIT.

      *----------------------------------------------------------------
      * EL CAMBIO DE COSTO APLICA A LAS ENTREGAS NUEVAS: CADA ENTREGA
      * YA REGISTRADA CONSERVA EL COSTO CON QUE SE HIZO.
      *----------------------------------------------------------------
       052-CAMBIO-ARTICULO.
           PERFORM 046-PIDE-CODIGO THRU 046-FIN
           MOVE WS-CODIGO-9 TO ART-CODIGO
           READ ARTICULOS-EPP
                INVALID KEY
                   DISPLAY "ESE CODIGO NO ESTA EN EL CATALOGO."
                   GO TO 052-FIN
           END-READ
           PERFORM 059-MUESTRA-ARTICULO THRU 059-FIN
           PERFORM 045-PIDE-DATOS THRU 045-FIN
           PERFORM 048-PASA-DATOS THRU 048-FIN
           REWRITE REG-ARTICULOS-EPP
                INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL ARTICULO."
                NOT INVALID KEY
                   DISPLAY "ARTICULO " ART-CODIGO " ACTUALIZADO."
                   MOVE ART-CODIGO TO WS-ID-EMP
                   MOVE "EPPCAM" TO WS-AUD-OPERACION
                   PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN
           END-REWRITE.
       052-FIN. EXIT.

      *----------------------------------------------------------------
      * LA BAJA SE RECHAZA MIENTRAS EL ARTICULO TENGA ENTREGAS
      * REGISTRADAS: LOS RENGLONES QUEDARIAN HUERFANOS.
      *----------------------------------------------------------------
       054-BAJA-ARTICULO.
           PERFORM 046-PIDE-CODIGO THRU 046-FIN
           MOVE WS-CODIGO-9 TO ART-CODIGO
           READ ARTICULOS-EPP
                INVALID KEY
                   DISPLAY "ESE CODIGO NO ESTA EN EL CATALOGO."
                   GO TO 054-FIN
           END-READ
           PERFORM 070-CUENTA-REFERENCIAS THRU 070-FIN
           IF WS-CONT-REFERENCIAS IS GREATER THAN ZEROS
              DISPLAY "NO SE PUEDE DAR DE BAJA: " WS-CONT-REFERENCIAS
                      " ENTREGA(S) TIENEN ESTE ARTICULO."
              GO TO 054-FIN
           END-IF
           DISPLAY "¿CONFIRMA LA BAJA DEL ARTICULO " ART-CODIGO " "
                   ART-DESCRIPCION "? (Y/N): "
           ACCEPT SW-CONFIRMA
           IF SW-CONFIRMA EQUAL "Y"
              DELETE ARTICULOS-EPP
                 INVALID KEY
                    DISPLAY "NO SE PUDO DAR DE BAJA EL ARTICULO."
                 NOT INVALID KEY
                    DISPLAY "ARTICULO DADO DE BAJA."
                    MOVE WS-CODIGO-9 TO WS-ID-EMP
                    MOVE "EPPBAJ" TO WS-AUD-OPERACION
                    PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN
              END-DELETE
           ELSE
              DISPLAY "OPERACION CANCELADA."
           END-IF.
       054-FIN. EXIT.

       056-LISTA-CATALOGO.
           MOVE ZEROS TO ART-CODIGO
           START ARTICULOS-EPP KEY IS GREATER THAN OR EQUAL
                 ART-CODIGO
                 INVALID KEY
                    DISPLAY "EL CATALOGO ESTA VACIO."
                    GO TO 056-FIN
           END-START
           MOVE SPACES TO SW-FIN
           MOVE ZEROS  TO WS-CONT-LISTADOS
           DISPLAY "CODIGO / DESCRIPCION / TIPO / COSTO DE REPOSICION"
           PERFORM 058-LISTA-ARTICULO THRU 058-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           DISPLAY "ARTICULOS LISTADOS: " WS-CONT-LISTADOS.
       056-FIN. EXIT.

       058-LISTA-ARTICULO.
           READ ARTICULOS-EPP NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 058-FIN
           END-READ
           PERFORM 059-MUESTRA-ARTICULO THRU 059-FIN
           ADD 1 TO WS-CONT-LISTADOS.
       058-FIN. EXIT.

       059-MUESTRA-ARTICULO.
           MOVE ART-COSTO TO WS-COSTO-ED
           DISPLAY ART-CODIGO ": " ART-DESCRIPCION " "
                   ART-TIPO " " WS-COSTO-ED.
       059-FIN. EXIT.

      *----------------------------------------------------------------
      * CUENTA LAS ENTREGAS CON EL ARTICULO EN TURNO; SIN
      * BD-ENTREGAS-EPP.TXT NO HAY NADA QUE LO REFERENCIE.
      *----------------------------------------------------------------
       070-CUENTA-REFERENCIAS.
           MOVE ZEROS TO WS-CONT-REFERENCIAS
           OPEN INPUT ENTREGAS-EPP
           IF NOT FS-ENTREGAS-OK
              GO TO 070-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 072-CUENTA-RENGLON THRU 072-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE ENTREGAS-EPP.
       070-FIN. EXIT.

       072-CUENTA-RENGLON.
           READ ENTREGAS-EPP NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 072-FIN
           END-READ
           IF EPP-ARTICULO EQUAL ART-CODIGO
              ADD 1 TO WS-CONT-REFERENCIAS
           END-IF.
       072-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE ARTICULOS-EPP
                 AUDITORIA.
       090-FIN. EXIT.
