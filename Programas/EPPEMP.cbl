      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * EPPEMP.cbl - ENTREGAS Y DEVOLUCIONES DE UNIFORMES, EQUIPO DE
      *              PROTECCION PERSONAL Y HERRAMIENTAS DEL EMPLEADO EN
      *              BD-ENTREGAS-EPP.TXT, CONTRA EL CATALOGO
      *              BD-ARTICULOS-EPP.TXT (MANTEPP). CADA ENTREGA
      *              GUARDA LAS PIEZAS Y EL COSTO DE REPOSICION DEL
      *              DIA; LA DEVOLUCION SE ABONA A LAS ENTREGAS MAS
      *              VIEJAS DEL MISMO ARTICULO PRIMERO. LA CONSULTA
      *              MUESTRA LO QUE EL EMPLEADO TIENE SIN DEVOLVER Y SU
      *              IMPORTE, QUE ES LO QUE BAJAEMP PONE EN LA LISTA DE
      *              PENDIENTES DE LA BAJA Y FINIQEMP PUEDE DESCONTAR.
      *              SE LLAMA DESDE EL MENU DE CRUD-EMP (OPCION U) CON
      *              LA MISMA CONVENCION DE LK-STATUS QUE FAMIEMP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                EPPEMP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY ARTSEL.
           COPY EPPSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY ARTFD.
           COPY EPPFD.

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPFS.
           COPY EMPRUTA.
           COPY ARTFS.
           COPY ARTRUTA.
           COPY EPPFS.
           COPY EPPRUTA.

       01  WS-ID-BUSCA            PIC 9(04).
       01  SW-ENCONTRO            PIC X(01)     VALUE "N".
       01  SW-CONFIRMA            PIC X(01).
       01  WS-RESPUESTA           PIC X(01).
       01  WS-FECHA-SISTEMA       PIC 9(08).

       01  WS-CODIGO-X            PIC X(03).
       01  WS-CODIGO-9 REDEFINES WS-CODIGO-X
                                  PIC 9(03).
       01  WS-PIEZAS-X            PIC X(03).
       01  WS-PIEZAS-9 REDEFINES WS-PIEZAS-X
                                  PIC 9(03).

      *----------------------------------------------------------------
      * DEVOLUCION: PIEZAS QUE FALTA ABONAR A LAS ENTREGAS DEL
      * ARTICULO Y PIEZAS PENDIENTES DE ESE ARTICULO.
      *----------------------------------------------------------------
       01  WS-POR-ABONAR          PIC 9(03).
       01  WS-PEND-ARTICULO       PIC 9(05).
       01  WS-PEND-RENGLON        PIC 9(03).
       01  WS-ABONO               PIC 9(03).
       01  SW-FIN-ART             PIC X(03)     VALUE SPACES.
       01  SW-MODO-ART            PIC X(01).
           88 ART-SOLO-CUENTA            VALUE "C".
           88 ART-ABONA                  VALUE "A".

       01  WS-IMPORTE-ED          PIC Z,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01  LK-INDEX               PIC 9(04).
       01  LK-OPERADOR-ID         PIC X(08).
       01  LK-STATUS              PIC X(01).
           88 OPERACION-EXITOSA          VALUE "0".
           88 OPERACION-FALLIDA          VALUE "1".

       PROCEDURE DIVISION USING LK-INDEX LK-OPERADOR-ID LK-STATUS.
       010-INICIO.
           MOVE "0" TO LK-STATUS
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 015-OBTIENE-RUTA-DATOS      THRU 015-FIN
           PERFORM 188-OBTIENE-RUTA-ARTICULOS  THRU 188-FIN
           PERFORM 189-OBTIENE-RUTA-ENTREGAS   THRU 189-FIN
           PERFORM 020-ABRE-ARCHIVOS   THRU 020-FIN
           IF OPERACION-FALLIDA
              GOBACK
           END-IF
           PERFORM 030-SOLICITA-ID     THRU 030-FIN
           PERFORM 040-BUSCA-EMPLEADO  THRU 040-FIN
           IF SW-ENCONTRO EQUAL "S"
              DISPLAY "EMPLEADO: " WS-ID-BUSCA " " WS-NOMBRE-EMP " "
                      WS-APE-PAT-EMP
              PERFORM 080-MUESTRA-PENDIENTES THRU 080-FIN
              MOVE SPACES TO WS-RESPUESTA
              PERFORM 042-MUESTRA-MENU THRU 044-FIN
                      UNTIL WS-RESPUESTA EQUAL "E"
           ELSE
              DISPLAY "NO SE ENCONTRO EL EMPLEADO " WS-ID-BUSCA "."
           END-IF
           PERFORM 090-CIERRA-ARCHIVOS THRU 090-FIN
           GOBACK.

           COPY EMPRUTAP.
           COPY ARTRUTAP.
           COPY EPPRUTAP.
           COPY EPPPENDP.

      *----------------------------------------------------------------
      * SIN CATALOGO NO HAY CONTRA QUE ENTREGAR. BD-ENTREGAS-EPP.TXT
      * SE CREA VACIO EN LA PRIMERA CORRIDA.
      *----------------------------------------------------------------
       020-ABRE-ARCHIVOS.
           OPEN INPUT EMPLEADOS
           OPEN INPUT ARTICULOS-EPP
           IF NOT FS-ARTICULOS-OK
              DISPLAY "NO HAY CATALOGO DE ARTICULOS EN "
                      "BD-ARTICULOS-EPP.TXT. DELO DE ALTA CON "
                      "MANTEPP PRIMERO."
              CLOSE EMPLEADOS
              MOVE "1" TO LK-STATUS
              GO TO 020-FIN
           END-IF
           MOVE "S" TO SW-HAY-ARTICULOS
           OPEN I-O   ENTREGAS-EPP
           IF FS-ENTREGAS-NO-EXISTE
              OPEN OUTPUT ENTREGAS-EPP
              CLOSE ENTREGAS-EPP
              OPEN I-O ENTREGAS-EPP
           END-IF
           IF NOT FS-EMPLEADOS-OK OR NOT FS-ENTREGAS-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              MOVE "1" TO LK-STATUS
           END-IF.
       020-FIN. EXIT.

       030-SOLICITA-ID.
           DISPLAY "CLAVE DEL EMPLEADO (UNIFORMES Y EPP): "
           ACCEPT WS-ID-BUSCA.
       030-FIN. EXIT.

       040-BUSCA-EMPLEADO.
           MOVE WS-ID-BUSCA TO REG-ID-EMP
           READ EMPLEADOS INTO WS-DATOS-EMPLEADO
                INVALID KEY
                   MOVE "N" TO SW-ENCONTRO
                NOT INVALID KEY
                   MOVE "S" TO SW-ENCONTRO
           END-READ.
       040-FIN. EXIT.

       042-MUESTRA-MENU.
           DISPLAY " "
           DISPLAY "TECLEE UNA OPCION: "
           DISPLAY " "
           DISPLAY "1: REGISTRAR UNA ENTREGA"
           DISPLAY "2: REGISTRAR UNA DEVOLUCION"
           DISPLAY "3: VER LO PENDIENTE DE DEVOLVER"
           DISPLAY " "
           DISPLAY "E: REGRESAR AL MENU PRINCIPAL"
           DISPLAY " "
           ACCEPT WS-RESPUESTA.

       044-EJECUTA-OPCION.
           EVALUATE WS-RESPUESTA
           WHEN "1"
                PERFORM 050-REGISTRA-ENTREGA THRU 050-FIN
           WHEN "2"
                PERFORM 060-REGISTRA-DEVOLUCION THRU 060-FIN
           WHEN "3"
                PERFORM 080-MUESTRA-PENDIENTES THRU 080-FIN
           WHEN "E"
                CONTINUE
           WHEN OTHER
                DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.
       044-FIN. EXIT.

       046-PIDE-ARTICULO.
           MOVE "N" TO SW-ENCONTRO
           DISPLAY "CODIGO DEL ARTICULO: "
           ACCEPT WS-CODIGO-X
           IF WS-CODIGO-X NOT NUMERIC
              DISPLAY "EL CODIGO DEBE SER NUMERICO DE 001 A 999."
              GO TO 046-FIN
           END-IF
           MOVE WS-CODIGO-9 TO ART-CODIGO
           READ ARTICULOS-EPP
                INVALID KEY
                   DISPLAY "ESE CODIGO NO ESTA EN EL CATALOGO."
                   GO TO 046-FIN
           END-READ
           MOVE "S" TO SW-ENCONTRO.
       046-FIN. EXIT.

       048-PIDE-PIEZAS.
           DISPLAY "NUMERO DE PIEZAS: "
           ACCEPT WS-PIEZAS-X
           IF WS-PIEZAS-X NOT NUMERIC OR WS-PIEZAS-9 EQUAL ZEROS
              DISPLAY "LAS PIEZAS DEBEN SER NUMERICAS DE 001 A 999."
              GO TO 048-PIDE-PIEZAS
           END-IF.
       048-FIN. EXIT.

      *----------------------------------------------------------------
      * LA ENTREGA SE FECHA CON EL DIA DEL SISTEMA Y SE VALUA AL COSTO
      * DE REPOSICION VIGENTE. UNA SEGUNDA ENTREGA DEL MISMO ARTICULO
      * EL MISMO DIA SE SUMA AL RENGLON YA EXISTENTE.
      *----------------------------------------------------------------
       050-REGISTRA-ENTREGA.
           IF EMP-INACTIVO
              DISPLAY "EL EMPLEADO ESTA DADO DE BAJA; NO SE LE "
                      "REGISTRAN ENTREGAS."
              GO TO 050-FIN
           END-IF
           PERFORM 046-PIDE-ARTICULO THRU 046-FIN
           IF SW-ENCONTRO NOT EQUAL "S"
              GO TO 050-FIN
           END-IF
           PERFORM 048-PIDE-PIEZAS THRU 048-FIN
           MOVE ART-COSTO TO WS-IMPORTE-ED
           DISPLAY "ENTREGA: " WS-PIEZAS-9 " PIEZA(S) DE "
                   ART-DESCRIPCION " A " WS-IMPORTE-ED " C/U"
           DISPLAY "¿CONFIRMA LA ENTREGA? (Y/N): "
           ACCEPT SW-CONFIRMA
           IF SW-CONFIRMA NOT EQUAL "Y"
              DISPLAY "OPERACION CANCELADA."
              GO TO 050-FIN
           END-IF
           MOVE WS-ID-BUSCA      TO EPP-ID-EMP
           MOVE ART-CODIGO       TO EPP-ARTICULO
           MOVE WS-FECHA-SISTEMA TO EPP-FECHA-ENTREGA
           READ ENTREGAS-EPP
                INVALID KEY
                   MOVE WS-PIEZAS-9    TO EPP-CANTIDAD
                   MOVE ZEROS          TO EPP-DEVUELTOS
                                          EPP-FECHA-DEVOL
                   MOVE ART-COSTO      TO EPP-COSTO-UNIT
                   MOVE LK-OPERADOR-ID TO EPP-OPERADOR
                   WRITE REG-ENTREGAS-EPP
                        INVALID KEY
                           DISPLAY "NO SE PUDO GRABAR LA ENTREGA."
                        NOT INVALID KEY
                           DISPLAY "ENTREGA REGISTRADA."
                   END-WRITE
                NOT INVALID KEY
                   IF EPP-CANTIDAD + WS-PIEZAS-9 IS GREATER THAN 999
                      DISPLAY "DEMASIADAS PIEZAS EN UN SOLO DIA PARA "
                              "ESTE ARTICULO."
                      GO TO 050-FIN
                   END-IF
                   ADD WS-PIEZAS-9     TO EPP-CANTIDAD
                   MOVE LK-OPERADOR-ID TO EPP-OPERADOR
                   REWRITE REG-ENTREGAS-EPP
                        INVALID KEY
                           DISPLAY "NO SE PUDO ACTUALIZAR LA ENTREGA."
                        NOT INVALID KEY
                           DISPLAY "ENTREGA SUMADA A LA DEL DIA."
                   END-REWRITE
           END-READ.
       050-FIN. EXIT.

      *----------------------------------------------------------------
      * LA DEVOLUCION NO PUEDE EXCEDER LO PENDIENTE DEL ARTICULO; SE
      * CUENTA PRIMERO (MODO C) Y LUEGO SE ABONA (MODO A) A LAS
      * ENTREGAS EN ORDEN DE FECHA, LA MAS VIEJA PRIMERO.
      *----------------------------------------------------------------
       060-REGISTRA-DEVOLUCION.
           PERFORM 046-PIDE-ARTICULO THRU 046-FIN
           IF SW-ENCONTRO NOT EQUAL "S"
              GO TO 060-FIN
           END-IF
           MOVE "C" TO SW-MODO-ART
           PERFORM 065-RECORRE-ARTICULO THRU 065-FIN
           IF WS-PEND-ARTICULO EQUAL ZEROS
              DISPLAY "EL EMPLEADO NO TIENE " ART-DESCRIPCION
                      " PENDIENTE DE DEVOLVER."
              GO TO 060-FIN
           END-IF
           DISPLAY "PIEZAS PENDIENTES DE " ART-DESCRIPCION ": "
                   WS-PEND-ARTICULO
           PERFORM 048-PIDE-PIEZAS THRU 048-FIN
           IF WS-PIEZAS-9 IS GREATER THAN WS-PEND-ARTICULO
              DISPLAY "NO PUEDE DEVOLVER MAS PIEZAS DE LAS "
                      "PENDIENTES."
              GO TO 060-FIN
           END-IF
           DISPLAY "¿CONFIRMA LA DEVOLUCION? (Y/N): "
           ACCEPT SW-CONFIRMA
           IF SW-CONFIRMA NOT EQUAL "Y"
              DISPLAY "OPERACION CANCELADA."
              GO TO 060-FIN
           END-IF
           MOVE WS-PIEZAS-9 TO WS-POR-ABONAR
           MOVE "A" TO SW-MODO-ART
           PERFORM 065-RECORRE-ARTICULO THRU 065-FIN
           DISPLAY "DEVOLUCION REGISTRADA.".
       060-FIN. EXIT.

       065-RECORRE-ARTICULO.
           MOVE ZEROS       TO WS-PEND-ARTICULO
           MOVE WS-ID-BUSCA TO EPP-ID-EMP
           MOVE ART-CODIGO  TO EPP-ARTICULO
           MOVE ZEROS       TO EPP-FECHA-ENTREGA
           START ENTREGAS-EPP KEY IS GREATER THAN OR EQUAL EPP-LLAVE
                 INVALID KEY
                    GO TO 065-FIN
           END-START
           MOVE SPACES TO SW-FIN-ART
           PERFORM 067-RENGLON-ARTICULO THRU 067-FIN
                   UNTIL SW-FIN-ART EQUAL "FIN".
       065-FIN. EXIT.

       067-RENGLON-ARTICULO.
           READ ENTREGAS-EPP NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN-ART
                   GO TO 067-FIN
           END-READ
           IF EPP-ID-EMP NOT EQUAL WS-ID-BUSCA OR
              EPP-ARTICULO NOT EQUAL ART-CODIGO
              MOVE "FIN" TO SW-FIN-ART
              GO TO 067-FIN
           END-IF
           COMPUTE WS-PEND-RENGLON = EPP-CANTIDAD - EPP-DEVUELTOS
           IF WS-PEND-RENGLON EQUAL ZEROS
              GO TO 067-FIN
           END-IF
           IF ART-SOLO-CUENTA
              ADD WS-PEND-RENGLON TO WS-PEND-ARTICULO
              GO TO 067-FIN
           END-IF
           IF WS-POR-ABONAR EQUAL ZEROS
              MOVE "FIN" TO SW-FIN-ART
              GO TO 067-FIN
           END-IF
           IF WS-POR-ABONAR IS LESS THAN WS-PEND-RENGLON
              MOVE WS-POR-ABONAR   TO WS-ABONO
           ELSE
              MOVE WS-PEND-RENGLON TO WS-ABONO
           END-IF
           ADD WS-ABONO            TO EPP-DEVUELTOS
           SUBTRACT WS-ABONO       FROM WS-POR-ABONAR
           MOVE WS-FECHA-SISTEMA   TO EPP-FECHA-DEVOL
           MOVE LK-OPERADOR-ID     TO EPP-OPERADOR
           REWRITE REG-ENTREGAS-EPP
                INVALID KEY
                   DISPLAY "NO SE PUDO ABONAR LA ENTREGA DEL "
                           EPP-FECHA-ENTREGA "."
           END-REWRITE.
       067-FIN. EXIT.

      *----------------------------------------------------------------
      * LO QUE EL EMPLEADO TIENE EN SU PODER, ENTREGA POR ENTREGA, A
      * COSTO DE REPOSICION.
      *----------------------------------------------------------------
       080-MUESTRA-PENDIENTES.
           MOVE WS-ID-BUSCA TO WS-EPP-ID-BUSCA
           PERFORM 190-CARGA-PENDIENTES-EPP THRU 190-FIN
           IF WS-EPP-PEND-USADOS EQUAL ZEROS
              DISPLAY "SIN ARTICULOS PENDIENTES DE DEVOLVER."
              GO TO 080-FIN
           END-IF
           DISPLAY "ARTICULO / DESCRIPCION / ENTREGADO / PIEZAS / "
                   "IMPORTE"
           MOVE 1 TO WS-EPP-PEND-IDX
           PERFORM 082-MUESTRA-RENGLON THRU 082-FIN
                   UNTIL WS-EPP-PEND-IDX IS GREATER THAN
                         WS-EPP-PEND-USADOS
           MOVE WS-EPP-PEND-ADEUDO TO WS-IMPORTE-ED
           DISPLAY "PIEZAS PENDIENTES: " WS-EPP-PEND-PIEZAS
                   "  IMPORTE: " WS-IMPORTE-ED.
       080-FIN. EXIT.

       082-MUESTRA-RENGLON.
           MOVE WS-EPP-PEND-IMPORTE (WS-EPP-PEND-IDX) TO WS-IMPORTE-ED
           DISPLAY WS-EPP-PEND-ARTICULO (WS-EPP-PEND-IDX) ": "
                   WS-EPP-PEND-DESCRIP  (WS-EPP-PEND-IDX) " "
                   WS-EPP-PEND-ENTREGA  (WS-EPP-PEND-IDX) " "
                   WS-EPP-PEND-CANTIDAD (WS-EPP-PEND-IDX) " "
                   WS-IMPORTE-ED
           ADD 1 TO WS-EPP-PEND-IDX.
       082-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 ARTICULOS-EPP
                 ENTREGAS-EPP.
       090-FIN. EXIT.
