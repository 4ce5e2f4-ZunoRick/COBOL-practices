      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * FAMIEMP.cbl - CAPTURA DE LOS DEPENDIENTES Y BENEFICIARIOS DEL
      *                EMPLEADO EN BD-DEPENDIENTES.TXT: EL CONYUGE,
      *                LOS HIJOS Y LOS PADRES QUE VAN EN LA POLIZA DE
      *                GASTOS MEDICOS, Y LA DESIGNACION DE
      *                BENEFICIARIOS CON SU PORCENTAJE PARA LOS
      *                SALARIOS DEVENGADOS Y PRESTACIONES PENDIENTES SI
      *                EL EMPLEADO FALLECE (ARTICULO 501 DE LA LEY
      *                FEDERAL DEL TRABAJO). LOS PORCENTAJES DE UN
      *                EMPLEADO NO PUEDEN PASAR DE 100. SE LLAMA DESDE
      *                EL MENU DE CRUD-EMP (OPCION F) CON LA MISMA
      *                CONVENCION DE LK-STATUS QUE DATOSEMP. CADA
      *                ALTA O BAJA DE UN ASEGURADO QUEDA PENDIENTE DE
      *                ENVIO PARA EL ARCHIVO MENSUAL DE LA
      *                ASEGURADORA (ASEGEXP). LA BAJA DE UN DEPENDIENTE
      *                ES LOGICA, PARA CONSERVAR EL HISTORIAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                FAMIEMP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY FAMSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY FAMFD.

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPFS.
           COPY EMPRUTA.
           COPY FAMFS.
           COPY FAMRUTA.

       01  WS-ID-BUSCA            PIC 9(04).
       01  SW-ENCONTRO            PIC X(01)     VALUE "N".
       01  SW-CONFIRMA            PIC X(01).
       01  WS-RESPUESTA           PIC X(01).
       01  SW-FIN                 PIC X(03)     VALUE SPACES.
       01  WS-FECHA-SISTEMA       PIC 9(08).

       01  WS-CONSEC-BUSCA        PIC 9(02).
       01  WS-ASEGURADO-ANTES     PIC X(01).
       01  WS-SUMA-PORCENTAJES    PIC 9(03).
       01  WS-CONT-VIGENTES       PIC 9(02).

      *----------------------------------------------------------------
      * FECHA DE NACIMIENTO CAPTURADA (AAAAMMDD) EN CAMPO
      * ALFANUMERICO, VALIDADA NUMERICA Y EN RANGO ANTES DE PASAR AL
      * REGISTRO.
      *----------------------------------------------------------------
       01  WS-FECHA-NAC-X         PIC X(08).
       01  FILLER REDEFINES WS-FECHA-NAC-X.
           05 WS-NAC-ANIO         PIC 9(04).
           05 WS-NAC-MES          PIC 9(02).
           05 WS-NAC-DIA          PIC 9(02).
       01  WS-FECHA-NAC-9 REDEFINES WS-FECHA-NAC-X
                                  PIC 9(08).
       01  WS-PCT-CAPTURA         PIC 9(03).
       01  WS-PCT-ANTES           PIC 9(03).
       01  WS-CONSEC-NUEVO        PIC 9(02).
       01  WS-REG-RESPALDO        PIC X(113).

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
           PERFORM 015-OBTIENE-RUTA-DATOS THRU 015-FIN
           PERFORM 142-OBTIENE-RUTA-DEPENDIENTES THRU 142-FIN
           PERFORM 020-ABRE-ARCHIVOS   THRU 020-FIN
           IF OPERACION-FALLIDA
              GOBACK
           END-IF
           PERFORM 030-SOLICITA-ID     THRU 030-FIN
           PERFORM 040-BUSCA-EMPLEADO  THRU 040-FIN
           IF SW-ENCONTRO EQUAL "S"
              DISPLAY "EMPLEADO: " WS-ID-BUSCA " " WS-NOMBRE-EMP " "
                      WS-APE-PAT-EMP
              PERFORM 080-LISTA-DEPENDIENTES THRU 080-FIN
              MOVE SPACES TO WS-RESPUESTA
              PERFORM 042-MUESTRA-MENU THRU 044-FIN
                      UNTIL WS-RESPUESTA EQUAL "E"
           ELSE
              DISPLAY "NO SE ENCONTRO EL EMPLEADO " WS-ID-BUSCA "."
           END-IF
           PERFORM 090-CIERRA-ARCHIVOS THRU 090-FIN
           GOBACK.

           COPY EMPRUTAP.
           COPY FAMRUTAP.

       020-ABRE-ARCHIVOS.
           OPEN INPUT EMPLEADOS
           OPEN I-O   DEPENDIENTES
           IF FS-DEPENDIENTES-NO-EXISTE
              OPEN OUTPUT DEPENDIENTES
              CLOSE DEPENDIENTES
              OPEN I-O DEPENDIENTES
           END-IF
           IF NOT FS-EMPLEADOS-OK OR NOT FS-DEPENDIENTES-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              MOVE "1" TO LK-STATUS
           END-IF.
       020-FIN. EXIT.

       030-SOLICITA-ID.
           DISPLAY "CLAVE DEL EMPLEADO (DEPENDIENTES Y BENEFICIARIOS): "
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
           DISPLAY "1: AGREGAR UN DEPENDIENTE O BENEFICIARIO"
           DISPLAY "2: CAMBIAR LOS DATOS DE UNO"
           DISPLAY "3: DAR DE BAJA A UNO"
           DISPLAY "4: LISTAR LOS DEL EMPLEADO"
           DISPLAY " "
           DISPLAY "E: REGRESAR AL MENU PRINCIPAL"
           DISPLAY " "
           ACCEPT WS-RESPUESTA.

       044-EJECUTA-OPCION.
           EVALUATE WS-RESPUESTA
           WHEN "1"
                PERFORM 050-ALTA-DEPENDIENTE THRU 050-FIN
           WHEN "2"
                PERFORM 060-CAMBIO-DEPENDIENTE THRU 060-FIN
           WHEN "3"
                PERFORM 070-BAJA-DEPENDIENTE THRU 070-FIN
           WHEN "4"
                PERFORM 080-LISTA-DEPENDIENTES THRU 080-FIN
           WHEN "E"
                CONTINUE
           WHEN OTHER
                DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.
       044-FIN. EXIT.

       050-ALTA-DEPENDIENTE.
           IF EMP-INACTIVO
              DISPLAY "EL EMPLEADO ESTA DADO DE BAJA; NO SE LE "
                      "AGREGAN DEPENDIENTES."
              GO TO 050-FIN
           END-IF
           MOVE WS-ID-BUSCA TO FAM-ID-EMP
           MOVE 1           TO FAM-CONSEC
           PERFORM 052-BUSCA-CONSECUTIVO THRU 052-FIN
           MOVE FAM-CONSEC  TO WS-CONSEC-NUEVO
                               WS-CONSEC-BUSCA
           PERFORM 055-CAPTURA-DATOS THRU 055-FIN
           IF SW-CONFIRMA NOT EQUAL "Y"
              DISPLAY "OPERACION CANCELADA."
              GO TO 050-FIN
           END-IF
           MOVE WS-ID-BUSCA     TO FAM-ID-EMP
           MOVE WS-CONSEC-NUEVO TO FAM-CONSEC
           PERFORM 059-PASA-CAPTURA THRU 059-FIN
           MOVE "A"         TO FAM-STATUS
           MOVE SPACES      TO FAM-MOV-PENDIENTE
           MOVE ZEROS       TO FAM-FECHA-MOV
                               FAM-MES-ENVIO
           MOVE SPACES      TO FAM-ULT-MOV
           IF FAM-EN-POLIZA
              MOVE "A"              TO FAM-MOV-PENDIENTE
              MOVE WS-FECHA-SISTEMA TO FAM-FECHA-MOV
           END-IF
           WRITE REG-DEPENDIENTES
                INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR EL DEPENDIENTE."
                NOT INVALID KEY
                   DISPLAY "DEPENDIENTE " FAM-CONSEC " REGISTRADO."
           END-WRITE.
       050-FIN. EXIT.

      *----------------------------------------------------------------
      * MISMO RECORRIDO DE CONSECUTIVO QUE 052-BUSCA-CONSECUTIVO DE
      * INCIDEMP.CBL: EL PRIMER HUECO LIBRE DEL EMPLEADO. LAS BAJAS
      * LOGICAS CONSERVAN SU CONSECUTIVO.
      *----------------------------------------------------------------
       052-BUSCA-CONSECUTIVO.
           READ DEPENDIENTES
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   ADD 1 TO FAM-CONSEC
                   GO TO 052-BUSCA-CONSECUTIVO
           END-READ.
       052-FIN. EXIT.

      *----------------------------------------------------------------
      * CAPTURA COMPLETA DE UNA PERSONA EN LOS CAMPOS DEL REGISTRO;
      * EL PORCENTAJE SE VALIDA CONTRA LO YA DESIGNADO A LOS DEMAS
      * VIGENTES DEL EMPLEADO (WS-CONSEC-BUSCA EXCLUYE AL QUE SE
      * ESTA CAMBIANDO). DEJA LA CONFIRMACION EN SW-CONFIRMA.
      *----------------------------------------------------------------
       055-CAPTURA-DATOS.
           DISPLAY "NOMBRE(S): "
           ACCEPT FAM-NOMBRE
           DISPLAY "APELLIDO PATERNO: "
           ACCEPT FAM-APE-PAT
           DISPLAY "APELLIDO MATERNO: "
           ACCEPT FAM-APE-MAT
           IF FAM-NOMBRE EQUAL SPACES OR FAM-APE-PAT EQUAL SPACES
              DISPLAY "EL NOMBRE Y EL APELLIDO PATERNO SON "
                      "OBLIGATORIOS."
              DISPLAY " "
              GO TO 055-CAPTURA-DATOS
           END-IF
           PERFORM 056-PIDE-PARENTESCO THRU 056-FIN
           PERFORM 053-PIDE-SEXO       THRU 053-FIN
           PERFORM 057-PIDE-NACIMIENTO THRU 057-FIN
           PERFORM 058-PIDE-POLIZA     THRU 058-FIN
           PERFORM 054-PIDE-PORCENTAJE THRU 054-FIN
           DISPLAY "¿CONFIRMA LOS DATOS? (Y/N): "
           ACCEPT SW-CONFIRMA.
       055-FIN. EXIT.

       056-PIDE-PARENTESCO.
           DISPLAY "PARENTESCO (C: CONYUGE O CONCUBINO / H: HIJO / "
                   "P: PADRE O MADRE / O: OTRO): "
           ACCEPT FAM-PARENTESCO
           IF NOT FAM-PARENTESCO-VALIDO
              DISPLAY "EL PARENTESCO DEBE SER C, H, P U O."
              GO TO 056-PIDE-PARENTESCO
           END-IF.
       056-FIN. EXIT.

       053-PIDE-SEXO.
           DISPLAY "SEXO (H / M): "
           ACCEPT FAM-SEXO
           IF NOT FAM-SEXO-VALIDO
              DISPLAY "EL SEXO DEBE SER H O M."
              GO TO 053-PIDE-SEXO
           END-IF.
       053-FIN. EXIT.

       057-PIDE-NACIMIENTO.
           DISPLAY "FECHA DE NACIMIENTO (AAAAMMDD): "
           ACCEPT WS-FECHA-NAC-X
           IF WS-FECHA-NAC-X NOT NUMERIC
              DISPLAY "LA FECHA DEBE SER DE 8 DIGITOS (AAAAMMDD)."
              GO TO 057-PIDE-NACIMIENTO
           END-IF
           IF WS-NAC-MES IS LESS THAN 1 OR
              WS-NAC-MES IS GREATER THAN 12 OR
              WS-NAC-DIA IS LESS THAN 1 OR
              WS-NAC-DIA IS GREATER THAN 31 OR
              WS-NAC-ANIO IS LESS THAN 1900 OR
              WS-FECHA-NAC-9 IS GREATER THAN WS-FECHA-SISTEMA
              DISPLAY "FECHA FUERA DE RANGO."
              GO TO 057-PIDE-NACIMIENTO
           END-IF
           MOVE WS-FECHA-NAC-9 TO FAM-FECHA-NAC.
       057-FIN. EXIT.

      *----------------------------------------------------------------
      * LA POLIZA DE GASTOS MEDICOS SOLO CUBRE AL CONYUGE, LOS HIJOS
      * Y LOS PADRES; "OTRO" SOLO PUEDE SER BENEFICIARIO.
      *----------------------------------------------------------------
       058-PIDE-POLIZA.
           IF FAM-OTRO
              MOVE "N" TO FAM-ASEGURADO
              GO TO 058-FIN
           END-IF
           DISPLAY "¿VA ASEGURADO EN LA POLIZA DE GASTOS MEDICOS? "
                   "(S/N): "
           ACCEPT FAM-ASEGURADO
           IF FAM-ASEGURADO NOT EQUAL "S" AND
              FAM-ASEGURADO NOT EQUAL "N"
              DISPLAY "RESPONDA S O N."
              GO TO 058-PIDE-POLIZA
           END-IF.
       058-FIN. EXIT.

       054-PIDE-PORCENTAJE.
           PERFORM 085-SUMA-PORCENTAJES THRU 085-FIN
           DISPLAY "PORCENTAJE COMO BENEFICIARIO (0 A 100, 0 = NO ES "
                   "BENEFICIARIO; YA DESIGNADO A OTROS: "
                   WS-SUMA-PORCENTAJES "): "
           ACCEPT WS-PCT-CAPTURA
           IF WS-PCT-CAPTURA + WS-SUMA-PORCENTAJES IS GREATER THAN 100
              DISPLAY "LOS PORCENTAJES DE LOS BENEFICIARIOS NO PUEDEN "
                      "SUMAR MAS DE 100."
              GO TO 054-PIDE-PORCENTAJE
           END-IF
           MOVE WS-PCT-CAPTURA TO FAM-PCT-BENEFICIARIO.
       054-FIN. EXIT.

       059-PASA-CAPTURA.
           MOVE WS-FECHA-SISTEMA TO FAM-FECHA-REG
           MOVE LK-OPERADOR-ID   TO FAM-OPERADOR.
       059-FIN. EXIT.

       060-CAMBIO-DEPENDIENTE.
           PERFORM 065-PIDE-CONSECUTIVO THRU 065-FIN
           IF SW-ENCONTRO NOT EQUAL "S"
              GO TO 060-FIN
           END-IF
           PERFORM 082-MUESTRA-DEPENDIENTE THRU 082-FIN
           MOVE FAM-ASEGURADO TO WS-ASEGURADO-ANTES
           DISPLAY "TECLEE LOS NUEVOS DATOS:"
           PERFORM 055-CAPTURA-DATOS THRU 055-FIN
           IF SW-CONFIRMA NOT EQUAL "Y"
              DISPLAY "OPERACION CANCELADA."
              GO TO 060-FIN
           END-IF
           PERFORM 059-PASA-CAPTURA THRU 059-FIN
           PERFORM 075-AJUSTA-MOVIMIENTO THRU 075-FIN
           REWRITE REG-DEPENDIENTES
                INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL DEPENDIENTE."
                NOT INVALID KEY
                   DISPLAY "DEPENDIENTE ACTUALIZADO."
           END-REWRITE.
       060-FIN. EXIT.

      *----------------------------------------------------------------
      * PIDE EL CONSECUTIVO Y LEE EL RENGLON; SOLO LOS VIGENTES SE
      * CAMBIAN O SE DAN DE BAJA.
      *----------------------------------------------------------------
       065-PIDE-CONSECUTIVO.
           MOVE "N" TO SW-ENCONTRO
           DISPLAY "CONSECUTIVO DEL DEPENDIENTE (VER LISTADO): "
           ACCEPT WS-CONSEC-BUSCA
           MOVE WS-ID-BUSCA     TO FAM-ID-EMP
           MOVE WS-CONSEC-BUSCA TO FAM-CONSEC
           READ DEPENDIENTES
                INVALID KEY
                   DISPLAY "NO EXISTE ESE CONSECUTIVO PARA EL EMPLEADO."
                   GO TO 065-FIN
           END-READ
           IF FAM-DADO-DE-BAJA
              DISPLAY "ESE DEPENDIENTE YA ESTA DADO DE BAJA."
              GO TO 065-FIN
           END-IF
           MOVE "S" TO SW-ENCONTRO.
       065-FIN. EXIT.

       070-BAJA-DEPENDIENTE.
           PERFORM 065-PIDE-CONSECUTIVO THRU 065-FIN
           IF SW-ENCONTRO NOT EQUAL "S"
              GO TO 070-FIN
           END-IF
           PERFORM 082-MUESTRA-DEPENDIENTE THRU 082-FIN
           DISPLAY "¿CONFIRMA LA BAJA? SALE DE LA POLIZA Y DE LOS "
                   "BENEFICIARIOS (Y/N): "
           ACCEPT SW-CONFIRMA
           IF SW-CONFIRMA NOT EQUAL "Y"
              DISPLAY "OPERACION CANCELADA."
              GO TO 070-FIN
           END-IF
           MOVE FAM-ASEGURADO        TO WS-ASEGURADO-ANTES
           MOVE FAM-PCT-BENEFICIARIO TO WS-PCT-ANTES
           MOVE "N"           TO FAM-ASEGURADO
           MOVE "B"           TO FAM-STATUS
           MOVE ZEROS         TO FAM-PCT-BENEFICIARIO
           PERFORM 059-PASA-CAPTURA THRU 059-FIN
           PERFORM 075-AJUSTA-MOVIMIENTO THRU 075-FIN
           REWRITE REG-DEPENDIENTES
                INVALID KEY
                   DISPLAY "NO SE PUDO DAR DE BAJA AL DEPENDIENTE."
                NOT INVALID KEY
                   DISPLAY "DEPENDIENTE DADO DE BAJA."
                   IF WS-PCT-ANTES IS GREATER THAN ZEROS
                      DISPLAY "REVISE LA DESIGNACION DE BENEFICIARIOS "
                              "DE LOS DEMAS."
                   END-IF
           END-REWRITE.
       070-FIN. EXIT.

      *----------------------------------------------------------------
      * MOVIMIENTO DE LA POLIZA PENDIENTE DE ENVIO: ENTRAR A LA POLIZA
      * ES UN ALTA Y SALIR UNA BAJA; SI EL MOVIMIENTO CONTRARIO NO SE
      * HABIA ENVIADO TODAVIA, SE CANCELAN ENTRE SI Y LA ASEGURADORA
      * NO SE ENTERA.
      *----------------------------------------------------------------
       075-AJUSTA-MOVIMIENTO.
           IF WS-ASEGURADO-ANTES EQUAL FAM-ASEGURADO
              GO TO 075-FIN
           END-IF
           IF FAM-EN-POLIZA
              IF FAM-BAJA-PENDIENTE
                 MOVE SPACES TO FAM-MOV-PENDIENTE
                 MOVE ZEROS  TO FAM-FECHA-MOV
              ELSE
                 MOVE "A"              TO FAM-MOV-PENDIENTE
                 MOVE WS-FECHA-SISTEMA TO FAM-FECHA-MOV
              END-IF
           ELSE
              IF FAM-ALTA-PENDIENTE
                 MOVE SPACES TO FAM-MOV-PENDIENTE
                 MOVE ZEROS  TO FAM-FECHA-MOV
              ELSE
                 MOVE "B"              TO FAM-MOV-PENDIENTE
                 MOVE WS-FECHA-SISTEMA TO FAM-FECHA-MOV
              END-IF
           END-IF.
       075-FIN. EXIT.

       080-LISTA-DEPENDIENTES.
           MOVE ZEROS TO WS-CONT-VIGENTES
                         WS-SUMA-PORCENTAJES
           MOVE WS-ID-BUSCA TO FAM-ID-EMP
           MOVE ZEROS       TO FAM-CONSEC
           START DEPENDIENTES KEY IS GREATER THAN OR EQUAL FAM-LLAVE
                 INVALID KEY
                    DISPLAY "EL EMPLEADO NO TIENE DEPENDIENTES NI "
                            "BENEFICIARIOS CAPTURADOS."
                    GO TO 080-FIN
           END-START
           MOVE SPACES TO SW-FIN
           PERFORM 081-LEE-DEPENDIENTE THRU 081-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           IF WS-SUMA-PORCENTAJES EQUAL ZEROS
              DISPLAY "SIN BENEFICIARIOS DESIGNADOS."
           ELSE
              IF WS-SUMA-PORCENTAJES NOT EQUAL 100
                 DISPLAY "ATENCION: LOS PORCENTAJES DE LOS "
                         "BENEFICIARIOS SUMAN " WS-SUMA-PORCENTAJES
                         " Y DEBEN SUMAR 100."
              END-IF
           END-IF.
       080-FIN. EXIT.

       081-LEE-DEPENDIENTE.
           READ DEPENDIENTES NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 081-FIN
           END-READ
           IF FAM-ID-EMP NOT EQUAL WS-ID-BUSCA
              MOVE "FIN" TO SW-FIN
              GO TO 081-FIN
           END-IF
           IF FAM-VIGENTE
              ADD 1                    TO WS-CONT-VIGENTES
              ADD FAM-PCT-BENEFICIARIO TO WS-SUMA-PORCENTAJES
           END-IF
           PERFORM 082-MUESTRA-DEPENDIENTE THRU 082-FIN.
       081-FIN. EXIT.

       082-MUESTRA-DEPENDIENTE.
           DISPLAY FAM-CONSEC ": " FAM-NOMBRE " " FAM-APE-PAT " "
                   FAM-APE-MAT
           DISPLAY "    PARENTESCO: " FAM-PARENTESCO
                   "  SEXO: " FAM-SEXO
                   "  NACIO: " FAM-FECHA-NAC
                   "  POLIZA GMM: " FAM-ASEGURADO
                   "  BENEFICIARIO: " FAM-PCT-BENEFICIARIO "%"
                   "  STATUS: " FAM-STATUS
                   "  ENVIO PENDIENTE: " FAM-MOV-PENDIENTE.
       082-FIN. EXIT.

      *----------------------------------------------------------------
      * SUMA LOS PORCENTAJES DE BENEFICIARIO DE LOS DEMAS VIGENTES DEL
      * EMPLEADO, SIN TOCAR EL RENGLON QUE SE ESTA CAPTURANDO: SE
      * RECORRE CON UNA COPIA DEL REGISTRO Y SE RESTAURA AL FINAL.
      *----------------------------------------------------------------
       085-SUMA-PORCENTAJES.
           MOVE REG-DEPENDIENTES TO WS-REG-RESPALDO
           MOVE ZEROS TO WS-SUMA-PORCENTAJES
           MOVE WS-ID-BUSCA TO FAM-ID-EMP
           MOVE ZEROS       TO FAM-CONSEC
           START DEPENDIENTES KEY IS GREATER THAN OR EQUAL FAM-LLAVE
                 INVALID KEY
                    GO TO 085-RESTAURA
           END-START
           MOVE SPACES TO SW-FIN
           PERFORM 086-SUMA-UNO THRU 086-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       085-RESTAURA.
           MOVE WS-REG-RESPALDO TO REG-DEPENDIENTES.
       085-FIN. EXIT.

       086-SUMA-UNO.
           READ DEPENDIENTES NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 086-FIN
           END-READ
           IF FAM-ID-EMP NOT EQUAL WS-ID-BUSCA
              MOVE "FIN" TO SW-FIN
              GO TO 086-FIN
           END-IF
           IF FAM-VIGENTE AND FAM-CONSEC NOT EQUAL WS-CONSEC-BUSCA
              ADD FAM-PCT-BENEFICIARIO TO WS-SUMA-PORCENTAJES
           END-IF.
       086-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 DEPENDIENTES.
       090-FIN. EXIT.
