      *                EVENTO QUEDA EN BD-AUDITORIA.TXT. SE LLAMA
      *                DESDE EL MENU DE CRUD-EMP CON LA MISMA
      *                CONVENCION DE LK-STATUS QUE ALTAEMP/BAJAEMP.
      *----------------------------------------------------------------
      * MODIFICACIONES:
      * - SI EL REINGRESO EXCEDE LAS PLAZAS AUTORIZADAS DEL
      *   DEPARTAMENTO/PUESTO (BD-PLAZAS.TXT) NO SE APLICA: VA A LA
      *   COLA DE APRUEBA COMO TIPO R.
      * - EL REINGRESO APLICADO DEJA EN BD-HIST-SUELDOS.TXT EL
      *   SUELDO CON QUE REGRESA EL EMPLEADO, VIGENTE DESDE LA FECHA
      *   DEL REINGRESO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                REINGEMP.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY AUDSEL.
           COPY PENDSEL.
           COPY PLZSEL.
           COPY HSUSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY AUDFD.
           COPY PENDFD.
           COPY PLZFD.
           COPY HSUFD.

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPRUTA.
           COPY AUDFS.
           COPY AUDRUTA.
           COPY PENDFS.
           COPY PENDRUTA.
           COPY PLZFS.
           COPY PLZRUTA.
           COPY HSUFS.
           COPY HSURUTA.

       01  WS-ID-BUSCA            PIC 9(04).
       01  SW-ENCONTRO            PIC X(01)     VALUE "N".
       01  SW-CONSERVA-ANTIG      PIC X(01).
       01  SW-CONFIRMA            PIC X(01).
       01  WS-FECHA-SISTEMA       PIC 9(08).
       01  WS-FECHA-SISTEMA-R REDEFINES WS-FECHA-SISTEMA.
           05 WS-SIS-ANIO         PIC 9(04).
           05 FILLER              PIC 9(04).

       LINKAGE SECTION.
       01  LK-INDEX               PIC 9(04).
           MOVE "0" TO LK-STATUS
           PERFORM 015-OBTIENE-RUTA-DATOS THRU 015-FIN
           PERFORM 021-OBTIENE-RUTA-AUDITORIA THRU 021-FIN
           PERFORM 057-OBTIENE-RUTA-PENDIENTES THRU 057-FIN
           PERFORM 145-OBTIENE-RUTA-PLAZAS THRU 145-FIN
           PERFORM 171-OBTIENE-RUTA-HIST-SUELDOS THRU 171-FIN
           PERFORM 020-ABRE-ARCHIVOS   THRU 020-FIN
           IF OPERACION-FALLIDA
              GOBACK
           COPY EMPRUTAP.
           COPY AUDRUTAP.
           COPY AUDWRTP.
           COPY PENDRUTAP.
           COPY PLZRUTAP.
           COPY PLZVALP.
           COPY HSURUTAP.
           COPY HSUWRTP.

       020-ABRE-ARCHIVOS.
           OPEN I-O    EMPLEADOS
           OPEN EXTEND AUDITORIA
           OPEN I-O PENDIENTES
           IF FS-PENDIENTES-NO-EXISTE
              OPEN OUTPUT PENDIENTES
              CLOSE PENDIENTES
              OPEN I-O PENDIENTES
           END-IF
           OPEN INPUT PLAZAS
           IF FS-PLAZAS-OK
              MOVE "S" TO SW-HAY-PLAZAS
           ELSE
              MOVE "N" TO SW-HAY-PLAZAS
           END-IF
           OPEN I-O HIST-SUELDOS
           IF FS-HIST-SUELDOS-NO-EXISTE
              OPEN OUTPUT HIST-SUELDOS
              CLOSE HIST-SUELDOS
              OPEN I-O HIST-SUELDOS
           END-IF
           IF NOT FS-EMPLEADOS-OK OR NOT FS-AUDITORIA-OK
              OR NOT FS-PENDIENTES-OK OR NOT FS-HIST-SUELDOS-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              MOVE "1" TO LK-STATUS
           END-IF.
      * EL REGISTRO ORIGINAL SE CONSERVA TAL CUAL (MISMA CLAVE, MISMO
      * HISTORIAL EN BITACORA); SOLO CAMBIAN EL ESTATUS, LA FECHA DE
      * BAJA Y, SI EL OPERADOR DECIDE QUE LA ANTIGUEDAD NO CUENTA, LA
      * FECHA DE ALTA. SI EL REGRESO EXCEDE LAS PLAZAS AUTORIZADAS DEL
      * DEPARTAMENTO/PUESTO EN BD-PLAZAS.TXT NO SE APLICA: EL REGISTRO
      * YA REACTIVADO VA A LA COLA DE APRUEBA COMO TIPO "R" Y SOLO UN
      * ADMINISTRADOR PUEDE AUTORIZARLO.
      *----------------------------------------------------------------
       050-REINGRESA.
           DISPLAY "EMPLEADO: " WS-NOMBRE-EMP " " WS-APE-PAT-EMP
           IF SW-CONSERVA-ANTIG EQUAL "N"
              MOVE WS-FECHA-SISTEMA TO WS-FECHA-ALTA
           END-IF
           MOVE WS-DEPARTAMENTO TO WS-PLZ-DEPTO-BUSCA
           MOVE WS-PUESTO       TO WS-PLZ-PUESTO-BUSCA
           MOVE WS-SIS-ANIO     TO WS-PLZ-ANIO-BUSCA
           MOVE WS-ID-EMP       TO WS-PLZ-EXCLUYE-ID
           PERFORM 146-VALIDA-PLAZA THRU 146-FIN
           IF PLAZA-EXCEDIDA
              DISPLAY "EL REINGRESO EXCEDE LAS PLAZAS AUTORIZADAS ("
                      WS-PLZ-OCUPADAS " OCUPADAS DE "
                      WS-PLZ-AUTORIZADAS ")."
              PERFORM 055-ENVIA-AUTORIZACION THRU 055-FIN
              GO TO 050-FIN
           END-IF
           REWRITE REG-EMPLEADOS FROM WS-DATOS-EMPLEADO
              INVALID KEY
                 DISPLAY "NO SE PUDO REINGRESAR AL EMPLEADO "
              NOT INVALID KEY
                 MOVE "REINGR" TO WS-AUD-OPERACION
                 PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN
                 MOVE WS-FECHA-SISTEMA TO WS-HSU-FECHA-VIG
                 MOVE "REINGEMP"       TO WS-HSU-ORIGEN
                 MOVE WS-AUD-OPERADOR  TO WS-HSU-OPERADOR
                 PERFORM 172-REGISTRA-HIST-SUELDO THRU 172-FIN
                 DISPLAY "EMPLEADO " WS-ID-BUSCA " REINGRESADO."
           END-REWRITE.
       050-FIN. EXIT.

      *----------------------------------------------------------------
      * MISMO ENVIO A LA COLA QUE 058-ENVIA-AUTORIZACION DE CAMBIOEMP:
      * FOLIO SIGUIENTE LIBRE, EL REGISTRO TAL COMO QUEDARIA Y EL
      * SUELDO VIGENTE COMO ANTERIOR (EL REINGRESO NO LO CAMBIA).
      *----------------------------------------------------------------
       055-ENVIA-AUTORIZACION.
           MOVE 1 TO PEND-FOLIO
           PERFORM 056-BUSCA-FOLIO THRU 056-FIN
           MOVE "R"                 TO PEND-TIPO
           MOVE WS-AUD-OPERADOR     TO PEND-OPERADOR-CAP
           MOVE WS-FECHA-SISTEMA    TO PEND-FECHA-CAPTURA
           MOVE "P"                 TO PEND-STATUS
           MOVE WS-DATOS-EMPLEADO   TO PEND-DATOS-EMPLEADO
           MOVE WS-SALARIO          TO PEND-SALARIO-ANT
           WRITE REG-PENDIENTES
                INVALID KEY
                   DISPLAY "NO SE PUDO ENVIAR EL REINGRESO A "
                           "AUTORIZACION."
                NOT INVALID KEY
                   DISPLAY "REINGRESO DEL EMPLEADO " WS-ID-BUSCA
                           " ENVIADO A AUTORIZACION CON FOLIO "
                           PEND-FOLIO "."
           END-WRITE.
       055-FIN. EXIT.

       056-BUSCA-FOLIO.
           READ PENDIENTES
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   ADD 1 TO PEND-FOLIO
                   GO TO 056-BUSCA-FOLIO
           END-READ.
       056-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 AUDITORIA
                 PENDIENTES
                 HIST-SUELDOS
           IF HAY-PLAZAS
              CLOSE PLAZAS
           END-IF.
       090-FIN. EXIT.
