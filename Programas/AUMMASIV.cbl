      *   DIARIO INTEGRADO EN BD-SDI.TXT (SDICALCP), CONSERVANDO LA
      *   PARTE VARIABLE QUE HAYA DEJADO SDIBIM, IGUAL QUE APRUEBA
      *   AL AUTORIZAR UN CAMBIO DE SUELDO INDIVIDUAL.
      * - EL SUELDO NUEVO QUE QUEDA DEBAJO DEL SALARIO MINIMO
      *   VIGENTE DE LA ZONA DE LA PLANTA SE EXCLUYE DEL AUMENTO Y
      *   SE REPORTA, COMO EL QUE QUEDA FUERA DE BANDA.
      * - CADA AUMENTO APLICADO QUEDA CON SU FECHA DE VIGENCIA EN
      *   BD-HIST-SUELDOS.TXT (HSUWRTP).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                AUMMASIV.
           COPY CAMBSEL.
           COPY TCSEL.
           COPY SDISEL.
           COPY PLTSEL.
           COPY SMGSEL.
           COPY HSUSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY CAMBFD.
           COPY TCFD.
           COPY SDIFD.
           COPY PLTFD.
           COPY SMGFD.
           COPY HSUFD.

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY TCRUTA.
           COPY SDIFS.
           COPY SDIRUTA.
           COPY PLTFS.
           COPY PLTRUTA.
           COPY SMGFS.
           COPY SMGRUTA.
           COPY HSUFS.
           COPY HSURUTA.

       01  WS-OPCION-SELECCION     PIC X(01).
           88 SELECCION-DEPTO             VALUE "D".
           PERFORM 051-OBTIENE-RUTA-TIPO-CAMBIO THRU 051-FIN
           PERFORM 075-OBTIENE-RUTA-SDI         THRU 075-FIN
           PERFORM 052-CARGA-TIPO-CAMBIO        THRU 052-FIN
           PERFORM 056-OBTIENE-RUTA-PLANTAS     THRU 056-FIN
           PERFORM 130-OBTIENE-RUTA-SAL-MINIMO  THRU 130-FIN
           PERFORM 131-CARGA-SAL-MINIMO         THRU 131-FIN
           PERFORM 171-OBTIENE-RUTA-HIST-SUELDOS THRU 171-FIN
           IF NOT SAL-MINIMO-CARGADO
              DISPLAY "SIN BD-SALARIO-MINIMO.TXT VIGENTE: LOS SUELDOS "
                      "NUEVOS NO SE VALIDAN CONTRA EL SALARIO MINIMO."
           END-IF
           IF NOT TIPO-CAMBIO-CARGADO
              DISPLAY "SIN TIPO DE CAMBIO CARGADO: LOS SUELDOS USD "
                      "SE EXCLUYEN DEL AUMENTO."
           PERFORM 040-RECORRE-EMPLEADOS        THRU 040-FIN
           DISPLAY " "
           DISPLAY "EMPLEADOS AFECTADOS : " WS-CONT-AFECTADOS
           DISPLAY "EXCLUIDOS           : " WS-CONT-EXCLUIDOS
           IF WS-CONT-AFECTADOS EQUAL ZEROS
              DISPLAY "NO HAY EMPLEADOS QUE APLICAR."
              PERFORM 090-CIERRA-ARCHIVOS THRU 090-FIN
           COPY TCCARGP.
           COPY SDIRUTAP.
           COPY SDICALCP.
           COPY PLTRUTAP.
           COPY SMGRUTAP.
           COPY SMGCARGP.
           COPY SMGVALP.
           COPY HSURUTAP.
           COPY HSUWRTP.

       028-ABRE-OPERADORES.
           OPEN INPUT OPERADORES
              CLOSE ARCHIVO-SDI
              OPEN I-O ARCHIVO-SDI
           END-IF
           OPEN INPUT  PLANTAS
           OPEN I-O    HIST-SUELDOS
           IF FS-HIST-SUELDOS-NO-EXISTE
              OPEN OUTPUT HIST-SUELDOS
              CLOSE HIST-SUELDOS
              OPEN I-O HIST-SUELDOS
           END-IF
           IF NOT FS-EMPLEADOS-OK OR NOT FS-PUESTOS-OK
              OR NOT FS-AUDITORIA-OK OR NOT FS-CAMBIOS-OK
              OR NOT FS-SDI-OK OR NOT FS-PLANTAS-OK
              OR NOT FS-HIST-SUELDOS-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              GOBACK
           END-IF.
              IF NOT MODO-APLICA
                 MOVE WS-SALARIO       TO WS-OLD-SALARIO-ED
                 MOVE WS-SALARIO-NUEVO TO WS-NEW-SALARIO-ED
                 EVALUATE TRUE
                 WHEN SW-USD-SIN-TC EQUAL "S"
                    DISPLAY "  " WS-ID-EMP " " WS-NOMBRE-EMP " "
                            WS-OLD-SALARIO-ED " -> "
                            WS-NEW-SALARIO-ED
                            "  ** USD SIN TIPO DE CAMBIO, "
                            "SE EXCLUYE **"
                 WHEN SUELDO-BAJO-MINIMO
                    DISPLAY "  " WS-ID-EMP " " WS-NOMBRE-EMP " "
                            WS-OLD-SALARIO-ED " -> "
                            WS-NEW-SALARIO-ED
                            "  ** DEBAJO DEL SALARIO MINIMO, "
                            "SE EXCLUYE **"
                 WHEN OTHER
                    DISPLAY "  " WS-ID-EMP " " WS-NOMBRE-EMP " "
                            WS-OLD-SALARIO-ED " -> "
                            WS-NEW-SALARIO-ED
                            "  ** FUERA DE BANDA, SE EXCLUYE **"
                 END-EVALUATE
                 ADD 1 TO WS-CONT-EXCLUIDOS
              END-IF
              GO TO 050-SIGUE
      * SE CONVIERTE CON EL TIPO DE CAMBIO DEL DIA ANTES DE
      * COMPARARSE; SIN TIPO DE CAMBIO CARGADO EL EMPLEADO USD SE
      * EXCLUYE DEL AUMENTO, AVISANDOLO. UN PUESTO INEXISTENTE
      * TAMBIEN EXCLUYE AL EMPLEADO, IGUAL QUE UN SUELDO NUEVO DEBAJO
      * DEL SALARIO MINIMO DE LA ZONA DE SU PLANTA.
      *----------------------------------------------------------------
       055-VALIDA-BANDA.
           MOVE "N" TO SW-FUERA-BANDA
           MOVE "N" TO SW-USD-SIN-TC
           MOVE "N" TO SW-BAJO-MINIMO
           MOVE WS-PUESTO TO REG-PUESTO-COD
           READ PUESTOS
                INVALID KEY
              WS-SALARIO-NUEVO-MXN IS GREATER THAN
                                            REG-PUESTO-SAL-MAX
              MOVE "S" TO SW-FUERA-BANDA
              GO TO 055-FIN
           END-IF
           MOVE WS-SALARIO-NUEVO-MXN TO WS-SMG-SALARIO-COMPARA
           PERFORM 134-VALIDA-SAL-MINIMO THRU 134-FIN
           IF SUELDO-BAJO-MINIMO
              MOVE "S" TO SW-FUERA-BANDA
           END-IF.
       055-FIN. EXIT.

                 PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN
                 PERFORM 076-CALCULA-SDI-FIJO THRU 076-FIN
                 PERFORM 078-GRABA-SDI-FIJO   THRU 078-FIN
                 ACCEPT WS-HSU-FECHA-VIG FROM DATE YYYYMMDD
                 MOVE "AUMMASIV"     TO WS-HSU-ORIGEN
                 MOVE WS-OPERADOR-ID TO WS-HSU-OPERADOR
                 PERFORM 172-REGISTRA-HIST-SUELDO THRU 172-FIN
                 ADD 1 TO WS-CONT-APLICADOS
           END-REWRITE.
       060-APL-FIN. EXIT.
                 PUESTOS
                 AUDITORIA
                 CAMBIOS
                 ARCHIVO-SDI
                 PLANTAS
                 HIST-SUELDOS.
       090-FIN. EXIT.
