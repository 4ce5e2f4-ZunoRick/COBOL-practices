      *                REPORTAN EN PANTALLA Y NO DETIENEN LA CARGA.
      *                WS-FECHA-ALTA SE GRABA CON LA FECHA DEL SISTEMA
      *                AL MOMENTO DE LA CORRIDA, IGUAL QUE EN ALTAEMP.
      *----------------------------------------------------------------
      * MODIFICACIONES:
      * - EL SUELDO DE CADA RENGLON SE VALIDA ADEMAS CONTRA EL
      *   SALARIO MINIMO DE LA ZONA DE SU PLANTA (BD-SALARIO-
      *   MINIMO.TXT), IGUAL QUE EN ALTAEMP.
      * - CADA ALTA DE LA CARGA DEJA SU SUELDO INICIAL EN BD-HIST-
      *   SUELDOS.TXT, VIGENTE DESDE LA FECHA DE ALTA (HSUWRTP).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                CARGAEMP.
           COPY CIERRESEL.
           COPY TCSEL.
           COPY PLTSEL.
           COPY SMGSEL.
           COPY HSUSEL.
           SELECT ARCHIVO-CARGA
           ASSIGN TO WS-RUTA-CARGA
           ORGANIZATION IS LINE SEQUENTIAL
           COPY CIERREFD.
           COPY TCFD.
           COPY PLTFD.
           COPY SMGFD.
           COPY HSUFD.

       FD  ARCHIVO-CARGA
           RECORD CONTAINS 170 CHARACTERS.
           COPY TCRUTA.
           COPY PLTFS.
           COPY PLTRUTA.
           COPY SMGFS.
           COPY SMGRUTA.
           COPY HSUFS.
           COPY HSURUTA.

       01  WS-RUTA-CARGA           PIC X(80).
       01  WS-FS-CARGA             PIC X(02)     VALUE "00".
           PERFORM 051-OBTIENE-RUTA-TIPO-CAMBIO THRU 051-FIN
           PERFORM 052-CARGA-TIPO-CAMBIO       THRU 052-FIN
           PERFORM 056-OBTIENE-RUTA-PLANTAS    THRU 056-FIN
           PERFORM 130-OBTIENE-RUTA-SAL-MINIMO THRU 130-FIN
           PERFORM 131-CARGA-SAL-MINIMO        THRU 131-FIN
           PERFORM 171-OBTIENE-RUTA-HIST-SUELDOS THRU 171-FIN
           IF NOT SAL-MINIMO-CARGADO
              DISPLAY "SIN BD-SALARIO-MINIMO.TXT VIGENTE: EL SUELDO NO "
                      "SE VALIDA CONTRA EL SALARIO MINIMO."
           END-IF
           PERFORM 023-CALCULA-RANGO-ANIOS     THRU 023-FIN
           PERFORM 012-VALIDA-VENTANA-CIERRE   THRU 012-FIN
           IF VENTANA-CERRADA
           COPY TCRUTAP.
           COPY TCCARGP.
           COPY PLTRUTAP.
           COPY SMGRUTAP.
           COPY SMGCARGP.
           COPY SMGVALP.
           COPY HSURUTAP.
           COPY HSUWRTP.

      *----------------------------------------------------------------
      * CIERRA LA CARGA MASIVA EN FIN DE SEMANA Y, SI NO CAE AHI,
                       PUESTOS
                       PLANTAS
                       ARCHIVO-CARGA
           OPEN EXTEND AUDITORIA
           OPEN I-O HIST-SUELDOS
           IF FS-HIST-SUELDOS-NO-EXISTE
              OPEN OUTPUT HIST-SUELDOS
              CLOSE HIST-SUELDOS
              OPEN I-O HIST-SUELDOS
           END-IF.
       030-FIN. EXIT.

       040-LEE-CARGA.
                      "RANGO DEL PUESTO."
              SET RENGLON-INVALIDO TO TRUE
              GO TO 065-FIN
           END-IF
           MOVE WS-SALARIO-MXN TO WS-SMG-SALARIO-COMPARA
           PERFORM 134-VALIDA-SAL-MINIMO THRU 134-FIN
           IF SUELDO-BAJO-MINIMO
              DISPLAY "RENGLON " WS-CONTADOR-RENGLONES
                      " RECHAZADO: EL SUELDO ES MENOR AL SALARIO "
                      "MINIMO DE LA ZONA."
              SET RENGLON-INVALIDO TO TRUE
              GO TO 065-FIN
           END-IF.
       065-FIN. EXIT.

                   ADD 1 TO WS-CONTADOR-ALTAS
                   MOVE "ALTA" TO WS-AUD-OPERACION
                   PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN
                   MOVE WS-FECHA-ALTA   TO WS-HSU-FECHA-VIG
                   MOVE "ALTA"          TO WS-HSU-ORIGEN
                   MOVE "CARGAEMP"      TO WS-HSU-OPERADOR
                   PERFORM 172-REGISTRA-HIST-SUELDO THRU 172-FIN
           END-WRITE.
       070-FIN. EXIT.

                 PUESTOS
                 PLANTAS
                 ARCHIVO-CARGA
                 AUDITORIA
                 HIST-SUELDOS.
       090-FIN. EXIT.
