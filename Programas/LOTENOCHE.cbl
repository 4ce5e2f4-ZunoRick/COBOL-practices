      *                 DEPENDE DE CORRER LOS PASOS A MANO Y EN
      *                 ORDEN: EL RESPALDO (RESPALDA, QUE ABRE LA
      *                 NOCHE Y SIN MODO TECLEADO ASUME RESPALDAR),
      *                 LOS CAMBIOS PROGRAMADOS QUE VENCEN (APLIPROG,
      *                 YA CON EL RESPALDO TOMADO Y ANTES DE LAS
      *                 INTERFACES, PARA QUE ESTAS LOS REFLEJEN),
      *                 LA ANONIMIZACION DE LAS BAJAS CUYA RETENCION
      *                 YA VENCIO (ANONEMP, TAMBIEN YA RESPALDADO),
      *                 EL PASO A DESCUENTO VIA NOMINA DE LOS
      *                 ANTICIPOS DE VIATICOS NO COMPROBADOS EN SU
      *                 PLAZO (VIATDESC, QUE DEJA LOS PRESTAMOS ANTES
      *                 DE LAS INTERFACES), LAS INTERFACES Y
      *                 REPORTES (NOMIEXP, LA
      *                 PLANTILLA PARA LOS RELOJES CHECADORES CON
      *                 RELOJEXP, RECONHR, IMPRIMEMP, REPDEPTO) Y
      *                 LOS CIERRES
      *                 DE CONTROL (INTEGEMP, LA CADENA DE SELLOS DE
      *                 LAS BITACORAS CON VERIBIT Y CIERREDIA) SE
      *                 EJECUTAN EN SECUENCIA VIA CALL (IMPRIMEMP CON
      *                 LA MISMA CONVENCION DE LK-STATUS QUE REVISA
      *                 042-VERIFICA-LLAMADA DE CRUD-EMP; LOS DEMAS
      *                 NO RECIBEN PARAMETROS Y AVISAN SU PROPIA
      *                 FALLA CON RETURN-CODE 8 EN SUS SALIDAS DE
      *                 RESPETA EL CICLO DE VIDA DEL PERIODO Y
      *                 DISPERSA CORRIDAS ESPECIALES, ES UNA CORRIDA
      *                 ATENDIDA DE TESORERIA, NO UN PASO SIN
      *                 DIALOGO. AL FINAL, YA CERRADO EL DIA, VA EL
      *                 PRONOSTICO DE FONDEO DE TESORERIA (FONDEO),
      *                 PARA QUE CADA MANANA ESTE AL DIA LO QUE HAY
      *                 QUE PEDIR A CADA BANCO; COMO ULTIMO PASO, SU
      *                 FALLA NUNCA DETIENE LOS CIERRES DE CONTROL.
      *----------------------------------------------------------------
      * MODIFICACIONES:
      * - IMPRIMEMP SE LLAMA CON EL ROL DE CONSULTA (WS-ROL-LOTE)
      *   PARA QUE EL LISTADO NOCTURNO SALGA CON EL SUELDO
      *   ENMASCARADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                LOTENOCHE.
      * P = PENDIENTE, B = BIEN, M = MAL.
      *----------------------------------------------------------------
       01  WS-TABLA-PASOS.
           05 WS-PASO-REN OCCURS 13 TIMES.
              10 WS-PASO-PROGRAMA  PIC X(09).
              10 WS-PASO-FECHA     PIC 9(08).
              10 WS-PASO-HORA-INI  PIC 9(06).
           88 CALL-EXITOSA                VALUE "0".
           88 CALL-FALLIDA                VALUE "1".

      * EL LOTE NO TIENE OPERADOR: EL LISTADO DE IMPRIMEMP SE PIDE
      * CON EL ROL DE CONSULTA Y SALE CON LOS DATOS ENMASCARADOS.
       01  WS-ROL-LOTE             PIC X(01)    VALUE "L".

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS     THRU 015-FIN
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WS-PASO-INICIAL TO WS-IDX
           PERFORM 050-EJECUTA-PASO           THRU 050-FIN
                   UNTIL WS-IDX IS GREATER THAN 13 OR
                         SW-HUBO-FALLA EQUAL "S"
           PERFORM 070-GRABA-CORRIDA          THRU 070-FIN
           MOVE ZEROS TO RETURN-CODE
                      "VUELVA A INVOCAR: RETOMARA DESDE AHI."
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY "LOTE NOCTURNO COMPLETO: LOS 13 PASOS EN BIEN."
           END-IF
           GOBACK.


       020-ARMA-TABLA.
           MOVE "RESPALDA"  TO WS-PASO-PROGRAMA (1)
           MOVE "APLIPROG"  TO WS-PASO-PROGRAMA (2)
           MOVE "ANONEMP"   TO WS-PASO-PROGRAMA (3)
           MOVE "VIATDESC"  TO WS-PASO-PROGRAMA (4)
           MOVE "NOMIEXP"   TO WS-PASO-PROGRAMA (5)
           MOVE "RELOJEXP"  TO WS-PASO-PROGRAMA (6)
           MOVE "RECONHR"   TO WS-PASO-PROGRAMA (7)
           MOVE "IMPRIMEMP" TO WS-PASO-PROGRAMA (8)
           MOVE "REPDEPTO"  TO WS-PASO-PROGRAMA (9)
           MOVE "INTEGEMP"  TO WS-PASO-PROGRAMA (10)
           MOVE "VERIBIT"   TO WS-PASO-PROGRAMA (11)
           MOVE "CIERREDIA" TO WS-PASO-PROGRAMA (12)
           MOVE "FONDEO"    TO WS-PASO-PROGRAMA (13)
           MOVE 1 TO WS-IDX
           PERFORM 022-INICIA-PASO THRU 022-FIN
                   UNTIL WS-IDX IS GREATER THAN 13.
       020-FIN. EXIT.

       022-INICIA-PASO.
      *----------------------------------------------------------------
       034-ACOMODA-CORRIDA.
           IF COR-PASO IS GREATER THAN ZEROS AND
              COR-PASO IS LESS THAN OR EQUAL 13 AND
              COR-PROGRAMA EQUAL WS-PASO-PROGRAMA (COR-PASO)
              MOVE COR-FECHA     TO WS-PASO-FECHA (COR-PASO)
              MOVE COR-HORA-INI  TO WS-PASO-HORA-INI (COR-PASO)
           MOVE ZEROS TO WS-PASO-INICIAL
           MOVE 1 TO WS-IDX
           PERFORM 042-BUSCA-PENDIENTE THRU 042-FIN
                   UNTIL WS-IDX IS GREATER THAN 13 OR
                         WS-PASO-INICIAL IS GREATER THAN ZEROS
           IF WS-PASO-INICIAL EQUAL ZEROS
              MOVE 1 TO WS-PASO-INICIAL
              MOVE 1 TO WS-IDX
              PERFORM 022-INICIA-PASO THRU 022-FIN
                      UNTIL WS-IDX IS GREATER THAN 13
           ELSE
              IF WS-PASO-INICIAL EQUAL 1 AND
                 WS-PASO-RESULTADO (1) EQUAL "P" AND
                 WS-PASO-RESULTADO (4) EQUAL "P" AND
                 WS-PASO-RESULTADO (5) EQUAL "P" AND
                 WS-PASO-RESULTADO (6) EQUAL "P" AND
                 WS-PASO-RESULTADO (7) EQUAL "P" AND
                 WS-PASO-RESULTADO (8) EQUAL "P" AND
                 WS-PASO-RESULTADO (9) EQUAL "P" AND
                 WS-PASO-RESULTADO (10) EQUAL "P" AND
                 WS-PASO-RESULTADO (11) EQUAL "P" AND
                 WS-PASO-RESULTADO (12) EQUAL "P" AND
                 WS-PASO-RESULTADO (13) EQUAL "P"
                 CONTINUE
              ELSE
                 DISPLAY "RETOMANDO LA CORRIDA ANTERIOR EN EL PASO "
                      MOVE "1" TO WS-CALL-STATUS
              END-CALL
           WHEN 2
              CALL "APLIPROG"
                   ON EXCEPTION
                      MOVE "1" TO WS-CALL-STATUS
              END-CALL
           WHEN 3
              CALL "ANONEMP"
                   ON EXCEPTION
                      MOVE "1" TO WS-CALL-STATUS
              END-CALL
           WHEN 4
              CALL "VIATDESC"
                   ON EXCEPTION
                      MOVE "1" TO WS-CALL-STATUS
              END-CALL
           WHEN 5
              CALL "NOMIEXP"
                   ON EXCEPTION
                      MOVE "1" TO WS-CALL-STATUS
              END-CALL
           WHEN 6
              CALL "RELOJEXP"
                   ON EXCEPTION
                      MOVE "1" TO WS-CALL-STATUS
              END-CALL
           WHEN 7
              CALL "RECONHR"
                   ON EXCEPTION
                      MOVE "1" TO WS-CALL-STATUS
              END-CALL
           WHEN 8
              CALL "IMPRIMEMP" USING WS-CALL-STATUS WS-ROL-LOTE
                   ON EXCEPTION
                      MOVE "1" TO WS-CALL-STATUS
              END-CALL
           WHEN 9
              CALL "REPDEPTO"
                   ON EXCEPTION
                      MOVE "1" TO WS-CALL-STATUS
              END-CALL
           WHEN 10
              CALL "INTEGEMP"
                   ON EXCEPTION
                      MOVE "1" TO WS-CALL-STATUS
              END-CALL
           WHEN 11
              CALL "VERIBIT"
                   ON EXCEPTION
                      MOVE "1" TO WS-CALL-STATUS
              END-CALL
           WHEN 12
              CALL "CIERREDIA"
                   ON EXCEPTION
                      MOVE "1" TO WS-CALL-STATUS
              END-CALL
           WHEN OTHER
              CALL "FONDEO"
                   ON EXCEPTION
                      MOVE "1" TO WS-CALL-STATUS
              END-CALL
           END-EVALUATE
           IF RETURN-CODE NOT EQUAL ZEROS
              MOVE "1" TO WS-CALL-STATUS
           OPEN OUTPUT CORRIDA
           MOVE 1 TO COR-PASO
           PERFORM 072-GRABA-PASO THRU 072-FIN
                   UNTIL COR-PASO IS GREATER THAN 13
           CLOSE CORRIDA.
       070-FIN. EXIT.

