      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * SELLOBIT.cbl - SELLO ENCADENADO DE LAS BITACORAS. CALCULA EL
      *                VALOR DE COMPROBACION DE UN RENGLON DE
      *                BD-AUDITORIA.TXT O BD-CAMBIOS.TXT A PARTIR DEL
      *                SELLO DEL RENGLON ANTERIOR Y DE LOS DATOS DEL
      *                RENGLON (LK-LARGO POSICIONES DE LK-TEXTO): CADA
      *                BYTE ENTRA AL ACUMULADO (ACUMULADO * 31 + VALOR
      *                DEL BYTE + 1) MODULO 999999937. ASI, CAMBIAR UN
      *                SOLO CARACTER DE UN RENGLON DESCUADRA SU SELLO Y
      *                QUITAR O INTERCALAR UN RENGLON ROMPE EL
      *                ESLABON CON EL SIGUIENTE. SI EN EL AMBIENTE
      *                EXISTE CRUDEMP_SELLO, SU TEXTO ENTRA AL
      *                PRINCIPIO DE CADA CALCULO, PARA QUE QUIEN NO LO
      *                CONOZCA NO PUEDA RECALCULAR LOS SELLOS DE UN
      *                RENGLON ALTERADO. LO LLAMAN AUDWRTP.cpy,
      *                CAMBWRTP.cpy, VERIBIT Y LAS UTILERIAS QUE
      *                REESCRIBEN LAS BITACORAS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                SELLOBIT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-LLAVE                PIC X(20)     VALUE SPACES.
       01  SW-LLAVE-LEIDA          PIC X(01)     VALUE "N".
           88 LLAVE-LEIDA                 VALUE "S".

       01  WS-ACUMULADO            PIC 9(11).
       01  WS-COCIENTE             PIC 9(11).
       01  WS-POS                  PIC 9(03).

      *----------------------------------------------------------------
      * VALOR NUMERICO DE UN BYTE: EL CARACTER VA EN LA POSICION BAJA
      * DE UN BINARIO DE DOS POSICIONES CON LA ALTA EN LOW-VALUE.
      *----------------------------------------------------------------
       01  WS-BYTE-AREA.
           05 WS-BYTE-ALTO         PIC X(01).
           05 WS-BYTE-BAJO         PIC X(01).
       01  WS-BYTE-VALOR REDEFINES WS-BYTE-AREA
                                   PIC 9(04)     COMP.

       LINKAGE SECTION.
       01  LK-SELLO-ANTERIOR       PIC 9(09).
       01  LK-TEXTO                PIC X(90).
       01  LK-LARGO                PIC 9(03).
       01  LK-SELLO                PIC 9(09).

       PROCEDURE DIVISION USING LK-SELLO-ANTERIOR LK-TEXTO LK-LARGO
                                LK-SELLO.
       010-INICIO.
           IF NOT LLAVE-LEIDA
              ACCEPT WS-LLAVE FROM ENVIRONMENT "CRUDEMP_SELLO"
              MOVE "S" TO SW-LLAVE-LEIDA
           END-IF
           MOVE LK-SELLO-ANTERIOR TO WS-ACUMULADO
           IF WS-LLAVE NOT EQUAL SPACES
              MOVE 1 TO WS-POS
              PERFORM 020-SUMA-LLAVE THRU 020-FIN
                      UNTIL WS-POS IS GREATER THAN 20
           END-IF
           MOVE 1 TO WS-POS
           PERFORM 030-SUMA-TEXTO THRU 030-FIN
                   UNTIL WS-POS IS GREATER THAN LK-LARGO
                      OR WS-POS IS GREATER THAN 90
           MOVE WS-ACUMULADO TO LK-SELLO
           GOBACK.

       020-SUMA-LLAVE.
           MOVE WS-LLAVE (WS-POS:1) TO WS-BYTE-BAJO
           PERFORM 040-ACUMULA-BYTE THRU 040-FIN
           ADD 1 TO WS-POS.
       020-FIN. EXIT.

       030-SUMA-TEXTO.
           MOVE LK-TEXTO (WS-POS:1) TO WS-BYTE-BAJO
           PERFORM 040-ACUMULA-BYTE THRU 040-FIN
           ADD 1 TO WS-POS.
       030-FIN. EXIT.

       040-ACUMULA-BYTE.
           MOVE LOW-VALUE TO WS-BYTE-ALTO
           COMPUTE WS-ACUMULADO = WS-ACUMULADO * 31
                                + WS-BYTE-VALOR + 1
           DIVIDE WS-ACUMULADO BY 999999937
                  GIVING WS-COCIENTE
                  REMAINDER WS-ACUMULADO.
       040-FIN. EXIT.
