      *----------------------------------------------------------------
      * ACMRUTA.cpy - AREAS DE TRABAJO PARA LA RUTA DE
      *               BD-ACUMULADOS.TXT (VER ACMRUTAP.cpy) Y PARA EL
      *               MOVIMIENTO QUE APLICA ACMWRTP.cpy: EL RESULTADO
      *               TOMADO DE REG-NOMINA-PERIODO POR
      *               201-TOMA-RESULTADO, LA PARTE EXENTA QUE PONE EL
      *               PROGRAMA LLAMANTE Y EL SIGNO ("+" AL GRABAR LA
      *               CORRIDA, "-" AL REVERSARLA). SW-HAY-ACUMULADOS
      *               LO ENCIENDE EL LLAMANTE AL ABRIR EL ARCHIVO; SIN
      *               EL, 202-ACUMULA-RESULTADO NO HACE NADA.
      *----------------------------------------------------------------
       01  WS-RUTA-ACUMULADOS      PIC X(80).
       01  SW-HAY-ACUMULADOS       PIC X(01)     VALUE "N".
           88 HAY-ACUMULADOS              VALUE "S".
       01  WS-ACM-MOVIMIENTO.
           05 WS-ACM-PERIODO.
              10 WS-ACM-PER-ANIO   PIC 9(04).
              10 WS-ACM-PER-MES    PIC 9(02).
              10 WS-ACM-PER-QUIN   PIC 9(01).
           05 WS-ACM-ID-EMP        PIC 9(04).
           05 WS-ACM-TIPO-CORRIDA  PIC X(01).
              88 WS-ACM-ORDINARIA         VALUE "Q".
              88 WS-ACM-AJUSTE            VALUE "D".
              88 WS-ACM-FONDO             VALUE "F".
           05 WS-ACM-BRUTO         PIC 9(07)V99.
           05 WS-ACM-ISR           PIC 9(07)V99.
           05 WS-ACM-SUBSIDIO      PIC 9(07)V99.
           05 WS-ACM-IMSS          PIC 9(07)V99.
           05 WS-ACM-INFONAVIT     PIC 9(07)V99.
           05 WS-ACM-OTRAS         PIC 9(07)V99.
           05 WS-ACM-NETO          PIC 9(07)V99.
           05 WS-ACM-EXENTO        PIC 9(07)V99.
           05 WS-ACM-SIGNO         PIC X(01).
              88 ACM-SUMA                 VALUE "+".
              88 ACM-RESTA                VALUE "-".
       01  WS-ACM-MES              PIC 9(02).
       01  WS-ACM-CONCEPTO-TRAB    PIC 9(02).
       01  WS-ACM-IMPORTE-TRAB     PIC 9(07)V99.
       01  WS-ACM-FECHA            PIC 9(08).
       01  SW-ACM-NUEVO            PIC X(01).
           88 ACM-RENGLON-NUEVO           VALUE "S".
