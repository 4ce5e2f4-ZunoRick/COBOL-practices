      *----------------------------------------------------------------
      * TRZFD.cpy - DESCRIPCION DE ARCHIVO PARA BD-TRAZA-NOMINA.TXT
      *             (ORGANIZACION INDEXADA, CLAVE TRZ-LLAVE). UN
      *             RENGLON POR PASO DEL CALCULO DE UN EMPLEADO EN UN
      *             PERIODO, EN EL ORDEN EN QUE SE APLICO:
      *               B  BASES (SUELDO, PERCEPCIONES, BRUTO, BASE ISR,
      *                  BASE IMSS); TRZ-RENGLON TRAE LOS DIAS EN EL
      *                  RENGLON DEL SUELDO.
      *               I  RENGLON DE BD-TABLA-ISR USADO: LIMITES,
      *                  CUOTA FIJA, TASA, EXCEDENTE E ISR RETENIDO.
      *               S  RENGLON DE LA TABLA DE SUBSIDIO: LIMITES,
      *                  MONTO DE TABLA, SUBSIDIO APLICADO Y
      *                  EXCEDENTE QUE SE PAGA.
      *               M  UN RAMO DEL IMSS: TOPE (TRZ-LIM-SUP), BASE YA
      *                  TOPADA (TRZ-CUOTA), TASAS OBRERA Y PATRONAL E
      *                  IMPORTES OBRERO Y PATRONAL.
      *               D  UNA DEDUCCION, EN ORDEN DE PRIORIDAD
      *                  (TRZ-RENGLON); EN PENSIONES TRZ-BASE ES EL
      *                  NETO SOBRE EL QUE SE CALCULO.
      *               N  NETO: BRUTO (TRZ-BASE), EXCEDENTE DE
      *                  SUBSIDIO PAGADO (TRZ-CUOTA), NETO
      *                  (TRZ-IMPORTE) Y TOTAL DE DEDUCCIONES.
      *             UN RECALCULO DEL EMPLEADO BORRA SUS RENGLONES
      *             ANTERIORES DEL PERIODO ANTES DE ESCRIBIR.
      *----------------------------------------------------------------
       FD  TRAZA-NOMINA
           RECORD CONTAINS 124 CHARACTERS.
       01  REG-TRAZA-NOMINA.
           05 TRZ-LLAVE.
              10 TRZ-PERIODO       PIC 9(07).
              10 TRZ-ID-EMP        PIC 9(04).
              10 TRZ-CONSEC        PIC 9(03).
           05 TRZ-PASO             PIC X(01).
              88 TRZ-PASO-BASE            VALUE "B".
              88 TRZ-PASO-ISR             VALUE "I".
              88 TRZ-PASO-SUBSIDIO        VALUE "S".
              88 TRZ-PASO-IMSS            VALUE "M".
              88 TRZ-PASO-DEDUCCION       VALUE "D".
              88 TRZ-PASO-NETO            VALUE "N".
           05 TRZ-DESCRIPCION      PIC X(20).
           05 TRZ-RENGLON          PIC 9(02).
           05 TRZ-BASE             PIC 9(07)V99.
           05 TRZ-LIM-INF          PIC 9(07)V99.
           05 TRZ-LIM-SUP          PIC 9(07)V99.
           05 TRZ-CUOTA            PIC 9(07)V99.
           05 TRZ-TASA             PIC V9(06).
           05 TRZ-TASA-2           PIC V9(06).
           05 TRZ-IMPORTE          PIC 9(07)V99.
           05 TRZ-IMPORTE-2        PIC 9(07)V99.
           05 TRZ-FECHA-CALCULO    PIC 9(08).
           05 FILLER               PIC X(13).
