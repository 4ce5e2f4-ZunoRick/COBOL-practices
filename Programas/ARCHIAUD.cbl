      *                PRODUCCION A MANO, IGUAL QUE CON ARCHIVEMP Y
      *                REORDEMP. LAS FECHAS DE LAS BITACORAS LLEVAN
      *                ANIO A DOS DIGITOS (ACCEPT FROM DATE), ASI QUE
      *                EL CORTE SE TECLEA AAMM. LOS RENGLONES SE
      *                COPIAN CON SUS SELLOS INTACTOS: EL PRIMERO DEL
      *                VIGENTE SIGUE ENCADENADO AL ULTIMO DEL FECHADO
      *                Y VERIBIT RECORRE LOS DOS EN ORDEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                ARCHIAUD.
           COPY CAMBFD.

       FD  AUDITORIA-ARCHIVO
           RECORD CONTAINS 48 CHARACTERS.
       01  REG-AUD-ARCHIVO        PIC X(48).

       FD  AUDITORIA-VIGENTE
           RECORD CONTAINS 48 CHARACTERS.
       01  REG-AUD-VIGENTE        PIC X(48).

       FD  CAMBIOS-ARCHIVO
           RECORD CONTAINS 90 CHARACTERS.
       01  REG-CAM-ARCHIVO        PIC X(90).

       FD  CAMBIOS-VIGENTE
           RECORD CONTAINS 90 CHARACTERS.
       01  REG-CAM-VIGENTE        PIC X(90).

       FD  REPORTE
           RECORD CONTAINS 80 CHARACTERS
