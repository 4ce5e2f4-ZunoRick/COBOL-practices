      *----------------------------------------------------------------
      * VDMFD.cpy - DESCRIPCION DE ARCHIVO PARA BD-VALES-MES.TXT.
      *             VDM-GRAVADO ES EL EXCEDENTE SOBRE EL TOPE EXENTO
      *             QUE SE CARGO COMO INCIDENCIA EN EL PERIODO DE
      *             NOMINA VDM-PERIODO-NOMINA (CEROS SI NO HUBO
      *             EXCEDENTE O NO SE PUDO CARGAR).
      *----------------------------------------------------------------
       FD  VALES-MES
           RECORD CONTAINS 52 CHARACTERS.
       01  REG-VALES-MES.
           05 VDM-LLAVE.
              10 VDM-MES           PIC 9(06).
              10 VDM-ID-EMP        PIC 9(04).
           05 VDM-IMPORTE          PIC 9(07)V99.
           05 VDM-EXENTO           PIC 9(07)V99.
           05 VDM-GRAVADO          PIC 9(07)V99.
           05 VDM-PERIODO-NOMINA   PIC 9(07).
           05 VDM-FECHA-GEN        PIC 9(08).
