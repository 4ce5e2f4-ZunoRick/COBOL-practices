      *----------------------------------------------------------------
      * VDMSEL.cpy - CLAUSULA SELECT DE BD-VALES-MES.TXT, HISTORIAL
      *              DE VALES DE DESPENSA DISPERSADOS POR MES Y
      *              EMPLEADO, CON SU PARTE EXENTA Y GRAVADA. LO
      *              ESCRIBE VALESMES. CLAVE MES (AAAAMM) + EMPLEADO.
      *----------------------------------------------------------------
           SELECT VALES-MES
           ASSIGN TO WS-RUTA-VALES-MES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VDM-LLAVE
           FILE STATUS IS WS-FS-VALES-MES.
