      *----------------------------------------------------------------
      * HSUSEL.cpy - CLAUSULA SELECT DE BD-HIST-SUELDOS.TXT, HISTORIA
      *              DE SUELDOS CON FECHA DE VIGENCIA (CLAVE EMPLEADO
      *              + FECHA DE VIGENCIA + CONSECUTIVO). LA ESCRIBE
      *              CADA PROGRAMA QUE MUEVE WS-SALARIO EN
      *              BD-EMPLEADOS.TXT (HSUWRTP.cpy); LA CARGA INICIAL
      *              LA HACE CARGAHIS DESDE LAS BITACORAS.
      *----------------------------------------------------------------
           SELECT HIST-SUELDOS
           ASSIGN TO WS-RUTA-HIST-SUELDOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HSU-LLAVE
           FILE STATUS IS WS-FS-HIST-SUELDOS.
