      *----------------------------------------------------------------
      * CMSFD.cpy - DESCRIPCION DE ARCHIVO PARA BD-COMISIONES.TXT
      *             (ORGANIZACION INDEXADA, CLAVE MES AAAAMM +
      *             EMPLEADO). LA VENTA ES LA SUMA DE LOS RENGLONES
      *             DEL VENDEDOR EN EL ARCHIVO DEL MES; EL PUESTO Y EL
      *             PORCENTAJE SON LOS QUE SE USARON AL CALCULAR.
      *             P = PENDIENTE DE AUTORIZAR, A = APLICADA COMO
      *             INCIDENCIA EN LA QUINCENA CMS-PERIODO, X =
      *             RECHAZADA CON SU MOTIVO (NO PAGA).
      *----------------------------------------------------------------
       FD  COMISIONES
           RECORD CONTAINS 90 CHARACTERS.
       01  REG-COMISIONES.
           05 CMS-LLAVE.
              10 CMS-MES           PIC 9(06).
              10 CMS-ID-EMP        PIC 9(04).
           05 CMS-VENTA            PIC 9(09)V99.
           05 CMS-PUESTO           PIC 9(02).
           05 CMS-PORCENTAJE       PIC 9(02)V99.
           05 CMS-COMISION         PIC 9(07)V99.
           05 CMS-STATUS           PIC X(01).
              88 CMS-PENDIENTE            VALUE "P".
              88 CMS-APLICADA             VALUE "A".
              88 CMS-RECHAZADA            VALUE "X".
           05 CMS-MOTIVO           PIC X(30).
           05 CMS-PERIODO          PIC 9(07).
           05 CMS-FECHA-REG        PIC 9(08).
           05 CMS-OPERADOR         PIC X(08).
