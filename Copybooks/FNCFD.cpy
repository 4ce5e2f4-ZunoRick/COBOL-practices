      *----------------------------------------------------------------
      * FNCFD.cpy - DESCRIPCION DE ARCHIVO PARA BD-FONACOT.TXT. LA
      *             CUOTA ES LA RETENCION MENSUAL QUE PIDE LA CEDULA
      *             VIGENTE (LA NOMINA LA PARTE ENTRE LAS QUINCENAS O
      *             SEMANAS DEL MES) Y EL SALDO ES EL QUE REPORTO EL
      *             INSTITUTO, REBAJADO CON CADA RETENCION. EL MES DE
      *             INICIO ES EL DE LA CEDULA QUE TRAJO EL CREDITO; EL
      *             MES DE CEDULA, EL DE LA ULTIMA QUE LO INCLUYO. LO
      *             RETENIDO EN EL MES EN CURSO (MES DE RETENCION) ES
      *             LO QUE TOPA LA CUOTA DE LA SIGUIENTE QUINCENA. EL
      *             CREDITO LIQUIDADO (POR SALDO EN CEROS O PORQUE LA
      *             CEDULA ASI LO REPORTA) DEJA DE DESCONTARSE PERO
      *             NO SE BORRA, IGUAL QUE EN PRESTAMOS.
      *----------------------------------------------------------------
       FD  CREDITOS-FONACOT
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-FONACOT.
           05 FNC-LLAVE.
              10 FNC-ID-EMP        PIC 9(04).
              10 FNC-CONSEC        PIC 9(02).
           05 FNC-NUM-CREDITO      PIC X(10).
           05 FNC-CUOTA-MENSUAL    PIC 9(07)V99.
           05 FNC-SALDO            PIC 9(07)V99.
           05 FNC-MES-INICIO       PIC 9(06).
           05 FNC-MES-CEDULA       PIC 9(06).
           05 FNC-MES-RETENCION    PIC 9(06).
           05 FNC-RETENIDO-MES     PIC 9(07)V99.
           05 FNC-FECHA-ACT        PIC 9(08).
           05 FNC-STATUS           PIC X(01).
              88 FNC-VIGENTE              VALUE "V".
              88 FNC-LIQUIDADO            VALUE "L".
           05 FILLER               PIC X(10).
