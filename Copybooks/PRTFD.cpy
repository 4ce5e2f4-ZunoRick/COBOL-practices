      *----------------------------------------------------------------
      * PRTFD.cpy - DESCRIPCION DE ARCHIVO PARA BD-PRIMA-RIESGO.TXT.
      *             UN RENGLON POR PLANTA Y VIGENCIA: LA PRIMA
      *             DETERMINADA (EN MILLONESIMAS, IGUAL QUE LAS TASAS
      *             DE BD-TASAS-IMSS.TXT), LA QUE ESTABA VIGENTE Y LOS
      *             DATOS DEL EJERCICIO CON QUE SE CALCULO (CASOS,
      *             DIAS SUBSIDIADOS S, INCAPACIDADES PERMANENTES I,
      *             DEFUNCIONES D Y TRABAJADORES EXPUESTOS N), PARA
      *             PODER REPRODUCIR LA DETERMINACION ANTE EL IMSS.
      *----------------------------------------------------------------
       FD  PRIMA-RIESGO
           RECORD CONTAINS 69 CHARACTERS.
       01  REG-PRIMA-RIESGO.
           05 PRT-FECHA-VIGENCIA   PIC 9(08).
           05 PRT-PLANTA           PIC 9(02).
           05 PRT-PRIMA            PIC V9(06).
           05 PRT-PRIMA-ANTERIOR   PIC V9(06).
           05 PRT-ANIO-EJERCICIO   PIC 9(04).
           05 PRT-CASOS            PIC 9(04).
           05 PRT-DIAS-SUBSIDIO    PIC 9(06).
           05 PRT-INCAP-PERMANENTE PIC 9(03)V9(04).
           05 PRT-DEFUNCIONES      PIC 9(03).
           05 PRT-EXPUESTOS        PIC 9(05)V99.
           05 PRT-FECHA-REG        PIC 9(08).
           05 PRT-OPERADOR         PIC X(08).
