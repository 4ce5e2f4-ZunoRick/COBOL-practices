      *----------------------------------------------------------------
      * ARTFD.cpy - DESCRIPCION DE ARCHIVO PARA BD-ARTICULOS-EPP.TXT
      *             (ORGANIZACION INDEXADA, CLAVE ART-CODIGO). CADA
      *             ARTICULO QUE LAS PLANTAS ENTREGAN AL EMPLEADO
      *             (UNIFORME, EQUIPO DE PROTECCION PERSONAL O
      *             HERRAMIENTA) CON SU COSTO DE REPOSICION POR PIEZA,
      *             QUE ES LO QUE SE LE PUEDE DESCONTAR EN EL
      *             FINIQUITO SI NO LO DEVUELVE.
      *----------------------------------------------------------------
       FD  ARTICULOS-EPP
           RECORD CONTAINS 43 CHARACTERS.
       01  REG-ARTICULOS-EPP.
           05 ART-CODIGO           PIC 9(03).
           05 ART-DESCRIPCION      PIC X(30).
           05 ART-TIPO             PIC X(01).
              88 ART-UNIFORME             VALUE "U".
              88 ART-EQUIPO               VALUE "E".
              88 ART-HERRAMIENTA          VALUE "H".
              88 ART-TIPO-VALIDO          VALUE "U" "E" "H".
           05 ART-COSTO            PIC 9(07)V99.
