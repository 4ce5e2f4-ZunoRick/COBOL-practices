      *----------------------------------------------------------------
      * PATRUTA.cpy - AREAS DE TRABAJO PARA LA RUTA DE
      *               BD-PATRONES.TXT Y PARA EL CATALOGO YA CARGADO EN
      *               MEMORIA (VER PATCARGP.cpy): LOS REGISTROS
      *               PATRONALES, EL RENGLON DEL PRIMER REGISTRO DE
      *               CADA RFC (LA ENTIDAD PATRONAL) Y EL REGISTRO QUE
      *               LE TOCA A CADA PLANTA.
      *----------------------------------------------------------------
       01  WS-RUTA-PATRONES        PIC X(80).

       01  WS-PAT-RENGLONES        PIC 9(02)     VALUE ZEROS.
       01  WS-TABLA-PATRONES.
           05 WS-PAT-REN OCCURS 20 TIMES.
              10 WS-PAT-T-COD      PIC 9(02).
              10 WS-PAT-T-RAZON    PIC X(40).
              10 WS-PAT-T-RFC      PIC X(13).
              10 WS-PAT-T-REGISTRO PIC X(11).
              10 WS-PAT-T-ENTIDAD  PIC 9(02).
       01  WS-PATRON-DE-PLANTA.
           05 WS-PDP-IDX           PIC 9(02)     OCCURS 99 TIMES.

       01  WS-PAT-IDX              PIC 9(02).
       01  WS-PAT-JDX              PIC 9(02).
       01  WS-PAT-ENCONTRADO       PIC 9(02).
       01  WS-PAT-IDX-EMP          PIC 9(02).
       01  WS-PAT-ENT-EMP          PIC 9(02).
       01  SW-PAT-FIN-PLANTAS      PIC X(01).
           88 PAT-FIN-PLANTAS             VALUE "S".
