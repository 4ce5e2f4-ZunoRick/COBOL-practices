      *----------------------------------------------------------------
      * PATFD.cpy - DESCRIPCION DE ARCHIVO PARA BD-PATRONES.TXT
      *             (ORGANIZACION INDEXADA, CLAVE PAT-COD). UN RENGLON
      *             POR REGISTRO PATRONAL; LOS REGISTROS DE UNA MISMA
      *             RAZON SOCIAL COMPARTEN EL RFC, Y EL RFC ES LO QUE
      *             IDENTIFICA AL PATRON ANTE EL SAT.
      *----------------------------------------------------------------
       FD  PATRONES
           RECORD CONTAINS 66 CHARACTERS.
       01  REG-PATRONES.
           05 PAT-COD              PIC 9(02).
           05 PAT-RAZON-SOCIAL     PIC X(40).
           05 PAT-RFC              PIC X(13).
           05 PAT-REGISTRO         PIC X(11).
