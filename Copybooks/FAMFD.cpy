      *----------------------------------------------------------------
      * FAMFD.cpy - DESCRIPCION DE ARCHIVO PARA BD-DEPENDIENTES.TXT.
      *             UNA PERSONA POR RENGLON: PUEDE SER DEPENDIENTE
      *             ASEGURADO EN LA POLIZA DE GASTOS MEDICOS
      *             (FAM-ASEGURADO), BENEFICIARIO DE LOS SALARIOS
      *             DEVENGADOS EN CASO DE FALLECIMIENTO (PORCENTAJE
      *             MAYOR QUE CERO) O AMBAS COSAS. LA BAJA ES LOGICA
      *             (STATUS "B") PARA CONSERVAR EL HISTORIAL.
      *             FAM-MOV-PENDIENTE GUARDA EL MOVIMIENTO DE LA
      *             POLIZA QUE TODAVIA NO SE ENVIA A LA ASEGURADORA
      *             ("A" ALTA / "B" BAJA); ASEGEXP LO ENVIA, LO PASA A
      *             FAM-ULT-MOV CON EL MES DEL ENVIO Y LO LIMPIA, PARA
      *             QUE REPETIR EL ARCHIVO DEL MES LO VUELVA A INCLUIR.
      *----------------------------------------------------------------
       FD  DEPENDIENTES
           RECORD CONTAINS 113 CHARACTERS.
       01  REG-DEPENDIENTES.
           05 FAM-LLAVE.
              10 FAM-ID-EMP        PIC 9(04).
              10 FAM-CONSEC        PIC 9(02).
           05 FAM-NOMBRE           PIC X(20).
           05 FAM-APE-PAT          PIC X(20).
           05 FAM-APE-MAT          PIC X(20).
           05 FAM-PARENTESCO       PIC X(01).
              88 FAM-CONYUGE              VALUE "C".
              88 FAM-HIJO                 VALUE "H".
              88 FAM-PADRE                VALUE "P".
              88 FAM-OTRO                 VALUE "O".
              88 FAM-PARENTESCO-VALIDO    VALUE "C" "H" "P" "O".
           05 FAM-SEXO             PIC X(01).
              88 FAM-SEXO-VALIDO          VALUE "H" "M".
           05 FAM-FECHA-NAC        PIC 9(08).
           05 FAM-ASEGURADO        PIC X(01).
              88 FAM-EN-POLIZA            VALUE "S".
           05 FAM-PCT-BENEFICIARIO PIC 9(03).
           05 FAM-STATUS           PIC X(01).
              88 FAM-VIGENTE              VALUE "A".
              88 FAM-DADO-DE-BAJA         VALUE "B".
           05 FAM-MOV-PENDIENTE    PIC X(01).
              88 FAM-ALTA-PENDIENTE       VALUE "A".
              88 FAM-BAJA-PENDIENTE       VALUE "B".
              88 FAM-SIN-PENDIENTE        VALUE " ".
           05 FAM-FECHA-MOV        PIC 9(08).
           05 FAM-ULT-MOV          PIC X(01).
           05 FAM-MES-ENVIO        PIC 9(06).
           05 FAM-FECHA-REG        PIC 9(08).
           05 FAM-OPERADOR         PIC X(08).
