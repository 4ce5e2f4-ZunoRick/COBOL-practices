      *----------------------------------------------------------------
      * PLZRUTA.cpy - AREAS DE TRABAJO PARA LA RUTA DE BD-PLAZAS.TXT
      *               (VER PLZRUTAP.cpy) Y PARA REVISAR SI UN
      *               MOVIMIENTO CABE EN LAS PLAZAS AUTORIZADAS DE
      *               UN DEPARTAMENTO/PUESTO (VER PLZVALP.cpy).
      *               WS-PLZ-REGISTRO RECIBE CADA EMPLEADO DEL CONTEO
      *               SIN PISAR WS-DATOS-EMPLEADO; LA VISTA REDEFINIDA
      *               SOLO EXPONE LO QUE EL CONTEO NECESITA (MISMAS
      *               POSICIONES QUE EMPDATO.cpy).
      *----------------------------------------------------------------
       01  WS-RUTA-PLAZAS          PIC X(80).

       01  SW-HAY-PLAZAS           PIC X(01)     VALUE "N".
           88 HAY-PLAZAS                  VALUE "S".

       01  WS-PLZ-DEPTO-BUSCA      PIC 9(03).
       01  WS-PLZ-PUESTO-BUSCA     PIC 9(02).
       01  WS-PLZ-ANIO-BUSCA       PIC 9(04).
       01  WS-PLZ-EXCLUYE-ID       PIC 9(04)     VALUE ZEROS.
       01  WS-PLZ-ANIO-VIGENTE     PIC 9(04)     VALUE ZEROS.
       01  WS-PLZ-AUTORIZADAS      PIC 9(04)     VALUE ZEROS.
       01  WS-PLZ-OCUPADAS         PIC 9(05)     VALUE ZEROS.
       01  SW-PLAZA                PIC X(01)     VALUE "N".
           88 PLAZA-SIN-CONTROL           VALUE "N".
           88 PLAZA-DISPONIBLE            VALUE "D".
           88 PLAZA-EXCEDIDA              VALUE "E".
       01  SW-FIN-PLZ              PIC X(03)     VALUE SPACES.

       01  WS-PLZ-REGISTRO         PIC X(173).
       01  WS-PLZ-VISTA REDEFINES WS-PLZ-REGISTRO.
           05 WS-PLZ-ID            PIC 9(04).
           05 FILLER               PIC X(68).
           05 WS-PLZ-DEPTO         PIC 9(03).
           05 FILLER               PIC X(02).
           05 WS-PLZ-PUESTO        PIC 9(02).
           05 FILLER               PIC X(12).
           05 WS-PLZ-STATUS        PIC X(01).
              88 PLZ-EMP-BAJA             VALUE "I".
           05 FILLER               PIC X(81).
