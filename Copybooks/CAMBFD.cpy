      *              CAMBIOEMP), PARA PODER CONTESTAR "POR QUE CAMBIO
      *              EL SUELDO DEL EMPLEADO 0231" CON EL VALOR ANTERIOR
      *              Y EL NUEVO, NO SOLO CON EL HECHO DE QUE HUBO UN
      *              CAMBIO. LOS PRIMEROS 72 BYTES SON LOS DATOS;
      *              CAM-SELLO-ANT REPITE EL SELLO DEL RENGLON
      *              ANTERIOR Y CAM-SELLO ES EL DE ESTE RENGLON,
      *              CALCULADO POR SELLOBIT (VER CAMBWRTP.cpy Y
      *              VERIBIT.cbl).
      *----------------------------------------------------------------
       FD  CAMBIOS
           RECORD CONTAINS 90 CHARACTERS.
       01  REG-CAMBIOS.
           05 CAM-FECHA.
              10 CAM-ANIO             PIC 9(02).
           05 CAM-CAMPO               PIC X(16).
           05 CAM-VALOR-ANTERIOR      PIC X(20).
           05 CAM-VALOR-NUEVO         PIC X(20).
           05 CAM-SELLO-ANT           PIC 9(09).
           05 CAM-SELLO               PIC 9(09).
