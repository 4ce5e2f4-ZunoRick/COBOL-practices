      *----------------------------------------------------------------
      * HSUFD.cpy - DESCRIPCION DE ARCHIVO PARA BD-HIST-SUELDOS.TXT
      *             (ORGANIZACION INDEXADA, CLAVE HSU-LLAVE). UN
      *             RENGLON POR SUELDO QUE ENTRA EN VIGOR: EL SUELDO
      *             VIGENTE A UNA FECHA ES EL DEL ULTIMO RENGLON DEL
      *             EMPLEADO CON HSU-FECHA-VIG MENOR O IGUAL A ELLA.
      *             EL CONSECUTIVO SEPARA DOS MOVIMIENTOS DEL MISMO
      *             DIA (EL MAYOR ES EL QUE QUEDO). HSU-ORIGEN DICE
      *             QUE LO MOVIO: ALTA (ALTA AUTORIZADA EN APRUEBA O
      *             CARGA MASIVA DE CARGAEMP), APRUEBA (CAMBIO DE
      *             SUELDO DE CAMBIOEMP O MERITEMP YA AUTORIZADO),
      *             AUMMASIV, REINGEMP (EL SUELDO CON QUE REGRESA);
      *             LA CARGA INICIAL USA BITACORA (RENGLON "SUELDO"
      *             DE BD-CAMBIOS.TXT O DE SUS ARCHIVOS MENSUALES) Y
      *             MAESTRO (SUELDO DEL MAESTRO QUE NO CUADRABA CON
      *             LA ULTIMA BITACORA).
      *----------------------------------------------------------------
       FD  HIST-SUELDOS
           RECORD CONTAINS 53 CHARACTERS.
       01  REG-HIST-SUELDOS.
           05 HSU-LLAVE.
              10 HSU-ID-EMP        PIC 9(04).
              10 HSU-FECHA-VIG     PIC 9(08).
              10 HSU-CONSEC        PIC 9(03).
           05 HSU-SALARIO          PIC 9(07)V99.
           05 HSU-MONEDA           PIC X(03).
           05 HSU-ORIGEN           PIC X(10).
              88 HSU-DE-ALTA              VALUE "ALTA".
              88 HSU-DE-APRUEBA           VALUE "APRUEBA".
              88 HSU-DE-AUMMASIV          VALUE "AUMMASIV".
              88 HSU-DE-REINGEMP          VALUE "REINGEMP".
              88 HSU-DE-BITACORA          VALUE "BITACORA".
              88 HSU-DE-MAESTRO           VALUE "MAESTRO".
           05 HSU-OPERADOR         PIC X(08).
           05 HSU-FECHA-REG        PIC 9(08).
