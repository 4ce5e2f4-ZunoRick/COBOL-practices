      *----------------------------------------------------------------
      * MENUPAR.cpy - PARAMETROS QUE MENUNOM ENTREGA AL PASO DE NOMINA
      *               QUE LLAMA: EL OPERADOR YA VALIDADO Y EL PERIODO
      *               (AAAAMMQ, SEMANAL CON EL MES MAS 50) CUYO STATUS
      *               DECIDIO QUE EL PASO SE OFRECIERA. EL AREA ES
      *               EXTERNAL Y NO VA EN EL USING PORQUE LOS PASOS
      *               SIGUEN SIENDO PROGRAMAS PRINCIPALES QUE TAMBIEN
      *               SE CORREN SOLOS (CORRIDAS ESPECIALES,
      *               REIMPRESIONES). SOLO CON WS-MENU-ORIGEN EN "M"
      *               EL PASO TOMA DE AQUI LA SESION Y EL PERIODO EN
      *               LUGAR DE PEDIRLOS, Y SI EL PERIODO NO LE SIRVE
      *               TERMINA CON RETURN-CODE 8 EN LUGAR DE PEDIR
      *               OTRO. MENUNOM LA LIMPIA AL REGRESAR DEL CALL.
      *----------------------------------------------------------------
       01  WS-MENU-PARAMETROS IS EXTERNAL.
           05 WS-MENU-ORIGEN       PIC X(01).
              88 CORRIDA-DESDE-MENU         VALUE "M".
           05 WS-MENU-OPERADOR-ID  PIC X(08).
           05 WS-MENU-OPERADOR-ROL PIC X(01).
           05 WS-MENU-PERIODO      PIC 9(07).
           05 WS-MENU-PERIODO-R REDEFINES WS-MENU-PERIODO.
              10 WS-MENU-ANIO      PIC 9(04).
              10 WS-MENU-MES       PIC 9(02).
              10 WS-MENU-QUINCENA  PIC 9(01).
