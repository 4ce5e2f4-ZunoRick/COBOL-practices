      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *----------------------------------------------------------------
      * COPIAPRU.cbl - COPIA ENMASCARADA DE PRODUCCION PARA EL AMBIENTE
      *                DE PRUEBAS. COPIA CADA ARCHIVO DE DATOS DE LA
      *                CARPETA DE PRODUCCION (CRUDEMP_DATOS) A LA
      *                CARPETA DE PRUEBAS (CRUDEMP_PRUEBAS O LA QUE SE
      *                TECLEE) Y, YA EN LA COPIA, REVUELVE LOS DATOS
      *                PERSONALES: NOMBRES Y APELLIDOS, RFC, CURP,
      *                NSS, CLABES, DOMICILIO, TELEFONOS, CORREO Y
      *                CONTACTOS DE EMERGENCIA, BENEFICIARIOS Y
      *                EXPEDIENTES DE PENSION, NUMEROS DE CREDITO
      *                INFONAVIT Y BENEFICIARIOS DE LOS CHEQUES DE
      *                NOMINA (BD-CHEQUES). LOS NUMEROS DE EMPLEADO,
      *                LAS CLAVES, FECHAS E IMPORTES NO SE TOCAN, ASI
      *                QUE TODAS LAS RELACIONES ENTRE ARCHIVOS SIGUEN
      *                FUNCIONANDO.
      *----------------------------------------------------------------
      * EL ENMASCARADO ES DETERMINISTA: CADA VALOR SE REVUELVE A
      * PARTIR DE SI MISMO Y DE UNA LLAVE QUE TECLEA EL OPERADOR, ASI
      * QUE EL MISMO NOMBRE O LA MISMA CLABE QUEDAN IGUAL EN TODOS LOS
      * ARCHIVOS (EMPLEADOS, PENDIENTES, HISTORICO, BITACORA DE
      * CAMBIOS, CHEQUES) Y ENTRE UNA CARGA DE PRUEBAS Y LA SIGUIENTE
      * SI SE USA LA MISMA LLAVE. SE CONSERVA EL FORMATO: LETRA POR
      * LETRA, DIGITO POR DIGITO, Y EL RESTO DE LOS CARACTERES IGUAL.
      * - RFC: SE REVUELVEN LAS CUATRO LETRAS Y LA HOMOCLAVE; LA
      *   FECHA DE NACIMIENTO SE CONSERVA.
      * - CURP: LAS CUATRO LETRAS Y LAS POSICIONES 14 A 18; LA FECHA,
      *   EL SEXO Y LA ENTIDAD SE CONSERVAN.
      * - NSS: LAS POSICIONES 5 A 10 Y SE RECALCULA EL DIGITO
      *   VERIFICADOR (LUHN), IGUAL QUE LO VALIDA ALTAEMP.
      * - CLABE: LAS POSICIONES 7 A 17 (BANCO Y PLAZA SE CONSERVAN
      *   PARA EL RUTEO DE BANCONOM) Y SE RECALCULA EL DIGITO 18.
      * - CORREO: SE SUSTITUYE POR EMPnnnn@PRUEBAS.LOCAL.
      * - OPERADORES: SE REVUELVE EL NOMBRE Y LA CONTRASENA QUEDA
      *   IGUAL A LA CLAVE DEL OPERADOR, PARA QUE LAS CONTRASENAS DE
      *   PRODUCCION NO SALGAN DE PRODUCCION.
      * NO SE COPIAN LOS RESPALDOS FECHADOS, LOS REPORTES, LAS
      * INTERFACES CON TERCEROS, LAS COPIAS DE TRABAJO (-COMPACTO,
      * -RECONSTRUIDO, -RECUPERADO, -VIGENTE, -REMAPEADO) NI EL
      * CANDADO DE CIERRE.
      * SI EL MANEJADOR DE ARCHIVOS GUARDA EL INDICE APARTE (.idx),
      * TAMBIEN SE COPIA. LA CARPETA DE PRUEBAS DEBE EXISTIR Y NO
      * PUEDE SER LA DE PRODUCCION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                COPIAPRU.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY DETSEL.
           COPY FAMSEL.
           COPY PENSEL.
           COPY INFSEL.
           COPY OPERSEL.
           COPY PENDSEL.
           COPY CAMBSEL.
           COPY CHQSEL.
           SELECT HISTORICO-ORIGEN
           ASSIGN TO WS-RUTA-HIST-ORIGEN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HIST-ORIGEN.
           SELECT HISTORICO-DESTINO
           ASSIGN TO WS-RUTA-HIST-DESTINO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HIST-DESTINO.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPFD.
           COPY DETFD.
           COPY FAMFD.
           COPY PENFD.
           COPY INFFD.
           COPY OPERFD.
           COPY PENDFD.
           COPY CAMBFD.
           COPY CHQFD.

       FD  HISTORICO-ORIGEN
           RECORD CONTAINS 173 CHARACTERS.
       01  REG-HIST-ORIGEN        PIC X(173).

       FD  HISTORICO-DESTINO
           RECORD CONTAINS 173 CHARACTERS.
       01  REG-HIST-DESTINO       PIC X(173).

       WORKING-STORAGE SECTION.
           COPY EMPDATO.
           COPY EMPFS.
           COPY EMPRUTA.
           COPY DETFS.
           COPY DETRUTA.
           COPY FAMFS.
           COPY FAMRUTA.
           COPY PENFS.
           COPY PENRUTA.
           COPY INFFS.
           COPY INFRUTA.
           COPY OPERFS.
           COPY OPERRUTA.
           COPY PENDFS.
           COPY PENDRUTA.
           COPY CAMBFS.
           COPY CAMBRUTA.
           COPY CHQFS.
           COPY CHQRUTA.

       01  WS-DIR-ORIGEN           PIC X(60).
       01  WS-DIR-DESTINO          PIC X(60).
       01  WS-RUTA-ORIGEN          PIC X(100).
       01  WS-RUTA-DESTINO         PIC X(100).
       01  WS-RUTA-HIST-ORIGEN     PIC X(80).
       01  WS-RUTA-HIST-DESTINO    PIC X(80).
       01  WS-FS-HIST-ORIGEN       PIC X(02)    VALUE "00".
           88 FS-HIST-ORIGEN-OK            VALUE "00".
       01  WS-FS-HIST-DESTINO      PIC X(02)    VALUE "00".
           88 FS-HIST-DESTINO-OK           VALUE "00".

       01  WS-LLAVE-MASCARA        PIC X(08).
       01  WS-CONFIRMA             PIC X(01).

      *----------------------------------------------------------------
      * ARCHIVOS DE DATOS QUE SE COPIAN A PRUEBAS. EL HISTORICO DE
      * EMPLEADOS NO VA AQUI PORQUE SE COPIA RENGLON POR RENGLON PARA
      * ENMASCARARLO (VER 074-MASCARA-HISTORICO).
      *----------------------------------------------------------------
       01  WS-TABLA-ARCHIVOS.
           05 FILLER PIC X(30) VALUE "BD-ACUMULADOS.txt".
           05 FILLER PIC X(30) VALUE "BD-ACUSES.txt".
           05 FILLER PIC X(30) VALUE "BD-ARTICULOS-EPP.txt".
           05 FILLER PIC X(30) VALUE "BD-AUDITORIA.txt".
           05 FILLER PIC X(30) VALUE "BD-BAJAS.txt".
           05 FILLER PIC X(30) VALUE "BD-BANCOS.txt".
           05 FILLER PIC X(30) VALUE "BD-CALEND-NOMINA.txt".
           05 FILLER PIC X(30) VALUE "BD-CAMBIOS.txt".
           05 FILLER PIC X(30) VALUE "BD-CAPACITACION.txt".
           05 FILLER PIC X(30) VALUE "BD-CFDI-CANCEL.txt".
           05 FILLER PIC X(30) VALUE "BD-CFDI-HIST.txt".
           05 FILLER PIC X(30) VALUE "BD-CFDI.txt".
           05 FILLER PIC X(30) VALUE "BD-CHEQUES.txt".
           05 FILLER PIC X(30) VALUE "BD-COMISIONES.txt".
           05 FILLER PIC X(30) VALUE "BD-CONCEPTOS-FIJOS.txt".
           05 FILLER PIC X(30) VALUE "BD-CONCEPTOS.txt".
           05 FILLER PIC X(30) VALUE "BD-CONTRATOS.txt".
           05 FILLER PIC X(30) VALUE "BD-CONTROLID.txt".
           05 FILLER PIC X(30) VALUE "BD-CORRIDA-NOCHE.txt".
           05 FILLER PIC X(30) VALUE "BD-CORRIDAS-NOMINA.txt".
           05 FILLER PIC X(30) VALUE "BD-CORTE-IDSE.txt".
           05 FILLER PIC X(30) VALUE "BD-CORTE-RELOJ.txt".
           05 FILLER PIC X(30) VALUE "BD-CRUCE-IDS.txt".
           05 FILLER PIC X(30) VALUE "BD-CUENTAS-GL.txt".
           05 FILLER PIC X(30) VALUE "BD-CUOTA-SINDICAL.txt".
           05 FILLER PIC X(30) VALUE "BD-CURSOS-PUESTO.txt".
           05 FILLER PIC X(30) VALUE "BD-CURSOS.txt".
           05 FILLER PIC X(30) VALUE "BD-DEPARTAMENTOS.txt".
           05 FILLER PIC X(30) VALUE "BD-DEPENDIENTES.txt".
           05 FILLER PIC X(30) VALUE "BD-EMPLEADOS-DETALLE.txt".
           05 FILLER PIC X(30) VALUE "BD-EMPLEADOS.txt".
           05 FILLER PIC X(30) VALUE "BD-ENTREGAS-EPP.txt".
           05 FILLER PIC X(30) VALUE "BD-EVALUACIONES.txt".
           05 FILLER PIC X(30) VALUE "BD-EXPEDIENTE.txt".
           05 FILLER PIC X(30) VALUE "BD-FECHAS-CIERRE.txt".
           05 FILLER PIC X(30) VALUE "BD-FESTIVOS.txt".
           05 FILLER PIC X(30) VALUE "BD-FOLIO-BANCO.txt".
           05 FILLER PIC X(30) VALUE "BD-FOLIO-NOMINA.txt".
           05 FILLER PIC X(30) VALUE "BD-FONACOT.txt".
           05 FILLER PIC X(30) VALUE "BD-FONDO-AHORRO.txt".
           05 FILLER PIC X(30) VALUE "BD-GENERACIONES.txt".
           05 FILLER PIC X(30) VALUE "BD-HIST-SUELDOS.txt".
           05 FILLER PIC X(30) VALUE "BD-IMSS-PERIODO.txt".
           05 FILLER PIC X(30) VALUE "BD-INCAPACIDADES.txt".
           05 FILLER PIC X(30) VALUE "BD-INCID-LOTE.txt".
           05 FILLER PIC X(30) VALUE "BD-INCIDENCIAS.txt".
           05 FILLER PIC X(30) VALUE "BD-INFONAVIT.txt".
           05 FILLER PIC X(30) VALUE "BD-MATRIZ-MERITO.txt".
           05 FILLER PIC X(30) VALUE "BD-MOTIVOS-BAJA.txt".
           05 FILLER PIC X(30) VALUE "BD-NOMINA-DETALLE.txt".
           05 FILLER PIC X(30) VALUE "BD-NOMINA-PERIODO.txt".
           05 FILLER PIC X(30) VALUE "BD-NOMINA-SIMUL.txt".
           05 FILLER PIC X(30) VALUE "BD-OPERADORES.txt".
           05 FILLER PIC X(30) VALUE "BD-PATRONES.txt".
           05 FILLER PIC X(30) VALUE "BD-PENDIENTES.txt".
           05 FILLER PIC X(30) VALUE "BD-PENSIONES.txt".
           05 FILLER PIC X(30) VALUE "BD-PERMISOS.txt".
           05 FILLER PIC X(30) VALUE "BD-PLAN-COMISION.txt".
           05 FILLER PIC X(30) VALUE "BD-PLANTA-ESTADO.txt".
           05 FILLER PIC X(30) VALUE "BD-PLANTAS.txt".
           05 FILLER PIC X(30) VALUE "BD-PLANTILLA-RH.TXT".
           05 FILLER PIC X(30) VALUE "BD-PLAZAS.txt".
           05 FILLER PIC X(30) VALUE "BD-PRESTAMOS.txt".
           05 FILLER PIC X(30) VALUE "BD-PRESUPUESTOS.txt".
           05 FILLER PIC X(30) VALUE "BD-PRIMA-RIESGO.txt".
           05 FILLER PIC X(30) VALUE "BD-PROGRAMADOS.txt".
           05 FILLER PIC X(30) VALUE "BD-PRORRATEO.txt".
           05 FILLER PIC X(30) VALUE "BD-PROVISIONES.txt".
           05 FILLER PIC X(30) VALUE "BD-PUESTOS.txt".
           05 FILLER PIC X(30) VALUE "BD-QUINQUENIOS.txt".
           05 FILLER PIC X(30) VALUE "BD-RETARDOS.txt".
           05 FILLER PIC X(30) VALUE "BD-SALARIO-MINIMO.txt".
           05 FILLER PIC X(30) VALUE "BD-SDI.txt".
           05 FILLER PIC X(30) VALUE "BD-SINDICATO.txt".
           05 FILLER PIC X(30) VALUE "BD-SNAPSHOT.txt".
           05 FILLER PIC X(30) VALUE "BD-TABLA-ISR-ANUAL.txt".
           05 FILLER PIC X(30) VALUE "BD-TABLA-ISR-SEMANAL.txt".
           05 FILLER PIC X(30) VALUE "BD-TABLA-ISR.txt".
           05 FILLER PIC X(30) VALUE "BD-TABLA-SUBSIDIO-SEMANAL.txt".
           05 FILLER PIC X(30) VALUE "BD-TABLA-SUBSIDIO.txt".
           05 FILLER PIC X(30) VALUE "BD-TASAS-IMSS.txt".
           05 FILLER PIC X(30) VALUE "BD-TASAS-ISN.txt".
           05 FILLER PIC X(30) VALUE "BD-TIPO-CAMBIO.txt".
           05 FILLER PIC X(30) VALUE "BD-TIPOS-DOCUMENTO.txt".
           05 FILLER PIC X(30) VALUE "BD-TRAZA-NOMINA.txt".
           05 FILLER PIC X(30) VALUE "BD-TURNO-EMP.txt".
           05 FILLER PIC X(30) VALUE "BD-TURNOS.txt".
           05 FILLER PIC X(30) VALUE "BD-UMA.txt".
           05 FILLER PIC X(30) VALUE "BD-VACACIONES.txt".
           05 FILLER PIC X(30) VALUE "BD-VALES-DERECHO.txt".
           05 FILLER PIC X(30) VALUE "BD-VALES-MES.txt".
           05 FILLER PIC X(30) VALUE "BD-VIATICOS-COMPROB.txt".
           05 FILLER PIC X(30) VALUE "BD-VIATICOS.txt".
           05 FILLER PIC X(30) VALUE "BD-VISTO-BUENO.txt".
           05 FILLER PIC X(30) VALUE "PARAM-REPORTES.TXT".
       01  WS-TABLA-ARCHIVOS-R REDEFINES WS-TABLA-ARCHIVOS.
           05 WS-ARC-NOMBRE        PIC X(30) OCCURS 95 TIMES.
       01  WS-TOTAL-ARCHIVOS       PIC 9(03)    VALUE 95.
       01  WS-IDX                  PIC 9(03).

      *----------------------------------------------------------------
      * AREAS DEL ENMASCARADO: EL VALOR SE PASA EN WS-MSC-VALOR, LA
      * SEMILLA SALE DEL VALOR COMPLETO MAS LA LLAVE Y SOLO SE
      * REVUELVEN LAS POSICIONES WS-MSC-DESDE A WS-MSC-HASTA.
      *----------------------------------------------------------------
       01  WS-ALFABETO.
           05 FILLER               PIC X(36)    VALUE
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
       01  WS-ALFABETO-R REDEFINES WS-ALFABETO.
           05 WS-ALF-CAR           PIC X(01) OCCURS 36 TIMES.
       01  WS-ALF-IDX              PIC 9(02).

       01  WS-MSC-VALOR            PIC X(30).
       01  WS-MSC-CAR              PIC X(01).
       01  WS-MSC-POS              PIC 9(02).
       01  WS-MSC-NUEVA            PIC 9(02).
       01  WS-MSC-I                PIC 9(02).
       01  WS-MSC-DESDE            PIC 9(02).
       01  WS-MSC-HASTA            PIC 9(02).
       01  WS-MSC-SEMILLA          PIC 9(05).
       01  WS-SEMILLA-LLAVE        PIC 9(05)    VALUE ZEROS.
       01  WS-MSC-TEMP             PIC 9(09).
       01  WS-MSC-COCIENTE         PIC 9(09).

      *----------------------------------------------------------------
      * DIGITOS VERIFICADORES, CON EL MISMO CALCULO DE ALTAEMP.
      *----------------------------------------------------------------
       01  WS-NSS-R.
           05 WS-NSS-DIGITO        PIC 9(01) OCCURS 11 TIMES.
       01  WS-NSS-IDX              PIC 9(02).
       01  WS-NSS-PRODUCTO         PIC 9(02).
       01  WS-NSS-SUMA             PIC 9(03).
       01  WS-NSS-COCIENTE         PIC 9(03).
       01  WS-NSS-RESIDUO          PIC 9(02).
       01  WS-NSS-VERIFICADOR      PIC 9(02).

       01  WS-CLABE-R.
           05 WS-CLABE-DIGITO      PIC 9(01) OCCURS 18 TIMES.
       01  WS-CLABE-IDX            PIC 9(02).
       01  WS-CLABE-PESO           PIC 9(01).
       01  WS-CLABE-PRODUCTO       PIC 9(02).
       01  WS-CLABE-SUMA           PIC 9(03).
       01  WS-CLABE-COCIENTE       PIC 9(03).
       01  WS-CLABE-RESIDUO        PIC 9(02).
       01  WS-CLABE-VERIFICADOR    PIC 9(02).

       01  WS-CORREO-ID            PIC 9(04).

       01  SW-FIN                  PIC X(03)    VALUE SPACES.

       01  WS-CONT-COPIADOS        PIC 9(05)    VALUE ZEROS.
       01  WS-CONT-INDICES         PIC 9(05)    VALUE ZEROS.
       01  WS-CONT-NO-COPIADOS     PIC 9(05)    VALUE ZEROS.
       01  WS-CONT-EMP             PIC 9(07)    VALUE ZEROS.
       01  WS-CONT-DET             PIC 9(07)    VALUE ZEROS.
       01  WS-CONT-FAM             PIC 9(07)    VALUE ZEROS.
       01  WS-CONT-PEN             PIC 9(07)    VALUE ZEROS.
       01  WS-CONT-INF             PIC 9(07)    VALUE ZEROS.
       01  WS-CONT-OPER            PIC 9(07)    VALUE ZEROS.
       01  WS-CONT-PEND            PIC 9(07)    VALUE ZEROS.
       01  WS-CONT-CAMB            PIC 9(07)    VALUE ZEROS.
       01  WS-CAMB-LEIDOS          PIC 9(07)    VALUE ZEROS.
       01  WS-CONT-HIST            PIC 9(07)    VALUE ZEROS.
       01  WS-CONT-CHQ             PIC 9(07)    VALUE ZEROS.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-OBTIENE-RUTA-DATOS     THRU 015-FIN
           MOVE WS-DIR-DATOS TO WS-DIR-ORIGEN
           PERFORM 012-SOLICITA-DESTINO       THRU 012-FIN
           PERFORM 014-SOLICITA-LLAVE         THRU 014-FIN
           PERFORM 030-COPIA-ARCHIVOS         THRU 030-FIN
           PERFORM 016-ARMA-RUTAS-DESTINO     THRU 016-FIN
           PERFORM 040-MASCARA-EMPLEADOS      THRU 040-FIN
           PERFORM 044-MASCARA-DETALLE        THRU 044-FIN
           PERFORM 048-MASCARA-DEPENDIENTES   THRU 048-FIN
           PERFORM 052-MASCARA-PENSIONES      THRU 052-FIN
           PERFORM 056-MASCARA-INFONAVIT      THRU 056-FIN
           PERFORM 062-MASCARA-OPERADORES     THRU 062-FIN
           PERFORM 066-MASCARA-PENDIENTES     THRU 066-FIN
           PERFORM 070-MASCARA-CAMBIOS        THRU 070-FIN
           PERFORM 074-MASCARA-HISTORICO      THRU 074-FIN
           PERFORM 077-MASCARA-CHEQUES        THRU 077-FIN
           PERFORM 099-RESUMEN                THRU 099-FIN
           GOBACK.

           COPY EMPRUTAP.
           COPY DETRUTAP.
           COPY FAMRUTAP.
           COPY PENRUTAP.
           COPY INFRUTAP.
           COPY OPERRUTAP.
           COPY PENDRUTAP.
           COPY CAMBRUTAP.
           COPY CHQRUTAP.

      *----------------------------------------------------------------
      * LA CARPETA DE PRUEBAS SALE DE CRUDEMP_PRUEBAS O SE TECLEA; NO
      * PUEDE SER LA MISMA QUE LA DE PRODUCCION, PORQUE EL
      * ENMASCARADO SE HACE SOBRE LA COPIA.
      *----------------------------------------------------------------
       012-SOLICITA-DESTINO.
           ACCEPT WS-DIR-DESTINO FROM ENVIRONMENT "CRUDEMP_PRUEBAS"
           IF WS-DIR-DESTINO EQUAL SPACES
              DISPLAY "CARPETA DE PRUEBAS DESTINO: "
              ACCEPT WS-DIR-DESTINO
           END-IF
           IF WS-DIR-DESTINO EQUAL SPACES
              DISPLAY "SIN CARPETA DE PRUEBAS NO SE COPIA NADA."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-DIR-DESTINO EQUAL WS-DIR-ORIGEN
              DISPLAY "LA CARPETA DE PRUEBAS NO PUEDE SER LA DE "
                      "PRODUCCION: " WS-DIR-ORIGEN
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY "ORIGEN : " WS-DIR-ORIGEN
           DISPLAY "DESTINO: " WS-DIR-DESTINO
           DISPLAY "LOS ARCHIVOS DEL DESTINO SE REEMPLAZAN. "
                   "CONTINUAR (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL "S" AND NOT EQUAL "s"
              DISPLAY "COPIA CANCELADA."
              GOBACK
           END-IF.
       012-FIN. EXIT.

      *----------------------------------------------------------------
      * LA LLAVE DE ENMASCARADO HACE QUE EL RESULTADO NO SE PUEDA
      * ADIVINAR SIN ELLA; CON LA MISMA LLAVE, CADA CARGA DE PRUEBAS
      * DEJA LOS MISMOS DATOS FICTICIOS.
      *----------------------------------------------------------------
       014-SOLICITA-LLAVE.
           DISPLAY "LLAVE DE ENMASCARADO (HASTA 8 CARACTERES): "
           ACCEPT WS-LLAVE-MASCARA
           IF WS-LLAVE-MASCARA EQUAL SPACES
              DISPLAY "LA LLAVE ES OBLIGATORIA."
              GO TO 014-SOLICITA-LLAVE
           END-IF
           MOVE WS-LLAVE-MASCARA TO WS-MSC-VALOR
           MOVE ZEROS TO WS-SEMILLA-LLAVE
           PERFORM 094-CALCULA-SEMILLA THRU 094-FIN
           MOVE WS-MSC-SEMILLA TO WS-SEMILLA-LLAVE.
       014-FIN. EXIT.

      *----------------------------------------------------------------
      * YA COPIADOS LOS ARCHIVOS, TODAS LAS RUTAS DE TRABAJO APUNTAN
      * A LA CARPETA DE PRUEBAS: EL ENMASCARADO NUNCA ABRE UN ARCHIVO
      * DE PRODUCCION PARA ESCRITURA.
      *----------------------------------------------------------------
       016-ARMA-RUTAS-DESTINO.
           MOVE WS-DIR-DESTINO TO WS-DIR-DATOS
           MOVE SPACES TO WS-RUTA-EMPLEADOS
           STRING WS-DIR-DATOS        DELIMITED BY SPACE
                  "\BD-EMPLEADOS.txt" DELIMITED BY SIZE
                  INTO WS-RUTA-EMPLEADOS
           END-STRING
           PERFORM 061-OBTIENE-RUTA-DETALLE   THRU 061-FIN
           PERFORM 142-OBTIENE-RUTA-DEPENDIENTES THRU 142-FIN
           PERFORM 100-OBTIENE-RUTA-PENSIONES THRU 100-FIN
           PERFORM 022-OBTIENE-RUTA-INFONAVIT THRU 022-FIN
           PERFORM 027-OBTIENE-RUTA-OPERADORES THRU 027-FIN
           PERFORM 057-OBTIENE-RUTA-PENDIENTES THRU 057-FIN
           PERFORM 023-OBTIENE-RUTA-CAMBIOS   THRU 023-FIN
           PERFORM 210-OBTIENE-RUTA-CHEQUES   THRU 210-FIN
           STRING WS-DIR-ORIGEN                   DELIMITED BY SPACE
                  "\BD-EMPLEADOS-HISTORICO.txt"   DELIMITED BY SIZE
                  INTO WS-RUTA-HIST-ORIGEN
           END-STRING
           STRING WS-DIR-DESTINO                  DELIMITED BY SPACE
                  "\BD-EMPLEADOS-HISTORICO.txt"   DELIMITED BY SIZE
                  INTO WS-RUTA-HIST-DESTINO
           END-STRING.
       016-FIN. EXIT.

      *----------------------------------------------------------------
      * COPIA BYTE A BYTE CADA ARCHIVO DE LA TABLA CON LA RUTINA
      * CBL_COPY_FILE DEL RUNTIME (LA MISMA FAMILIA QUE USA PURGAGEN
      * PARA BORRAR). UN ARCHIVO QUE NO EXISTE EN PRODUCCION (UN
      * MODULO QUE NO SE USA) SOLO SE REPORTA.
      *----------------------------------------------------------------
       030-COPIA-ARCHIVOS.
           MOVE 1 TO WS-IDX
           PERFORM 032-COPIA-ARCHIVO THRU 032-FIN
                   UNTIL WS-IDX IS GREATER THAN WS-TOTAL-ARCHIVOS.
       030-FIN. EXIT.

       032-COPIA-ARCHIVO.
           MOVE SPACES TO WS-RUTA-ORIGEN
                          WS-RUTA-DESTINO
           STRING WS-DIR-ORIGEN           DELIMITED BY SPACE
                  "\"                     DELIMITED BY SIZE
                  WS-ARC-NOMBRE (WS-IDX)  DELIMITED BY SPACE
                  INTO WS-RUTA-ORIGEN
           END-STRING
           STRING WS-DIR-DESTINO          DELIMITED BY SPACE
                  "\"                     DELIMITED BY SIZE
                  WS-ARC-NOMBRE (WS-IDX)  DELIMITED BY SPACE
                  INTO WS-RUTA-DESTINO
           END-STRING
           CALL "CBL_COPY_FILE" USING WS-RUTA-ORIGEN
                                      WS-RUTA-DESTINO
           IF RETURN-CODE NOT EQUAL ZERO
              DISPLAY "NO COPIADO (NO EXISTE O SIN ACCESO): "
                      WS-ARC-NOMBRE (WS-IDX)
              ADD 1 TO WS-CONT-NO-COPIADOS
              MOVE ZERO TO RETURN-CODE
              GO TO 032-SIGUE
           END-IF
           ADD 1 TO WS-CONT-COPIADOS
           MOVE SPACES TO WS-RUTA-ORIGEN
                          WS-RUTA-DESTINO
           STRING WS-DIR-ORIGEN           DELIMITED BY SPACE
                  "\"                     DELIMITED BY SIZE
                  WS-ARC-NOMBRE (WS-IDX)  DELIMITED BY SPACE
                  ".idx"                  DELIMITED BY SIZE
                  INTO WS-RUTA-ORIGEN
           END-STRING
           STRING WS-DIR-DESTINO          DELIMITED BY SPACE
                  "\"                     DELIMITED BY SIZE
                  WS-ARC-NOMBRE (WS-IDX)  DELIMITED BY SPACE
                  ".idx"                  DELIMITED BY SIZE
                  INTO WS-RUTA-DESTINO
           END-STRING
           CALL "CBL_COPY_FILE" USING WS-RUTA-ORIGEN
                                      WS-RUTA-DESTINO
           IF RETURN-CODE EQUAL ZERO
              ADD 1 TO WS-CONT-INDICES
           END-IF
           MOVE ZERO TO RETURN-CODE.
       032-SIGUE.
           ADD 1 TO WS-IDX.
       032-FIN. EXIT.

      *----------------------------------------------------------------
      * EMPLEADOS: NOMBRE, APELLIDOS, RFC, CURP, NSS Y CLABE.
      *----------------------------------------------------------------
       040-MASCARA-EMPLEADOS.
           OPEN I-O EMPLEADOS
           IF NOT FS-EMPLEADOS-OK
              DISPLAY "SIN BD-EMPLEADOS EN PRUEBAS, NO SE ENMASCARA. "
                      "FS: " WS-FS-EMPLEADOS
              GO TO 040-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 042-MASCARA-EMPLEADO THRU 042-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE EMPLEADOS.
       040-FIN. EXIT.

       042-MASCARA-EMPLEADO.
           READ EMPLEADOS NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 042-FIN
           END-READ
           MOVE REG-EMPLEADOS TO WS-DATOS-EMPLEADO
           PERFORM 080-ENMASCARA-EMPLEADO THRU 080-FIN
           MOVE WS-DATOS-EMPLEADO TO REG-EMPLEADOS
           REWRITE REG-EMPLEADOS
           ADD 1 TO WS-CONT-EMP.
       042-FIN. EXIT.

      *----------------------------------------------------------------
      * DETALLE: CALLE, COLONIA, TELEFONO, CORREO Y CONTACTOS. LA
      * CIUDAD Y EL CODIGO POSTAL SE CONSERVAN (SIN ELLOS NO SE
      * PUEDE PROBAR NADA QUE DEPENDA DE LA UBICACION).
      *----------------------------------------------------------------
       044-MASCARA-DETALLE.
           OPEN I-O EMPLEADOS-DETALLE
           IF NOT FS-DETALLE-OK
              DISPLAY "SIN BD-EMPLEADOS-DETALLE EN PRUEBAS."
              GO TO 044-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 046-MASCARA-DETALLE-REG THRU 046-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE EMPLEADOS-DETALLE.
       044-FIN. EXIT.

       046-MASCARA-DETALLE-REG.
           READ EMPLEADOS-DETALLE NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 046-FIN
           END-READ
           MOVE DET-CALLE TO WS-MSC-VALOR
           PERFORM 082-MASCARA-COMPLETA THRU 082-FIN
           MOVE WS-MSC-VALOR TO DET-CALLE
           MOVE DET-COLONIA TO WS-MSC-VALOR
           PERFORM 082-MASCARA-COMPLETA THRU 082-FIN
           MOVE WS-MSC-VALOR TO DET-COLONIA
           MOVE DET-TELEFONO TO WS-MSC-VALOR
           PERFORM 082-MASCARA-COMPLETA THRU 082-FIN
           MOVE WS-MSC-VALOR TO DET-TELEFONO
           MOVE DET-CONTACTO1-NOMBRE TO WS-MSC-VALOR
           PERFORM 082-MASCARA-COMPLETA THRU 082-FIN
           MOVE WS-MSC-VALOR TO DET-CONTACTO1-NOMBRE
           MOVE DET-CONTACTO1-TEL TO WS-MSC-VALOR
           PERFORM 082-MASCARA-COMPLETA THRU 082-FIN
           MOVE WS-MSC-VALOR TO DET-CONTACTO1-TEL
           MOVE DET-CONTACTO2-NOMBRE TO WS-MSC-VALOR
           PERFORM 082-MASCARA-COMPLETA THRU 082-FIN
           MOVE WS-MSC-VALOR TO DET-CONTACTO2-NOMBRE
           MOVE DET-CONTACTO2-TEL TO WS-MSC-VALOR
           PERFORM 082-MASCARA-COMPLETA THRU 082-FIN
           MOVE WS-MSC-VALOR TO DET-CONTACTO2-TEL
           IF DET-EMAIL NOT EQUAL SPACES
              MOVE DET-ID-EMP TO WS-CORREO-ID
              MOVE SPACES TO DET-EMAIL
              STRING "EMP"                DELIMITED BY SIZE
                     WS-CORREO-ID         DELIMITED BY SIZE
                     "@PRUEBAS.LOCAL"     DELIMITED BY SIZE
                     INTO DET-EMAIL
              END-STRING
           END-IF
           REWRITE REG-EMPLEADOS-DETALLE
           ADD 1 TO WS-CONT-DET.
       046-FIN. EXIT.

      *----------------------------------------------------------------
      * DEPENDIENTES Y BENEFICIARIOS: NOMBRE Y APELLIDOS.
      *----------------------------------------------------------------
       048-MASCARA-DEPENDIENTES.
           OPEN I-O DEPENDIENTES
           IF NOT FS-DEPENDIENTES-OK
              DISPLAY "SIN BD-DEPENDIENTES EN PRUEBAS."
              GO TO 048-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 050-MASCARA-DEPENDIENTE THRU 050-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE DEPENDIENTES.
       048-FIN. EXIT.

       050-MASCARA-DEPENDIENTE.
           READ DEPENDIENTES NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 050-FIN
           END-READ
           MOVE FAM-NOMBRE TO WS-MSC-VALOR
           PERFORM 082-MASCARA-COMPLETA THRU 082-FIN
           MOVE WS-MSC-VALOR TO FAM-NOMBRE
           MOVE FAM-APE-PAT TO WS-MSC-VALOR
           PERFORM 082-MASCARA-COMPLETA THRU 082-FIN
           MOVE WS-MSC-VALOR TO FAM-APE-PAT
           MOVE FAM-APE-MAT TO WS-MSC-VALOR
           PERFORM 082-MASCARA-COMPLETA THRU 082-FIN
           MOVE WS-MSC-VALOR TO FAM-APE-MAT
           REWRITE REG-DEPENDIENTES
           ADD 1 TO WS-CONT-FAM.
       050-FIN. EXIT.

      *----------------------------------------------------------------
      * PENSIONES: EXPEDIENTE, BENEFICIARIO Y SU CLABE.
      *----------------------------------------------------------------
       052-MASCARA-PENSIONES.
           OPEN I-O PENSIONES
           IF NOT FS-PENSIONES-OK
              DISPLAY "SIN BD-PENSIONES EN PRUEBAS."
              GO TO 052-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 054-MASCARA-PENSION THRU 054-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE PENSIONES.
       052-FIN. EXIT.

       054-MASCARA-PENSION.
           READ PENSIONES NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 054-FIN
           END-READ
           MOVE PEN-EXPEDIENTE TO WS-MSC-VALOR
           PERFORM 082-MASCARA-COMPLETA THRU 082-FIN
           MOVE WS-MSC-VALOR TO PEN-EXPEDIENTE
           MOVE PEN-BENEFICIARIO TO WS-MSC-VALOR
           PERFORM 082-MASCARA-COMPLETA THRU 082-FIN
           MOVE WS-MSC-VALOR TO PEN-BENEFICIARIO
           MOVE PEN-CLABE-BEN TO WS-MSC-VALOR
           PERFORM 090-MASCARA-CLABE THRU 090-FIN
           MOVE WS-MSC-VALOR TO PEN-CLABE-BEN
           REWRITE REG-PENSIONES
           ADD 1 TO WS-CONT-PEN.
       054-FIN. EXIT.

      *----------------------------------------------------------------
      * INFONAVIT: NUMERO DE CREDITO.
      *----------------------------------------------------------------
       056-MASCARA-INFONAVIT.
           OPEN I-O CREDITOS-INFONAVIT
           IF NOT FS-INFONAVIT-OK
              DISPLAY "SIN BD-INFONAVIT EN PRUEBAS."
              GO TO 056-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 058-MASCARA-CREDITO THRU 058-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE CREDITOS-INFONAVIT.
       056-FIN. EXIT.

       058-MASCARA-CREDITO.
           READ CREDITOS-INFONAVIT NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 058-FIN
           END-READ
           MOVE INF-NUM-CREDITO TO WS-MSC-VALOR
           PERFORM 082-MASCARA-COMPLETA THRU 082-FIN
           MOVE WS-MSC-VALOR TO INF-NUM-CREDITO
           REWRITE REG-INFONAVIT
           ADD 1 TO WS-CONT-INF.
       058-FIN. EXIT.

      *----------------------------------------------------------------
      * OPERADORES: SE REVUELVE EL NOMBRE Y LA CONTRASENA QUEDA IGUAL
      * A LA CLAVE; LA CLAVE Y EL ROL SE CONSERVAN PARA PROBAR LOS
      * PERMISOS.
      *----------------------------------------------------------------
       062-MASCARA-OPERADORES.
           OPEN I-O OPERADORES
           IF NOT FS-OPERADORES-OK
              DISPLAY "SIN BD-OPERADORES EN PRUEBAS."
              GO TO 062-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 064-MASCARA-OPERADOR THRU 064-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE OPERADORES.
       062-FIN. EXIT.

       064-MASCARA-OPERADOR.
           READ OPERADORES NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 064-FIN
           END-READ
           MOVE REG-OPERADOR-NOMBRE TO WS-MSC-VALOR
           PERFORM 082-MASCARA-COMPLETA THRU 082-FIN
           MOVE WS-MSC-VALOR TO REG-OPERADOR-NOMBRE
           MOVE REG-OPERADOR-ID TO REG-OPERADOR-PASSWORD
           REWRITE REG-OPERADORES
           ADD 1 TO WS-CONT-OPER.
       064-FIN. EXIT.

      *----------------------------------------------------------------
      * PENDIENTES: LA IMAGEN DEL EMPLEADO QUE ESPERA AUTORIZACION SE
      * ENMASCARA IGUAL QUE BD-EMPLEADOS, PARA QUE APRUEBA LA APLIQUE
      * CON LOS MISMOS DATOS FICTICIOS.
      *----------------------------------------------------------------
       066-MASCARA-PENDIENTES.
           OPEN I-O PENDIENTES
           IF NOT FS-PENDIENTES-OK
              DISPLAY "SIN BD-PENDIENTES EN PRUEBAS."
              GO TO 066-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 068-MASCARA-PENDIENTE THRU 068-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE PENDIENTES.
       066-FIN. EXIT.

       068-MASCARA-PENDIENTE.
           READ PENDIENTES NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 068-FIN
           END-READ
           MOVE PEND-DATOS-EMPLEADO TO WS-DATOS-EMPLEADO
           PERFORM 080-ENMASCARA-EMPLEADO THRU 080-FIN
           MOVE WS-DATOS-EMPLEADO TO PEND-DATOS-EMPLEADO
           REWRITE REG-PENDIENTES
           ADD 1 TO WS-CONT-PEND.
       068-FIN. EXIT.

      *----------------------------------------------------------------
      * BITACORA DE CAMBIOS: LOS VALORES ANTERIOR Y NUEVO DE LOS
      * CAMBIOS DE NOMBRE, APELLIDOS Y CLABE. SE REGRABA EN SU LUGAR
      * (ARCHIVO SECUENCIAL DE LONGITUD FIJA). COMO EL ENMASCARADO
      * CAMBIA LOS DATOS DE LOS RENGLONES, TODA LA COPIA SE RESELLA EN
      * CADENA PARA QUE VERIBIT TAMBIEN CUADRE EN PRUEBAS.
      *----------------------------------------------------------------
       070-MASCARA-CAMBIOS.
           OPEN I-O CAMBIOS
           IF NOT FS-CAMBIOS-OK
              DISPLAY "SIN BD-CAMBIOS EN PRUEBAS."
              GO TO 070-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 072-MASCARA-CAMBIO THRU 072-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE CAMBIOS.
       070-FIN. EXIT.

       072-MASCARA-CAMBIO.
           READ CAMBIOS
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 072-FIN
           END-READ
           EVALUATE CAM-CAMPO
           WHEN "NOMBRE"
           WHEN "APELLIDO PATERNO"
           WHEN "APELLIDO MATERNO"
              MOVE CAM-VALOR-ANTERIOR TO WS-MSC-VALOR
              PERFORM 082-MASCARA-COMPLETA THRU 082-FIN
              MOVE WS-MSC-VALOR TO CAM-VALOR-ANTERIOR
              MOVE CAM-VALOR-NUEVO TO WS-MSC-VALOR
              PERFORM 082-MASCARA-COMPLETA THRU 082-FIN
              MOVE WS-MSC-VALOR TO CAM-VALOR-NUEVO
              ADD 1 TO WS-CONT-CAMB
           WHEN "CLABE"
              MOVE CAM-VALOR-ANTERIOR TO WS-MSC-VALOR
              PERFORM 090-MASCARA-CLABE THRU 090-FIN
              MOVE WS-MSC-VALOR TO CAM-VALOR-ANTERIOR
              MOVE CAM-VALOR-NUEVO TO WS-MSC-VALOR
              PERFORM 090-MASCARA-CLABE THRU 090-FIN
              MOVE WS-MSC-VALOR TO CAM-VALOR-NUEVO
              ADD 1 TO WS-CONT-CAMB
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           ADD 1 TO WS-CAMB-LEIDOS
           IF WS-CAMB-LEIDOS IS GREATER THAN 1
              MOVE WS-CAM-SELLO-PREVIO TO CAM-SELLO-ANT
           END-IF
           CALL "SELLOBIT" USING CAM-SELLO-ANT
                                 REG-CAMBIOS
                                 WS-CAM-SELLO-LARGO
                                 CAM-SELLO
           MOVE CAM-SELLO TO WS-CAM-SELLO-PREVIO
           REWRITE REG-CAMBIOS.
       072-FIN. EXIT.

      *----------------------------------------------------------------
      * HISTORICO DE EMPLEADOS (SECUENCIAL DE LINEA): SE LEE DE
      * PRODUCCION Y SE ESCRIBE YA ENMASCARADO EN PRUEBAS.
      *----------------------------------------------------------------
       074-MASCARA-HISTORICO.
           OPEN INPUT HISTORICO-ORIGEN
           IF NOT FS-HIST-ORIGEN-OK
              DISPLAY "SIN BD-EMPLEADOS-HISTORICO EN PRODUCCION."
              GO TO 074-FIN
           END-IF
           OPEN OUTPUT HISTORICO-DESTINO
           IF NOT FS-HIST-DESTINO-OK
              DISPLAY "NO SE PUDO CREAR EL HISTORICO EN PRUEBAS. "
                      "FS: " WS-FS-HIST-DESTINO
              CLOSE HISTORICO-ORIGEN
              GO TO 074-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 076-MASCARA-HISTORIA THRU 076-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE HISTORICO-ORIGEN
                 HISTORICO-DESTINO.
       074-FIN. EXIT.

       076-MASCARA-HISTORIA.
           READ HISTORICO-ORIGEN
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 076-FIN
           END-READ
           MOVE REG-HIST-ORIGEN TO WS-DATOS-EMPLEADO
           PERFORM 080-ENMASCARA-EMPLEADO THRU 080-FIN
           WRITE REG-HIST-DESTINO FROM WS-DATOS-EMPLEADO
           ADD 1 TO WS-CONT-HIST.
       076-FIN. EXIT.

      *----------------------------------------------------------------
      * CHEQUES: EL BENEFICIARIO ES EL NOMBRE DEL EMPLEADO TAL COMO LO
      * GRABO CHEQNOM (MISMO ANCHO QUE WS-NOMBRE-EMP), ASI QUE CON EL
      * MISMO REVUELTO QUEDA IGUAL AL NOMBRE YA ENMASCARADO DEL
      * EMPLEADO.
      *----------------------------------------------------------------
       077-MASCARA-CHEQUES.
           OPEN I-O CHEQUES
           IF NOT FS-CHEQUES-OK
              DISPLAY "SIN BD-CHEQUES EN PRUEBAS."
              GO TO 077-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 078-MASCARA-CHEQUE THRU 078-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE CHEQUES.
       077-FIN. EXIT.

       078-MASCARA-CHEQUE.
           READ CHEQUES NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN
                   GO TO 078-FIN
           END-READ
           MOVE CHQ-NOMBRE TO WS-MSC-VALOR
           PERFORM 082-MASCARA-COMPLETA THRU 082-FIN
           MOVE WS-MSC-VALOR TO CHQ-NOMBRE
           REWRITE REG-CHEQUE
           ADD 1 TO WS-CONT-CHQ.
       078-FIN. EXIT.

      *----------------------------------------------------------------
      * ENMASCARA LA IMAGEN DEL EMPLEADO EN WS-DATOS-EMPLEADO (LA
      * USAN EMPLEADOS, PENDIENTES E HISTORICO).
      *----------------------------------------------------------------
       080-ENMASCARA-EMPLEADO.
           MOVE WS-NOMBRE-EMP TO WS-MSC-VALOR
           PERFORM 082-MASCARA-COMPLETA THRU 082-FIN
           MOVE WS-MSC-VALOR TO WS-NOMBRE-EMP
           MOVE WS-APE-PAT-EMP TO WS-MSC-VALOR
           PERFORM 082-MASCARA-COMPLETA THRU 082-FIN
           MOVE WS-MSC-VALOR TO WS-APE-PAT-EMP
           MOVE WS-APE-MAT-EMP TO WS-MSC-VALOR
           PERFORM 082-MASCARA-COMPLETA THRU 082-FIN
           MOVE WS-MSC-VALOR TO WS-APE-MAT-EMP
           MOVE WS-RFC TO WS-MSC-VALOR
           PERFORM 084-MASCARA-RFC THRU 084-FIN
           MOVE WS-MSC-VALOR TO WS-RFC
           MOVE WS-CURP TO WS-MSC-VALOR
           PERFORM 086-MASCARA-CURP THRU 086-FIN
           MOVE WS-MSC-VALOR TO WS-CURP
           MOVE WS-NSS TO WS-MSC-VALOR
           PERFORM 088-MASCARA-NSS THRU 088-FIN
           MOVE WS-MSC-VALOR TO WS-NSS
           MOVE WS-CLABE TO WS-MSC-VALOR
           PERFORM 090-MASCARA-CLABE THRU 090-FIN
           MOVE WS-MSC-VALOR TO WS-CLABE.
       080-FIN. EXIT.

      *----------------------------------------------------------------
      * NOMBRES, DOMICILIOS, TELEFONOS Y DEMAS: TODO EL VALOR.
      *----------------------------------------------------------------
       082-MASCARA-COMPLETA.
           IF WS-MSC-VALOR EQUAL SPACES
              GO TO 082-FIN
           END-IF
           PERFORM 094-CALCULA-SEMILLA THRU 094-FIN
           MOVE 1  TO WS-MSC-DESDE
           MOVE 30 TO WS-MSC-HASTA
           PERFORM 096-TRANSFORMA-TRAMO THRU 096-FIN.
       082-FIN. EXIT.

       084-MASCARA-RFC.
           IF WS-MSC-VALOR EQUAL SPACES
              GO TO 084-FIN
           END-IF
           PERFORM 094-CALCULA-SEMILLA THRU 094-FIN
           MOVE 1  TO WS-MSC-DESDE
           MOVE 4  TO WS-MSC-HASTA
           PERFORM 096-TRANSFORMA-TRAMO THRU 096-FIN
           MOVE 11 TO WS-MSC-DESDE
           MOVE 13 TO WS-MSC-HASTA
           PERFORM 096-TRANSFORMA-TRAMO THRU 096-FIN.
       084-FIN. EXIT.

       086-MASCARA-CURP.
           IF WS-MSC-VALOR EQUAL SPACES
              GO TO 086-FIN
           END-IF
           PERFORM 094-CALCULA-SEMILLA THRU 094-FIN
           MOVE 1  TO WS-MSC-DESDE
           MOVE 4  TO WS-MSC-HASTA
           PERFORM 096-TRANSFORMA-TRAMO THRU 096-FIN
           MOVE 14 TO WS-MSC-DESDE
           MOVE 18 TO WS-MSC-HASTA
           PERFORM 096-TRANSFORMA-TRAMO THRU 096-FIN.
       086-FIN. EXIT.

       088-MASCARA-NSS.
           IF WS-MSC-VALOR EQUAL SPACES
              GO TO 088-FIN
           END-IF
           PERFORM 094-CALCULA-SEMILLA THRU 094-FIN
           MOVE 5  TO WS-MSC-DESDE
           MOVE 10 TO WS-MSC-HASTA
           PERFORM 096-TRANSFORMA-TRAMO THRU 096-FIN
           IF WS-MSC-VALOR (1:11) NOT NUMERIC
              GO TO 088-FIN
           END-IF
           MOVE WS-MSC-VALOR (1:11) TO WS-NSS-R
           MOVE ZEROS TO WS-NSS-SUMA
           MOVE 1     TO WS-NSS-IDX
           PERFORM 089-SUMA-DIGITO THRU 089-FIN
                   UNTIL WS-NSS-IDX IS GREATER THAN 10
           DIVIDE WS-NSS-SUMA BY 10
                  GIVING WS-NSS-COCIENTE REMAINDER WS-NSS-RESIDUO
           SUBTRACT WS-NSS-RESIDUO FROM 10
                    GIVING WS-NSS-VERIFICADOR
           IF WS-NSS-VERIFICADOR EQUAL 10
              MOVE ZEROS TO WS-NSS-VERIFICADOR
           END-IF
           MOVE WS-NSS-VERIFICADOR TO WS-NSS-DIGITO (11)
           MOVE WS-NSS-R TO WS-MSC-VALOR (1:11).
       088-FIN. EXIT.

       089-SUMA-DIGITO.
           DIVIDE WS-NSS-IDX BY 2
                  GIVING WS-NSS-COCIENTE REMAINDER WS-NSS-RESIDUO
           IF WS-NSS-RESIDUO EQUAL ZEROS
              COMPUTE WS-NSS-PRODUCTO =
                      WS-NSS-DIGITO (WS-NSS-IDX) * 2
              IF WS-NSS-PRODUCTO IS GREATER THAN 9
                 SUBTRACT 9 FROM WS-NSS-PRODUCTO
              END-IF
              ADD WS-NSS-PRODUCTO TO WS-NSS-SUMA
           ELSE
              ADD WS-NSS-DIGITO (WS-NSS-IDX) TO WS-NSS-SUMA
           END-IF
           ADD 1 TO WS-NSS-IDX.
       089-FIN. EXIT.

       090-MASCARA-CLABE.
           IF WS-MSC-VALOR EQUAL SPACES
              GO TO 090-FIN
           END-IF
           PERFORM 094-CALCULA-SEMILLA THRU 094-FIN
           MOVE 7  TO WS-MSC-DESDE
           MOVE 17 TO WS-MSC-HASTA
           PERFORM 096-TRANSFORMA-TRAMO THRU 096-FIN
           IF WS-MSC-VALOR (1:18) NOT NUMERIC
              GO TO 090-FIN
           END-IF
           MOVE WS-MSC-VALOR (1:18) TO WS-CLABE-R
           MOVE ZEROS TO WS-CLABE-SUMA
           MOVE 1     TO WS-CLABE-IDX
           PERFORM 091-SUMA-CLABE THRU 091-FIN
                   UNTIL WS-CLABE-IDX IS GREATER THAN 17
           DIVIDE WS-CLABE-SUMA BY 10
                  GIVING WS-CLABE-COCIENTE
                  REMAINDER WS-CLABE-RESIDUO
           SUBTRACT WS-CLABE-RESIDUO FROM 10
                    GIVING WS-CLABE-VERIFICADOR
           IF WS-CLABE-VERIFICADOR EQUAL 10
              MOVE ZEROS TO WS-CLABE-VERIFICADOR
           END-IF
           MOVE WS-CLABE-VERIFICADOR TO WS-CLABE-DIGITO (18)
           MOVE WS-CLABE-R TO WS-MSC-VALOR (1:18).
       090-FIN. EXIT.

       091-SUMA-CLABE.
           DIVIDE WS-CLABE-IDX BY 3
                  GIVING WS-CLABE-COCIENTE
                  REMAINDER WS-CLABE-RESIDUO
           EVALUATE WS-CLABE-RESIDUO
           WHEN 1
              MOVE 3 TO WS-CLABE-PESO
           WHEN 2
              MOVE 7 TO WS-CLABE-PESO
           WHEN OTHER
              MOVE 1 TO WS-CLABE-PESO
           END-EVALUATE
           COMPUTE WS-CLABE-PRODUCTO =
                   WS-CLABE-DIGITO (WS-CLABE-IDX) * WS-CLABE-PESO
           DIVIDE WS-CLABE-PRODUCTO BY 10
                  GIVING WS-CLABE-COCIENTE
                  REMAINDER WS-CLABE-RESIDUO
           ADD WS-CLABE-RESIDUO TO WS-CLABE-SUMA
           ADD 1 TO WS-CLABE-IDX.
       091-FIN. EXIT.

      *----------------------------------------------------------------
      * SEMILLA DEL VALOR: PARTE DE LA SEMILLA DE LA LLAVE Y VA
      * ACUMULANDO LA POSICION DE CADA CARACTER EN EL ALFABETO
      * (MODULO 99991). ANTES SE PASA EL VALOR A MAYUSCULAS PARA QUE
      * UN MISMO NOMBRE CAPTURADO CON MINUSCULAS QUEDE IGUAL.
      *----------------------------------------------------------------
       094-CALCULA-SEMILLA.
           INSPECT WS-MSC-VALOR CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE WS-SEMILLA-LLAVE TO WS-MSC-SEMILLA
           MOVE 1 TO WS-MSC-I
           PERFORM 095-SUMA-SEMILLA THRU 095-FIN
                   UNTIL WS-MSC-I IS GREATER THAN 30.
       094-FIN. EXIT.

       095-SUMA-SEMILLA.
           MOVE WS-MSC-VALOR (WS-MSC-I:1) TO WS-MSC-CAR
           PERFORM 098-BUSCA-CARACTER THRU 098-FIN
           COMPUTE WS-MSC-TEMP = WS-MSC-SEMILLA * 31 + WS-MSC-POS
           DIVIDE WS-MSC-TEMP BY 99991
                  GIVING WS-MSC-COCIENTE REMAINDER WS-MSC-SEMILLA
           ADD 1 TO WS-MSC-I.
       095-FIN. EXIT.

      *----------------------------------------------------------------
      * REVUELVE LAS POSICIONES WS-MSC-DESDE A WS-MSC-HASTA: UNA
      * LETRA SE CAMBIA POR OTRA LETRA Y UN DIGITO POR OTRO DIGITO,
      * CORRIDOS SEGUN LA SEMILLA Y LA POSICION; LO DEMAS (ESPACIOS,
      * PUNTOS, GUIONES, ENES) SE DEJA COMO ESTA.
      *----------------------------------------------------------------
       096-TRANSFORMA-TRAMO.
           MOVE WS-MSC-DESDE TO WS-MSC-I
           PERFORM 097-TRANSFORMA-CARACTER THRU 097-FIN
                   UNTIL WS-MSC-I IS GREATER THAN WS-MSC-HASTA.
       096-FIN. EXIT.

       097-TRANSFORMA-CARACTER.
           MOVE WS-MSC-VALOR (WS-MSC-I:1) TO WS-MSC-CAR
           PERFORM 098-BUSCA-CARACTER THRU 098-FIN
           IF WS-MSC-POS EQUAL ZERO
              GO TO 097-SIGUE
           END-IF
           COMPUTE WS-MSC-TEMP = WS-MSC-SEMILLA + WS-MSC-I * 7
           IF WS-MSC-POS IS LESS THAN 27
              COMPUTE WS-MSC-TEMP = WS-MSC-TEMP + WS-MSC-POS - 1
              DIVIDE WS-MSC-TEMP BY 26
                     GIVING WS-MSC-COCIENTE REMAINDER WS-MSC-NUEVA
              ADD 1 TO WS-MSC-NUEVA
           ELSE
              COMPUTE WS-MSC-TEMP = WS-MSC-TEMP + WS-MSC-POS - 27
              DIVIDE WS-MSC-TEMP BY 10
                     GIVING WS-MSC-COCIENTE REMAINDER WS-MSC-NUEVA
              ADD 27 TO WS-MSC-NUEVA
           END-IF
           MOVE WS-ALF-CAR (WS-MSC-NUEVA) TO WS-MSC-VALOR (WS-MSC-I:1).
       097-SIGUE.
           ADD 1 TO WS-MSC-I.
       097-FIN. EXIT.

      *----------------------------------------------------------------
      * POSICION DE WS-MSC-CAR EN EL ALFABETO (1-26 LETRAS, 27-36
      * DIGITOS, CERO SI NO ES NINGUNO).
      *----------------------------------------------------------------
       098-BUSCA-CARACTER.
           MOVE ZEROS TO WS-MSC-POS
           MOVE 1     TO WS-ALF-IDX
           PERFORM 098-COMPARA THRU 098-COMPARA-FIN
                   UNTIL WS-ALF-IDX IS GREATER THAN 36
                      OR WS-MSC-POS IS GREATER THAN ZERO.
       098-FIN. EXIT.

       098-COMPARA.
           IF WS-ALF-CAR (WS-ALF-IDX) EQUAL WS-MSC-CAR
              MOVE WS-ALF-IDX TO WS-MSC-POS
           END-IF
           ADD 1 TO WS-ALF-IDX.
       098-COMPARA-FIN. EXIT.

       099-RESUMEN.
           DISPLAY "ARCHIVOS COPIADOS A PRUEBAS : " WS-CONT-COPIADOS
           DISPLAY "INDICES (.idx) COPIADOS     : " WS-CONT-INDICES
           DISPLAY "ARCHIVOS NO COPIADOS        : " WS-CONT-NO-COPIADOS
           DISPLAY "ENMASCARADOS - EMPLEADOS    : " WS-CONT-EMP
           DISPLAY "               DETALLE      : " WS-CONT-DET
           DISPLAY "               DEPENDIENTES : " WS-CONT-FAM
           DISPLAY "               PENSIONES    : " WS-CONT-PEN
           DISPLAY "               INFONAVIT    : " WS-CONT-INF
           DISPLAY "               OPERADORES   : " WS-CONT-OPER
           DISPLAY "               PENDIENTES   : " WS-CONT-PEND
           DISPLAY "               CAMBIOS      : " WS-CONT-CAMB
           DISPLAY "               HISTORICO    : " WS-CONT-HIST
           DISPLAY "               CHEQUES      : " WS-CONT-CHQ.
       099-FIN. EXIT.
