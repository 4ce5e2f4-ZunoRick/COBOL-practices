      *   PARA QUE RECURSOS HUMANOS LO RENUEVE O TRAMITE LA BAJA; EL
      *   PAGO NO SE DETIENE SOLO (ESO ES DECISION DE RH CON
      *   BAJAEMP).
      * - NOMINA SEMANAL DE LOS OPERADORES DE PLANTA: LA CORRIDA PIDE
      *   LA FRECUENCIA (Q/S) Y LA SEMANAL PAGA SOLO A LOS EMPLEADOS
      *   CON WS-FRECUENCIA-PAGO "S" (LA QUINCENAL A LOS DEMAS), CON
      *   7 DIAS DE SUELDO (SUELDO QUINCENAL ENTRE 15 POR 7), TARIFAS
      *   SEMANALES DE ISR Y SUBSIDIO (BD-TABLA-ISR-SEMANAL.TXT Y
      *   BD-TABLA-SUBSIDIO-SEMANAL.TXT) Y TOPES DE IMSS DE 7 DIAS.
      *   EL RESULTADO VA A BD-NOMINA-PERIODO.TXT COMO CORRIDA "Q"
      *   BAJO LA CLAVE SEMANAL DEL CALENDARIO (MES MAS 50 Y NUMERO
      *   DE SEMANA), PARA QUE BANCONOM, RECIBNOM, CFDIEXP Y POLIZNOM
      *   LA TOMEN IGUAL QUE UNA QUINCENA.
      * - EL PRIMER Y EL ULTIMO PERIODO SE PRORRATEAN: SI LA FECHA
      *   DE ALTA O LA DE BAJA CAEN DENTRO DEL PERIODO DE BD-CALEND-
      *   NOMINA.TXT SE PAGAN SOLO LOS DIAS CONTRATADOS (SUELDO
      *   ENTRE 15 POR DIA). EL DADO DE BAJA DENTRO DEL PERIODO YA
      *   ENTRA A LA CORRIDA; LOS DIAS QUEDAN EN EL DESGLOSE (ORIGEN
      *   R) Y EN LA NUEVA COLUMNA DIAS DEL LISTADO.
      * - LAS PARTES EXENTAS DE LOS PREMIOS DE ASISTENCIA Y
      *   PUNTUALIDAD (CONCEPTOS 12 Y 13 QUE GENERA PREMIEMP, HASTA
      *   EL 10 POR CIENTO DEL SALARIO BASE DE COTIZACION CADA UNO)
      *   SE PAGAN COMPLETAS PERO NO ENTRAN A LA BASE DEL IMSS; PARA
      *   EL ISR SIGUEN GRAVANDO.
      * - LA CUOTA SINDICAL: AL AFILIADO DE BD-SINDICATO.TXT
      *   (SINDEMP) SE LE DESCUENTA EL PORCENTAJE DEL SALARIO BASE
      *   VIGENTE EN BD-CUOTA-SINDICAL.TXT. EL RENGLON DE DESGLOSE
      *   (ORIGEN "S") SE ESCRIBE DESPUES DEL COMMIT Y SOLO SI LA
      *   RETENCION PROCEDIO, PARA QUE EL ENTERO DE SINDREP CUADRE
      *   CON LO REALMENTE RETENIDO.
      * - EL RAMO DE RIESGOS DE TRABAJO SE COTIZA CON LA PRIMA DE LA
      *   PLANTA DEL EMPLEADO QUE PRIMRIES.CBL DETERMINA CADA
      *   FEBRERO EN BD-PRIMA-RIESGO.TXT (PRTCARGP/PRTCALCP); LA
      *   PLANTA SIN PRIMA PROPIA CONSERVA LA TASA GENERAL DEL RAMO.
      * - BD-IMSS-PERIODO.TXT GUARDA ADEMAS LOS DIAS COTIZADOS DEL
      *   PERIODO (PAGADOS MENOS INCAPACIDAD) Y LA PORCION OBRERA Y
      *   PATRONAL DE LOS RAMOS BIMESTRALES, PARA LA CONCILIACION DE
      *   LA EMISION EMA/EBA EN EMISCONC.CBL.
      * - EL CALCULO PUEDE DEJAR, A PETICION DEL OPERADOR, LA TRAZA
      *   POR EMPLEADO EN BD-TRAZA-NOMINA.TXT (BASES, RENGLON DE ISR
      *   Y DE SUBSIDIO, RAMOS DE IMSS CON SU TOPE Y DEDUCCIONES EN
      *   ORDEN DE APLICACION) PARA ACLARACIONES; LA CONSULTA
      *   TRAZANOM.
      * - ACTUALIZA LOS ACUMULADOS ANUALES POR EMPLEADO Y CONCEPTO
      *   (BD-ACUMULADOS.TXT, ACMWRTP.cpy) CON CADA RESULTADO
      *   GRABADO; LA PRIMA VACACIONAL EXENTA VA COMO INGRESO
      *   EXENTO.
      * - LA CORRIDA RETIENE LOS CREDITOS FONACOT VIGENTES DE
      *   BD-FONACOT.TXT (CARGADOS DE LA CEDULA MENSUAL CON
      *   FONACIMP) COMO DEDUCCION PROPIA: MEDIA CUOTA MENSUAL EN LA
      *   PRIMERA QUINCENA, LO QUE FALTE DEL MES EN LA SEGUNDA Y LA
      *   PARTE DE 7 DIAS EN LA SEMANAL, TOPADO AL SALDO. EL SALDO
      *   SE REBAJA Y EL RENGLON DE DESGLOSE (ORIGEN "K") SE ESCRIBE
      *   DESPUES DEL COMMIT Y SOLO SI LA RETENCION PROCEDIO, COMO
      *   LOS PRESTAMOS.
      * - OPCION E: UN SUPERVISOR RECALCULA A UN SOLO EMPLEADO
      *   DENTRO DE UNA QUINCENA YA CALCULADA Y NO DISPERSADA (LA
      *   INCIDENCIA QUE LLEGO TARDE) SIN REVERSAR EL PERIODO CON
      *   REVERNOM NI CORRER NOMEXTRA: SU RESULTADO, DESGLOSE,
      *   DESGLOSE IMSS Y ACUSE SE BORRAN, LOS ABONOS DE PRESTAMOS,
      *   EL FONDO DE AHORRO, FONACOT, PRIMAS, AJUSTE ANUAL Y
      *   ACUMULADOS SE DESHACEN COMO EN REVERNOM Y EL EMPLEADO SE
      *   VUELVE A CALCULAR CON LOS PARRAFOS DE LA CORRIDA, QUE LOS
      *   REAPLICAN (LAS PENSIONES CON SU RENGLON J). EL COMPARATIVO
      *   ANTES/DESPUES VA A REPORTE-RECALCULO-EMPLEADO.TXT Y LA
      *   BITACORA GUARDA EL EVENTO RECALC. EL PARRAFO DE CALCULO
      *   DEL PERIODO PASA A 051 PARA DEJAR EL 060 A AUDWRTP.
      * - DESDE MENUNOM LA SESION Y EL PERIODO LLEGAN EN MENUPAR.cpy
      *   Y NO SE PIDEN (SOLO EL MODO); LAS SALIDAS POR ERROR Y LAS
      *   CORRIDAS QUE SE NIEGAN DEJAN RETURN-CODE 8 PARA QUE EL
      *   MENU NO LAS REGISTRE COMO BUENAS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                NOMQUINC.
           COPY INFSEL.
           COPY PENSEL.
           COPY FAHSEL.
           COPY SINSEL.
           COPY CSISEL.
           COPY PRTSEL.
           COPY INCASEL.
           COPY VACSEL.
           COPY CAMBSEL.
           COPY VBSEL.
           COPY CTOSEL.
           COPY TRZSEL.
           COPY ACMSEL.
           COPY FNCSEL.
           COPY OPERSEL.
           COPY AUDSEL.
           COPY ACUSEL.
           SELECT REPORTE
           ASSIGN TO WS-RUTA-REPORTE.

           COPY INFFD.
           COPY PENFD.
           COPY FAHFD.
           COPY SINFD.
           COPY CSIFD.
           COPY PRTFD.
           COPY INCAFD.
           COPY VACFD.
           COPY CAMBFD.
           COPY VBFD.
           COPY CTOFD.
           COPY TRZFD.
           COPY ACMFD.
           COPY FNCFD.
           COPY OPERFD.
           COPY AUDFD.
           COPY ACUFD.

       FD  REPORTE
           RECORD CONTAINS 100 CHARACTERS
           COPY PENRUTA.
           COPY FAHFS.
           COPY FAHRUTA.
           COPY SINFS.
           COPY SINRUTA.
           COPY CSIFS.
           COPY CSIRUTA.
           COPY PRTFS.
           COPY PRTRUTA.
           COPY INCAFS.
           COPY INCARUTA.
           COPY VACFS.
           COPY VBRUTA.
           COPY CTOFS.
           COPY CTORUTA.
           COPY TRZFS.
           COPY TRZRUTA.
           COPY ACMFS.
           COPY ACMRUTA.
           COPY FNCFS.
           COPY FNCRUTA.
           COPY FRECCORR.
           COPY OPERFS.
           COPY OPERRUTA.
           COPY MENUPAR.
           COPY AUDFS.
           COPY AUDRUTA.
           COPY ACUFS.
           COPY ACURUTA.

       01  WS-RUTA-REPORTE        PIC X(80).


       01  WS-PERCEPCIONES         PIC 9(07)V99.
       01  WS-OTRAS-DEDUCC         PIC 9(07)V99.
       01  WS-PREMIOS-EXENTOS      PIC 9(07)V99.
       01  WS-SALARIO-BRUTO        PIC 9(07)V99.

      *----------------------------------------------------------------

       01  WS-DEDUCCION-INFONAVIT  PIC 9(07)V99.

      *----------------------------------------------------------------
      * BD-FONACOT.TXT ES OPCIONAL: SIN CEDULA CARGADA (FONACIMP) LA
      * QUINCENA SE CORRE SIN RETENCIONES DE CREDITO FONACOT. LA
      * CUOTA ES MENSUAL: EL MES DEL PERIODO (SIN EL MAS 50 DE LAS
      * SEMANAS) DICE CONTRA QUE MES SE TOPA LO YA RETENIDO.
      *----------------------------------------------------------------
       01  SW-HAY-FONACOT          PIC X(01)     VALUE "N".
           88 HAY-FONACOT                 VALUE "S".
       01  SW-RETIENE-FONACOT      PIC X(01)     VALUE "N".
           88 PROCEDE-FONACOT             VALUE "S".
       01  WS-DEDUCCION-FONACOT    PIC 9(07)V99.
       01  WS-FNC-CUOTA-PERIODO    PIC 9(07)V99.
       01  WS-FNC-PENDIENTE-MES    PIC 9(07)V99.
       01  WS-FNC-MES-PERIODO.
           05 WS-FNC-ANIO          PIC 9(04).
           05 WS-FNC-MES           PIC 9(02).
       01  WS-FNC-MES-PERIODO-9 REDEFINES WS-FNC-MES-PERIODO
                                   PIC 9(06).

       01  WS-SUBSIDIO-APLICADO    PIC 9(07)V99.
       01  WS-SUBSIDIO-EXCEDENTE   PIC 9(07)V99.

           88 PROCEDE-APORTAR             VALUE "S".
       01  WS-APORTACION-FONDO     PIC 9(07)V99.

      *----------------------------------------------------------------
      * BD-SINDICATO.TXT ES OPCIONAL: SIN AFILIADOS REGISTRADOS (O SIN
      * CUOTA VIGENTE) LA QUINCENA SE CORRE SIN CUOTA SINDICAL.
      *----------------------------------------------------------------
       01  SW-HAY-SINDICATO        PIC X(01)     VALUE "N".
           88 HAY-SINDICATO               VALUE "S".
       01  SW-RETIENE-CUOTA        PIC X(01)     VALUE "N".
           88 PROCEDE-CUOTA-SINDICAL      VALUE "S".
       01  WS-CUOTA-SINDICAL       PIC 9(07)V99.

      *----------------------------------------------------------------
      * BD-INCAPACIDADES.TXT ES OPCIONAL: SIN CERTIFICADOS
      * CAPTURADOS LA QUINCENA SE PAGA COMPLETA.
           05 FILLER              PIC X(61)   VALUE SPACES.

       01  WS-OPCION-MODO          PIC X(01).
           88 MODO-CALCULAR               VALUE "C" "E".
           88 MODO-REIMPRIMIR             VALUE "R".
           88 MODO-UN-EMPLEADO            VALUE "E".

      *----------------------------------------------------------------
      * RECALCULO DE UN SOLO EMPLEADO EN UNA QUINCENA YA CALCULADA
      * (OPCION E): LA CLAVE PEDIDA, LAS CIFRAS DEL RESULTADO ANTERIOR
      * PARA EL COMPARATIVO, LA MARCA DE QUE SU DESGLOSE TRAJO COBRO
      * DEL AJUSTE ANUAL (ORIGEN "D") Y EL RENGLON DEL COMPARATIVO.
      * BD-ACUSES.TXT ES OPCIONAL, COMO EN REVERNOM.
      *----------------------------------------------------------------
       01  WS-RCL-ID               PIC 9(04)     VALUE ZEROS.
       01  SW-CONFIRMA             PIC X(01).
       01  SW-HAY-ACUSES           PIC X(01)     VALUE "N".
           88 HAY-ACUSES                  VALUE "S".
       01  SW-RCL-AJUSTE           PIC X(01)     VALUE "N".
           88 RCL-AJUSTE-COBRADO          VALUE "S".
       01  SW-AJUSTE-LISTO         PIC X(01).
       01  WS-RUTA-RECALCULO       PIC X(80).

       01  WS-RCL-ANTES.
           05 WS-RCL-A-BRUTO       PIC 9(07)V99  VALUE ZEROS.
           05 WS-RCL-A-PERCEP      PIC 9(07)V99  VALUE ZEROS.
           05 WS-RCL-A-ISR         PIC 9(07)V99  VALUE ZEROS.
           05 WS-RCL-A-SUBSIDIO    PIC 9(07)V99  VALUE ZEROS.
           05 WS-RCL-A-IMSS        PIC 9(07)V99  VALUE ZEROS.
           05 WS-RCL-A-INFONAVIT   PIC 9(07)V99  VALUE ZEROS.
           05 WS-RCL-A-OTRDED      PIC 9(07)V99  VALUE ZEROS.
           05 WS-RCL-A-NETO        PIC 9(07)V99  VALUE ZEROS.
       01  WS-RCL-DESPUES.
           05 WS-RCL-D-BRUTO       PIC 9(07)V99  VALUE ZEROS.
           05 WS-RCL-D-PERCEP      PIC 9(07)V99  VALUE ZEROS.
           05 WS-RCL-D-ISR         PIC 9(07)V99  VALUE ZEROS.
           05 WS-RCL-D-SUBSIDIO    PIC 9(07)V99  VALUE ZEROS.
           05 WS-RCL-D-IMSS        PIC 9(07)V99  VALUE ZEROS.
           05 WS-RCL-D-INFONAVIT   PIC 9(07)V99  VALUE ZEROS.
           05 WS-RCL-D-OTRDED      PIC 9(07)V99  VALUE ZEROS.
           05 WS-RCL-D-NETO        PIC 9(07)V99  VALUE ZEROS.
       01  WS-RCL-IMP-ANTES        PIC 9(07)V99.
       01  WS-RCL-IMP-DESPUES      PIC 9(07)V99.

       01  WS-RCL-LEYENDA.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-RCL-LEY-TEXTO    PIC X(60)   VALUE SPACES.
           05 FILLER              PIC X(38)   VALUE SPACES.

       01  WS-RCL-COLUMNAS.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 FILLER              PIC X(08)   VALUE "CONCEPTO".
           05 FILLER              PIC X(17)   VALUE SPACES.
           05 FILLER              PIC X(05)   VALUE "ANTES".
           05 FILLER              PIC X(07)   VALUE SPACES.
           05 FILLER              PIC X(07)   VALUE "DESPUES".
           05 FILLER              PIC X(05)   VALUE SPACES.
           05 FILLER              PIC X(10)   VALUE "DIFERENCIA".
           05 FILLER              PIC X(37)   VALUE SPACES.

       01  WS-RCL-RENGLON.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 WS-RCL-CONCEPTO     PIC X(20)   VALUE SPACES.
           05 WS-RCL-R-ANTES      PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 WS-RCL-R-DESPUES    PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 WS-RCL-R-DIFERENCIA PIC -ZZZ,ZZ9.99.
           05 FILLER              PIC X(37)   VALUE SPACES.

       01  WS-PERIODO-PEDIDO.
           05 WS-PER-ANIO          PIC 9(04).
           05 WS-PER-MES           PIC 9(02).
           05 WS-PER-QUINCENA      PIC 9(01).

      *----------------------------------------------------------------
      * DIAS QUE PAGA LA CORRIDA (15 LA QUINCENA, 7 LA SEMANA) Y EL
      * SUELDO DEL PERIODO QUE SALE DE ELLOS: WS-SALARIO ES SIEMPRE
      * EL SUELDO QUINCENAL DEL MAESTRO, Y EL DIARIO SIGUE SIENDO
      * SUELDO ENTRE 15 COMO EN FINIQEMP.
      *----------------------------------------------------------------
       01  WS-DIAS-PERIODO         PIC 9(02)     VALUE 15.
       01  WS-SALARIO-PERIODO      PIC 9(07)V99.
       01  WS-MES-PAGO             PIC 9(02).

      *----------------------------------------------------------------
      * PRORRATEO DEL PRIMER Y DEL ULTIMO PERIODO: DIAS QUE EL
      * EMPLEADO ESTUVO CONTRATADO ENTRE LAS FECHAS DEL PERIODO DE
      * BD-CALEND-NOMINA.TXT CUANDO SU ALTA O SU BAJA CAEN DENTRO DE
      * ELLAS. LAS FECHAS SE SERIALIZAN CON 109-SERIAL-FECHA (ANIO
      * COMERCIAL, COMO LAS INCAPACIDADES).
      *----------------------------------------------------------------
       01  WS-DIAS-PAGADOS         PIC 9(02).
       01  WS-PRO-SER-DESDE        PIC S9(07).
       01  WS-PRO-SER-HASTA        PIC S9(07).
       01  WS-PRO-DIAS             PIC S9(05).
       01  SW-PRORRATEA            PIC X(01)     VALUE "N".
           88 PERIODO-PRORRATEADO         VALUE "S".

       01  SW-PERIODO-VALIDO       PIC X(01)     VALUE "N".
           88 PERIODO-VALIDO              VALUE "S".
       01  SW-PERIODO-CORRIDO      PIC X(01)     VALUE "N".

       01  WS-FECHA-SISTEMA        PIC 9(08).

      *----------------------------------------------------------------
      * TRAZA DEL CALCULO POR EMPLEADO (BD-TRAZA-NOMINA.TXT), A
      * PETICION DEL OPERADOR AL CALCULAR: EL CONSECUTIVO DEL RENGLON
      * DENTRO DEL EMPLEADO, LA PRIORIDAD CON QUE SE APLICO CADA
      * DEDUCCION Y LA BASE Y LOS IMPORTES DEL RAMO DE IMSS QUE SE
      * VUELVEN A CALCULAR PARA DEJARLOS ESCRITOS.
      *----------------------------------------------------------------
       01  SW-TRAZA                PIC X(01)     VALUE "N".
           88 GENERA-TRAZA                VALUE "S".
       01  WS-TRZ-CONSEC           PIC 9(03).
       01  WS-TRZ-RENGLON          PIC 9(02).
       01  WS-TRZ-PRIORIDAD        PIC 9(02).
       01  WS-TRZ-IDX              PIC 9(02).
       01  WS-TRZ-BASE-RAMO        PIC 9(07)V99.
       01  WS-TRZ-OBRERO-RAMO      PIC 9(07)V99.
       01  WS-TRZ-PATRON-RAMO      PIC 9(07)V99.
       01  WS-TRZ-BASE             PIC 9(07)V99.
       01  WS-TRZ-IMPORTE          PIC 9(07)V99.
       01  WS-TRZ-DESCRIPCION      PIC X(20).

      *----------------------------------------------------------------
      * COBRO DEL AJUSTE ANUAL PENDIENTE: EL CARGO LOCALIZADO, EL
      * PERIODO "D" DE DONDE SALIO Y LA MARCA DE QUE EL COBRO

       01  WS-TITULO.
           05 FILLER              PIC X(28)   VALUE SPACES.
           05 WS-TIT-LEYENDA      PIC X(26)
                              VALUE "NOMINA DE LA QUINCENA     ".
           05 WS-TIT-PERIODO      PIC X(09).
           05 FILLER              PIC X(37)   VALUE SPACES.
           05 FILLER              PIC X(07)   VALUE "OTR.DED".
           05 FILLER              PIC X(07)   VALUE SPACES.
           05 FILLER              PIC X(04)   VALUE "NETO".
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 FILLER              PIC X(04)   VALUE "DIAS".

       01  WS-DETALLE.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-OTRDED       PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-DET-NETO         PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(04)   VALUE SPACES.
           05 WS-DET-DIAS         PIC Z9.

       01  WS-GRAN-TOTAL.
           05 FILLER              PIC X(01)   VALUE SPACES.
           PERFORM 117-OBTIENE-RUTA-UMA       THRU 117-FIN
           PERFORM 024-OBTIENE-RUTA-TABLA-SUB THRU 024-FIN
           PERFORM 037-OBTIENE-RUTA-TASAS-IMSS THRU 037-FIN
           PERFORM 165-OBTIENE-RUTA-PRIMA-RIESGO THRU 165-FIN
           PERFORM 049-OBTIENE-RUTA-IMSS-PERIODO THRU 049-FIN
           PERFORM 041-OBTIENE-RUTA-CALENDARIO THRU 041-FIN
           PERFORM 042-OBTIENE-RUTA-NOM-PERIODO THRU 042-FIN
           PERFORM 022-OBTIENE-RUTA-INFONAVIT THRU 022-FIN
           PERFORM 100-OBTIENE-RUTA-PENSIONES THRU 100-FIN
           PERFORM 103-OBTIENE-RUTA-FONDO THRU 103-FIN
           PERFORM 156-OBTIENE-RUTA-SINDICATO THRU 156-FIN
           PERFORM 157-OBTIENE-RUTA-CUOTA-SINDICAL THRU 157-FIN
           PERFORM 106-OBTIENE-RUTA-INCAPACIDADES THRU 106-FIN
           PERFORM 046-OBTIENE-RUTA-VACACIONES THRU 046-FIN
           PERFORM 023-OBTIENE-RUTA-CAMBIOS THRU 023-FIN
           PERFORM 121-OBTIENE-RUTA-CONTRATOS THRU 121-FIN
           PERFORM 059-OBTIENE-RUTA-VISTO-BUENO THRU 059-FIN
           PERFORM 192-OBTIENE-RUTA-TRAZA     THRU 192-FIN
           PERFORM 200-OBTIENE-RUTA-ACUMULADOS THRU 200-FIN
           PERFORM 204-OBTIENE-RUTA-FONACOT   THRU 204-FIN
           PERFORM 027-OBTIENE-RUTA-OPERADORES THRU 027-FIN
           PERFORM 021-OBTIENE-RUTA-AUDITORIA THRU 021-FIN
           PERFORM 123-OBTIENE-RUTA-ACUSES    THRU 123-FIN
           PERFORM 050-SOLICITA-PERIODO       THRU 050-FIN
      *----------------------------------------------------------------
      * RECALCULAR A UN SOLO EMPLEADO TOCA UNA QUINCENA YA CALCULADA:
      * SOLO LO AUTORIZA UN SUPERVISOR O ADMINISTRADOR, CUYA CLAVE
      * QUEDA EN LA BITACORA.
      *----------------------------------------------------------------
           IF MODO-UN-EMPLEADO AND CORRIDA-DESDE-MENU
              MOVE WS-MENU-OPERADOR-ID  TO WS-OPERADOR-ID
              MOVE WS-MENU-OPERADOR-ROL TO WS-OPERADOR-ROL
           END-IF
           IF MODO-UN-EMPLEADO AND NOT CORRIDA-DESDE-MENU
              PERFORM 028-ABRE-OPERADORES     THRU 028-FIN
              PERFORM 029-VALIDA-OPERADOR     THRU 029-FIN
              CLOSE OPERADORES
           END-IF
           IF MODO-UN-EMPLEADO
              IF NOT OPERADOR-SUPERVISOR AND NOT OPERADOR-ADMINISTRADOR
                 DISPLAY "SOLO UN SUPERVISOR O ADMINISTRADOR PUEDE "
                         "RECALCULAR A UN EMPLEADO."
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE WS-OPERADOR-ID TO WS-AUD-OPERADOR
              PERFORM 212-OBTIENE-RUTA-RECALCULO THRU 212-FIN
           END-IF
           PERFORM 020-ABRE-ARCHIVOS          THRU 020-FIN
           PERFORM 055-VALIDA-PERIODO         THRU 055-FIN
           IF NOT PERIODO-VALIDO
              DISPLAY "EL PERIODO NO ESTA EN BD-CALEND-NOMINA.TXT. "
                      "PIDA A NOMINAS DARLO DE ALTA CON MANTCAL."
              PERFORM 090-CIERRA-ARCHIVOS THRU 090-FIN
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 057-BUSCA-PERIODO-CORRIDO  THRU 057-FIN
           IF MODO-CALCULAR
              PERFORM 058-VALIDA-VISTO-BUENO THRU 058-VB-FIN
           END-IF
      *----------------------------------------------------------------
      * LAS CORRIDAS QUE SE NIEGAN SALEN CON RETURN-CODE 8 PARA QUE
      * MENUNOM NO LAS REGISTRE COMO BUENAS.
      *----------------------------------------------------------------
           EVALUATE TRUE
           WHEN MODO-UN-EMPLEADO AND (CAL-DISPERSADO OR CAL-CERRADO)
              DISPLAY "LA QUINCENA " WS-PERIODO-PEDIDO " YA ESTA "
                      "DISPERSADA O CERRADA EN EL CALENDARIO; NO SE "
                      "RECALCULA."
              MOVE 8 TO RETURN-CODE
           WHEN MODO-UN-EMPLEADO AND NOT CAL-CALCULADO
              DISPLAY "LA QUINCENA " WS-PERIODO-PEDIDO " NO ESTA "
                      "CALCULADA; CORRA LA OPCION C PARA TODA LA "
                      "PLANTILLA."
              MOVE 8 TO RETURN-CODE
           WHEN MODO-UN-EMPLEADO
              PERFORM 211-RECALCULA-EMPLEADO  THRU 211-FIN
           WHEN MODO-CALCULAR AND PERIODO-YA-CORRIDO AND
                (CAL-CALCULADO OR CAL-DISPERSADO OR CAL-CERRADO)
              DISPLAY "LA QUINCENA " WS-PERIODO-PEDIDO " YA FUE "
                      "CALCULADA. USE LA OPCION R PARA REIMPRIMIRLA."
              MOVE 8 TO RETURN-CODE
           WHEN MODO-CALCULAR AND NOT QUINCENA-LIBERADA
              DISPLAY "LA QUINCENA " WS-PERIODO-PEDIDO " NO TIENE EL "
                      "VISTO BUENO DE SUPERVISION; CORRA PRENOMIN Y "
                      "LIBERELA ANTES DE CALCULAR."
              MOVE 8 TO RETURN-CODE
           WHEN MODO-CALCULAR AND (CAL-DISPERSADO OR CAL-CERRADO)
              DISPLAY "LA QUINCENA " WS-PERIODO-PEDIDO " YA ESTA "
                      "DISPERSADA O CERRADA EN EL CALENDARIO; NO SE "
                      "RECALCULA."
              MOVE 8 TO RETURN-CODE
           WHEN MODO-CALCULAR
              PERFORM 051-CALCULA-PERIODO     THRU 051-FIN
           WHEN MODO-REIMPRIMIR AND PERIODO-YA-CORRIDO
              PERFORM 070-REIMPRIME-PERIODO   THRU 070-FIN
           WHEN OTHER
              DISPLAY "LA QUINCENA " WS-PERIODO-PEDIDO " TODAVIA NO "
                      "SE CALCULA; NO HAY NADA QUE REIMPRIMIR."
              MOVE 8 TO RETURN-CODE
           END-EVALUATE
           PERFORM 090-CIERRA-ARCHIVOS        THRU 090-FIN
           GOBACK.
           COPY TIMRUTAP.
           COPY TIMCARGP.
           COPY TIMCALCP.
           COPY PRTRUTAP.
           COPY PRTCARGP.
           COPY PRTCALCP.
           COPY IMPRUTAP.
           COPY CALRUTAP.
           COPY NOMPRUTAP.
           COPY INFRUTAP.
           COPY PENRUTAP.
           COPY FAHRUTAP.
           COPY SINRUTAP.
           COPY CSIRUTAP.
           COPY CSICARGP.
           COPY INCARUTAP.
           COPY INCACALP.
           COPY VACRUTAP.
           COPY CAMBRUTAP.
           COPY VBRUTAP.
           COPY CTORUTAP.
           COPY TRZRUTAP.
           COPY ACMRUTAP.
           COPY ACMWRTP.
           COPY FNCRUTAP.
           COPY FRECCORRP.
           COPY ISRSRUTAP.
           COPY SUBSRUTAP.
           COPY OPERRUTAP.
           COPY OPERVALP.
           COPY AUDRUTAP.
           COPY AUDWRTP.
           COPY ACURUTAP.

      *----------------------------------------------------------------
      * REPORTE-NOMINA-PERIODO.TXT VIVE EN LA MISMA CARPETA QUE
           END-STRING.
       016-FIN. EXIT.

      *----------------------------------------------------------------
      * DESDE MENUNOM EL PERIODO ES EL ELEGIDO EN EL MENU (VER
      * MENUPAR.cpy) Y SU MES DICE LA FRECUENCIA; SOLO SE PIDE EL
      * MODO DE LA CORRIDA.
      *----------------------------------------------------------------
       050-SOLICITA-PERIODO.
           IF CORRIDA-DESDE-MENU
              MOVE WS-MENU-PERIODO TO WS-PERIODO-PEDIDO
              IF WS-PER-MES IS GREATER THAN 50
                 MOVE "S" TO WS-FRECUENCIA-CORRIDA
                 MOVE 07  TO WS-DIAS-PERIODO
              ELSE
                 MOVE "Q" TO WS-FRECUENCIA-CORRIDA
                 MOVE 15  TO WS-DIAS-PERIODO
              END-IF
              DISPLAY "PERIODO A PROCESAR: " WS-PERIODO-PEDIDO
              GO TO 050-PIDE-MODO
           END-IF
           PERFORM 048-PIDE-FRECUENCIA THRU 048-FIN
           IF CORRIDA-SEMANAL
              DISPLAY "SEMANA A PROCESAR:"
           ELSE
              DISPLAY "QUINCENA A PROCESAR:"
           END-IF
           DISPLAY "ANIO (AAAA): "
           ACCEPT WS-PER-ANIO
           DISPLAY "MES (MM): "
           ACCEPT WS-PER-MES
           IF CORRIDA-SEMANAL
              DISPLAY "SEMANA DEL MES DE PAGO (1 A 5): "
              ACCEPT WS-PER-QUINCENA
              IF WS-PER-MES IS LESS THAN 01 OR
                 WS-PER-MES IS GREATER THAN 12 OR
                 WS-PER-QUINCENA IS LESS THAN 1 OR
                 WS-PER-QUINCENA IS GREATER THAN 5
                 DISPLAY "EL MES VA DE 01 A 12 Y LA SEMANA DE 1 A 5."
                 DISPLAY " "
                 GO TO 050-SOLICITA-PERIODO
              END-IF
              ADD 50 TO WS-PER-MES
              MOVE 07 TO WS-DIAS-PERIODO
           ELSE
              DISPLAY "QUINCENA (1/2): "
              ACCEPT WS-PER-QUINCENA
              IF WS-PER-QUINCENA NOT EQUAL 1 AND
                 WS-PER-QUINCENA NOT EQUAL 2
                 DISPLAY "LA QUINCENA DEBE SER 1 O 2."
                 DISPLAY " "
                 GO TO 050-SOLICITA-PERIODO
              END-IF
              MOVE 15 TO WS-DIAS-PERIODO
           END-IF.
       050-PIDE-MODO.
           DISPLAY "C: CALCULAR LA QUINCENA"
           DISPLAY "R: REIMPRIMIR UNA QUINCENA YA CALCULADA"
           DISPLAY "E: RECALCULAR UN EMPLEADO DE UNA QUINCENA YA "
                   "CALCULADA (SUPERVISOR)"
           ACCEPT WS-OPCION-MODO
           IF NOT MODO-CALCULAR AND NOT MODO-REIMPRIMIR
              DISPLAY "OPCION NO VALIDA. TECLEE C, E O R."
              DISPLAY " "
              GO TO 050-SOLICITA-PERIODO
           END-IF
           IF MODO-CALCULAR
              DISPLAY "TRAZA DEL CALCULO POR EMPLEADO (S/N): "
              ACCEPT SW-TRAZA
              IF SW-TRAZA EQUAL "s"
                 MOVE "S" TO SW-TRAZA
              END-IF
           END-IF.
       050-FIN. EXIT.

      * FINANZAS NO LA HA CARGADO.
      *----------------------------------------------------------------
       020-ABRE-ARCHIVOS.
           IF MODO-CALCULAR AND CORRIDA-SEMANAL
              PERFORM 124-OBTIENE-RUTA-ISR-SEMANAL THRU 124-FIN
              PERFORM 125-OBTIENE-RUTA-SUB-SEMANAL THRU 125-FIN
           END-IF
           IF MODO-CALCULAR
              PERFORM 032-CARGA-TABLA-ISR THRU 032-FIN
              IF NOT TABLA-ISR-CARGADA
                 DISPLAY "NO HAY TARIFA DE ISR VIGENTE EN "
                         WS-RUTA-TABLA-ISR
                 DISPLAY "PIDA A FINANZAS CARGARLA ANTES DE CORRER "
                         "LA NOMINA."
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              PERFORM 025-CARGA-TABLA-SUB THRU 025-FIN
                         "CREDITO INFONAVIT EN VECES UMA SE VALUA "
                         "CON EL VALOR DEL AVISO."
              END-IF
              PERFORM 158-CARGA-CUOTA-SINDICAL THRU 158-FIN
              IF NOT CUOTA-SINDICAL-CARGADA
                 DISPLAY "SIN CUOTA SINDICAL VIGENTE EN "
                         "BD-CUOTA-SINDICAL.TXT: NO SE DESCUENTA "
                         "CUOTA A LOS AFILIADOS."
              END-IF
              PERFORM 038-CARGA-TASAS-IMSS THRU 038-FIN
              IF NOT TASAS-IMSS-CARGADAS
                 DISPLAY "NO HAY TASAS DE IMSS VIGENTES EN "
                         "BD-TASAS-IMSS.TXT. PIDA A FINANZAS "
                         "CARGARLAS ANTES DE CORRER LA NOMINA."
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              PERFORM 166-CARGA-PRIMAS-RIESGO THRU 166-FIN
              IF CORRIDA-SEMANAL
                 MOVE 1 TO WS-IMSS-IDX
                 PERFORM 012-AJUSTA-TOPE-SEMANAL THRU 012-FIN
                         UNTIL WS-IMSS-IDX IS GREATER THAN
                               WS-IMSS-RENGLONES
              END-IF
           END-IF
           OPEN INPUT EMPLEADOS
           OPEN I-O   CALENDARIO-NOMINA
              OR NOT FS-NOM-PERIODO-OK OR NOT FS-IMSS-PERIODO-OK
              OR NOT FS-NOM-DETALLE-OK
              DISPLAY "NO SE PUDIERON ABRIR LOS ARCHIVOS NECESARIOS."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
      *----------------------------------------------------------------
           IF FS-INFONAVIT-OK
              MOVE "S" TO SW-HAY-INFONAVIT
           END-IF
           OPEN I-O CREDITOS-FONACOT
           IF FS-FONACOT-OK
              MOVE "S" TO SW-HAY-FONACOT
           END-IF
           OPEN INPUT PENSIONES
           IF FS-PENSIONES-OK
              MOVE "S" TO SW-HAY-PENSIONES
           IF FS-FONDO-OK
              MOVE "S" TO SW-HAY-FONDO
           END-IF
           OPEN INPUT SINDICATO
           IF FS-SINDICATO-OK
              MOVE "S" TO SW-HAY-SINDICATO
           END-IF
           OPEN INPUT INCAPACIDADES
           IF FS-INCAPACIDADES-OK
              MOVE "S" TO SW-HAY-INCAPACIDADES
           OPEN INPUT CONTRATOS
           IF FS-CONTRATOS-OK
              MOVE "S" TO SW-HAY-CONTRATOS
           END-IF
      *----------------------------------------------------------------
      * LA TRAZA ES OPCIONAL: SI NO SE PUEDE ABRIR, LA NOMINA SE
      * CALCULA IGUAL Y SOLO SE AVISA QUE NO QUEDA TRAZA.
      *----------------------------------------------------------------
           IF GENERA-TRAZA
              OPEN I-O TRAZA-NOMINA
              IF FS-TRAZA-NO-EXISTE
                 OPEN OUTPUT TRAZA-NOMINA
                 CLOSE TRAZA-NOMINA
                 OPEN I-O TRAZA-NOMINA
              END-IF
              IF NOT FS-TRAZA-OK
                 DISPLAY "NO SE PUDO ABRIR BD-TRAZA-NOMINA.TXT. FS: "
                         WS-FS-TRAZA "; LA CORRIDA SIGUE SIN TRAZA."
                 MOVE "N" TO SW-TRAZA
              END-IF
           END-IF
      *----------------------------------------------------------------
      * LOS ACUMULADOS ANUALES SE ACTUALIZAN CON CADA EMPLEADO GRABADO;
      * SI NO SE PUEDEN ABRIR, LA CORRIDA SIGUE Y SE AVISA QUE HAY QUE
      * RECONSTRUIRLOS CON CARGAACU.
      *----------------------------------------------------------------
           IF MODO-CALCULAR
              OPEN I-O ACUMULADOS
              IF FS-ACUMULADOS-NO-EXISTE
                 OPEN OUTPUT ACUMULADOS
                 CLOSE ACUMULADOS
                 OPEN I-O ACUMULADOS
              END-IF
              IF FS-ACUMULADOS-OK
                 MOVE "S" TO SW-HAY-ACUMULADOS
              ELSE
                 DISPLAY "NO SE PUDO ABRIR BD-ACUMULADOS.TXT. FS: "
                         WS-FS-ACUMULADOS "; RECONSTRUYALO CON "
                         "CARGAACU AL TERMINAR."
              END-IF
           END-IF
      *----------------------------------------------------------------
      * EL RECALCULO DE UN EMPLEADO DEJA SU EVENTO EN LA BITACORA Y
      * RETIRA EL CONTROL DE ENTREGA DE SU RECIBO ANTERIOR.
      *----------------------------------------------------------------
           IF MODO-UN-EMPLEADO
              OPEN EXTEND AUDITORIA
              IF NOT FS-AUDITORIA-OK
                 DISPLAY "NO SE PUDO ABRIR BD-AUDITORIA.TXT; SIN "
                         "BITACORA NO SE RECALCULA."
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              OPEN I-O ACUSES
              IF FS-ACUSES-OK
                 MOVE "S" TO SW-HAY-ACUSES
              END-IF
           END-IF.
       020-FIN. EXIT.

      *----------------------------------------------------------------
      * LOS TOPES DE BD-TASAS-IMSS.TXT SON DE LA QUINCENA (25 UMA POR
      * LOS DIAS DEL PERIODO): LA CORRIDA SEMANAL LOS LLEVA A 7 DIAS.
      *----------------------------------------------------------------
       012-AJUSTA-TOPE-SEMANAL.
           COMPUTE WS-IMSS-TOPE (WS-IMSS-IDX) ROUNDED =
                   WS-IMSS-TOPE (WS-IMSS-IDX) * WS-DIAS-PERIODO / 15
           ADD 1 TO WS-IMSS-IDX.
       012-FIN. EXIT.

       055-VALIDA-PERIODO.
           MOVE WS-PERIODO-PEDIDO TO CAL-PERIODO
           READ CALENDARIO-NOMINA
      * BD-NOMINA-PERIODO.TXT Y UN RENGLON DEL LISTADO POR CADA
      * EMPLEADO ACTIVO.
      *----------------------------------------------------------------
       051-CALCULA-PERIODO.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           IF WS-ULTIMO-COMMIT EQUAL ZEROS
              DISPLAY "CORRIDA NUEVA DE LA QUINCENA "
           DISPLAY "QUINCENA " WS-PERIODO-PEDIDO " CALCULADA. "
                   "EMPLEADOS: " WS-CONT-CALCULADOS
           DISPLAY "LISTADO: " WS-RUTA-REPORTE.
       051-FIN. EXIT.

       061-LEE-EMPLEADO.
           READ EMPLEADOS NEXT RECORD INTO WS-DATOS-EMPLEADO
      * EL ACTIVO SIEMPRE SE PAGA. EL EMPLEADO EN PERMISO SE PAGA
      * SOLO SI SU PERMISO VIGENTE ES CON GOCE DE SUELDO; SIN
      * REGISTRO DE PERMISO (O SIN GOCE) QUEDA FUERA DE LA CORRIDA.
      * EL DADO DE BAJA CON FECHA DENTRO DEL PERIODO SE PAGA HASTA
      * SU BAJA, Y EL QUE INGRESA DESPUES DEL FIN DEL PERIODO NO
      * ENTRA; LOS DIAS LOS CALCULA 014-CALCULA-PRORRATEO.
      *----------------------------------------------------------------
      *----------------------------------------------------------------
      * RETIENE EL CREDITO INFONAVIT DEL EMPLEADO CON AVISO VIGENTE
      * SU FECHA DE SUSPENSION (CEROS = SIN SUSPENDER), CON LA FORMA
      * DE DESCUENTO QUE TRAE EL AVISO. EL FACTOR EN VECES UMA SE
      * VALUA CON LA UMA DIARIA DE BD-UMA.TXT (O LA DEL AVISO SI LA
      * TABLA NO ESTA CARGADA) POR LOS DIAS DEL PERIODO (15 LA
      * QUINCENA, 7 LA SEMANA), CONSISTENTE CON EL SALARIO DIARIO
      * SUELDO/15 DE FINIQEMP; LA CUOTA FIJA DEL AVISO ES QUINCENAL
      * Y A LA SEMANA LE TOCAN 7 DE SUS 15 DIAS.
      *----------------------------------------------------------------
       079-DESCUENTA-INFONAVIT.
           MOVE ZEROS TO WS-DEDUCCION-INFONAVIT
              COMPUTE WS-DEDUCCION-INFONAVIT ROUNDED =
                      WS-SALARIO-BRUTO * INF-VALOR / 100
           WHEN INF-CUOTA-FIJA
              COMPUTE WS-DEDUCCION-INFONAVIT ROUNDED =
                      INF-VALOR * WS-DIAS-PERIODO / 15
           WHEN INF-VECES-UMA AND UMA-CARGADA
              COMPUTE WS-DEDUCCION-INFONAVIT ROUNDED =
                      INF-VALOR * WS-UMA-DIARIA * WS-DIAS-PERIODO
           WHEN INF-VECES-UMA
              COMPUTE WS-DEDUCCION-INFONAVIT ROUNDED =
                      INF-VALOR * INF-VALOR-UMA * WS-DIAS-PERIODO
           END-EVALUATE.
       079-FIN. EXIT.

       086-PREPARA-RETROACTIVOS.
           MOVE "N" TO SW-HAY-RETRO
           MOVE WS-PERIODO-PEDIDO TO WS-PERIODO-ANTERIOR
           IF CORRIDA-SEMANAL
              PERFORM 011-SEMANA-ANTERIOR THRU 011-FIN
              GO TO 086-LEE-ANTERIOR
           END-IF
           IF WS-PER-QUINCENA EQUAL 2
              MOVE 1 TO WS-PA-QUINCENA
           ELSE
              ELSE
                 SUBTRACT 1 FROM WS-PA-MES
              END-IF
           END-IF.
       086-LEE-ANTERIOR.
           MOVE WS-PERIODO-ANTERIOR TO CAL-PERIODO
           READ CALENDARIO-NOMINA
                INVALID KEY
           END-READ.
       086-FIN. EXIT.

      *----------------------------------------------------------------
      * LA SEMANA ANTERIOR A LA SEMANA 1 ES LA ULTIMA DEL MES PASADO:
      * LA 5 SI EL CALENDARIO LA TIENE, SI NO LA 4.
      *----------------------------------------------------------------
       011-SEMANA-ANTERIOR.
           IF WS-PA-QUINCENA IS GREATER THAN 1
              SUBTRACT 1 FROM WS-PA-QUINCENA
              GO TO 011-FIN
           END-IF
           IF WS-PA-MES EQUAL 51
              MOVE 62 TO WS-PA-MES
              SUBTRACT 1 FROM WS-PA-ANIO
           ELSE
              SUBTRACT 1 FROM WS-PA-MES
           END-IF
           MOVE 5 TO WS-PA-QUINCENA
           MOVE WS-PERIODO-ANTERIOR TO CAL-PERIODO
           READ CALENDARIO-NOMINA
                INVALID KEY
                   MOVE 4 TO WS-PA-QUINCENA
           END-READ.
       011-FIN. EXIT.

       088-BARRE-CAMBIOS.
           READ CAMBIOS
                AT END
              NP-FECHA-CALCULO
              GO TO 087-FIN
           END-IF
           IF WS-SALARIO-PERIODO IS LESS THAN NP-SALARIO-BASE
              DISPLAY "EMPLEADO " WS-ID-EMP ": EL SUELDO BAJO "
                      "DESPUES DE CALCULADA LA QUINCENA "
                      WS-PERIODO-ANTERIOR "; REVISE SI PROCEDE "
                      "DESCONTAR LA DIFERENCIA."
              GO TO 087-FIN
           END-IF
           IF WS-SALARIO-PERIODO EQUAL NP-SALARIO-BASE
              GO TO 087-FIN
           END-IF
           SUBTRACT NP-SALARIO-BASE FROM WS-SALARIO-PERIODO
                    GIVING WS-IMPORTE-RETRO
           MOVE WS-PERIODO-PEDIDO  TO INC-PERIODO
           MOVE WS-ID-EMP          TO INC-ID-EMP

       078-DECIDE-PAGO.
           MOVE "N" TO SW-PAGA-EMPLEADO
           IF CORRIDA-SEMANAL AND NOT EMP-PAGO-SEMANAL
              GO TO 078-FIN
           END-IF
           IF CORRIDA-QUINCENAL AND EMP-PAGO-SEMANAL
              GO TO 078-FIN
           END-IF
           MOVE "N"             TO SW-PRORRATEA
           MOVE WS-DIAS-PERIODO TO WS-DIAS-PAGADOS
           IF WS-FECHA-ALTA IS GREATER THAN CAL-FECHA-FIN
              GO TO 078-FIN
           END-IF
           IF EMP-ACTIVO
              MOVE "S" TO SW-PAGA-EMPLEADO
              GO TO 078-PRORRATEA
           END-IF
           IF EMP-INACTIVO AND
              WS-FECHA-BAJA IS GREATER THAN OR EQUAL CAL-FECHA-INICIO
              AND WS-FECHA-BAJA IS LESS THAN OR EQUAL CAL-FECHA-FIN
              MOVE "S" TO SW-PAGA-EMPLEADO
              GO TO 078-PRORRATEA
           END-IF
           IF EMP-PERMISO AND HAY-PERMISOS
              MOVE WS-ID-EMP TO PERM-ID-EMP
                      END-IF
              END-READ
           END-IF.
       078-PRORRATEA.
           IF PAGA-EMPLEADO
              PERFORM 014-CALCULA-PRORRATEO THRU 014-FIN
           END-IF.
       078-FIN. EXIT.

      *----------------------------------------------------------------
      * DIAS A PAGAR DEL PERIODO: DESDE EL INICIO DEL PERIODO O LA
      * FECHA DE ALTA SI ES POSTERIOR, HASTA EL FIN DEL PERIODO O LA
      * FECHA DE BAJA (SOLO DEL EMPLEADO YA DADO DE BAJA) SI ES
      * ANTERIOR. SI NINGUNA DE LAS DOS CAE DENTRO DEL PERIODO SE
      * PAGA EL PERIODO COMPLETO, COMO SIEMPRE. NUNCA MAS DIAS QUE
      * LOS DEL PERIODO (LA SEGUNDA QUINCENA DE UN MES DE 31 DIAS
      * SIGUE PAGANDO 15).
      *----------------------------------------------------------------
       014-CALCULA-PRORRATEO.
           MOVE CAL-FECHA-INICIO TO WS-INCAP-FECHA-W
           IF WS-FECHA-ALTA IS GREATER THAN CAL-FECHA-INICIO
              MOVE WS-FECHA-ALTA TO WS-INCAP-FECHA-W
              MOVE "S" TO SW-PRORRATEA
           END-IF
           PERFORM 109-SERIAL-FECHA THRU 109-FIN
           MOVE WS-INCAP-SERIAL TO WS-PRO-SER-DESDE
           MOVE CAL-FECHA-FIN TO WS-INCAP-FECHA-W
           IF EMP-INACTIVO AND
              WS-FECHA-BAJA IS LESS THAN CAL-FECHA-FIN
              MOVE WS-FECHA-BAJA TO WS-INCAP-FECHA-W
              MOVE "S" TO SW-PRORRATEA
           END-IF
           IF NOT PERIODO-PRORRATEADO
              GO TO 014-FIN
           END-IF
           PERFORM 109-SERIAL-FECHA THRU 109-FIN
           MOVE WS-INCAP-SERIAL TO WS-PRO-SER-HASTA
           COMPUTE WS-PRO-DIAS =
                   WS-PRO-SER-HASTA - WS-PRO-SER-DESDE + 1
           IF WS-PRO-DIAS IS LESS THAN ZEROS
              MOVE ZEROS TO WS-PRO-DIAS
           END-IF
           IF WS-PRO-DIAS IS GREATER THAN WS-DIAS-PERIODO
              MOVE WS-DIAS-PERIODO TO WS-PRO-DIAS
           END-IF
           MOVE WS-PRO-DIAS TO WS-DIAS-PAGADOS.
       014-FIN. EXIT.

      *----------------------------------------------------------------
      * MISMO CALCULO QUE NOMINA.CBL (ISR POR TARIFA PROGRESIVA,
      * IMSS POR TASA), SOLO QUE SOBRE EL BRUTO DEL PERIODO: SALARIO
       063-CALCULA-EMPLEADO.
           MOVE ZEROS TO WS-DET-CONSEC
           MOVE "N"   TO SW-ABONA-PRESTAMOS
           PERFORM 013-SALARIO-PERIODO THRU 013-FIN
           PERFORM 087-APLICA-RETROACTIVO THRU 087-FIN
           PERFORM 066-SUMA-INCIDENCIAS THRU 066-FIN
           PERFORM 068-DESCUENTA-PRESTAMOS THRU 068-FIN
           PERFORM 205-DESCUENTA-FONACOT THRU 205-FIN
           PERFORM 076-APLICA-CONCEPTOS THRU 076-FIN
           PERFORM 127-COBRA-AJUSTE-ISR THRU 127-FIN
           PERFORM 104-APORTA-FONDO THRU 104-FIN
           PERFORM 161-RETIENE-CUOTA-SINDICAL THRU 161-FIN
           PERFORM 111-PAGA-PRIMA-VACACIONAL THRU 111-FIN
           PERFORM 110-DESCUENTA-INCAPACIDAD THRU 110-FIN
           ADD WS-SALARIO-PERIODO WS-PERCEPCIONES
               GIVING WS-SALARIO-BRUTO
           IF WS-IMPORTE-INCAPACIDAD IS LESS THAN WS-SALARIO-BRUTO
              SUBTRACT WS-IMPORTE-INCAPACIDAD FROM WS-SALARIO-BRUTO
           MOVE WS-ISR-RETENCION TO WS-DEDUCCION-ISR
           PERFORM 085-APLICA-SUBSIDIO THRU 085-FIN
           MOVE WS-SALARIO-BRUTO TO WS-IMSS-BASE
           IF WS-PREMIOS-EXENTOS IS LESS THAN WS-IMSS-BASE
              SUBTRACT WS-PREMIOS-EXENTOS FROM WS-IMSS-BASE
           ELSE
              MOVE ZEROS TO WS-IMSS-BASE
           END-IF
           MOVE WS-PLANTA TO WS-PRT-PLANTA
           PERFORM 170-APLICA-PRIMA-RIESGO THRU 170-FIN
           PERFORM 115-CALCULA-IMSS THRU 115-FIN
           MOVE WS-IMSS-OBRERO   TO WS-DEDUCCION-IMSS
           PERFORM 079-DESCUENTA-INFONAVIT THRU 079-FIN
           IF GENERA-TRAZA
              PERFORM 193-TRAZA-CALCULO THRU 193-FIN
           END-IF
           COMPUTE WS-TOTAL-DEDUCCIONES =
                   WS-DEDUCCION-ISR + WS-DEDUCCION-IMSS +
                   WS-DEDUCCION-INFONAVIT + WS-OTRAS-DEDUCC
                         "PRESTAMOS DE LA QUINCENA NO SE RETUVIERON "
                         "Y LOS SALDOS QUEDAN SIN REBAJAR."
              END-IF
              IF WS-DEDUCCION-FONACOT IS GREATER THAN ZEROS
                 DISPLAY "EMPLEADO " WS-ID-EMP ": LA CUOTA FONACOT "
                         "DE LA QUINCENA NO SE RETUVO; SALDRA COMO "
                         "PENDIENTE EN EL REPORTE DE PAGO (FONACREP)."
              END-IF
              MOVE ZEROS TO WS-SALARIO-NETO
           ELSE
              SUBTRACT WS-TOTAL-DEDUCCIONES FROM WS-SALARIO-BRUTO
              IF WS-ABONOS-PERIODO IS GREATER THAN ZEROS
                 MOVE "S" TO SW-ABONA-PRESTAMOS
              END-IF
              IF WS-DEDUCCION-FONACOT IS GREATER THAN ZEROS
                 MOVE "S" TO SW-RETIENE-FONACOT
              END-IF
              IF WS-APORTACION-FONDO IS GREATER THAN ZEROS
                 MOVE "S" TO SW-APORTA-FONDO
              END-IF
              IF WS-CUOTA-SINDICAL IS GREATER THAN ZEROS
                 MOVE "S" TO SW-RETIENE-CUOTA
              END-IF
              IF WS-CARGO-AJUSTE IS GREATER THAN ZEROS
                 MOVE "S" TO SW-COBRA-AJUSTE
              END-IF
              PERFORM 101-APLICA-PENSIONES THRU 101-FIN
           END-IF
           IF GENERA-TRAZA
              PERFORM 199-TRAZA-NETO THRU 199-FIN
           END-IF.
       063-FIN. EXIT.

       013-SALARIO-PERIODO.
           IF PERIODO-PRORRATEADO
              COMPUTE WS-SALARIO-PERIODO ROUNDED =
                      WS-SALARIO * WS-DIAS-PAGADOS / 15
              MOVE "R"                TO WS-DET-ORIGEN
              MOVE ZEROS              TO WS-DET-CONCEPTO
              MOVE SPACE              TO WS-DET-TIPO
              MOVE WS-DIAS-PAGADOS    TO WS-DET-REFERENCIA
              MOVE WS-SALARIO-PERIODO TO WS-DET-IMPORTE-D
              PERFORM 092-GRABA-DETALLE THRU 092-FIN
              GO TO 013-FIN
           END-IF
           IF CORRIDA-SEMANAL
              COMPUTE WS-SALARIO-PERIODO ROUNDED =
                      WS-SALARIO * WS-DIAS-PERIODO / 15
           ELSE
              MOVE WS-SALARIO TO WS-SALARIO-PERIODO
           END-IF.
       013-FIN. EXIT.

      *----------------------------------------------------------------
      * DESCUENTO DEL FONDO DE AHORRO: EL PORCENTAJE INSCRITO SOBRE
      * EL SALARIO BASE, COMO CUALQUIER OTRA DEDUCCION DEL PERIODO.

       110-DESCUENTA-INCAPACIDAD.
           MOVE ZEROS TO WS-IMPORTE-INCAPACIDAD
                         WS-DIAS-INCAP-PERIODO
           IF NOT HAY-INCAPACIDADES
              GO TO 110-FIN
           END-IF
           IF WS-DIAS-INCAP-PERIODO EQUAL ZEROS
              GO TO 110-FIN
           END-IF
           IF WS-DIAS-INCAP-PERIODO IS GREATER THAN WS-DIAS-PAGADOS
              MOVE WS-DIAS-PAGADOS TO WS-DIAS-INCAP-PERIODO
           END-IF
           COMPUTE WS-IMPORTE-INCAPACIDAD ROUNDED =
                   WS-SALARIO / 15 * WS-DIAS-INCAP-PERIODO
              GO TO 104-FIN
           END-IF
           COMPUTE WS-APORTACION-FONDO ROUNDED =
                   WS-SALARIO-PERIODO * FA-PORCENTAJE / 100
           IF WS-APORTACION-FONDO EQUAL ZEROS
              GO TO 104-FIN
           END-IF
           END-REWRITE.
       105-FIN. EXIT.

      *----------------------------------------------------------------
      * CUOTA SINDICAL: PORCENTAJE VIGENTE SOBRE EL SALARIO BASE DEL
      * PERIODO, AL AFILIADO CUYO INGRESO AL SINDICATO NO ES
      * POSTERIOR AL FIN DEL PERIODO. EL QUE RENUNCIO TODAVIA PAGA
      * LOS PERIODOS QUE TERMINAN ANTES DE SU FECHA DE RENUNCIA.
      *----------------------------------------------------------------
       161-RETIENE-CUOTA-SINDICAL.
           MOVE ZEROS TO WS-CUOTA-SINDICAL
           MOVE "N"   TO SW-RETIENE-CUOTA
           IF NOT HAY-SINDICATO OR NOT CUOTA-SINDICAL-CARGADA
              GO TO 161-FIN
           END-IF
           MOVE WS-ID-EMP TO SIN-ID-EMP
           READ SINDICATO
                INVALID KEY
                   GO TO 161-FIN
           END-READ
           IF SIN-FECHA-INGRESO IS GREATER THAN CAL-FECHA-FIN
              GO TO 161-FIN
           END-IF
           IF SIN-RENUNCIA AND
              SIN-FECHA-BAJA IS LESS THAN OR EQUAL CAL-FECHA-FIN
              GO TO 161-FIN
           END-IF
           COMPUTE WS-CUOTA-SINDICAL ROUNDED =
                   WS-SALARIO-PERIODO * WS-CSI-PORCENTAJE / 100
           ADD WS-CUOTA-SINDICAL TO WS-OTRAS-DEDUCC.
       161-FIN. EXIT.

      *----------------------------------------------------------------
      * RENGLON DE DESGLOSE DE LA CUOTA, POSTERIOR AL COMMIT; SINDREP
      * SUMA ESTOS RENGLONES PARA EL ENTERO MENSUAL AL SINDICATO.
      *----------------------------------------------------------------
       162-GRABA-CUOTA-SINDICAL.
           MOVE "S"               TO WS-DET-ORIGEN
           MOVE ZEROS             TO WS-DET-CONCEPTO
           MOVE "D"               TO WS-DET-TIPO
           MOVE ZEROS             TO WS-DET-REFERENCIA
           MOVE WS-CUOTA-SINDICAL TO WS-DET-IMPORTE-D
           PERFORM 092-GRABA-DETALLE THRU 092-FIN.
       162-FIN. EXIT.

      *----------------------------------------------------------------
      * RETENCIONES JUDICIALES, DESPUES DE IMPUESTOS Y EN ORDEN DE
      * PRIORIDAD (LA CLAVE EMPLEADO+PRIORIDAD YA VIENE ORDENADA):
           MOVE PEN-PRIORIDAD      TO WS-DET-REFERENCIA
           MOVE WS-IMPORTE-PENSION TO WS-DET-IMPORTE-D
           PERFORM 092-GRABA-DETALLE THRU 092-FIN
           IF GENERA-TRAZA
              MOVE SPACES TO WS-TRZ-DESCRIPCION
              STRING "PENSION PRIORIDAD " DELIMITED BY SIZE
                     PEN-PRIORIDAD        DELIMITED BY SIZE
                     INTO WS-TRZ-DESCRIPCION
              END-STRING
              MOVE WS-NETO-BASE-PENSION  TO WS-TRZ-BASE
              MOVE WS-IMPORTE-PENSION    TO WS-TRZ-IMPORTE
              PERFORM 198-TRAZA-DEDUCCION THRU 198-FIN
           END-IF
           GO TO 102-RETIENE-PENSION.
       102-FIN. EXIT.

      *----------------------------------------------------------------
      * TRAZA DEL CALCULO DEL EMPLEADO, YA CON ISR, SUBSIDIO, IMSS E
      * INFONAVIT Y ANTES DE LAS PENSIONES: PRIMERO BORRA LO QUE
      * HUBIERA DEL EMPLEADO EN EL PERIODO (CORRIDA REINICIADA O
      * RECALCULO DESPUES DE REVERNOM) Y DESPUES DEJA LAS BASES, EL
      * RENGLON DE LA TARIFA DE ISR, EL DE LA TABLA DE SUBSIDIO, CADA
      * RAMO DEL IMSS CON SU TOPE Y LAS DEDUCCIONES EN EL ORDEN EN QUE
      * SE RESTAN DEL BRUTO. LAS PENSIONES LAS AGREGA
      * 102-RETIENE-PENSION Y EL NETO 199-TRAZA-NETO.
      *----------------------------------------------------------------
       193-TRAZA-CALCULO.
           PERFORM 196-LIMPIA-TRAZA THRU 196-FIN
           MOVE ZEROS TO WS-TRZ-CONSEC
                         WS-TRZ-PRIORIDAD
                         WS-TRZ-BASE
           IF PERIODO-PRORRATEADO
              MOVE WS-DIAS-PAGADOS TO WS-TRZ-RENGLON
           ELSE
              MOVE WS-DIAS-PERIODO TO WS-TRZ-RENGLON
           END-IF
           MOVE "SUELDO DEL PERIODO"   TO WS-TRZ-DESCRIPCION
           MOVE WS-SALARIO-PERIODO     TO WS-TRZ-IMPORTE
           PERFORM 194-TRAZA-BASE THRU 194-FIN
           MOVE ZEROS                  TO WS-TRZ-RENGLON
           MOVE "PERCEPCIONES"         TO WS-TRZ-DESCRIPCION
           MOVE WS-PERCEPCIONES        TO WS-TRZ-IMPORTE
           PERFORM 194-TRAZA-BASE THRU 194-FIN
           MOVE "INCAPACIDAD"          TO WS-TRZ-DESCRIPCION
           MOVE WS-IMPORTE-INCAPACIDAD TO WS-TRZ-IMPORTE
           PERFORM 194-TRAZA-BASE THRU 194-FIN
           MOVE "SALARIO BRUTO"        TO WS-TRZ-DESCRIPCION
           MOVE WS-SALARIO-BRUTO       TO WS-TRZ-IMPORTE
           PERFORM 194-TRAZA-BASE THRU 194-FIN
           MOVE "PRIMA VAC. EXENTA"    TO WS-TRZ-DESCRIPCION
           MOVE WS-PRIMA-VAC-EXENTA    TO WS-TRZ-IMPORTE
           PERFORM 194-TRAZA-BASE THRU 194-FIN
           MOVE "BASE GRAVABLE ISR"    TO WS-TRZ-DESCRIPCION
           MOVE WS-ISR-BASE            TO WS-TRZ-IMPORTE
           PERFORM 194-TRAZA-BASE THRU 194-FIN
           MOVE "PREMIOS EXENTOS IMSS" TO WS-TRZ-DESCRIPCION
           MOVE WS-PREMIOS-EXENTOS     TO WS-TRZ-IMPORTE
           PERFORM 194-TRAZA-BASE THRU 194-FIN
           MOVE "BASE COTIZACION IMSS" TO WS-TRZ-DESCRIPCION
           MOVE WS-IMSS-BASE           TO WS-TRZ-IMPORTE
           PERFORM 194-TRAZA-BASE THRU 194-FIN
           IF TABLA-ISR-CARGADA
              MOVE SPACES TO REG-TRAZA-NOMINA
              INITIALIZE REG-TRAZA-NOMINA
              MOVE "I"                         TO TRZ-PASO
              MOVE "TARIFA ISR"                TO TRZ-DESCRIPCION
              MOVE WS-ISR-IDX                  TO TRZ-RENGLON
              MOVE WS-ISR-BASE                 TO TRZ-BASE
              MOVE WS-ISR-LIM-INF (WS-ISR-IDX) TO TRZ-LIM-INF
              MOVE WS-ISR-LIM-SUP (WS-ISR-IDX) TO TRZ-LIM-SUP
              MOVE WS-ISR-CUOTA (WS-ISR-IDX)   TO TRZ-CUOTA
              MOVE WS-ISR-TASA (WS-ISR-IDX)    TO TRZ-TASA
              MOVE WS-ISR-EXCEDENTE            TO TRZ-IMPORTE
              MOVE WS-ISR-RETENCION            TO TRZ-IMPORTE-2
              PERFORM 195-GRABA-TRAZA THRU 195-FIN
           END-IF
           IF TABLA-SUB-CARGADA
              MOVE SPACES TO REG-TRAZA-NOMINA
              INITIALIZE REG-TRAZA-NOMINA
              MOVE "S"                         TO TRZ-PASO
              MOVE "SUBSIDIO AL EMPLEO"        TO TRZ-DESCRIPCION
              MOVE WS-SUB-IDX                  TO TRZ-RENGLON
              MOVE WS-SUB-BASE                 TO TRZ-BASE
              MOVE WS-SUB-LIM-INF (WS-SUB-IDX) TO TRZ-LIM-INF
              MOVE WS-SUB-LIM-SUP (WS-SUB-IDX) TO TRZ-LIM-SUP
              MOVE WS-SUB-MONTO (WS-SUB-IDX)   TO TRZ-CUOTA
              MOVE WS-SUBSIDIO-APLICADO        TO TRZ-IMPORTE
              MOVE WS-SUBSIDIO-EXCEDENTE       TO TRZ-IMPORTE-2
              PERFORM 195-GRABA-TRAZA THRU 195-FIN
           END-IF
           MOVE 1 TO WS-TRZ-IDX
           PERFORM 197-TRAZA-RAMO THRU 197-FIN
                   UNTIL WS-TRZ-IDX IS GREATER THAN WS-IMSS-RENGLONES
           MOVE "ISR RETENIDO"         TO WS-TRZ-DESCRIPCION
           MOVE WS-ISR-BASE            TO WS-TRZ-BASE
           MOVE WS-DEDUCCION-ISR       TO WS-TRZ-IMPORTE
           PERFORM 198-TRAZA-DEDUCCION THRU 198-FIN
           MOVE "CUOTA OBRERA IMSS"    TO WS-TRZ-DESCRIPCION
           MOVE WS-IMSS-BASE           TO WS-TRZ-BASE
           MOVE WS-DEDUCCION-IMSS      TO WS-TRZ-IMPORTE
           PERFORM 198-TRAZA-DEDUCCION THRU 198-FIN
           MOVE "CREDITO INFONAVIT"    TO WS-TRZ-DESCRIPCION
           MOVE WS-SALARIO-BRUTO       TO WS-TRZ-BASE
           MOVE WS-DEDUCCION-INFONAVIT TO WS-TRZ-IMPORTE
           PERFORM 198-TRAZA-DEDUCCION THRU 198-FIN
      *    LO QUE QUEDA DE OTRAS DEDUCCIONES DESPUES DE QUITAR LOS
      *    CONCEPTOS QUE SE TRAZAN POR SEPARADO SON LAS INCIDENCIAS Y
      *    LOS CONCEPTOS FIJOS DE DEDUCCION.
           ADD WS-ABONOS-PERIODO WS-CARGO-AJUSTE WS-APORTACION-FONDO
               WS-CUOTA-SINDICAL WS-DEDUCCION-FONACOT
               GIVING WS-TRZ-BASE
           IF WS-TRZ-BASE IS LESS THAN WS-OTRAS-DEDUCC
              SUBTRACT WS-TRZ-BASE FROM WS-OTRAS-DEDUCC
                       GIVING WS-TRZ-IMPORTE
           ELSE
              MOVE ZEROS TO WS-TRZ-IMPORTE
           END-IF
           MOVE ZEROS                  TO WS-TRZ-BASE
           MOVE "INCIDENCIAS/CONCEPTO" TO WS-TRZ-DESCRIPCION
           PERFORM 198-TRAZA-DEDUCCION THRU 198-FIN
           MOVE "ABONO PRESTAMOS"      TO WS-TRZ-DESCRIPCION
           MOVE WS-ABONOS-PERIODO      TO WS-TRZ-IMPORTE
           PERFORM 198-TRAZA-DEDUCCION THRU 198-FIN
           MOVE "CREDITO FONACOT"      TO WS-TRZ-DESCRIPCION
           MOVE WS-DEDUCCION-FONACOT   TO WS-TRZ-IMPORTE
           PERFORM 198-TRAZA-DEDUCCION THRU 198-FIN
           MOVE "AJUSTE ANUAL ISR"     TO WS-TRZ-DESCRIPCION
           MOVE WS-CARGO-AJUSTE        TO WS-TRZ-IMPORTE
           PERFORM 198-TRAZA-DEDUCCION THRU 198-FIN
           MOVE "FONDO DE AHORRO"      TO WS-TRZ-DESCRIPCION
           MOVE WS-APORTACION-FONDO    TO WS-TRZ-IMPORTE
           PERFORM 198-TRAZA-DEDUCCION THRU 198-FIN
           MOVE "CUOTA SINDICAL"       TO WS-TRZ-DESCRIPCION
           MOVE WS-CUOTA-SINDICAL      TO WS-TRZ-IMPORTE
           PERFORM 198-TRAZA-DEDUCCION THRU 198-FIN.
       193-FIN. EXIT.

       194-TRAZA-BASE.
           MOVE SPACES TO REG-TRAZA-NOMINA
           INITIALIZE REG-TRAZA-NOMINA
           MOVE "B"                TO TRZ-PASO
           MOVE WS-TRZ-DESCRIPCION TO TRZ-DESCRIPCION
           MOVE WS-TRZ-RENGLON     TO TRZ-RENGLON
           MOVE WS-TRZ-IMPORTE     TO TRZ-IMPORTE
           PERFORM 195-GRABA-TRAZA THRU 195-FIN.
       194-FIN. EXIT.

       195-GRABA-TRAZA.
           ADD 1 TO WS-TRZ-CONSEC
           MOVE WS-PERIODO-PEDIDO TO TRZ-PERIODO
           MOVE WS-ID-EMP         TO TRZ-ID-EMP
           MOVE WS-TRZ-CONSEC     TO TRZ-CONSEC
           MOVE WS-FECHA-SISTEMA  TO TRZ-FECHA-CALCULO
           WRITE REG-TRAZA-NOMINA
                 INVALID KEY
                    DISPLAY "NO SE PUDO GRABAR LA TRAZA DEL EMPLEADO "
                            WS-ID-EMP ". FS: " WS-FS-TRAZA
           END-WRITE.
       195-FIN. EXIT.

       196-LIMPIA-TRAZA.
           MOVE WS-PERIODO-PEDIDO TO TRZ-PERIODO
           MOVE WS-ID-EMP         TO TRZ-ID-EMP
           MOVE ZEROS             TO TRZ-CONSEC
           START TRAZA-NOMINA KEY IS GREATER THAN OR EQUAL TRZ-LLAVE
                 INVALID KEY
                    GO TO 196-FIN
           END-START.
       196-BORRA.
           READ TRAZA-NOMINA NEXT RECORD
                AT END
                   GO TO 196-FIN
           END-READ
           IF TRZ-PERIODO NOT EQUAL WS-PERIODO-PEDIDO OR
              TRZ-ID-EMP NOT EQUAL WS-ID-EMP
              GO TO 196-FIN
           END-IF
           DELETE TRAZA-NOMINA RECORD
                  INVALID KEY
                     GO TO 196-FIN
           END-DELETE
           GO TO 196-BORRA.
       196-FIN. EXIT.

      *----------------------------------------------------------------
      * UN RAMO DEL IMSS, CALCULADO IGUAL QUE 116-ACUMULA-RAMO-IMSS
      * PERO EN CAMPOS PROPIOS PARA NO TOCAR LOS ACUMULADOS.
      *----------------------------------------------------------------
       197-TRAZA-RAMO.
           MOVE WS-IMSS-BASE TO WS-TRZ-BASE-RAMO
           IF WS-IMSS-TOPE (WS-TRZ-IDX) IS GREATER THAN ZEROS AND
              WS-TRZ-BASE-RAMO IS GREATER THAN
                                        WS-IMSS-TOPE (WS-TRZ-IDX)
              MOVE WS-IMSS-TOPE (WS-TRZ-IDX) TO WS-TRZ-BASE-RAMO
           END-IF
           COMPUTE WS-TRZ-OBRERO-RAMO ROUNDED =
                   WS-TRZ-BASE-RAMO * WS-IMSS-TASA-OBR (WS-TRZ-IDX)
           COMPUTE WS-TRZ-PATRON-RAMO ROUNDED =
                   WS-TRZ-BASE-RAMO * WS-IMSS-TASA-PAT (WS-TRZ-IDX)
           MOVE SPACES TO REG-TRAZA-NOMINA
           INITIALIZE REG-TRAZA-NOMINA
           MOVE "M"                          TO TRZ-PASO
           MOVE WS-IMSS-DESCR (WS-TRZ-IDX)   TO TRZ-DESCRIPCION
           MOVE WS-IMSS-RAMO (WS-TRZ-IDX)    TO TRZ-RENGLON
           MOVE WS-IMSS-BASE                 TO TRZ-BASE
           MOVE WS-IMSS-TOPE (WS-TRZ-IDX)    TO TRZ-LIM-SUP
           MOVE WS-TRZ-BASE-RAMO             TO TRZ-CUOTA
           MOVE WS-IMSS-TASA-OBR (WS-TRZ-IDX) TO TRZ-TASA
           MOVE WS-IMSS-TASA-PAT (WS-TRZ-IDX) TO TRZ-TASA-2
           MOVE WS-TRZ-OBRERO-RAMO           TO TRZ-IMPORTE
           MOVE WS-TRZ-PATRON-RAMO           TO TRZ-IMPORTE-2
           PERFORM 195-GRABA-TRAZA THRU 195-FIN
           ADD 1 TO WS-TRZ-IDX.
       197-FIN. EXIT.

      *----------------------------------------------------------------
      * UNA DEDUCCION CON IMPORTE, NUMERADA EN EL ORDEN EN QUE SE
      * APLICA; LAS QUE QUEDAN EN CEROS NO DEJAN RENGLON.
      *----------------------------------------------------------------
       198-TRAZA-DEDUCCION.
           IF WS-TRZ-IMPORTE EQUAL ZEROS
              GO TO 198-FIN
           END-IF
           ADD 1 TO WS-TRZ-PRIORIDAD
           MOVE SPACES TO REG-TRAZA-NOMINA
           INITIALIZE REG-TRAZA-NOMINA
           MOVE "D"                TO TRZ-PASO
           MOVE WS-TRZ-DESCRIPCION TO TRZ-DESCRIPCION
           MOVE WS-TRZ-PRIORIDAD   TO TRZ-RENGLON
           MOVE WS-TRZ-BASE        TO TRZ-BASE
           MOVE WS-TRZ-IMPORTE     TO TRZ-IMPORTE
           PERFORM 195-GRABA-TRAZA THRU 195-FIN.
       198-FIN. EXIT.

       199-TRAZA-NETO.
           MOVE SPACES TO REG-TRAZA-NOMINA
           INITIALIZE REG-TRAZA-NOMINA
           MOVE "N"                   TO TRZ-PASO
           MOVE "NETO A PAGAR"        TO TRZ-DESCRIPCION
           MOVE WS-SALARIO-BRUTO      TO TRZ-BASE
           MOVE WS-SUBSIDIO-EXCEDENTE TO TRZ-CUOTA
           MOVE WS-SALARIO-NETO       TO TRZ-IMPORTE
           MOVE WS-TOTAL-DEDUCCIONES  TO TRZ-IMPORTE-2
           PERFORM 195-GRABA-TRAZA THRU 195-FIN.
       199-FIN. EXIT.

      *----------------------------------------------------------------
      * ACUMULA LAS INCIDENCIAS DEL EMPLEADO EN LA QUINCENA PEDIDA:
      * SE POSICIONA EN PERIODO+EMPLEADO+CONSECUTIVO 000 Y AVANZA
      * HASTA QUE LA CLAVE CAMBIE DE EMPLEADO O DE PERIODO. LAS
      * PARTES EXENTAS DE LOS PREMIOS DE ASISTENCIA Y PUNTUALIDAD
      * (CONCEPTOS 12 Y 13, PREMIEMP) SE APARTAN ADEMAS PARA
      * SACARLAS DE LA BASE DEL IMSS.
      *----------------------------------------------------------------
       066-SUMA-INCIDENCIAS.
           MOVE ZEROS TO WS-PERCEPCIONES
                         WS-OTRAS-DEDUCC
                         WS-PREMIOS-EXENTOS
           IF NOT HAY-INCIDENCIAS
              GO TO 066-FIN
           END-IF
           END-IF
           IF INC-PERCEPCION
              ADD INC-IMPORTE TO WS-PERCEPCIONES
              IF INC-CONCEPTO EQUAL 12 OR INC-CONCEPTO EQUAL 13
                 ADD INC-IMPORTE TO WS-PREMIOS-EXENTOS
              END-IF
           ELSE
              ADD INC-IMPORTE TO WS-OTRAS-DEDUCC
           END-IF
           GO TO 073-GRABA-ABONO.
       073-FIN. EXIT.

      *----------------------------------------------------------------
      * CREDITOS FONACOT, MISMAS DOS PASADAS QUE LOS PRESTAMOS: AQUI
      * SOLO SE SUMA LA CUOTA DEL PERIODO DE CADA CREDITO VIGENTE
      * CUYA CEDULA YA LLEGO (MES DE INICIO). EL SALDO Y LO RETENIDO
      * EN EL MES SE TOCAN HASTA DESPUES DEL COMMIT
      * (208-APLICA-FONACOT) Y SOLO SI LA RETENCION PROCEDIO.
      *----------------------------------------------------------------
       205-DESCUENTA-FONACOT.
           MOVE ZEROS TO WS-DEDUCCION-FONACOT
           MOVE "N"   TO SW-RETIENE-FONACOT
           IF NOT HAY-FONACOT
              GO TO 205-FIN
           END-IF
           MOVE WS-PER-ANIO TO WS-FNC-ANIO
           MOVE WS-PER-MES  TO WS-FNC-MES
           IF WS-FNC-MES IS GREATER THAN 50
              SUBTRACT 50 FROM WS-FNC-MES
           END-IF
           MOVE WS-ID-EMP TO FNC-ID-EMP
           MOVE ZEROS     TO FNC-CONSEC
           START CREDITOS-FONACOT KEY IS GREATER THAN OR EQUAL
                 FNC-LLAVE
                 INVALID KEY
                    GO TO 205-FIN
           END-START
           PERFORM 206-SUMA-CUOTA THRU 206-FIN.
       205-FIN. EXIT.

       206-SUMA-CUOTA.
           READ CREDITOS-FONACOT NEXT RECORD
                AT END
                   GO TO 206-FIN
           END-READ
           IF FNC-ID-EMP NOT EQUAL WS-ID-EMP
              GO TO 206-FIN
           END-IF
           PERFORM 207-CUOTA-PERIODO THRU 207-FIN
           ADD WS-FNC-CUOTA-PERIODO TO WS-OTRAS-DEDUCC
                                       WS-DEDUCCION-FONACOT
           GO TO 206-SUMA-CUOTA.
       206-FIN. EXIT.

      *----------------------------------------------------------------
      * CUOTA DEL PERIODO PARA EL CREDITO LEIDO: LA PRIMERA QUINCENA
      * RETIENE MEDIA CUOTA MENSUAL Y LA SEGUNDA LO QUE FALTE DEL MES
      * (SI LA PRIMERA NO SE PUDO RETENER, LA SEGUNDA LA ALCANZA); LA
      * SEMANA RETIENE LA PARTE DE SUS DIAS SOBRE 30. NUNCA MAS DE LO
      * QUE FALTA DEL MES NI MAS QUE EL SALDO DEL CREDITO.
      *----------------------------------------------------------------
       207-CUOTA-PERIODO.
           MOVE ZEROS TO WS-FNC-CUOTA-PERIODO
           IF NOT FNC-VIGENTE OR
              FNC-MES-INICIO IS GREATER THAN WS-FNC-MES-PERIODO-9
              GO TO 207-FIN
           END-IF
           MOVE FNC-CUOTA-MENSUAL TO WS-FNC-PENDIENTE-MES
           IF FNC-MES-RETENCION EQUAL WS-FNC-MES-PERIODO-9
              IF FNC-RETENIDO-MES IS LESS THAN FNC-CUOTA-MENSUAL
                 SUBTRACT FNC-RETENIDO-MES FROM WS-FNC-PENDIENTE-MES
              ELSE
                 MOVE ZEROS TO WS-FNC-PENDIENTE-MES
              END-IF
           END-IF
           EVALUATE TRUE
           WHEN CORRIDA-SEMANAL
              COMPUTE WS-FNC-CUOTA-PERIODO ROUNDED =
                      FNC-CUOTA-MENSUAL * WS-DIAS-PERIODO / 30
           WHEN WS-PER-QUINCENA EQUAL 1
              COMPUTE WS-FNC-CUOTA-PERIODO ROUNDED =
                      FNC-CUOTA-MENSUAL / 2
           WHEN OTHER
              MOVE WS-FNC-PENDIENTE-MES TO WS-FNC-CUOTA-PERIODO
           END-EVALUATE
           IF WS-FNC-CUOTA-PERIODO IS GREATER THAN WS-FNC-PENDIENTE-MES
              MOVE WS-FNC-PENDIENTE-MES TO WS-FNC-CUOTA-PERIODO
           END-IF
           IF WS-FNC-CUOTA-PERIODO IS GREATER THAN FNC-SALDO
              MOVE FNC-SALDO TO WS-FNC-CUOTA-PERIODO
           END-IF.
       207-FIN. EXIT.

      *----------------------------------------------------------------
      * SEGUNDA PASADA, POSTERIOR AL COMMIT: REPITE EL RECORRIDO DE
      * 205 Y AHORA SI SUMA LO RETENIDO AL MES DEL CREDITO, REBAJA EL
      * SALDO (LIQUIDANDO EL QUE LLEGA A CEROS) Y DEJA EL RENGLON DE
      * DESGLOSE ORIGEN "K" CON EL CONSECUTIVO DEL CREDITO, QUE ES LO
      * QUE SUMA FONACREP PARA EL PAGO Y LO QUE RESTAURA REVERNOM.
      *----------------------------------------------------------------
       208-APLICA-FONACOT.
           MOVE WS-ID-EMP TO FNC-ID-EMP
           MOVE ZEROS     TO FNC-CONSEC
           START CREDITOS-FONACOT KEY IS GREATER THAN OR EQUAL
                 FNC-LLAVE
                 INVALID KEY
                    GO TO 208-FIN
           END-START
           PERFORM 209-REBAJA-CREDITO THRU 209-FIN.
       208-FIN. EXIT.

       209-REBAJA-CREDITO.
           READ CREDITOS-FONACOT NEXT RECORD
                AT END
                   GO TO 209-FIN
           END-READ
           IF FNC-ID-EMP NOT EQUAL WS-ID-EMP
              GO TO 209-FIN
           END-IF
           PERFORM 207-CUOTA-PERIODO THRU 207-FIN
           IF WS-FNC-CUOTA-PERIODO EQUAL ZEROS
              GO TO 209-REBAJA-CREDITO
           END-IF
           IF FNC-MES-RETENCION NOT EQUAL WS-FNC-MES-PERIODO-9
              MOVE WS-FNC-MES-PERIODO-9 TO FNC-MES-RETENCION
              MOVE ZEROS                TO FNC-RETENIDO-MES
           END-IF
           ADD WS-FNC-CUOTA-PERIODO      TO FNC-RETENIDO-MES
           SUBTRACT WS-FNC-CUOTA-PERIODO FROM FNC-SALDO
           MOVE WS-FECHA-SISTEMA         TO FNC-FECHA-ACT
           IF FNC-SALDO EQUAL ZEROS
              MOVE "L" TO FNC-STATUS
              DISPLAY "CREDITO FONACOT " FNC-NUM-CREDITO " DEL "
                      "EMPLEADO " WS-ID-EMP " LIQUIDADO EN ESTA "
                      "QUINCENA."
           END-IF
           REWRITE REG-FONACOT
              INVALID KEY
                 DISPLAY "NO SE PUDO ACTUALIZAR EL CREDITO FONACOT "
                         FNC-NUM-CREDITO " DEL EMPLEADO " WS-ID-EMP "."
              NOT INVALID KEY
                 MOVE "K"                  TO WS-DET-ORIGEN
                 MOVE ZEROS                TO WS-DET-CONCEPTO
                 MOVE "D"                  TO WS-DET-TIPO
                 MOVE FNC-CONSEC           TO WS-DET-REFERENCIA
                 MOVE WS-FNC-CUOTA-PERIODO TO WS-DET-IMPORTE-D
                 PERFORM 092-GRABA-DETALLE THRU 092-FIN
           END-REWRITE
           GO TO 209-REBAJA-CREDITO.
       209-FIN. EXIT.

      *----------------------------------------------------------------
      * APLICA LOS CONCEPTOS RECURRENTES VIGENTES DEL EMPLEADO: UN
      * CONCEPTO ENTRA EN LA QUINCENA SI SU VIGENCIA SE TRASLAPA CON
               CF-FECHA-FIN IS GREATER THAN OR EQUAL CAL-FECHA-INICIO)
              IF CF-PORCENTUAL
                 COMPUTE WS-IMPORTE-CONCEPTO ROUNDED =
                         WS-SALARIO-PERIODO * CF-PORCENTAJE / 100
              ELSE
                 MOVE CF-IMPORTE TO WS-IMPORTE-CONCEPTO
              END-IF
           MOVE WS-PERIODO-PEDIDO  TO NP-PERIODO
           MOVE WS-ID-EMP          TO NP-ID-EMP
           MOVE "Q"                TO NP-TIPO-CORRIDA
           MOVE WS-SALARIO-PERIODO TO NP-SALARIO-BASE
           MOVE WS-PERCEPCIONES    TO NP-PERCEPCIONES
           MOVE WS-OTRAS-DEDUCC    TO NP-OTRAS-DEDUCC
           MOVE WS-SALARIO-BRUTO   TO NP-SALARIO-BRUTO
                   IF PROCEDE-ABONAR
                      PERFORM 071-ABONA-PRESTAMOS THRU 071-FIN
                   END-IF
                   IF PROCEDE-FONACOT
                      PERFORM 208-APLICA-FONACOT THRU 208-FIN
                   END-IF
                   IF PROCEDE-APORTAR
                      PERFORM 105-ABONA-FONDO THRU 105-FIN
                   END-IF
                   IF PROCEDE-CUOTA-SINDICAL
                      PERFORM 162-GRABA-CUOTA-SINDICAL THRU 162-FIN
                   END-IF
                   IF PROCEDE-MARCAR-PRIMA
                      PERFORM 112-MARCA-PRIMAS THRU 112-FIN
                   END-IF
                   IF PROCEDE-COBRAR-AJUSTE
                      PERFORM 128-MARCA-AJUSTE-COBRADO THRU 128-FIN
                   END-IF
                   PERFORM 201-TOMA-RESULTADO THRU 201-FIN
                   MOVE WS-PRIMA-VAC-EXENTA TO WS-ACM-EXENTO
                   PERFORM 202-ACUMULA-RESULTADO THRU 202-FIN
           END-WRITE.
       064-FIN. EXIT.

      * JUNTO AL RESULTADO DE NOMINA SE GUARDA EL DESGLOSE IMSS DEL
      * PERIODO: LA CUOTA OBRERA RETENIDA Y LA PATRONAL QUE LA
      * EMPRESA ENTERA, PARA QUE SUAEXP.CBL ARME EL BIMESTRE SIN
      * RECALCULAR NADA, CON LOS DIAS COTIZADOS Y LA PORCION DE RAMOS
      * BIMESTRALES QUE CONCILIA EMISCONC.CBL CONTRA LA EMA/EBA.
      *----------------------------------------------------------------
       081-GRABA-IMSS-PERIODO.
           MOVE WS-PERIODO-PEDIDO  TO IMP-PERIODO
           MOVE WS-IMSS-OBRERO     TO IMP-CUOTA-OBRERO
           MOVE WS-IMSS-PATRON     TO IMP-CUOTA-PATRON
           MOVE WS-FECHA-SISTEMA   TO IMP-FECHA-CALCULO
           COMPUTE IMP-DIAS-COTIZADOS =
                   WS-DIAS-PAGADOS - WS-DIAS-INCAP-PERIODO
           MOVE WS-IMSS-OBRERO-BIM TO IMP-OBRERO-BIMESTRAL
           MOVE WS-IMSS-PATRON-BIM TO IMP-PATRON-BIMESTRAL
           WRITE REG-IMSS-PERIODO
                INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR EL DESGLOSE IMSS DEL "
           COMPUTE WS-DET-OTRDED =
                   WS-OTRAS-DEDUCC + WS-DEDUCCION-INFONAVIT
           MOVE WS-SALARIO-NETO    TO WS-DET-NETO
           MOVE WS-DIAS-PAGADOS    TO WS-DET-DIAS
           WRITE REG-REPORTE FROM WS-DETALLE.
       065-FIN. EXIT.

           COMPUTE WS-DET-OTRDED =
                   NP-OTRAS-DEDUCC + NP-DEDUCCION-INFONAVIT
           MOVE NP-SALARIO-NETO    TO WS-DET-NETO
           PERFORM 075-BUSCA-DIAS-PAGADOS THRU 075-FIN
           WRITE REG-REPORTE FROM WS-DETALLE
           PERFORM 093-IMPRIME-DESGLOSE THRU 093-FIN
           ADD 1 TO WS-CONT-CALCULADOS
              MOVE "PENSION ALIM" TO WS-DSG-ORIGEN
           WHEN ND-DE-FONDO-AHORRO
              MOVE "FONDO AHORRO" TO WS-DSG-ORIGEN
           WHEN ND-DE-CUOTA-SINDICAL
              MOVE "CUOTA SIND."  TO WS-DSG-ORIGEN
           WHEN ND-DE-INCAPACIDAD
              MOVE "INCAPACIDAD"  TO WS-DSG-ORIGEN
           WHEN ND-DE-PRIMA-VAC
              MOVE "PARTE EXENTA" TO WS-DSG-ORIGEN
           WHEN ND-DE-AJUSTE-ISR
              MOVE "AJUSTE ANUAL" TO WS-DSG-ORIGEN
           WHEN ND-DE-DIAS-PAGADOS
              MOVE "DIAS PAGADOS" TO WS-DSG-ORIGEN
           WHEN OTHER
              MOVE "OTRO"        TO WS-DSG-ORIGEN
           END-EVALUATE
           GO TO 094-IMPRIME-RENGLON-DET.
       094-FIN. EXIT.

      *----------------------------------------------------------------
      * EN LA REIMPRESION LOS DIAS PAGADOS SALEN DEL RENGLON "R" DEL
      * DESGLOSE; SIN ESE RENGLON EL EMPLEADO COBRO EL PERIODO
      * COMPLETO.
      *----------------------------------------------------------------
       075-BUSCA-DIAS-PAGADOS.
           MOVE WS-DIAS-PERIODO TO WS-DET-DIAS
           MOVE NP-PERIODO TO ND-PERIODO
           MOVE NP-ID-EMP  TO ND-ID-EMP
           MOVE ZEROS      TO ND-CONSEC
           START NOMINA-DETALLE KEY IS GREATER THAN OR EQUAL ND-LLAVE
                 INVALID KEY
                    GO TO 075-FIN
           END-START.
       075-LEE-DETALLE.
           READ NOMINA-DETALLE NEXT RECORD
                AT END
                   GO TO 075-FIN
           END-READ
           IF ND-PERIODO NOT EQUAL NP-PERIODO OR
              ND-ID-EMP  NOT EQUAL NP-ID-EMP
              GO TO 075-FIN
           END-IF
           IF ND-DE-DIAS-PAGADOS
              MOVE ND-REFERENCIA TO WS-DET-DIAS
              GO TO 075-FIN
           END-IF
           GO TO 075-LEE-DETALLE.
       075-FIN. EXIT.

       074-BUSCA-NOMBRE-EMP.
           MOVE NP-ID-EMP TO REG-ID-EMP
           READ EMPLEADOS INTO WS-DATOS-EMPLEADO
       074-FIN. EXIT.

       030-TITULOS.
           MOVE WS-PER-MES TO WS-MES-PAGO
           IF CORRIDA-SEMANAL
              MOVE "NOMINA SEMANAL DE PLANTA  " TO WS-TIT-LEYENDA
              SUBTRACT 50 FROM WS-MES-PAGO
           END-IF
           STRING WS-PER-ANIO      DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  WS-MES-PAGO      DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  WS-PER-QUINCENA  DELIMITED BY SIZE
                  INTO WS-TIT-PERIODO
           WRITE REG-REPORTE FROM WS-GRAN-TOTAL.
       080-FIN. EXIT.

       028-ABRE-OPERADORES.
           OPEN INPUT OPERADORES
           IF NOT FS-OPERADORES-OK
              DISPLAY "NO SE PUDO ABRIR BD-OPERADORES.TXT. DE DE ALTA "
                      "LOS OPERADORES DESDE CRUD-EMP PRIMERO."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       028-FIN. EXIT.

      *----------------------------------------------------------------
      * EL COMPARATIVO DEL RECALCULO NO PISA EL LISTADO DE LA
      * QUINCENA: VA A SU PROPIO ARCHIVO EN LA CARPETA DE DATOS.
      *----------------------------------------------------------------
       212-OBTIENE-RUTA-RECALCULO.
           MOVE SPACES TO WS-RUTA-REPORTE
           STRING WS-DIR-DATOS                   DELIMITED BY SPACE
                  "\REPORTE-RECALCULO-EMPLEADO.TXT" DELIMITED BY SIZE
                  INTO WS-RUTA-REPORTE
           END-STRING.
       212-FIN. EXIT.

      *----------------------------------------------------------------
      * RECALCULO DE UN SOLO EMPLEADO DENTRO DE UNA QUINCENA YA
      * CALCULADA ("L") Y NO DISPERSADA, PARA LA INCIDENCIA QUE SE
      * CAPTURO TARDE SIN TENER QUE REVERSAR EL PERIODO COMPLETO CON
      * REVERNOM NI CORRER UNA EXTRAORDINARIA. SE DESHACE SU
      * RESULTADO COMO LO HARIA REVERNOM (SALDOS DE PRESTAMOS, FONDO
      * DE AHORRO Y FONACOT, PRIMAS VACACIONALES, AJUSTE ANUAL,
      * ACUMULADOS, DESGLOSE, IMSS Y ACUSE; LAS PENSIONES SOLO VIVEN
      * EN SU RENGLON "J" DEL DESGLOSE) Y SE VUELVE A CALCULAR CON
      * LOS MISMOS PARRAFOS DE LA CORRIDA NORMAL, QUE REAPLICAN LOS
      * MOVIMIENTOS. EL CALENDARIO SIGUE CALCULADO Y EL VISTO BUENO
      * NO SE TOCA. EL LISTADO COMPARA EL RESULTADO ANTERIOR CONTRA
      * EL NUEVO Y LA BITACORA GUARDA EL EVENTO "RECALC".
      *----------------------------------------------------------------
       211-RECALCULA-EMPLEADO.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY "CLAVE DEL EMPLEADO A RECALCULAR: "
           ACCEPT WS-RCL-ID
           MOVE WS-PERIODO-PEDIDO TO NP-PERIODO
           MOVE WS-RCL-ID         TO NP-ID-EMP
           READ NOMINA-PERIODO
                INVALID KEY
                   DISPLAY "EL EMPLEADO " WS-RCL-ID " NO TIENE "
                           "RESULTADO EN LA QUINCENA "
                           WS-PERIODO-PEDIDO "; NO HAY NADA QUE "
                           "RECALCULAR."
                   MOVE 8 TO RETURN-CODE
                   GO TO 211-FIN
           END-READ
           IF NOT NP-CORRIDA-QUINCENA
              DISPLAY "EL RESULTADO DEL EMPLEADO " WS-RCL-ID
                      " NO ES DE LA CORRIDA ORDINARIA; NO SE "
                      "RECALCULA AQUI."
              MOVE 8 TO RETURN-CODE
              GO TO 211-FIN
           END-IF
           IF NOT NP-PAGO-PENDIENTE
              DISPLAY "EL PAGO DEL EMPLEADO " WS-RCL-ID " YA NO "
                      "ESTA PENDIENTE (YA VIAJO AL BANCO); EL "
                      "RECALCULO SE NIEGA."
              MOVE 8 TO RETURN-CODE
              GO TO 211-FIN
           END-IF
           MOVE WS-RCL-ID TO REG-ID-EMP
           READ EMPLEADOS INTO WS-DATOS-EMPLEADO
                INVALID KEY
                   DISPLAY "EL EMPLEADO " WS-RCL-ID " YA NO ESTA EN "
                           "BD-EMPLEADOS.TXT; NO SE PUEDE RECALCULAR."
                   MOVE 8 TO RETURN-CODE
                   GO TO 211-FIN
           END-READ
           DISPLAY "EMPLEADO " WS-ID-EMP " " WS-NOMBRE-EMP
           DISPLAY "NETO CALCULADO ACTUALMENTE: " NP-SALARIO-NETO
           DISPLAY "¿CONFIRMA EL RECALCULO DEL EMPLEADO " WS-ID-EMP
                   " EN LA QUINCENA " WS-PERIODO-PEDIDO "? (Y/N): "
           ACCEPT SW-CONFIRMA
           IF SW-CONFIRMA NOT EQUAL "Y"
              DISPLAY "OPERACION CANCELADA; NO SE TOCO NADA."
              MOVE 8 TO RETURN-CODE
              GO TO 211-FIN
           END-IF
           PERFORM 030-TITULOS THRU 030-FIN
           PERFORM 213-IMPRIME-ANTERIOR THRU 213-FIN
           PERFORM 214-DESHACE-RESULTADO THRU 214-FIN
           PERFORM 086-PREPARA-RETROACTIVOS THRU 086-FIN
           MOVE "RESULTADO RECALCULADO:" TO WS-RCL-LEY-TEXTO
           WRITE REG-REPORTE FROM WS-MARGEN
           WRITE REG-REPORTE FROM WS-RCL-LEYENDA
           PERFORM 078-DECIDE-PAGO THRU 078-FIN
           IF PAGA-EMPLEADO
              PERFORM 122-REVISA-CONTRATO  THRU 122-FIN
              PERFORM 063-CALCULA-EMPLEADO THRU 063-FIN
              PERFORM 064-GRABA-RESULTADO  THRU 064-FIN
              PERFORM 065-IMPRIME-DETALLE  THRU 065-FIN
              MOVE WS-PERIODO-PEDIDO TO NP-PERIODO
              MOVE WS-ID-EMP         TO NP-ID-EMP
              PERFORM 093-IMPRIME-DESGLOSE THRU 093-FIN
              MOVE WS-SALARIO-BRUTO       TO WS-RCL-D-BRUTO
              MOVE WS-PERCEPCIONES        TO WS-RCL-D-PERCEP
              MOVE WS-DEDUCCION-ISR       TO WS-RCL-D-ISR
              MOVE WS-SUBSIDIO-APLICADO   TO WS-RCL-D-SUBSIDIO
              MOVE WS-DEDUCCION-IMSS      TO WS-RCL-D-IMSS
              MOVE WS-DEDUCCION-INFONAVIT TO WS-RCL-D-INFONAVIT
              MOVE WS-OTRAS-DEDUCC        TO WS-RCL-D-OTRDED
              MOVE WS-SALARIO-NETO        TO WS-RCL-D-NETO
           ELSE
              MOVE "EL EMPLEADO YA NO ENTRA A LA CORRIDA; QUEDA SIN "
                   TO WS-RCL-LEY-TEXTO
              WRITE REG-REPORTE FROM WS-RCL-LEYENDA
              MOVE "RESULTADO EN LA QUINCENA." TO WS-RCL-LEY-TEXTO
              WRITE REG-REPORTE FROM WS-RCL-LEYENDA
              DISPLAY "EL EMPLEADO " WS-ID-EMP " YA NO ENTRA A LA "
                      "CORRIDA (PERMISO SIN GOCE O FUERA DE FECHAS); "
                      "QUEDA SIN RESULTADO EN LA QUINCENA."
           END-IF
           PERFORM 221-IMPRIME-COMPARATIVO THRU 221-FIN
           MOVE "RECALC" TO WS-AUD-OPERACION
           PERFORM 060-REGISTRA-AUDITORIA THRU 060-FIN
           DISPLAY "EMPLEADO " WS-ID-EMP " RECALCULADO EN LA QUINCENA "
                   WS-PERIODO-PEDIDO ". NETO ANTERIOR: "
                   WS-RCL-A-NETO "  NETO NUEVO: " WS-RCL-D-NETO
           DISPLAY "COMPARATIVO: " WS-RUTA-REPORTE.
       211-FIN. EXIT.

      *----------------------------------------------------------------
      * EL RESULTADO ANTERIOR SE IMPRIME CON SU DESGLOSE ANTES DE
      * BORRARLO, Y SUS CIFRAS SE GUARDAN PARA EL COMPARATIVO.
      *----------------------------------------------------------------
       213-IMPRIME-ANTERIOR.
           MOVE NP-SALARIO-BRUTO       TO WS-RCL-A-BRUTO
           MOVE NP-PERCEPCIONES        TO WS-RCL-A-PERCEP
           MOVE NP-DEDUCCION-ISR       TO WS-RCL-A-ISR
           MOVE NP-SUBSIDIO-EMPLEO     TO WS-RCL-A-SUBSIDIO
           MOVE NP-DEDUCCION-IMSS      TO WS-RCL-A-IMSS
           MOVE NP-DEDUCCION-INFONAVIT TO WS-RCL-A-INFONAVIT
           MOVE NP-OTRAS-DEDUCC        TO WS-RCL-A-OTRDED
           MOVE NP-SALARIO-NETO        TO WS-RCL-A-NETO
           MOVE "RESULTADO ANTERIOR:" TO WS-RCL-LEY-TEXTO
           WRITE REG-REPORTE FROM WS-RCL-LEYENDA
           MOVE NP-ID-EMP          TO WS-DET-ID
           MOVE WS-NOMBRE-EMP      TO WS-DET-NOMBRE
           MOVE NP-SALARIO-BRUTO   TO WS-DET-BRUTO
           MOVE NP-PERCEPCIONES    TO WS-DET-PERCEP
           MOVE NP-DEDUCCION-ISR   TO WS-DET-ISR
           MOVE NP-DEDUCCION-IMSS  TO WS-DET-IMSS
           COMPUTE WS-DET-OTRDED =
                   NP-OTRAS-DEDUCC + NP-DEDUCCION-INFONAVIT
           MOVE NP-SALARIO-NETO    TO WS-DET-NETO
           PERFORM 075-BUSCA-DIAS-PAGADOS THRU 075-FIN
           WRITE REG-REPORTE FROM WS-DETALLE
           PERFORM 093-IMPRIME-DESGLOSE THRU 093-FIN.
       213-FIN. EXIT.

      *----------------------------------------------------------------
      * DESHACE EL RESULTADO DEL EMPLEADO, ESPEJO DE
      * 052-REVERSA-RESULTADO DE REVERNOM PARA UNA SOLA CLAVE: LOS
      * ACUMULADOS ANUALES SE DESCUENTAN, CADA RENGLON DEL DESGLOSE
      * REGRESA SU EFECTO Y SE BORRA, LAS PRIMAS QUE ESA CORRIDA
      * MARCO PAGADAS SE DESMARCAN, SE BORRAN EL DESGLOSE IMSS, EL
      * ACUSE DEL RECIBO Y EL RESULTADO, Y EL AJUSTE ANUAL COBRADO
      * REGRESA A PENDIENTE. LA INCIDENCIA DE RETROACTIVO QUE ESCRIBIO
      * LA CORRIDA SE CONSERVA: 098-BUSCA-RETRO-ESCRITO LA ENCUENTRA
      * Y EL RECALCULO LA SUMA SIN DUPLICARLA.
      *----------------------------------------------------------------
       214-DESHACE-RESULTADO.
           MOVE WS-PERIODO-PEDIDO TO NP-PERIODO
           MOVE WS-ID-EMP         TO NP-ID-EMP
           READ NOMINA-PERIODO
                INVALID KEY
                   GO TO 214-FIN
           END-READ
           MOVE "N" TO SW-RCL-AJUSTE
           PERFORM 201-TOMA-RESULTADO THRU 201-FIN
           MOVE "-" TO WS-ACM-SIGNO
           MOVE WS-PERIODO-PEDIDO TO ND-PERIODO
           MOVE WS-ID-EMP         TO ND-ID-EMP
           MOVE ZEROS             TO ND-CONSEC
           START NOMINA-DETALLE KEY IS GREATER THAN OR EQUAL ND-LLAVE
                 INVALID KEY
                    GO TO 214-PRIMAS
           END-START
           PERFORM 215-RESTAURA-RENGLON THRU 215-FIN.
       214-PRIMAS.
           IF HAY-VACACIONES
              PERFORM 219-DESMARCA-PRIMAS THRU 219-FIN
           END-IF
           MOVE WS-PERIODO-PEDIDO TO IMP-PERIODO
           MOVE WS-ID-EMP         TO IMP-ID-EMP
           DELETE IMSS-PERIODO
                INVALID KEY
                   CONTINUE
           END-DELETE
           IF HAY-ACUSES
              MOVE WS-PERIODO-PEDIDO TO AC-PERIODO
              MOVE WS-ID-EMP         TO AC-ID-EMP
              DELETE ACUSES
                   INVALID KEY
                      CONTINUE
              END-DELETE
           END-IF
           MOVE WS-PERIODO-PEDIDO TO NP-PERIODO
           MOVE WS-ID-EMP         TO NP-ID-EMP
           DELETE NOMINA-PERIODO
                INVALID KEY
                   DISPLAY "NO SE PUDO BORRAR EL RESULTADO ANTERIOR "
                           "DEL EMPLEADO " WS-ID-EMP "."
                   GO TO 214-FIN
           END-DELETE
           PERFORM 202-ACUMULA-RESULTADO THRU 202-FIN
           IF RCL-AJUSTE-COBRADO
              PERFORM 220-REACTIVA-AJUSTE THRU 220-FIN
           END-IF.
       214-FIN. EXIT.

       215-RESTAURA-RENGLON.
           READ NOMINA-DETALLE NEXT RECORD
                AT END
                   GO TO 215-FIN
           END-READ
           IF ND-PERIODO NOT EQUAL WS-PERIODO-PEDIDO OR
              ND-ID-EMP  NOT EQUAL WS-ID-EMP
              GO TO 215-FIN
           END-IF
           IF ND-DE-PRESTAMO AND HAY-PRESTAMOS
              PERFORM 216-RESTAURA-SALDO THRU 216-FIN
           END-IF
           IF ND-DE-FONDO-AHORRO AND HAY-FONDO
              PERFORM 217-RESTAURA-FONDO THRU 217-FIN
           END-IF
           IF ND-DE-FONACOT AND HAY-FONACOT
              PERFORM 218-RESTAURA-FONACOT THRU 218-FIN
           END-IF
           IF ND-DE-AJUSTE-ISR
              MOVE "S" TO SW-RCL-AJUSTE
           END-IF
           IF ND-DE-PARTE-EXENTA
              ADD ND-IMPORTE TO WS-ACM-EXENTO
           END-IF
           DELETE NOMINA-DETALLE
                INVALID KEY
                   CONTINUE
           END-DELETE
           GO TO 215-RESTAURA-RENGLON.
       215-FIN. EXIT.

       216-RESTAURA-SALDO.
           MOVE WS-ID-EMP      TO PRE-ID-EMP
           MOVE ND-REFERENCIA  TO PRE-NUM-PRESTAMO
           READ PRESTAMOS
                INVALID KEY
                   DISPLAY "EL PRESTAMO " ND-REFERENCIA " DEL "
                           "EMPLEADO " WS-ID-EMP " YA NO EXISTE; SU "
                           "SALDO NO SE PUDO RESTAURAR."
                   GO TO 216-FIN
           END-READ
           ADD ND-IMPORTE TO PRE-SALDO
           IF PRE-LIQUIDADO AND PRE-SALDO IS GREATER THAN ZEROS
              MOVE "V" TO PRE-STATUS
           END-IF
           REWRITE REG-PRESTAMOS
                INVALID KEY
                   DISPLAY "NO SE PUDO RESTAURAR EL SALDO DEL "
                           "PRESTAMO " PRE-NUM-PRESTAMO " DEL "
                           "EMPLEADO " WS-ID-EMP "."
           END-REWRITE.
       216-FIN. EXIT.

       217-RESTAURA-FONDO.
           MOVE WS-ID-EMP TO FA-ID-EMP
           READ FONDO-AHORRO
                INVALID KEY
                   DISPLAY "EL EMPLEADO " WS-ID-EMP " YA NO ESTA EN "
                           "EL FONDO DE AHORRO; SU APORTACION NO SE "
                           "PUDO RETIRAR DE LOS SALDOS."
                   GO TO 217-FIN
           END-READ
           IF ND-IMPORTE IS GREATER THAN FA-SALDO-EMPLEADO OR
              ND-IMPORTE IS GREATER THAN FA-SALDO-EMPRESA
              DISPLAY "EMPLEADO " WS-ID-EMP ": EL SALDO DEL FONDO NO "
                      "ALCANZA PARA RETIRAR LA APORTACION ANTERIOR; "
                      "SE DEJA EN CEROS, REVISE EL FONDO."
              MOVE ZEROS TO FA-SALDO-EMPLEADO
                            FA-SALDO-EMPRESA
           ELSE
              SUBTRACT ND-IMPORTE FROM FA-SALDO-EMPLEADO
              SUBTRACT ND-IMPORTE FROM FA-SALDO-EMPRESA
           END-IF
           REWRITE REG-FONDO-AHORRO
                INVALID KEY
                   DISPLAY "NO SE PUDO RETIRAR LA APORTACION DEL "
                           "FONDO DEL EMPLEADO " WS-ID-EMP "."
           END-REWRITE.
       217-FIN. EXIT.

       218-RESTAURA-FONACOT.
           MOVE WS-ID-EMP     TO FNC-ID-EMP
           MOVE ND-REFERENCIA TO FNC-CONSEC
           READ CREDITOS-FONACOT
                INVALID KEY
                   DISPLAY "EL CREDITO FONACOT " ND-REFERENCIA " DEL "
                           "EMPLEADO " WS-ID-EMP " YA NO EXISTE; SU "
                           "SALDO NO SE PUDO RESTAURAR."
                   GO TO 218-FIN
           END-READ
           MOVE WS-PER-ANIO TO WS-FNC-ANIO
           MOVE WS-PER-MES  TO WS-FNC-MES
           IF WS-FNC-MES IS GREATER THAN 50
              SUBTRACT 50 FROM WS-FNC-MES
           END-IF
           ADD ND-IMPORTE TO FNC-SALDO
           IF FNC-MES-RETENCION EQUAL WS-FNC-MES-PERIODO-9
              IF ND-IMPORTE IS LESS THAN FNC-RETENIDO-MES
                 SUBTRACT ND-IMPORTE FROM FNC-RETENIDO-MES
              ELSE
                 MOVE ZEROS TO FNC-RETENIDO-MES
              END-IF
           END-IF
           IF FNC-LIQUIDADO AND FNC-SALDO IS GREATER THAN ZEROS
              MOVE "V" TO FNC-STATUS
           END-IF
           REWRITE REG-FONACOT
                INVALID KEY
                   DISPLAY "NO SE PUDO RESTAURAR EL CREDITO FONACOT "
                           FNC-NUM-CREDITO " DEL EMPLEADO "
                           WS-ID-EMP "."
           END-REWRITE.
       218-FIN. EXIT.

      *----------------------------------------------------------------
      * ESPEJO DE 114-MARCA-PRIMA: LA PRIMA AUTORIZADA QUE INICIA EN
      * LA QUINCENA Y QUEDO PAGADA REGRESA A NO PAGADA PARA QUE
      * 111-PAGA-PRIMA-VACACIONAL LA VUELVA A TOMAR.
      *----------------------------------------------------------------
       219-DESMARCA-PRIMAS.
           MOVE WS-ID-EMP TO VAC-ID-EMP
           MOVE ZEROS     TO VAC-CONSEC
           START VACACIONES KEY IS GREATER THAN OR EQUAL VAC-LLAVE
                 INVALID KEY
                    GO TO 219-FIN
           END-START.
       219-LEE-PRIMA.
           READ VACACIONES NEXT RECORD
                AT END
                   GO TO 219-FIN
           END-READ
           IF VAC-ID-EMP NOT EQUAL WS-ID-EMP
              GO TO 219-FIN
           END-IF
           IF VAC-AUTORIZADA AND VAC-PRIMA-YA-PAGADA AND
              VAC-FECHA-INICIO IS GREATER THAN OR EQUAL
                                             CAL-FECHA-INICIO AND
              VAC-FECHA-INICIO IS LESS THAN OR EQUAL CAL-FECHA-FIN
              MOVE "N" TO VAC-PRIMA-PAGADA
              REWRITE REG-VACACIONES
                   INVALID KEY
                      DISPLAY "NO SE PUDO DESMARCAR LA PRIMA DEL "
                              "EMPLEADO " WS-ID-EMP "."
              END-REWRITE
           END-IF
           GO TO 219-LEE-PRIMA.
       219-FIN. EXIT.

      *----------------------------------------------------------------
      * EL REGISTRO "D" DEL 12-4 QUE ESA CORRIDA MARCO COBRADO ("G")
      * REGRESA A PENDIENTE, CON LOS MISMOS DOS CANDIDATOS QUE
      * 127-COBRA-AJUSTE-ISR, PARA QUE EL RECALCULO LO VUELVA A
      * RETENER.
      *----------------------------------------------------------------
       220-REACTIVA-AJUSTE.
           MOVE "N"         TO SW-AJUSTE-LISTO
           MOVE WS-PER-ANIO TO WS-PC-ANIO
           MOVE 12          TO WS-PC-MES
           MOVE 4           TO WS-PC-QUINCENA.
       220-BUSCA.
           MOVE WS-PERIODO-CARGO TO NP-PERIODO
           MOVE WS-ID-EMP        TO NP-ID-EMP
           READ NOMINA-PERIODO
                INVALID KEY
                   GO TO 220-SIGUE
           END-READ
           IF NP-CORRIDA-AJUSTE-ISR AND NP-PAGO-PAGADO AND
              NP-SALARIO-NETO EQUAL ZEROS
              MOVE "P" TO NP-STATUS-PAGO
              REWRITE REG-NOMINA-PERIODO
                   INVALID KEY
                      DISPLAY "NO SE PUDO REACTIVAR EL AJUSTE DEL "
                              "EMPLEADO " WS-ID-EMP "."
                   NOT INVALID KEY
                      MOVE "S" TO SW-AJUSTE-LISTO
              END-REWRITE
           END-IF.
       220-SIGUE.
           IF SW-AJUSTE-LISTO NOT EQUAL "S" AND
              WS-PC-ANIO EQUAL WS-PER-ANIO
              SUBTRACT 1 FROM WS-PC-ANIO
              GO TO 220-BUSCA
           END-IF
           IF SW-AJUSTE-LISTO NOT EQUAL "S"
              DISPLAY "EMPLEADO " WS-ID-EMP ": NO SE ENCONTRO EL "
                      "AJUSTE ANUAL COBRADO PARA REACTIVARLO; "
                      "REVISE EL 12-4."
           END-IF.
       220-FIN. EXIT.

      *----------------------------------------------------------------
      * COMPARATIVO ANTES / DESPUES, CONCEPTO POR CONCEPTO, CON LA
      * DIFERENCIA CON SIGNO (NEGATIVA CUANDO EL RECALCULO BAJO).
      *----------------------------------------------------------------
       221-IMPRIME-COMPARATIVO.
           WRITE REG-REPORTE FROM WS-MARGEN
           MOVE "COMPARATIVO DEL RECALCULO:" TO WS-RCL-LEY-TEXTO
           WRITE REG-REPORTE FROM WS-RCL-LEYENDA
           WRITE REG-REPORTE FROM WS-RCL-COLUMNAS
           MOVE "SALARIO BRUTO"    TO WS-RCL-CONCEPTO
           MOVE WS-RCL-A-BRUTO     TO WS-RCL-IMP-ANTES
           MOVE WS-RCL-D-BRUTO     TO WS-RCL-IMP-DESPUES
           PERFORM 222-RENGLON-COMPARATIVO THRU 222-FIN
           MOVE "PERCEPCIONES"     TO WS-RCL-CONCEPTO
           MOVE WS-RCL-A-PERCEP    TO WS-RCL-IMP-ANTES
           MOVE WS-RCL-D-PERCEP    TO WS-RCL-IMP-DESPUES
           PERFORM 222-RENGLON-COMPARATIVO THRU 222-FIN
           MOVE "ISR"              TO WS-RCL-CONCEPTO
           MOVE WS-RCL-A-ISR       TO WS-RCL-IMP-ANTES
           MOVE WS-RCL-D-ISR       TO WS-RCL-IMP-DESPUES
           PERFORM 222-RENGLON-COMPARATIVO THRU 222-FIN
           MOVE "SUBSIDIO AL EMPLEO" TO WS-RCL-CONCEPTO
           MOVE WS-RCL-A-SUBSIDIO  TO WS-RCL-IMP-ANTES
           MOVE WS-RCL-D-SUBSIDIO  TO WS-RCL-IMP-DESPUES
           PERFORM 222-RENGLON-COMPARATIVO THRU 222-FIN
           MOVE "IMSS"             TO WS-RCL-CONCEPTO
           MOVE WS-RCL-A-IMSS      TO WS-RCL-IMP-ANTES
           MOVE WS-RCL-D-IMSS      TO WS-RCL-IMP-DESPUES
           PERFORM 222-RENGLON-COMPARATIVO THRU 222-FIN
           MOVE "INFONAVIT"        TO WS-RCL-CONCEPTO
           MOVE WS-RCL-A-INFONAVIT TO WS-RCL-IMP-ANTES
           MOVE WS-RCL-D-INFONAVIT TO WS-RCL-IMP-DESPUES
           PERFORM 222-RENGLON-COMPARATIVO THRU 222-FIN
           MOVE "OTRAS DEDUCCIONES" TO WS-RCL-CONCEPTO
           MOVE WS-RCL-A-OTRDED    TO WS-RCL-IMP-ANTES
           MOVE WS-RCL-D-OTRDED    TO WS-RCL-IMP-DESPUES
           PERFORM 222-RENGLON-COMPARATIVO THRU 222-FIN
           MOVE "NETO A PAGAR"     TO WS-RCL-CONCEPTO
           MOVE WS-RCL-A-NETO      TO WS-RCL-IMP-ANTES
           MOVE WS-RCL-D-NETO      TO WS-RCL-IMP-DESPUES
           PERFORM 222-RENGLON-COMPARATIVO THRU 222-FIN
           WRITE REG-REPORTE FROM WS-MARGEN.
       221-FIN. EXIT.

       222-RENGLON-COMPARATIVO.
           MOVE WS-RCL-IMP-ANTES   TO WS-RCL-R-ANTES
           MOVE WS-RCL-IMP-DESPUES TO WS-RCL-R-DESPUES
           COMPUTE WS-RCL-R-DIFERENCIA =
                   WS-RCL-IMP-DESPUES - WS-RCL-IMP-ANTES
           WRITE REG-REPORTE FROM WS-RCL-RENGLON.
       222-FIN. EXIT.

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 CALENDARIO-NOMINA
           IF HAY-INFONAVIT
              CLOSE CREDITOS-INFONAVIT
           END-IF
           IF HAY-FONACOT
              CLOSE CREDITOS-FONACOT
           END-IF
           IF HAY-PENSIONES
              CLOSE PENSIONES
           END-IF
           IF HAY-FONDO
              CLOSE FONDO-AHORRO
           END-IF
           IF HAY-SINDICATO
              CLOSE SINDICATO
           END-IF
           IF HAY-INCAPACIDADES
              CLOSE INCAPACIDADES
           END-IF
           END-IF
           IF HAY-CONTRATOS
              CLOSE CONTRATOS
           END-IF
           IF GENERA-TRAZA
              CLOSE TRAZA-NOMINA
           END-IF
           IF HAY-ACUMULADOS
              CLOSE ACUMULADOS
           END-IF
           IF MODO-UN-EMPLEADO
              CLOSE AUDITORIA
           END-IF
           IF HAY-ACUSES
              CLOSE ACUSES
           END-IF.
       090-FIN. EXIT.
