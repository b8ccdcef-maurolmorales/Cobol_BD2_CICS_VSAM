       PROGRAM-ID. CTANOVE.
      ******************************************************************
      * PGM_28M - CTANOVE                                              *
      * TRANSACCION CICS DE CAPTURA EN LINEA DE NOVEDADES DE CUENTAS   *
      * (AP/CE/LD/TA/TB) HACIA EL ARCHIVO DE TRANSACCIONES CP-CTATRAN  *
      * (PGM_28F). CIERRA PARA CUENTAS EL MISMO HUECO QUE CLINOVE      *
      * (PGM_28A) CERRO PARA CLITRAN: CTACARGA LEIA CP-CTATRAN PERO    *
      * NADA LO ESCRIBIA, LAS NOVEDADES APARECIAN EN EL ARCHIVO SIN    *
      *   - EN UN CIERRE, LA CUENTA DEBE EXISTIR, ESTAR ABIERTA Y      *
      *     TENER SALDO CERO (MISMA REGLA QUE CTACARGA Y CLICIERR:     *
      *     UNA CUENTA CON PLATA NO SE CIERRA)                         *
      *   - EN UN LIMITE DE DESCUBIERTO (LD), LA CUENTA DEBE EXISTIR Y *
      *     ESTAR ABIERTA; LIMITE PROPIO S FIJA EL IMPORTE ACORDADO,   *
      *     N VUELVE AL LIMITE DEL TIPO DE CUENTA (CP-CTATASA)         *
      *   - EN UN ALTA DE TITULARIDAD (TA), EL CLIENTE SE VALIDA       *
      *     CONTRA CLIXREF IGUAL QUE EN LA APERTURA, EL ROL DEBE SER   *
      *     T/C/A, LA CUENTA DEBE ESTAR ABIERTA Y EL CLIENTE NO PUEDE  *
      *     TENER YA UNA FILA VIGENTE EN CP-CTATIT (PGM_28W)           *
      *   - EN UNA BAJA DE TITULARIDAD (TB), LA FILA DEBE EXISTIR Y    *
      *     ESTAR VIGENTE, Y EN UNA CUENTA ABIERTA NO PUEDE IRSE EL    *
      *     ULTIMO TITULAR O COTITULAR VIGENTE (ESO ES UN CE); LOS     *
      *     OTROS TITULARES SE RECORREN CON STARTBR/READNEXT SOBRE     *
      *     CTATIT                                                     *
      * SI LA NOVEDAD PASA, SE LE ASIGNA LA SIGUIENTE                  *
      * WK-CTR-NRO-SEQ (STARTBR/READPREV SOBRE CTATRAN, MISMO          *
      * MECANISMO QUE CLINOVE SOBRE CLITRAN) Y SE GRABA EN CTATRAN     *
      * PARA LA CORRIDA DE ESA NOCHE. CTACARGA VUELVE A VALIDAR: LA    *
      * PREVENCION QUEDA ACA Y LA CARGA ES LA RED DE SEGURIDAD.        *
      * ORIGEN: LA SUCURSAL DE LA CAPTURA SE DERIVA DEL EIBTRMID CON   *
      * EL MISMO CRITERIO QUE CLINOVE (TERMINAL NO VIGENTE EN          *
      * CP-CLISUC = '0000') Y VIAJA EN WK-CTR-SUCURSAL; EN UNA         *
      * APERTURA QUEDA COMO SUCURSAL DE RADICACION DE LA CUENTA.       *
      * DOBLE CONTROL DE LOS CIERRES: UN CE QUE PASA LA                *
      * PRE-VALIDACION NO SE GRABA EN CTATRAN SINO EN EL ARCHIVO DE    *
      * PENDIENTES CP-NOVPEND (PGM_28X) CON ESTADO P Y EL OPERADOR QUE *
      * LO CAPTURO (USERID CICS), IGUAL QUE LAS BA DE CLINOVE. RECIEN  *
      * CUANDO OTRO OPERADOR LO APRUEBA EN PGM_28X/NOVAPRB SE GRABA EN *
      * CTATRAN Y LO TOMA CTACARGA.                                    *
      * AL ENTRAR (TAMBIEN LA PRIMERA VEZ) SE VERIFICA EL PERFIL DEL   *
      * OPERADOR CON PGM_28Y/OPESEGV (EXEC CICS LINK, CP-OPESEGC): SIN *
      * PERFIL VIGENTE PARA LA TRANSACCION EN LA SUCURSAL DEL TERMINAL *
      * SE MUESTRA EL MOTIVO Y NO SE HACE NADA MAS.                    *
      * RECERTIFICACION DE DATOS (CP-CLICERT, PGM_28Z): EN UNA AP O    *
      * UNA TA, UN CLIENTE CON LA RECERTIFICACION VENCIDA SE ACEPTA    *
      * CON UNA ADVERTENCIA EN EL MENSAJE; UN CLIENTE BLOQUEADO (SIN   *
      * RECERTIFICAR PASADA LA GRACIA) NO PUEDE ABRIR CUENTAS NUEVAS   *
      * (AP RECHAZADA, CTACARGA APLICA LA MISMA REGLA) HASTA QUE SE LO *
      * RECERTIFIQUE CON PGM_28Z/CLICERE.                              *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY CP-CTANOVM.
           COPY CP-OPESEGC.

           COPY CP-CTATRAN.
           COPY CP-NOVPEND.
           COPY CP-CUENTAS  REPLACING WK-CUENTAS BY WS-CUENTAS-ROW.
           COPY CP-CLIDOM   REPLACING WK-CLIDOM BY WS-CLIDOM-ROW.
           COPY CP-CLIXREF  REPLACING WK-CLIXREF BY WS-CLIXREF-ROW.
           COPY CP-CLISUC   REPLACING WK-CLISUC BY WS-CLISUC-ROW.
           COPY CP-CTATIT   REPLACING WK-CTATIT BY WS-CTATIT-ROW.
           COPY CP-CLICERT  REPLACING WK-CLICERT BY WS-CLICERT-ROW.

       01  WS-MAPSET                      PIC X(8) VALUE 'CTANOVM'.
       01  WS-MAPNAME                     PIC X(8) VALUE 'CTANOV1'.
           88  WS-NOVEDAD-OK              VALUE 'S' FALSE 'N'.
       01  WS-TRAN-CLAVE-BUSQ             PIC X(8).
       01  WS-TRAN-SEQ-NUEVA              PIC 9(8).
       01  WS-SUCURSAL-ORIGEN             PIC X(4).
       01  WS-PND-CLAVE-BUSQ              PIC X(8).
       01  WS-PND-NRO-NUEVO               PIC 9(8).
       01  WS-OPERADOR                    PIC X(8).
       01  WS-FECHA-DE-HOY                PIC X(10).
       01  WS-TIT-CLAVE-BR.
           05 WS-TIT-BR-CUENTA            PIC 9(10).
           05 WS-TIT-BR-CLIENTE           PIC 9(5).
       01  WS-FIN-BROWSE-SW               PIC X.
           88  WS-FIN-BROWSE              VALUE 'S' FALSE 'N'.
       01  WS-CANT-OTROS-TITULARES        PIC 9(4).
       01  WS-TIT-ROL-BAJA                PIC X(1).
       01  WS-RECERT-VENCIDA-SW           PIC X.
           88  WS-RECERT-VENCIDA          VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
               LABEL(9999-ABEND)
           END-EXEC

      *    PERFIL DEL OPERADOR ANTES DE CUALQUIER OTRA COSA.
           PERFORM 0050-VERIFICAR-PERFIL

           IF EIBCALEN = 0
               MOVE SPACES TO CTANOV1O
               PERFORM 8000-ENVIAR-PANTALLA
               COMMAREA(WS-DUMMY-COMMAREA)
           END-EXEC

      *    SI OPESEGV DENIEGA (O NO SE LO PUEDE INVOCAR) SE MUESTRA
      *    EL MOTIVO Y SE TERMINA SIN TRANSID: LA TECLA SIGUIENTE NO
      *    VUELVE A ESTA TRANSACCION. LA VIOLACION YA QUEDO EN
      *    OPEVIOL (CP-OPEVIOL).
       0050-VERIFICAR-PERFIL.
           MOVE SPACES TO WK-OPESEGC
           EXEC CICS LINK
               PROGRAM('OPESEGV')
               COMMAREA(WK-OPESEGC)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WK-OSG-DENEGADO TO TRUE
               MOVE 'NO SE PUDO VERIFICAR EL PERFIL' TO WK-OSG-MOTIVO
           END-IF
           IF NOT WK-OSG-AUTORIZADO
               MOVE SPACES TO CTANOV1O
               STRING 'ACCESO DENEGADO: ' WK-OSG-MOTIVO
                      DELIMITED BY SIZE INTO MSGO
               PERFORM 8000-ENVIAR-PANTALLA
               EXEC CICS RETURN
               END-EXEC
           END-IF.

       1000-PROCESAR-NOVEDAD.
           MOVE SPACES TO MSGO
           SET WS-NOVEDAD-OK TO TRUE
           SET WS-RECERT-VENCIDA TO FALSE
           PERFORM 1050-NORMALIZAR-ENTRADA
           PERFORM 1200-VALIDAR-ENTRADA
           IF WS-NOVEDAD-OK
               IF TIPNOVI NOT = 'CE'
                   PERFORM 4000-ASIGNAR-SECUENCIA
               END-IF
               PERFORM 4500-DETERMINAR-SUCURSAL
           END-IF
           IF WS-NOVEDAD-OK
               IF TIPNOVI = 'CE'
                   PERFORM 6000-GRABAR-PENDIENTE
               ELSE
                   PERFORM 5000-GRABAR-CTATRAN
               END-IF
           END-IF.

      *    MISMA NORMALIZACION QUE CLINOVE (PGM_28A): EL MAPSET ES
           INSPECT TIPCTAI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT FAPERI  REPLACING ALL LOW-VALUE BY SPACE
           INSPECT FCIERI  REPLACING ALL LOW-VALUE BY SPACE
           INSPECT LIMPROI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT ROLI    REPLACING ALL LOW-VALUE BY SPACE
           INSPECT FDESDEI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT FHASTAI REPLACING ALL LOW-VALUE BY SPACE
           IF NROCTAI NOT NUMERIC
               MOVE ZEROS TO NROCTAI
           END-IF
           IF NROCLII NOT NUMERIC
               MOVE ZEROS TO NROCLII
           END-IF
           IF LIMITEI NOT NUMERIC
               MOVE ZEROS TO LIMITEI
           END-IF.

       1200-VALIDAR-ENTRADA.
           IF TIPNOVI NOT = 'AP' AND TIPNOVI NOT = 'CE'
              AND TIPNOVI NOT = 'LD' AND TIPNOVI NOT = 'TA'
              AND TIPNOVI NOT = 'TB'
               MOVE 'TIPO_NOVEDAD INVALIDO (DEBE SER AP/CE/LD/TA/TB)'
                   TO MSGO
               SET WS-NOVEDAD-OK TO FALSE
           END-IF
           IF WS-NOVEDAD-OK AND NROCTAI = ZEROS
           END-IF
           IF WS-NOVEDAD-OK AND TIPNOVI = 'CE'
               PERFORM 3000-VALIDAR-CIERRE
           END-IF
           IF WS-NOVEDAD-OK AND TIPNOVI = 'LD'
               PERFORM 3500-VALIDAR-LIMITE
           END-IF
           IF WS-NOVEDAD-OK AND TIPNOVI = 'TA'
               PERFORM 3600-VALIDAR-ALTA-TITULAR
           END-IF
           IF WS-NOVEDAD-OK AND TIPNOVI = 'TB'
               PERFORM 3700-VALIDAR-BAJA-TITULAR
           END-IF.

       2000-VALIDAR-APERTURA.
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               IF TIPNOVI = 'TA'
                   MOVE 'TITULARIDAD SIN CLIENTE DADO DE ALTA' TO MSGO
               ELSE
                   MOVE 'APERTURA SIN CLIENTE DADO DE ALTA' TO MSGO
               END-IF
               SET WS-NOVEDAD-OK TO FALSE
           ELSE
               IF WK-XRF-ULTIMO-TIPO-NOV OF WS-CLIXREF-ROW = 'BA'
                   IF TIPNOVI = 'TA'
                       MOVE 'TITULARIDAD CONTRA CLIENTE DADO DE BAJA'
                           TO MSGO
                   ELSE
                       MOVE 'APERTURA CONTRA CLIENTE DADO DE BAJA'
                           TO MSGO
                   END-IF
                   SET WS-NOVEDAD-OK TO FALSE
               ELSE
                   PERFORM 2150-CONTROLAR-RECERTIFICACION
               END-IF
           END-IF.

      *    ESTADO DEL CICLO DE RECERTIFICACION QUE CALCULA CLICERTV.
      *    BLOQUEADO SOLO IMPIDE APERTURAS; EN UNA TA, IGUAL QUE EL
      *    VENCIDO, SE ACEPTA CON ADVERTENCIA. SIN FILA EN CLICERT
      *    (CLIENTE TODAVIA NO EVALUADO) NO HAY RESTRICCION.
       2150-CONTROLAR-RECERTIFICACION.
           MOVE NROCLII TO WK-CER-NRO-CLIENTE OF WS-CLICERT-ROW
           EXEC CICS READ
               DATASET('CLICERT')
               INTO(WS-CLICERT-ROW)
               RIDFLD(WK-CER-NRO-CLIENTE OF WS-CLICERT-ROW)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               IF WK-CER-BLOQUEADO OF WS-CLICERT-ROW
                  AND TIPNOVI = 'AP'
                   MOVE 'CLIENTE SIN RECERTIFICAR: APERTURA BLOQUEADA'
                       TO MSGO
                   SET WS-NOVEDAD-OK TO FALSE
               ELSE
                   IF WK-CER-SIN-RECERTIFICAR OF WS-CLICERT-ROW
                       SET WS-RECERT-VENCIDA TO TRUE
                   END-IF
               END-IF
           END-IF.

               END-IF
           END-IF.

      *    LIMITE DE DESCUBIERTO ACORDADO: S FIJA EL IMPORTE DE
      *    PANTALLA COMO LIMITE PROPIO DE LA CUENTA (CERO = SIN
      *    DESCUBIERTO); N DEVUELVE LA CUENTA AL LIMITE DE SU TIPO
      *    (CP-CTATASA). SOLO SOBRE CUENTAS EXISTENTES Y ABIERTAS,
      *    MISMA REGLA QUE APLICA CTACARGA.
       3500-VALIDAR-LIMITE.
           IF LIMPROI NOT = 'S' AND LIMPROI NOT = 'N'
               MOVE 'LIMITE PROPIO DEBE SER S O N EN UNA LD' TO MSGO
               SET WS-NOVEDAD-OK TO FALSE
           END-IF
           IF WS-NOVEDAD-OK
               MOVE NROCTAI TO WK-CTA-NRO-CUENTA OF WS-CUENTAS-ROW
               EXEC CICS READ
                   DATASET('CUENTAS')
                   INTO(WS-CUENTAS-ROW)
                   RIDFLD(WK-CTA-NRO-CUENTA OF WS-CUENTAS-ROW)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'LIMITE SOBRE CUENTA INEXISTENTE' TO MSGO
                   SET WS-NOVEDAD-OK TO FALSE
               ELSE
                   IF WK-CTA-ESTADO OF WS-CUENTAS-ROW = 'CE'
                       MOVE 'LIMITE SOBRE CUENTA CERRADA' TO MSGO
                       SET WS-NOVEDAD-OK TO FALSE
                   END-IF
               END-IF
           END-IF.

      *    ALTA DE UN ROL EN UNA CUENTA: MISMAS REGLAS QUE APLICA
      *    CTACARGA A LA NOVEDAD TA. UNA FILA YA FINALIZADA DEL MISMO
      *    CLIENTE NO IMPIDE EL ALTA (CTACARGA LA REUTILIZA).
       3600-VALIDAR-ALTA-TITULAR.
           PERFORM 3800-FECHA-DE-HOY
           IF NROCLII = ZEROS
               MOVE 'NRO_CLIENTE ES OBLIGATORIO EN UNA TA/TB' TO MSGO
               SET WS-NOVEDAD-OK TO FALSE
           END-IF
           IF WS-NOVEDAD-OK
              AND ROLI NOT = 'T' AND ROLI NOT = 'C' AND ROLI NOT = 'A'
               MOVE 'ROL DEBE SER T, C O A EN UNA TA' TO MSGO
               SET WS-NOVEDAD-OK TO FALSE
           END-IF
           IF WS-NOVEDAD-OK AND FHASTAI NOT = SPACES
              AND FDESDEI NOT = SPACES AND FHASTAI NOT > FDESDEI
               MOVE 'FECHA HASTA NO POSTERIOR A FECHA DESDE' TO MSGO
               SET WS-NOVEDAD-OK TO FALSE
           END-IF
           IF WS-NOVEDAD-OK
               PERFORM 2100-VALIDAR-CLIENTE-VIGENTE
           END-IF
           IF WS-NOVEDAD-OK
               PERFORM 3650-VALIDAR-CUENTA-ABIERTA
           END-IF
           IF WS-NOVEDAD-OK
               MOVE NROCTAI TO WK-TIT-NRO-CUENTA OF WS-CTATIT-ROW
               MOVE NROCLII TO WK-TIT-NRO-CLIENTE OF WS-CTATIT-ROW
               EXEC CICS READ
                   DATASET('CTATIT')
                   INTO(WS-CTATIT-ROW)
                   RIDFLD(WK-TIT-CLAVE OF WS-CTATIT-ROW)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                  AND (WK-TIT-FECHA-HASTA OF WS-CTATIT-ROW = SPACES
                       OR WK-TIT-FECHA-HASTA OF WS-CTATIT-ROW >
                          WS-FECHA-DE-HOY)
                   MOVE 'EL CLIENTE YA TIENE ROL VIGENTE EN LA CUENTA'
                       TO MSGO
                   SET WS-NOVEDAD-OK TO FALSE
               END-IF
           END-IF.

       3650-VALIDAR-CUENTA-ABIERTA.
           MOVE NROCTAI TO WK-CTA-NRO-CUENTA OF WS-CUENTAS-ROW
           EXEC CICS READ
               DATASET('CUENTAS')
               INTO(WS-CUENTAS-ROW)
               RIDFLD(WK-CTA-NRO-CUENTA OF WS-CUENTAS-ROW)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'TITULARIDAD SOBRE CUENTA INEXISTENTE' TO MSGO
               SET WS-NOVEDAD-OK TO FALSE
           ELSE
               IF WK-CTA-ESTADO OF WS-CUENTAS-ROW = 'CE'
                  AND TIPNOVI = 'TA'
                   MOVE 'TITULARIDAD SOBRE CUENTA CERRADA' TO MSGO
                   SET WS-NOVEDAD-OK TO FALSE
               END-IF
           END-IF.

      *    BAJA DE UN ROL: LA FILA DEBE ESTAR VIGENTE Y, EN UNA CUENTA
      *    ABIERTA, DEBE QUEDAR OTRO TITULAR O COTITULAR VIGENTE.
       3700-VALIDAR-BAJA-TITULAR.
           PERFORM 3800-FECHA-DE-HOY
           IF NROCLII = ZEROS
               MOVE 'NRO_CLIENTE ES OBLIGATORIO EN UNA TA/TB' TO MSGO
               SET WS-NOVEDAD-OK TO FALSE
           END-IF
           IF WS-NOVEDAD-OK
               MOVE NROCTAI TO WK-TIT-NRO-CUENTA OF WS-CTATIT-ROW
               MOVE NROCLII TO WK-TIT-NRO-CLIENTE OF WS-CTATIT-ROW
               EXEC CICS READ
                   DATASET('CTATIT')
                   INTO(WS-CTATIT-ROW)
                   RIDFLD(WK-TIT-CLAVE OF WS-CTATIT-ROW)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'CLIENTE SIN TITULARIDAD EN LA CUENTA' TO MSGO
                   SET WS-NOVEDAD-OK TO FALSE
               ELSE
                   IF WK-TIT-FECHA-HASTA OF WS-CTATIT-ROW NOT = SPACES
                      AND WK-TIT-FECHA-HASTA OF WS-CTATIT-ROW NOT >
                          WS-FECHA-DE-HOY
                       MOVE 'TITULARIDAD YA FINALIZADA' TO MSGO
                       SET WS-NOVEDAD-OK TO FALSE
                   ELSE
                       MOVE WK-TIT-ROL OF WS-CTATIT-ROW TO
                           WS-TIT-ROL-BAJA
                   END-IF
               END-IF
           END-IF
           IF WS-NOVEDAD-OK
               PERFORM 3650-VALIDAR-CUENTA-ABIERTA
           END-IF
           IF WS-NOVEDAD-OK AND WK-CTA-ESTADO OF WS-CUENTAS-ROW = 'AB'
              AND (WS-TIT-ROL-BAJA = 'T' OR WS-TIT-ROL-BAJA = 'C')
               PERFORM 3710-CONTAR-OTROS-TITULARES
               IF WS-CANT-OTROS-TITULARES = ZEROS
                   MOVE 'ES EL ULTIMO TITULAR VIGENTE: USAR CIERRE CE'
                       TO MSGO
                   SET WS-NOVEDAD-OK TO FALSE
               END-IF
           END-IF.

       3710-CONTAR-OTROS-TITULARES.
           MOVE ZEROS TO WS-CANT-OTROS-TITULARES
           SET WS-FIN-BROWSE TO FALSE
           MOVE NROCTAI TO WS-TIT-BR-CUENTA
           MOVE ZEROS   TO WS-TIT-BR-CLIENTE
           EXEC CICS STARTBR
               DATASET('CTATIT')
               RIDFLD(WS-TIT-CLAVE-BR)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM UNTIL WS-FIN-BROWSE
                   PERFORM 3720-LEER-SIGUIENTE-TITULAR
               END-PERFORM
               EXEC CICS ENDBR
                   DATASET('CTATIT')
                   RESP(WS-RESP)
               END-EXEC
           END-IF.

      *    OTRO TITULAR CUENTA SI SU FILA ES VIGENTE HOY Y SU ALTA
      *    SIGUE VIGENTE EN CLIXREF (MISMO CRITERIO QUE CTACARGA).
       3720-LEER-SIGUIENTE-TITULAR.
           EXEC CICS READNEXT
               DATASET('CTATIT')
               INTO(WS-CTATIT-ROW)
               RIDFLD(WS-TIT-CLAVE-BR)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR WK-TIT-NRO-CUENTA OF WS-CTATIT-ROW NOT = NROCTAI
               SET WS-FIN-BROWSE TO TRUE
           ELSE
               IF WK-TIT-ES-TITULARIDAD OF WS-CTATIT-ROW
                  AND WK-TIT-NRO-CLIENTE OF WS-CTATIT-ROW NOT = NROCLII
                  AND WK-TIT-FECHA-DESDE OF WS-CTATIT-ROW NOT >
                      WS-FECHA-DE-HOY
                  AND (WK-TIT-FECHA-HASTA OF WS-CTATIT-ROW = SPACES
                       OR WK-TIT-FECHA-HASTA OF WS-CTATIT-ROW >
                          WS-FECHA-DE-HOY)
                   MOVE WK-TIT-NRO-CLIENTE OF WS-CTATIT-ROW TO
                       WK-XRF-NRO-CLIENTE OF WS-CLIXREF-ROW
                   EXEC CICS READ
                       DATASET('CLIXREF')
                       INTO(WS-CLIXREF-ROW)
                       RIDFLD(WK-XRF-NRO-CLIENTE OF WS-CLIXREF-ROW)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                      AND WK-XRF-ULTIMO-TIPO-NOV OF WS-CLIXREF-ROW
                          NOT = 'BA'
                       ADD 1 TO WS-CANT-OTROS-TITULARES
                   END-IF
               END-IF
           END-IF.

       3800-FECHA-DE-HOY.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-FECHA-DE-HOY(1:4)
           MOVE '-'                        TO WS-FECHA-DE-HOY(5:1)
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-FECHA-DE-HOY(6:2)
           MOVE '-'                        TO WS-FECHA-DE-HOY(8:1)
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-FECHA-DE-HOY(9:2).

      *    ULTIMA SECUENCIA DE CTATRAN: STARTBR DESDE HIGH-VALUES Y
      *    READPREV DEVUELVE EL ULTIMO REGISTRO DEL ARCHIVO (MISMO
      *    MECANISMO QUE CLINOVE SOBRE CLITRAN).
               MOVE 1 TO WS-TRAN-SEQ-NUEVA
           END-IF.

      *    SUCURSAL POR TERMINAL, MISMO CRITERIO QUE CLINOVE (PGM_28A):
      *    UN TERMINAL QUE NO FIGURA VIGENTE EN CLISUC NO BLOQUEA LA
      *    CAPTURA, LA NOVEDAD VIAJA COMO '0000'.
       4500-DETERMINAR-SUCURSAL.
           MOVE EIBTRMID TO WS-SUCURSAL-ORIGEN
           MOVE WS-SUCURSAL-ORIGEN TO
               WK-SUC-CODIGO OF WS-CLISUC-ROW
           EXEC CICS READ
               DATASET('CLISUC')
               INTO(WS-CLISUC-ROW)
               RIDFLD(WK-SUC-CODIGO OF WS-CLISUC-ROW)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR NOT WK-SUC-ES-VIGENTE OF WS-CLISUC-ROW
               MOVE '0000' TO WS-SUCURSAL-ORIGEN
           END-IF.

       5000-GRABAR-CTATRAN.
           MOVE WS-TRAN-SEQ-NUEVA TO WK-CTR-NRO-SEQ
           PERFORM 5100-ARMAR-DETALLE-CTATRAN
           EXEC CICS WRITE
               DATASET('CTATRAN')
               FROM(WK-CTATRAN)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               IF WS-RECERT-VENCIDA
                   STRING 'ACEPTADA, TRAN NRO ' WK-CTR-NRO-SEQ
                          ' - RECERTIFICACION VENCIDA'
                          DELIMITED BY SIZE INTO MSGO
               ELSE
                   STRING 'NOVEDAD ACEPTADA PARA EL LOTE, TRAN NRO '
                          WK-CTR-NRO-SEQ
                          DELIMITED BY SIZE INTO MSGO
               END-IF
           ELSE
               IF WS-RESP = DFHRESP(DUPREC)
                   MOVE 'SECUENCIA OCUPADA, REINTENTAR LA GRABACION'
               END-IF
           END-IF.

       5100-ARMAR-DETALLE-CTATRAN.
           MOVE TIPNOVI TO WK-CTR-TIPO-NOVEDAD
           MOVE NROCTAI TO WK-CTR-NRO-CUENTA
           MOVE NROCLII TO WK-CTR-NRO-CLIENTE
           MOVE TIPCTAI TO WK-CTR-TIPO-CUENTA
           MOVE FAPERI  TO WK-CTR-FECHA-APERTURA
           MOVE FCIERI  TO WK-CTR-FECHA-CIERRE
           MOVE LIMPROI TO WK-CTR-LIMITE-PROPIO
           MOVE LIMITEI TO WK-CTR-LIMITE-DESCUBIERTO
           MOVE WS-SUCURSAL-ORIGEN TO WK-CTR-SUCURSAL
           MOVE ROLI    TO WK-CTR-ROL
           MOVE FDESDEI TO WK-CTR-FECHA-DESDE
           MOVE FHASTAI TO WK-CTR-FECHA-HASTA.

      *    UN CE QUEDA PENDIENTE DE APROBACION EN NOVPEND, MISMO
      *    ESQUEMA QUE LAS BA DE CLINOVE (PGM_28A): IMAGEN DEL DETALLE
      *    DE CTATRAN, NRO POR STARTBR/READPREV Y OPERADOR OBLIGATORIO.
       6000-GRABAR-PENDIENTE.
           MOVE SPACES TO WS-OPERADOR
           EXEC CICS ASSIGN
               USERID(WS-OPERADOR)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR WS-OPERADOR = SPACES
               MOVE 'NO SE PUDO IDENTIFICAR AL OPERADOR' TO MSGO
           ELSE
               PERFORM 6100-ASIGNAR-NRO-PENDIENTE
               PERFORM 5100-ARMAR-DETALLE-CTATRAN
               MOVE SPACES              TO WK-NOVPEND
               MOVE WS-PND-NRO-NUEVO    TO WK-PND-NRO-PEND
               MOVE 'P'                 TO WK-PND-ESTADO
               MOVE WS-SUCURSAL-ORIGEN  TO WK-PND-SUCURSAL
               MOVE 'CTATRAN'           TO WK-PND-DESTINO
               MOVE WS-OPERADOR         TO WK-PND-OPERADOR-CAPTURA
               MOVE EIBTRMID            TO WK-PND-TERMINAL-CAPTURA
               MOVE FUNCTION CURRENT-DATE TO
                   WK-PND-FECHA-HORA-CAPTURA
               MOVE ZEROS               TO WK-PND-NRO-SEQ-TRAN
               MOVE WK-CTR-DETALLE      TO WK-PND-NOVEDAD
               EXEC CICS WRITE
                   DATASET('NOVPEND')
                   FROM(WK-NOVPEND)
                   RIDFLD(WK-PND-NRO-PEND)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   STRING 'CIERRE PENDIENTE DE APROBACION, NRO '
                          WK-PND-NRO-PEND
                          DELIMITED BY SIZE INTO MSGO
               ELSE
                   IF WS-RESP = DFHRESP(DUPREC)
                       MOVE 'NRO PENDIENTE OCUPADO, REINTENTAR'
                           TO MSGO
                   ELSE
                       MOVE 'ERROR AL GRABAR EL CIERRE EN NOVPEND'
                           TO MSGO
                   END-IF
               END-IF
           END-IF.

       6100-ASIGNAR-NRO-PENDIENTE.
           MOVE HIGH-VALUES TO WS-PND-CLAVE-BUSQ
           EXEC CICS STARTBR
               DATASET('NOVPEND')
               RIDFLD(WS-PND-CLAVE-BUSQ)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               EXEC CICS READPREV
                   DATASET('NOVPEND')
                   INTO(WK-NOVPEND)
                   RIDFLD(WS-PND-CLAVE-BUSQ)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   COMPUTE WS-PND-NRO-NUEVO = WK-PND-NRO-PEND + 1
               ELSE
                   MOVE 1 TO WS-PND-NRO-NUEVO
               END-IF
               EXEC CICS ENDBR
                   DATASET('NOVPEND')
                   RESP(WS-RESP)
               END-EXEC
           ELSE
               MOVE 1 TO WS-PND-NRO-NUEVO
           END-IF.

       8000-ENVIAR-PANTALLA.
           EXEC CICS SEND MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
