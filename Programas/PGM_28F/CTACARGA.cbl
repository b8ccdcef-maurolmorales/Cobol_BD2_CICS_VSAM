      * MANTENIMIENTO Y CLIRECON DESCUBRIA RECIEN A LA MANANA LAS      *
      * APERTURAS CONTRA CLIENTES INEXISTENTES O DADOS DE BAJA.        *
      *                                                                *
      * NOVEDADES: AP (APERTURA), CE (CIERRE), LD (LIMITE DE           *
      * DESCUBIERTO ACORDADO PARA LA CUENTA, QUE REEMPLAZA AL DE SU    *
      * TIPO EN EL CONTROL DE FONDOS DE PGM_28J/MOVCARGA) Y TA/TB      *
      * (ALTA/BAJA DE TITULARIDAD, VER MAS ABAJO). EN LA               *
      * APERTURA SE VERIFICA EL NRO_CLIENTE CONTRA EL CRUZADO          *
      * CP-CLIXREF (PGM_27T, MANTENIDO POR CLICARGA): SIN FILA ->      *
      * RECHAZO POR APERTURA SIN ALTA; WK-XRF-ULTIMO-TIPO-NOV = 'BA'   *
      * -> RECHAZO POR CLIENTE DADO DE BAJA. LA PREVENCION QUEDA EN LA *
      * CARGA Y CLIRECON PASA A SER LA RED DE SEGURIDAD, NO EL CONTROL *
      * PRIMARIO. LOS RECHAZOS VAN AL REPORTE CTARECH.                 *
      *                                                                *
      * CUENTAS CONJUNTAS: LA TITULARIDAD VIVE EN CP-CTATIT (PGM_28W), *
      * UNA FILA POR CUENTA Y CLIENTE CON SU ROL (T/C/A) Y VIGENCIA.   *
      * LA AP GRABA LA FILA T DEL TITULAR PRINCIPAL. TA (ALTA DE ROL)  *
      * EXIGE CUENTA ABIERTA Y CLIENTE VIGENTE EN CLIXREF CON LOS      *
      * MISMOS RECHAZOS QUE LA AP, Y NO ADMITE UNA SEGUNDA FILA        *
      * VIGENTE DEL MISMO CLIENTE. TB (BAJA DE ROL) FIJA LA FECHA      *
      * HASTA; NO DEJA UNA CUENTA ABIERTA SIN TITULAR VIGENTE (ESO ES  *
      * UN CE) Y, SI SE VA EL TITULAR PRINCIPAL, WK-CTA-NRO-CLIENTE    *
      * PASA A OTRO TITULAR VIGENTE.                                   *
      *                                                                *
      * CHECKPOINT/RESTART (CTACKPT, MISMO LAYOUT CP-CLICKPT DE        *
      * PGM_27U): CADA WS-CKPT-INTERVALO TRANSACCIONES CONFIRMADAS SE  *
      * REESCRIBE EL REGISTRO DEL LOTE CON LA ULTIMA WK-CTR-NRO-SEQ    *
      * SECUENCIA. UNA AP RELEIDA TRAS UN ABEND CHOCA CONTRA LA        *
      * CUENTA YA GRABADA (CLAVE DUPLICADA) Y SE RECHAZA SIN DANAR EL  *
      * ARCHIVO; UN CE RELEIDO ENCUENTRA LA CUENTA YA CERRADA Y SE     *
      * RECHAZA IGUAL; UNA LD RELEIDA VUELVE A FIJAR EL MISMO LIMITE.  *
      * UNA TA RELEIDA ENCUENTRA LA FILA YA VIGENTE Y UNA TB RELEIDA   *
      * LA ENCUENTRA YA FINALIZADA; AMBAS SE RECHAZAN SIN EFECTO.      *
      *                                                                *
      * RECERTIFICACION DE DATOS: UNA AP DE UN CLIENTE BLOQUEADO EN    *
      * CP-CLICERT (PGM_28Z, SIN RECERTIFICAR PASADA LA GRACIA; LO     *
      * CALCULA CLICERTV ANTES DE ESTA CARGA) SE RECHAZA, IGUAL QUE EN *
      * LA CAPTURA DE CTANOVE. SI CLICERT TODAVIA NO EXISTE (ANTES DE  *
      * LA PRIMERA CORRIDA DE CLICERTV) SE AVISA Y NO SE CONTROLA.     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS WK-XRF-NRO-CLIENTE
               FILE STATUS IS WS-FS-CLIXREF.

           SELECT CTATIT-FILE ASSIGN TO "CTATIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-TIT-CLAVE
               ALTERNATE RECORD KEY IS WK-TIT-NRO-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CTATIT.

           SELECT CLICERT-FILE ASSIGN TO "CLICERT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-CER-NRO-CLIENTE
               FILE STATUS IS WS-FS-CLICERT.

           SELECT CTACKPT-FILE ASSIGN TO "CTACKPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  CLIXREF-FILE.
           COPY CP-CLIXREF.

       FD  CTATIT-FILE.
           COPY CP-CTATIT.

       FD  CLICERT-FILE.
           COPY CP-CLICERT.

       FD  CTACKPT-FILE.
           COPY CP-CLICKPT.

       01  WS-FS-CLIXREF                PIC XX.
           88  FS-OK-CLIXREF            VALUE '00'.
           88  FS-NOTFOUND-CLIXREF      VALUE '23'.
       01  WS-FS-CTATIT                 PIC XX.
           88  FS-OK-CTATIT             VALUE '00'.
           88  FS-NOTFOUND-CTATIT       VALUE '23'.
       01  WS-FS-CLICERT                PIC XX.
           88  FS-OK-CLICERT            VALUE '00'.
           88  FS-NO-EXISTE-CLICERT     VALUE '35'.
       01  WS-HAY-CLICERT-SW            PIC X VALUE 'S'.
           88  WS-HAY-CLICERT           VALUE 'S' FALSE 'N'.
       01  WS-FS-CTACKPT                PIC XX.
       01  WS-FS-CTARECH                PIC XX.

       01  WS-NOVEDAD-VALIDA            PIC X.
           88  WS-NOVEDAD-OK            VALUE 'S' FALSE 'N'.

      *    FECHA DEL LOTE (AAAA-MM-DD) CONTRA LA QUE SE MIDE LA
      *    VIGENCIA DE LAS FILAS DE CTATIT
       01  WS-FECHA-LOTE                PIC X(10).
       01  WS-TIT-DESDE                 PIC X(10).
       01  WS-TIT-HASTA                 PIC X(10).
       01  WS-FILA-VIGENTE-SW           PIC X.
           88  WS-FILA-VIGENTE          VALUE 'S' FALSE 'N'.
       01  WS-FIN-TITULARES-SW          PIC X.
           88  WS-FIN-TITULARES         VALUE 'S' FALSE 'N'.
       01  WS-CANT-OTROS-TITULARES      PIC 9(4).
       01  WS-OTRO-TITULAR              PIC 9(5).
       01  WS-OTRO-TITULAR-ROL          PIC X(1).

       01  WS-CTL-ACCION                PIC X(3).
       01  WS-CTL-PROGRAMA              PIC X(8) VALUE 'CTACARGA'.
       01  WS-CTL-LEIDAS                PIC 9(8) VALUE ZEROS.

       1000-INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LOTE-ID
           MOVE WS-LOTE-ID(1:4)            TO WS-FECHA-LOTE(1:4)
           MOVE '-'                        TO WS-FECHA-LOTE(5:1)
           MOVE WS-LOTE-ID(5:2)            TO WS-FECHA-LOTE(6:2)
           MOVE '-'                        TO WS-FECHA-LOTE(8:1)
           MOVE WS-LOTE-ID(7:2)            TO WS-FECHA-LOTE(9:2)
           OPEN INPUT  CTATRAN-FILE
           OPEN I-O    CUENTAS-FILE
           OPEN INPUT  CLIXREF-FILE
           OPEN I-O    CTATIT-FILE
           OPEN INPUT  CLICERT-FILE
           OPEN I-O    CTACKPT-FILE
           OPEN OUTPUT CTARECH-FILE
           PERFORM 1010-VALIDAR-APERTURAS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FS-CTATIT NOT = '00'
               DISPLAY 'CTACARGA - ERROR AL ABRIR CTATIT FS='
                       WS-FS-CTATIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF FS-NO-EXISTE-CLICERT
               DISPLAY 'CTACARGA - CLICERT INEXISTENTE, APERTURAS SIN '
                       'CONTROL DE RECERTIFICACION'
               SET WS-HAY-CLICERT TO FALSE
           ELSE
               IF NOT FS-OK-CLICERT
                   DISPLAY 'CTACARGA - ERROR AL ABRIR CLICERT FS='
                           WS-FS-CLICERT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           IF WS-FS-CTACKPT NOT = '00'
               DISPLAY 'CTACARGA - ERROR AL ABRIR CTACKPT FS='
                       WS-FS-CTACKPT
                   PERFORM 4000-PROCESAR-APERTURA
               WHEN 'CE'
                   PERFORM 5000-PROCESAR-CIERRE
               WHEN 'LD'
                   PERFORM 6000-PROCESAR-LIMITE
               WHEN 'TA'
                   PERFORM 6500-PROCESAR-ALTA-TITULAR
               WHEN 'TB'
                   PERFORM 6600-PROCESAR-BAJA-TITULAR
               WHEN OTHER
                   MOVE 'TIPO_NOVEDAD INVALIDO (AP/CE/LD/TA/TB)' TO
                       WS-RECHAZO-MOTIVO
                   SET WS-NOVEDAD-OK TO FALSE
           END-EVALUATE
                       END-IF
               END-READ
           END-IF
           IF WS-NOVEDAD-OK AND WS-HAY-CLICERT
               PERFORM 4050-CONTROLAR-RECERTIFICACION
           END-IF
           IF WS-NOVEDAD-OK
               MOVE WK-CTR-NRO-CUENTA     TO WK-CTA-NRO-CUENTA
               MOVE WK-CTR-NRO-CLIENTE    TO WK-CTA-NRO-CLIENTE
               MOVE WK-CTR-FECHA-APERTURA TO WK-CTA-FECHA-APERTURA
               MOVE SPACES                TO WK-CTA-FECHA-CIERRE
               MOVE ZEROS                 TO WK-CTA-SALDO
               MOVE 'N'                   TO WK-CTA-LIMITE-PROPIO
               MOVE ZEROS                 TO WK-CTA-LIMITE-DESCUBIERTO
               MOVE SPACES                TO WK-CTA-FECHA-DESCUBIERTO
               MOVE SPACES                TO WK-CTA-ULT-MOV-LOTE
               MOVE ZEROS                 TO WK-CTA-ULT-MOV-SEQ
               IF WK-CTR-SUCURSAL = SPACES
                   MOVE '0000'            TO WK-CTA-SUCURSAL
               ELSE
                   MOVE WK-CTR-SUCURSAL   TO WK-CTA-SUCURSAL
               END-IF
               WRITE WK-CUENTAS
                   INVALID KEY
                       MOVE 'CUENTA YA EXISTE EN CUENTAS' TO
                           WS-RECHAZO-MOTIVO
                       SET WS-NOVEDAD-OK TO FALSE
               END-WRITE
           END-IF
           IF WS-NOVEDAD-OK
               PERFORM 4100-GRABAR-TITULAR-PRINCIPAL
           END-IF.

      *    CLIENTE SIN FILA EN CLICERT = TODAVIA NO EVALUADO, NO SE
      *    RECHAZA. SOLO EL BLOQUEADO (NO EL VENCIDO EN GRACIA).
       4050-CONTROLAR-RECERTIFICACION.
           MOVE WK-CTR-NRO-CLIENTE TO WK-CER-NRO-CLIENTE
           READ CLICERT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WK-CER-BLOQUEADO
                       MOVE 'CLIENTE SIN RECERTIFICAR (BLOQUEADO)'
                           TO WS-RECHAZO-MOTIVO
                       SET WS-NOVEDAD-OK TO FALSE
                   END-IF
           END-READ.

      *    FILA T DEL TITULAR PRINCIPAL EN CTATIT, VIGENTE DESDE LA
      *    APERTURA. SI YA EXISTE (CARGADA POR CTATITI) SE RESPETA.
       4100-GRABAR-TITULAR-PRINCIPAL.
           MOVE WK-CTA-NRO-CUENTA  TO WK-TIT-NRO-CUENTA
           MOVE WK-CTA-NRO-CLIENTE TO WK-TIT-NRO-CLIENTE
           MOVE 'T'                TO WK-TIT-ROL
           IF WK-CTA-FECHA-APERTURA = SPACES
               MOVE WS-FECHA-LOTE  TO WK-TIT-FECHA-DESDE
           ELSE
               MOVE WK-CTA-FECHA-APERTURA TO WK-TIT-FECHA-DESDE
           END-IF
           MOVE SPACES             TO WK-TIT-FECHA-HASTA
           WRITE WK-CTATIT
               INVALID KEY
                   DISPLAY 'CTACARGA - CUENTA ' WK-CTA-NRO-CUENTA
                           ' YA TENIA FILA DE TITULARIDAD PARA '
                           WK-CTA-NRO-CLIENTE
           END-WRITE.

       5000-PROCESAR-CIERRE.
           MOVE WK-CTR-NRO-CUENTA TO WK-CTA-NRO-CUENTA
           READ CUENTAS-FILE
               END-REWRITE
           END-IF.

      *    LIMITE DE DESCUBIERTO ACORDADO PARA UNA CUENTA PUNTUAL: CON
      *    LIMITE_PROPIO = S REEMPLAZA AL DE SU TIPO (CP-CTATASA) EN EL
      *    CONTROL DE FONDOS DE MOVCARGA (PGM_28J); CON N LA CUENTA
      *    VUELVE AL LIMITE DEL TIPO. SOLO SOBRE CUENTAS ABIERTAS.
      *    BAJAR EL LIMITE POR DEBAJO DEL DESCUBIERTO VIGENTE SE
      *    ADMITE: NO DEVUELVE PLATA, SOLO FRENA LAS EXTRACCIONES
      *    SIGUIENTES.
       6000-PROCESAR-LIMITE.
           IF WK-CTR-LIMITE-PROPIO NOT = 'S'
              AND WK-CTR-LIMITE-PROPIO NOT = 'N'
               MOVE 'LIMITE_PROPIO INVALIDO (DEBE SER S/N)' TO
                   WS-RECHAZO-MOTIVO
               SET WS-NOVEDAD-OK TO FALSE
           END-IF
           IF WS-NOVEDAD-OK
               MOVE WK-CTR-NRO-CUENTA TO WK-CTA-NRO-CUENTA
               READ CUENTAS-FILE
                   INVALID KEY
                       MOVE 'LIMITE SOBRE CUENTA INEXISTENTE' TO
                           WS-RECHAZO-MOTIVO
                       SET WS-NOVEDAD-OK TO FALSE
                   NOT INVALID KEY
                       IF WK-CTA-ESTA-CERRADA
                           MOVE 'LIMITE SOBRE CUENTA CERRADA' TO
                               WS-RECHAZO-MOTIVO
                           SET WS-NOVEDAD-OK TO FALSE
                       END-IF
               END-READ
           END-IF
           IF WS-NOVEDAD-OK
               MOVE WK-CTR-LIMITE-PROPIO TO WK-CTA-LIMITE-PROPIO
               IF WK-CTA-TIENE-LIMITE-PROPIO
                   MOVE WK-CTR-LIMITE-DESCUBIERTO TO
                       WK-CTA-LIMITE-DESCUBIERTO
               ELSE
                   MOVE ZEROS TO WK-CTA-LIMITE-DESCUBIERTO
               END-IF
               REWRITE WK-CUENTAS
                   INVALID KEY
                       MOVE 'ERROR AL REGRABAR LA CUENTA' TO
                           WS-RECHAZO-MOTIVO
                       SET WS-NOVEDAD-OK TO FALSE
               END-REWRITE
           END-IF.

      *    ALTA DE UN ROL (T/C/A) EN UNA CUENTA ABIERTA. EL CLIENTE
      *    SE VERIFICA CONTRA CLIXREF IGUAL QUE EN LA APERTURA. SI EL
      *    CLIENTE YA TUVO UNA FILA FINALIZADA EN LA CUENTA, ESA FILA
      *    SE REUTILIZA CON EL NUEVO ROL Y EL NUEVO PERIODO.
       6500-PROCESAR-ALTA-TITULAR.
           IF WK-CTR-ROL NOT = 'T' AND WK-CTR-ROL NOT = 'C'
              AND WK-CTR-ROL NOT = 'A'
               MOVE 'ROL INVALIDO (DEBE SER T/C/A)' TO
                   WS-RECHAZO-MOTIVO
               SET WS-NOVEDAD-OK TO FALSE
           END-IF
           IF WK-CTR-FECHA-DESDE = SPACES
               MOVE WS-FECHA-LOTE TO WS-TIT-DESDE
           ELSE
               MOVE WK-CTR-FECHA-DESDE TO WS-TIT-DESDE
           END-IF
           MOVE WK-CTR-FECHA-HASTA TO WS-TIT-HASTA
           IF WS-NOVEDAD-OK AND WS-TIT-HASTA NOT = SPACES
              AND WS-TIT-HASTA NOT > WS-TIT-DESDE
               MOVE 'FECHA_HASTA NO POSTERIOR A FECHA_DESDE' TO
                   WS-RECHAZO-MOTIVO
               SET WS-NOVEDAD-OK TO FALSE
           END-IF
           IF WS-NOVEDAD-OK
               MOVE WK-CTR-NRO-CLIENTE TO WK-XRF-NRO-CLIENTE
               READ CLIXREF-FILE
                   INVALID KEY
                       MOVE 'TITULARIDAD SIN CLIENTE DADO DE ALTA' TO
                           WS-RECHAZO-MOTIVO
                       SET WS-NOVEDAD-OK TO FALSE
                   NOT INVALID KEY
                       IF WK-XRF-ULTIMO-TIPO-NOV = 'BA'
                           MOVE
                               'TITULARIDAD CONTRA CLIENTE DADO DE BAJA'
                               TO WS-RECHAZO-MOTIVO
                           SET WS-NOVEDAD-OK TO FALSE
                       END-IF
               END-READ
           END-IF
           IF WS-NOVEDAD-OK
               MOVE WK-CTR-NRO-CUENTA TO WK-CTA-NRO-CUENTA
               READ CUENTAS-FILE
                   INVALID KEY
                       MOVE 'TITULARIDAD SOBRE CUENTA INEXISTENTE' TO
                           WS-RECHAZO-MOTIVO
                       SET WS-NOVEDAD-OK TO FALSE
                   NOT INVALID KEY
                       IF WK-CTA-ESTA-CERRADA
                           MOVE 'TITULARIDAD SOBRE CUENTA CERRADA' TO
                               WS-RECHAZO-MOTIVO
                           SET WS-NOVEDAD-OK TO FALSE
                       END-IF
               END-READ
           END-IF
           IF WS-NOVEDAD-OK
               MOVE WK-CTR-NRO-CUENTA  TO WK-TIT-NRO-CUENTA
               MOVE WK-CTR-NRO-CLIENTE TO WK-TIT-NRO-CLIENTE
               READ CTATIT-FILE
                   INVALID KEY
                       PERFORM 6510-GRABAR-NUEVA-TITULARIDAD
                   NOT INVALID KEY
                       PERFORM 6520-REUTILIZAR-TITULARIDAD
               END-READ
           END-IF.

       6510-GRABAR-NUEVA-TITULARIDAD.
           MOVE WK-CTR-ROL   TO WK-TIT-ROL
           MOVE WS-TIT-DESDE TO WK-TIT-FECHA-DESDE
           MOVE WS-TIT-HASTA TO WK-TIT-FECHA-HASTA
           WRITE WK-CTATIT
               INVALID KEY
                   MOVE 'ERROR AL GRABAR LA TITULARIDAD' TO
                       WS-RECHAZO-MOTIVO
                   SET WS-NOVEDAD-OK TO FALSE
           END-WRITE.

       6520-REUTILIZAR-TITULARIDAD.
           IF WK-TIT-FECHA-HASTA = SPACES
              OR WK-TIT-FECHA-HASTA > WS-FECHA-LOTE
               MOVE 'CLIENTE CON ROL VIGENTE EN LA CUENTA' TO
                   WS-RECHAZO-MOTIVO
               SET WS-NOVEDAD-OK TO FALSE
           ELSE
               MOVE WK-CTR-ROL   TO WK-TIT-ROL
               MOVE WS-TIT-DESDE TO WK-TIT-FECHA-DESDE
               MOVE WS-TIT-HASTA TO WK-TIT-FECHA-HASTA
               REWRITE WK-CTATIT
                   INVALID KEY
                       MOVE 'ERROR AL REGRABAR LA TITULARIDAD' TO
                           WS-RECHAZO-MOTIVO
                       SET WS-NOVEDAD-OK TO FALSE
               END-REWRITE
           END-IF.

      *    BAJA DE UN ROL: FIJA LA FECHA HASTA DE LA FILA. UNA CUENTA
      *    ABIERTA NO PUEDE QUEDAR SIN TITULAR O COTITULAR VIGENTE --
      *    PARA ESO ESTA EL CE (CON SU REGLA DE SALDO CERO). SI SE VA
      *    EL TITULAR PRINCIPAL DE CUENTAS, LO REEMPLAZA OTRO TITULAR
      *    VIGENTE (PRIMERO UN T, SI NO HAY UN C).
       6600-PROCESAR-BAJA-TITULAR.
           MOVE ZEROS TO WS-CANT-OTROS-TITULARES
           IF WK-CTR-FECHA-HASTA = SPACES
               MOVE WS-FECHA-LOTE TO WS-TIT-HASTA
           ELSE
               MOVE WK-CTR-FECHA-HASTA TO WS-TIT-HASTA
           END-IF
           MOVE WK-CTR-NRO-CUENTA  TO WK-TIT-NRO-CUENTA
           MOVE WK-CTR-NRO-CLIENTE TO WK-TIT-NRO-CLIENTE
           READ CTATIT-FILE
               INVALID KEY
                   MOVE 'CLIENTE SIN TITULARIDAD EN LA CUENTA' TO
                       WS-RECHAZO-MOTIVO
                   SET WS-NOVEDAD-OK TO FALSE
               NOT INVALID KEY
                   IF WK-TIT-FECHA-HASTA NOT = SPACES
                      AND WK-TIT-FECHA-HASTA NOT > WS-FECHA-LOTE
                       MOVE 'TITULARIDAD YA FINALIZADA' TO
                           WS-RECHAZO-MOTIVO
                       SET WS-NOVEDAD-OK TO FALSE
                   END-IF
           END-READ
           IF WS-NOVEDAD-OK AND WS-TIT-HASTA < WK-TIT-FECHA-DESDE
               MOVE 'FECHA_HASTA ANTERIOR A FECHA_DESDE' TO
                   WS-RECHAZO-MOTIVO
               SET WS-NOVEDAD-OK TO FALSE
           END-IF
           IF WS-NOVEDAD-OK
               MOVE WK-CTR-NRO-CUENTA TO WK-CTA-NRO-CUENTA
               READ CUENTAS-FILE
                   INVALID KEY
                       MOVE 'TITULARIDAD SOBRE CUENTA INEXISTENTE' TO
                           WS-RECHAZO-MOTIVO
                       SET WS-NOVEDAD-OK TO FALSE
               END-READ
           END-IF
           IF WS-NOVEDAD-OK AND WK-TIT-ES-TITULARIDAD
              AND WK-CTA-ESTA-ABIERTA
               PERFORM 6700-BUSCAR-OTROS-TITULARES
               IF WS-CANT-OTROS-TITULARES = ZEROS
                   MOVE 'ULTIMO TITULAR VIGENTE (USAR CIERRE CE)' TO
                       WS-RECHAZO-MOTIVO
                   SET WS-NOVEDAD-OK TO FALSE
               END-IF
      *        EL RECORRIDO MOVIO EL AREA DE CTATIT: SE RELEE LA FILA
               MOVE WK-CTR-NRO-CUENTA  TO WK-TIT-NRO-CUENTA
               MOVE WK-CTR-NRO-CLIENTE TO WK-TIT-NRO-CLIENTE
               READ CTATIT-FILE
                   INVALID KEY
                       MOVE 'ERROR AL RELEER LA TITULARIDAD' TO
                           WS-RECHAZO-MOTIVO
                       SET WS-NOVEDAD-OK TO FALSE
               END-READ
           END-IF
           IF WS-NOVEDAD-OK
               MOVE WS-TIT-HASTA TO WK-TIT-FECHA-HASTA
               REWRITE WK-CTATIT
                   INVALID KEY
                       MOVE 'ERROR AL REGRABAR LA TITULARIDAD' TO
                           WS-RECHAZO-MOTIVO
                       SET WS-NOVEDAD-OK TO FALSE
               END-REWRITE
           END-IF
           IF WS-NOVEDAD-OK AND WK-CTA-ESTA-ABIERTA
              AND WK-CTA-NRO-CLIENTE = WK-CTR-NRO-CLIENTE
              AND WS-CANT-OTROS-TITULARES > ZEROS
               MOVE WS-OTRO-TITULAR TO WK-CTA-NRO-CLIENTE
               REWRITE WK-CUENTAS
                   INVALID KEY
                       MOVE 'ERROR AL REGRABAR LA CUENTA' TO
                           WS-RECHAZO-MOTIVO
                       SET WS-NOVEDAD-OK TO FALSE
               END-REWRITE
           END-IF.

      *    RECORRE LAS FILAS DE LA CUENTA (CLAVE CUENTA + CLIENTE) Y
      *    CUENTA LOS TITULARES Y COTITULARES VIGENTES DISTINTOS DEL
      *    CLIENTE DE LA NOVEDAD, CON SU ALTA VIGENTE EN CLIXREF.
       6700-BUSCAR-OTROS-TITULARES.
           MOVE ZEROS TO WS-CANT-OTROS-TITULARES
                         WS-OTRO-TITULAR
           MOVE SPACES TO WS-OTRO-TITULAR-ROL
           SET WS-FIN-TITULARES TO FALSE
           MOVE WK-CTR-NRO-CUENTA TO WK-TIT-NRO-CUENTA
           MOVE ZEROS             TO WK-TIT-NRO-CLIENTE
           START CTATIT-FILE KEY IS NOT LESS THAN WK-TIT-CLAVE
               INVALID KEY
                   SET WS-FIN-TITULARES TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-TITULARES
               READ CTATIT-FILE NEXT RECORD
                   AT END
                       SET WS-FIN-TITULARES TO TRUE
                   NOT AT END
                       IF WK-TIT-NRO-CUENTA NOT = WK-CTR-NRO-CUENTA
                           SET WS-FIN-TITULARES TO TRUE
                       ELSE
                           PERFORM 6710-EVALUAR-OTRO-TITULAR
                       END-IF
               END-READ
           END-PERFORM.

       6710-EVALUAR-OTRO-TITULAR.
           SET WS-FILA-VIGENTE TO FALSE
           IF WK-TIT-ES-TITULARIDAD
              AND WK-TIT-NRO-CLIENTE NOT = WK-CTR-NRO-CLIENTE
              AND WK-TIT-FECHA-DESDE NOT > WS-FECHA-LOTE
              AND (WK-TIT-FECHA-HASTA = SPACES
                   OR WK-TIT-FECHA-HASTA > WS-FECHA-LOTE)
               MOVE WK-TIT-NRO-CLIENTE TO WK-XRF-NRO-CLIENTE
               READ CLIXREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WK-XRF-ULTIMO-TIPO-NOV NOT = 'BA'
                           SET WS-FILA-VIGENTE TO TRUE
                       END-IF
               END-READ
           END-IF
           IF WS-FILA-VIGENTE
               ADD 1 TO WS-CANT-OTROS-TITULARES
               IF WS-OTRO-TITULAR-ROL = SPACES
                  OR (WS-OTRO-TITULAR-ROL = 'C' AND WK-TIT-ES-TITULAR)
                   MOVE WK-TIT-NRO-CLIENTE TO WS-OTRO-TITULAR
                   MOVE WK-TIT-ROL         TO WS-OTRO-TITULAR-ROL
               END-IF
           END-IF.

       7000-RECHAZAR-TRANSACCION.
           STRING 'TRAN=' WK-CTR-NRO-SEQ
                  ' CUENTA=' WK-CTR-NRO-CUENTA
           CLOSE CTATRAN-FILE
                 CUENTAS-FILE
                 CLIXREF-FILE
                 CTATIT-FILE
                 CTACKPT-FILE
                 CTARECH-FILE
           IF WS-HAY-CLICERT
               CLOSE CLICERT-FILE
           END-IF.
