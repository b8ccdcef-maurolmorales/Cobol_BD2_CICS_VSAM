      * ESTRUCTURA Y MOVCARGA APLICA LOS DEPOSITOS Y EXTRACCIONES      *
      * SOBRE EL SALDO (WK-CTA-SALDO) QUE LA APERTURA DEJO EN CERO.    *
      *                                                                *
      * MOVIMIENTOS: DE (DEPOSITO, SUMA), EX (EXTRACCION, RESTA) Y TR  *
      * (TRANSFERENCIA ENTRE DOS CUENTAS, VER MAS ABAJO).              *
      * UN MOVIMIENTO CONTRA UNA CUENTA INEXISTENTE O CONTRA UNA       *
      * CUENTA CERRADA (WK-CTA-ESTADO = CE) SE RECHAZA AL REPORTE      *
      * MOVRECH: UNA CUENTA CERRADA NO MUEVE MAS PLATA Y EL CASO ES    *
      * PARA BACK OFFICE, NO PARA LA CARGA. LOS MOVIMIENTOS QUE LA     *
      * LIQUIDACION MENSUAL (PGM_28S/CTALIQ) AGREGA AL CTAMOV DEL LOTE *
      * (ORIGEN LQ: INTERESES DE Y COMISIONES EX) SE APLICAN IGUAL.    *
      * LAS ORDENES PERMANENTES QUE PGM_29A/ORDGEN AGREGA ANTES DE     *
      * ESTA CARGA (ORIGEN OP: DEBITOS AUTOMATICOS EX Y                *
      * TRANSFERENCIAS PERIODICAS TR) TAMBIEN, CON EL CONTROL DE       *
      * FONDOS DE SIEMPRE; LO QUE SE RECHAZA A MOVRECH LO RETOMA       *
      * ORDGEN LA NOCHE SIGUIENTE SEGUN SU POLITICA DE REINTENTOS.     *
      *                                                                *
      * CONTROL DE FONDOS: UNA EXTRACCION NO PUEDE DEJAR EL SALDO POR  *
      * DEBAJO DEL LIMITE DE DESCUBIERTO DE LA CUENTA -- EL ACORDADO   *
      * PARA ELLA SI TIENE WK-CTA-LIMITE-PROPIO = S (NOVEDAD LD DE     *
      * PGM_28F/CTACARGA), SI NO EL DE SU TIPO EN CP-CTATASA           *
      * (PGM_28S; TIPO SIN FILA = SIN DESCUBIERTO). LA QUE LO SUPERA   *
      * SE RECHAZA A MOVRECH POR FONDOS INSUFICIENTES. LAS COMISIONES  *
      * DE LA LIQUIDACION (ORIGEN LQ) NO SE FRENAN: EL BANCO NO        *
      * RECHAZA SU PROPIO CARGO Y EL EXCESO QUEDA A LA VISTA EN EL     *
      * REPORTE DIARIO DE DESCUBIERTOS PGM_28T/CTADESC. CADA VEZ QUE   *
      * EL SALDO CRUZA CERO SE ACTUALIZA WK-CTA-FECHA-DESCUBIERTO      *
      * (FECHA DEL MOVIMIENTO QUE LO DEJO NEGATIVO; ESPACIOS AL        *
      * VOLVER A CERO O MAS), DE DONDE CTADESC SACA LOS DIAS.          *
      *                                                                *
      * TRANSFERENCIAS (TR): DEBITO EN WK-MOV-NRO-CUENTA Y CREDITO EN  *
      * WK-MOV-NRO-CUENTA-DESTINO COMO UNA SOLA UNIDAD. ANTES DE TOCAR *
      * SALDOS SE VALIDAN LAS DOS CUENTAS (EXISTEN, NO CERRADAS) Y LOS *
      * FONDOS DEL ORIGEN; SI ALGO FALLA SE RECHAZA LA TR ENTERA A     *
      * MOVRECH Y NINGUNA CUENTA SE MUEVE. SI LA CAIDA LLEGA ENTRE EL  *
      * REWRITE DEL ORIGEN Y EL DEL DESTINO, EL PROGRAMA TERMINA CON   *
      * RC 16 SIN GRABAR CHECKPOINT Y EL RESTART COMPLETA EL TRAMO     *
      * QUE FALTA (VER ULTIMO MOVIMIENTO APLICADO ABAJO).              *
      *                                                                *
      * HISTORICO CTAMOVH (CP-CTAMOVH): CADA TRAMO APLICADO DEJA UNA   *
      * FILA POR CUENTA CON SENTIDO, CONTRAPARTE Y SALDO POSTERIOR,    *
      * QUE LEEN EL RESUMEN DE CUENTA (PGM_28K/CLIRESCT) Y LA CONSULTA *
      * PGM_28L/CTACONS. UNA FILA YA GRABADA (CLAVE DUPLICADA) NO ES   *
      * ERROR: ES UN RESTART QUE RELEE LO QUE YA ESTABA.               *
      *                                                                *
      * CHECKPOINT/RESTART (MOVCKPT, MISMO LAYOUT CP-CLICKPT DE        *
      * PGM_27U): CADA WS-CKPT-INTERVALO MOVIMIENTOS CONFIRMADOS SE    *
      * REESCRIBE EL REGISTRO DEL LOTE CON LA ULTIMA WK-MOV-NRO-SEQ    *
      * PROCESADA; UN RESTART POSICIONA CTAMOV CON START KEY > ESA     *
      * SECUENCIA. EL SALDO SE CONFIRMA MOVIMIENTO A MOVIMIENTO        *
      * (REWRITE INMEDIATO DE LA CUENTA) Y EN EL MISMO REWRITE QUEDAN  *
      * EL LOTE Y LA SECUENCIA DEL ULTIMO MOVIMIENTO APLICADO          *
      * (WK-CTA-ULTIMO-MOVIMIENTO). UN MOVIMIENTO RELEIDO TRAS UN      *
      * ABEND ENTRE CHECKPOINTS CUYA SECUENCIA NO SUPERA LA GRABADA EN *
      * LA CUENTA PARA EL MISMO LOTE YA ESTA EN EL SALDO: SE DA POR    *
      * PROCESADO SIN VOLVER A SUMARLO NI A CONTROLAR FONDOS.          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CUENTAS.

           SELECT CTATASA-FILE ASSIGN TO "CTATASA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-TAS-TIPO-CUENTA
               FILE STATUS IS WS-FS-CTATASA.

           SELECT CTAMOVH-FILE ASSIGN TO "CTAMOVH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-MVH-CLAVE
               ALTERNATE RECORD KEY IS WK-MVH-LOTE-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CTAMOVH.

           SELECT MOVCKPT-FILE ASSIGN TO "MOVCKPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  CUENTAS-FILE.
           COPY CP-CUENTAS.

       FD  CTATASA-FILE.
           COPY CP-CTATASA.

       FD  CTAMOVH-FILE.
           COPY CP-CTAMOVH.

       FD  MOVCKPT-FILE.
           COPY CP-CLICKPT.

       01  WS-FS-CUENTAS                PIC XX.
           88  FS-OK-CUENTAS            VALUE '00'.
           88  FS-NOTFOUND-CUENTAS      VALUE '23'.
       01  WS-FS-CTATASA                PIC XX.
           88  FS-OK-CTATASA            VALUE '00'.
           88  FS-NOTFOUND-CTATASA      VALUE '23'.
       01  WS-FS-CTAMOVH                PIC XX.
           88  FS-OK-CTAMOVH            VALUE '00'.
           88  FS-DUPLICADO-CTAMOVH     VALUE '22'.
       01  WS-FS-MOVCKPT                PIC XX.
       01  WS-FS-MOVRECH                PIC XX.

       01  WS-RECHAZO-MOTIVO            PIC X(40).
       01  WS-MOVIMIENTO-VALIDO         PIC X.
           88  WS-MOVIMIENTO-OK         VALUE 'S' FALSE 'N'.
       01  WS-FECHA-LOTE                PIC X(10).
       01  WS-LIMITE-VIGENTE            PIC 9(9)V99.
       01  WS-SALDO-RESULTANTE          PIC S9(11)V99.
       01  WS-YA-APLICADO               PIC X.
           88  WS-MOVIMIENTO-YA-APLICADO VALUE 'S' FALSE 'N'.
       01  WS-MVH-SENTIDO               PIC X.
       01  WS-MVH-CONTRAPARTE           PIC 9(10).

       01  WS-CTL-ACCION                PIC X(3).
       01  WS-CTL-PROGRAMA              PIC X(8) VALUE 'MOVCARGA'.

       1000-INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LOTE-ID
           STRING WS-LOTE-ID(1:4) '-' WS-LOTE-ID(5:2) '-'
                  WS-LOTE-ID(7:2)
                  DELIMITED BY SIZE INTO WS-FECHA-LOTE
           OPEN INPUT  CTAMOV-FILE
           OPEN I-O    CUENTAS-FILE
           OPEN INPUT  CTATASA-FILE
           OPEN I-O    CTAMOVH-FILE
           OPEN I-O    MOVCKPT-FILE
           OPEN OUTPUT MOVRECH-FILE
           PERFORM 1010-VALIDAR-APERTURAS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FS-CTATASA NOT = '00'
               DISPLAY 'MOVCARGA - ERROR AL ABRIR CTATASA FS='
                       WS-FS-CTATASA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FS-CTAMOVH NOT = '00'
               DISPLAY 'MOVCARGA - ERROR AL ABRIR CTAMOVH FS='
                       WS-FS-CTAMOVH
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FS-MOVCKPT NOT = '00'
               DISPLAY 'MOVCARGA - ERROR AL ABRIR MOVCKPT FS='
                       WS-FS-MOVCKPT
           MOVE SPACES TO WS-RECHAZO-MOTIVO
           IF WK-MOV-TIPO-MOVIMIENTO NOT = 'DE'
              AND WK-MOV-TIPO-MOVIMIENTO NOT = 'EX'
              AND WK-MOV-TIPO-MOVIMIENTO NOT = 'TR'
               MOVE 'TIPO_MOVIMIENTO INVALIDO (DEBE SER DE/EX/TR)' TO
                   WS-RECHAZO-MOTIVO
               SET WS-MOVIMIENTO-OK TO FALSE
           END-IF
           IF WS-MOVIMIENTO-OK AND WK-MOV-TIPO-MOVIMIENTO = 'TR'
               IF WK-MOV-NRO-CUENTA-DESTINO NOT NUMERIC
                  OR WK-MOV-NRO-CUENTA-DESTINO = ZEROS
                  OR WK-MOV-NRO-CUENTA-DESTINO = WK-MOV-NRO-CUENTA
                   MOVE 'TRANSFERENCIA SIN CUENTA DESTINO VALIDA' TO
                       WS-RECHAZO-MOTIVO
                   SET WS-MOVIMIENTO-OK TO FALSE
               END-IF
           END-IF
           IF WS-MOVIMIENTO-OK
               IF WK-MOV-TIPO-MOVIMIENTO = 'TR'
                   PERFORM 5000-APLICAR-TRANSFERENCIA
               ELSE
                   PERFORM 4000-APLICAR-SOBRE-CUENTA
               END-IF
           END-IF
           IF WS-MOVIMIENTO-OK
               ADD 1 TO WS-CANT-PROCESADOS
                   END-IF
           END-READ
           IF WS-MOVIMIENTO-OK
               PERFORM 4050-VERIFICAR-APLICADO
           END-IF
           IF WS-MOVIMIENTO-OK AND WK-MOV-TIPO-MOVIMIENTO = 'EX'
              AND NOT WK-MOV-ES-LIQUIDACION
              AND NOT WS-MOVIMIENTO-YA-APLICADO
               PERFORM 4100-CONTROLAR-FONDOS
           END-IF
           IF WS-MOVIMIENTO-OK AND NOT WS-MOVIMIENTO-YA-APLICADO
               IF WK-MOV-TIPO-MOVIMIENTO = 'DE'
                   ADD WK-MOV-IMPORTE TO WK-CTA-SALDO
               ELSE
                   SUBTRACT WK-MOV-IMPORTE FROM WK-CTA-SALDO
               END-IF
               PERFORM 4200-MARCAR-DESCUBIERTO
               MOVE WS-LOTE-ID     TO WK-CTA-ULT-MOV-LOTE
               MOVE WK-MOV-NRO-SEQ TO WK-CTA-ULT-MOV-SEQ
               REWRITE WK-CUENTAS
                   INVALID KEY
                       MOVE 'ERROR AL REGRABAR LA CUENTA' TO
                           WS-RECHAZO-MOTIVO
                       SET WS-MOVIMIENTO-OK TO FALSE
               END-REWRITE
           END-IF
           IF WS-MOVIMIENTO-OK
               IF WK-MOV-TIPO-MOVIMIENTO = 'DE'
                   MOVE 'C' TO WS-MVH-SENTIDO
               ELSE
                   MOVE 'D' TO WS-MVH-SENTIDO
               END-IF
               MOVE ZEROS TO WS-MVH-CONTRAPARTE
               PERFORM 4300-GRABAR-HISTORICO
           END-IF.

      *    EL MOVIMIENTO YA ESTA EN EL SALDO SI LA CUENTA REGISTRA UNO
      *    DEL MISMO LOTE CON SECUENCIA IGUAL O POSTERIOR (RESTART).
       4050-VERIFICAR-APLICADO.
           SET WS-MOVIMIENTO-YA-APLICADO TO FALSE
           IF WK-CTA-ULT-MOV-LOTE = WS-LOTE-ID
              AND WK-CTA-ULT-MOV-SEQ >= WK-MOV-NRO-SEQ
               SET WS-MOVIMIENTO-YA-APLICADO TO TRUE
           END-IF.

      *    LIMITE QUE RIGE PARA LA CUENTA: EL ACORDADO (LIMITE PROPIO)
      *    O, SI NO TIENE, EL DE SU TIPO EN CTATASA. UN TIPO SIN FILA
      *    EN CTATASA NO ADMITE DESCUBIERTO.
       4100-CONTROLAR-FONDOS.
           IF WK-CTA-TIENE-LIMITE-PROPIO
               MOVE WK-CTA-LIMITE-DESCUBIERTO TO WS-LIMITE-VIGENTE
           ELSE
               MOVE WK-CTA-TIPO-CUENTA TO WK-TAS-TIPO-CUENTA
               READ CTATASA-FILE
                   INVALID KEY
                       MOVE ZEROS TO WS-LIMITE-VIGENTE
                   NOT INVALID KEY
                       MOVE WK-TAS-LIMITE-DESCUBIERTO TO
                           WS-LIMITE-VIGENTE
               END-READ
           END-IF
           COMPUTE WS-SALDO-RESULTANTE = WK-CTA-SALDO - WK-MOV-IMPORTE
           IF WS-SALDO-RESULTANTE + WS-LIMITE-VIGENTE < ZEROS
               MOVE 'FONDOS INSUFICIENTES - SUPERA LIMITE' TO
                   WS-RECHAZO-MOTIVO
               SET WS-MOVIMIENTO-OK TO FALSE
           END-IF.

      *    FECHA EN QUE EL SALDO PASO A SER NEGATIVO: SE FIJA AL
      *    CRUZAR CERO HACIA ABAJO Y SE LIMPIA AL VOLVER A CERO O
      *    MAS. UN MOVIMIENTO SIN FECHA TOMA LA DEL LOTE.
       4200-MARCAR-DESCUBIERTO.
           IF WK-CTA-SALDO < ZEROS
               IF WK-CTA-FECHA-DESCUBIERTO = SPACES
                   IF WK-MOV-FECHA = SPACES
                       MOVE WS-FECHA-LOTE TO WK-CTA-FECHA-DESCUBIERTO
                   ELSE
                       MOVE WK-MOV-FECHA TO WK-CTA-FECHA-DESCUBIERTO
                   END-IF
               END-IF
           ELSE
               MOVE SPACES TO WK-CTA-FECHA-DESCUBIERTO
           END-IF.

      *    FILA DEL HISTORICO PARA LA CUENTA QUE ESTA EN WK-CUENTAS.
      *    SI EL MOVIMIENTO YA ESTABA APLICADO SOLO SE INTENTA CUANDO
      *    FUE EL ULTIMO DE LA CUENTA (EL SALDO ACTUAL ES EL POSTERIOR
      *    A EL); UNA FILA QUE YA EXISTE SE DA POR BUENA.
       4300-GRABAR-HISTORICO.
           IF WS-MOVIMIENTO-YA-APLICADO
              AND WK-CTA-ULT-MOV-SEQ NOT = WK-MOV-NRO-SEQ
               CONTINUE
           ELSE
               MOVE WK-CTA-NRO-CUENTA      TO WK-MVH-NRO-CUENTA
               MOVE WS-LOTE-ID             TO WK-MVH-LOTE-ID
               MOVE WK-MOV-NRO-SEQ         TO WK-MVH-NRO-SEQ
               MOVE WK-MOV-TIPO-MOVIMIENTO TO WK-MVH-TIPO-MOVIMIENTO
               MOVE WS-MVH-SENTIDO         TO WK-MVH-SENTIDO
               MOVE WK-MOV-IMPORTE         TO WK-MVH-IMPORTE
               IF WK-MOV-FECHA = SPACES
                   MOVE WS-FECHA-LOTE      TO WK-MVH-FECHA
               ELSE
                   MOVE WK-MOV-FECHA       TO WK-MVH-FECHA
               END-IF
               MOVE WK-MOV-ORIGEN          TO WK-MVH-ORIGEN
               MOVE WK-MOV-REFERENCIA      TO WK-MVH-REFERENCIA
               MOVE WS-MVH-CONTRAPARTE     TO WK-MVH-CUENTA-CONTRAPARTE
               MOVE WK-CTA-SALDO           TO WK-MVH-SALDO-POSTERIOR
               WRITE WK-CTAMOVH
                   INVALID KEY
                       IF NOT FS-DUPLICADO-CTAMOVH
                           DISPLAY 'MOVCARGA - ERROR AL GRABAR CTAMOVH '
                                   'MOV=' WK-MOV-NRO-SEQ
                                   ' CUENTA=' WK-CTA-NRO-CUENTA
                                   ' FS=' WS-FS-CTAMOVH
                       END-IF
               END-WRITE
           END-IF.

      *    TRANSFERENCIA: PRIMERO SE VALIDAN ORIGEN (EXISTE, ABIERTA,
      *    FONDOS) Y DESTINO (EXISTE, ABIERTA) SIN TOCAR NADA; RECIEN
      *    CON LAS DOS OK SE DEBITA EL ORIGEN Y SE ACREDITA EL DESTINO.
      *    UN TRAMO QUE UN RESTART ENCUENTRA YA APLICADO NO SE REPITE.
       5000-APLICAR-TRANSFERENCIA.
           MOVE WK-MOV-NRO-CUENTA TO WK-CTA-NRO-CUENTA
           READ CUENTAS-FILE
               INVALID KEY
                   MOVE 'TRANSFERENCIA DESDE CUENTA INEXISTENTE' TO
                       WS-RECHAZO-MOTIVO
                   SET WS-MOVIMIENTO-OK TO FALSE
               NOT INVALID KEY
                   IF WK-CTA-ESTA-CERRADA
                       MOVE 'TRANSFERENCIA DESDE CUENTA CERRADA' TO
                           WS-RECHAZO-MOTIVO
                       SET WS-MOVIMIENTO-OK TO FALSE
                   END-IF
           END-READ
           IF WS-MOVIMIENTO-OK
               PERFORM 4050-VERIFICAR-APLICADO
               IF NOT WS-MOVIMIENTO-YA-APLICADO
                   PERFORM 4100-CONTROLAR-FONDOS
               END-IF
           END-IF
           IF WS-MOVIMIENTO-OK
               MOVE WK-MOV-NRO-CUENTA-DESTINO TO WK-CTA-NRO-CUENTA
               READ CUENTAS-FILE
                   INVALID KEY
                       MOVE 'TRANSFERENCIA A CUENTA INEXISTENTE' TO
                           WS-RECHAZO-MOTIVO
                       SET WS-MOVIMIENTO-OK TO FALSE
                   NOT INVALID KEY
                       IF WK-CTA-ESTA-CERRADA
                           MOVE 'TRANSFERENCIA A CUENTA CERRADA' TO
                               WS-RECHAZO-MOTIVO
                           SET WS-MOVIMIENTO-OK TO FALSE
                       END-IF
               END-READ
           END-IF
           IF WS-MOVIMIENTO-OK
               PERFORM 5100-DEBITAR-ORIGEN
           END-IF
           IF WS-MOVIMIENTO-OK
               PERFORM 5200-ACREDITAR-DESTINO
           END-IF.

      *    UN ERROR AL REGRABAR EL ORIGEN TODAVIA NO MOVIO NADA: LA TR
      *    SE RECHAZA ENTERA COMO CUALQUIER OTRO MOVIMIENTO.
       5100-DEBITAR-ORIGEN.
           MOVE WK-MOV-NRO-CUENTA TO WK-CTA-NRO-CUENTA
           READ CUENTAS-FILE
               INVALID KEY
                   MOVE 'ERROR AL RELEER LA CUENTA ORIGEN' TO
                       WS-RECHAZO-MOTIVO
                   SET WS-MOVIMIENTO-OK TO FALSE
           END-READ
           IF WS-MOVIMIENTO-OK
               PERFORM 4050-VERIFICAR-APLICADO
               IF NOT WS-MOVIMIENTO-YA-APLICADO
                   SUBTRACT WK-MOV-IMPORTE FROM WK-CTA-SALDO
                   PERFORM 4200-MARCAR-DESCUBIERTO
                   MOVE WS-LOTE-ID     TO WK-CTA-ULT-MOV-LOTE
                   MOVE WK-MOV-NRO-SEQ TO WK-CTA-ULT-MOV-SEQ
                   REWRITE WK-CUENTAS
                       INVALID KEY
                           MOVE 'ERROR AL REGRABAR LA CUENTA ORIGEN' TO
                               WS-RECHAZO-MOTIVO
                           SET WS-MOVIMIENTO-OK TO FALSE
                   END-REWRITE
               END-IF
           END-IF
           IF WS-MOVIMIENTO-OK
               MOVE 'D' TO WS-MVH-SENTIDO
               MOVE WK-MOV-NRO-CUENTA-DESTINO TO WS-MVH-CONTRAPARTE
               PERFORM 4300-GRABAR-HISTORICO
           END-IF.

      *    CON EL ORIGEN YA DEBITADO, EL DESTINO NO PUEDE QUEDAR SIN
      *    ACREDITAR: ANTE UN ERROR EL LOTE SE CORTA SIN CHECKPOINT Y
      *    EL RESTART RELEE LA TR Y COMPLETA SOLO ESTE TRAMO.
       5200-ACREDITAR-DESTINO.
           MOVE WK-MOV-NRO-CUENTA-DESTINO TO WK-CTA-NRO-CUENTA
           READ CUENTAS-FILE
               INVALID KEY
                   PERFORM 5900-CORTAR-TRANSFERENCIA
           END-READ
           PERFORM 4050-VERIFICAR-APLICADO
           IF NOT WS-MOVIMIENTO-YA-APLICADO
               ADD WK-MOV-IMPORTE TO WK-CTA-SALDO
               PERFORM 4200-MARCAR-DESCUBIERTO
               MOVE WS-LOTE-ID     TO WK-CTA-ULT-MOV-LOTE
               MOVE WK-MOV-NRO-SEQ TO WK-CTA-ULT-MOV-SEQ
               REWRITE WK-CUENTAS
                   INVALID KEY
                       PERFORM 5900-CORTAR-TRANSFERENCIA
               END-REWRITE
           END-IF
           MOVE 'C' TO WS-MVH-SENTIDO
           MOVE WK-MOV-NRO-CUENTA TO WS-MVH-CONTRAPARTE
           PERFORM 4300-GRABAR-HISTORICO.

       5900-CORTAR-TRANSFERENCIA.
           DISPLAY 'MOVCARGA - TRANSFERENCIA MOV=' WK-MOV-NRO-SEQ
                   ' DEBITADA EN ' WK-MOV-NRO-CUENTA
                   ' SIN ACREDITAR EN ' WK-MOV-NRO-CUENTA-DESTINO
                   ' FS=' WS-FS-CUENTAS
           DISPLAY 'MOVCARGA - LOTE CORTADO, REEJECUTAR PARA '
                   'COMPLETAR EL TRAMO PENDIENTE'
           MOVE 16 TO RETURN-CODE
           PERFORM 0200-ANOTAR-FIN-CONTROL
           PERFORM 9000-FINALIZAR
           MOVE 16 TO RETURN-CODE
           GOBACK.

       7000-RECHAZAR-MOVIMIENTO.
           STRING 'MOV=' WK-MOV-NRO-SEQ
                  ' CUENTA=' WK-MOV-NRO-CUENTA
       9000-FINALIZAR.
           CLOSE CTAMOV-FILE
                 CUENTAS-FILE
                 CTATASA-FILE
                 CTAMOVH-FILE
                 MOVCKPT-FILE
                 MOVRECH-FILE.
