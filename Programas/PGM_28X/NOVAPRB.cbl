       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOVAPRB.
      ******************************************************************
      * PGM_28X - NOVAPRB                                              *
      * TRANSACCION CICS DE SUPERVISION (DOBLE CONTROL) DE LAS         *
      * NOVEDADES QUE NO PUEDEN APLICARSE CON UNA SOLA FIRMA: LAS      *
      * BAJAS DE CLIENTE (BA) DE CLINOVE (PGM_28A) Y LOS CIERRES DE    *
      * CUENTA (CE) DE CTANOVE (PGM_28M). UN DOCUMENTO MAL TIPEADO EN  *
      * UNA BA LLEGABA A CLICARGA, Y CLICIERR (PGM_28C) CERRABA EN     *
      * CASCADA LAS CUENTAS DE UN CLIENTE QUE NO SE IBA.               *
      * LAS DOS CAPTURAS DEJAN ESAS NOVEDADES EN CP-NOVPEND CON        *
      * ESTADO P; ESTA TRANSACCION (PANTALLA NOVAPRM/NOVAPR1, VER      *
      * NOVAPRM.BMS Y CP-NOVAPRM):                                     *
      *   - LISTA LAS PENDIENTES DE UNA SUCURSAL (EN BLANCO = LA DEL   *
      *     TERMINAL, MISMO CRITERIO QUE CLINOVE), DE A 8, RECORRIENDO *
      *     EL PATH NOVPENX (ESTADO + SUCURSAL) DESDE EL NRO INDICADO  *
      *   - APRUEBA (APR) O RECHAZA (REC) UNA PENDIENTE POR SU NRO, CON*
      *     MOTIVO OBLIGATORIO. EL OPERADOR (USERID CICS) QUE LA       *
      *     CAPTURO NO PUEDE DECIDIRLA                                 *
      *   - EN UNA APROBACION LA NOVEDAD SE GRABA EN CLITRAN O CTATRAN *
      *     CON LA SIGUIENTE SECUENCIA (STARTBR/READPREV, MISMO        *
      *     MECANISMO QUE LAS CAPTURAS) Y CON LA SUCURSAL DE LA        *
      *     CAPTURA; RECIEN AHI LA TOMA LA CARGA NOCTURNA, QUE LA      *
      *     VUELVE A VALIDAR COMO A CUALQUIER OTRA                     *
      *   - LA PENDIENTE QUEDA CON ESTADO A O R, OPERADOR, FECHA Y     *
      *     MOTIVO; SI ESE REWRITE FALLA SE HACE SYNCPOINT ROLLBACK Y  *
      *     LA TRANSACCION GRABADA SE DESHACE CON EL (NOVPEND,         *
      *     CLITRAN Y CTATRAN SON RECUPERABLES EN LA FCT DE LA REGION) *
      * CADA DECISION SE JOURNALIZA EN NOVPENJ (CP-NOVPENJ), IGUAL QUE *
      * CLIMANT (PGM_28O) EN CLIMANJ: UN ERROR EN EL JOURNAL NO        *
      * VOLTEA LA DECISION, SOLO SE INFORMA EN EL MENSAJE.             *
      * LAS PENDIENTES QUE QUEDAN SIN DECIDIR AL CORTE LAS LISTA EL    *
      * RESUMEN DE LA MANANA (PGM_28I/CLIRESUM).                       *
      * AL ENTRAR (TAMBIEN LA PRIMERA VEZ) SE VERIFICA EL PERFIL DEL   *
      * OPERADOR CON PGM_28Y/OPESEGV (EXEC CICS LINK, CP-OPESEGC): SIN *
      * PERFIL VIGENTE PARA LA TRANSACCION EN LA SUCURSAL DEL TERMINAL *
      * SE MUESTRA EL MOTIVO Y NO SE HACE NADA MAS.                    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY CP-NOVAPRM.
           COPY CP-OPESEGC.

           COPY CP-NOVPEND.
           COPY CP-NOVPENJ.
           COPY CP-CLITRAN.
           COPY CP-CTATRAN.
           COPY CP-CLISUC   REPLACING WK-CLISUC BY WS-CLISUC-ROW.

       01  WS-MAPSET                      PIC X(8) VALUE 'NOVAPRM'.
       01  WS-MAPNAME                     PIC X(8) VALUE 'NOVAPR1'.
       01  WS-TRANSID                     PIC X(4) VALUE 'NOVA'.
       01  WS-RESP                        PIC S9(8) COMP.
       01  WS-DUMMY-COMMAREA              PIC X(1).

       01  WS-PEDIDO-VALIDO               PIC X.
           88  WS-PEDIDO-OK               VALUE 'S' FALSE 'N'.
       01  WS-OPERADOR                    PIC X(8).
       01  WS-SUCURSAL-LISTA              PIC X(4).
       01  WS-PND-CLAVE-BR.
           05 WS-PND-BR-ESTADO            PIC X(1).
           05 WS-PND-BR-SUCURSAL          PIC X(4).
       01  WS-FIN-BROWSE-SW               PIC X.
           88  WS-FIN-BROWSE              VALUE 'S' FALSE 'N'.
       01  WS-CANT-LISTADAS               PIC 9(2).
       01  WS-TRAN-CLAVE-BUSQ             PIC X(8).
       01  WS-TRAN-SEQ-NUEVA              PIC 9(8).
       01  WS-NPJ-CLAVE-BUSQ              PIC X(8).
       01  WS-NPJ-SEQ-NUEVA               PIC 9(8).

       01  WS-LINEA-PENDIENTE.
           05 WS-LP-NRO-PEND              PIC 9(8).
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 WS-LP-DESTINO               PIC X(7).
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 WS-LP-TIPO-NOVEDAD          PIC X(2).
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 WS-LP-REFERENCIA            PIC X(17).
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 WS-LP-NRO-CLIENTE           PIC 9(5).
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 WS-LP-OPERADOR              PIC X(8).
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 WS-LP-FECHA                 PIC X(10).
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 WS-LP-HORA                  PIC X(5).
           05 FILLER                      PIC X(9) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           EXEC CICS HANDLE ABEND
               LABEL(9999-ABEND)
           END-EXEC

      *    PERFIL DEL OPERADOR ANTES DE CUALQUIER OTRA COSA.
           PERFORM 0050-VERIFICAR-PERFIL

      *    PRIMERA VEZ: SE MUESTRAN DE ENTRADA LAS PENDIENTES DE LA
      *    SUCURSAL DEL TERMINAL.
           IF EIBCALEN = 0
               MOVE SPACES TO NOVAPR1O
               PERFORM 1050-NORMALIZAR-ENTRADA
               PERFORM 1100-DETERMINAR-SUCURSAL
               PERFORM 3000-LISTAR-PENDIENTES
               PERFORM 8000-ENVIAR-PANTALLA
               EXEC CICS RETURN
                   TRANSID(WS-TRANSID)
                   COMMAREA(WS-DUMMY-COMMAREA)
               END-EXEC
           END-IF

           EXEC CICS RECEIVE
               MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
               INTO(NOVAPR1I)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               AND WS-RESP NOT = DFHRESP(MAPFAIL)
               MOVE 'ERROR AL RECIBIR LA PANTALLA' TO MSGO
               PERFORM 8000-ENVIAR-PANTALLA
               EXEC CICS RETURN
                   TRANSID(WS-TRANSID)
                   COMMAREA(WS-DUMMY-COMMAREA)
               END-EXEC
           END-IF

           PERFORM 1000-PROCESAR-PEDIDO
           PERFORM 8000-ENVIAR-PANTALLA
           EXEC CICS RETURN
               TRANSID(WS-TRANSID)
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
               MOVE SPACES TO NOVAPR1O
               STRING 'ACCESO DENEGADO: ' WK-OSG-MOTIVO
                      DELIMITED BY SIZE INTO MSGO
               PERFORM 8000-ENVIAR-PANTALLA
               EXEC CICS RETURN
               END-EXEC
           END-IF.

       1000-PROCESAR-PEDIDO.
           MOVE SPACES TO MSGO
           SET WS-PEDIDO-OK TO TRUE
           PERFORM 1050-NORMALIZAR-ENTRADA
           PERFORM 1100-DETERMINAR-SUCURSAL
           IF NROPENI NOT = ZEROS OR ACCIONI NOT = SPACES
               PERFORM 2000-DECIDIR-PENDIENTE
           END-IF
           PERFORM 3000-LISTAR-PENDIENTES.

      *    MISMA NORMALIZACION QUE CLINOVE (PGM_28A): LO NO TIPEADO
      *    LLEGA COMO LOW-VALUES Y LOS NUMERICOS NO NUMERICOS QUEDAN
      *    EN CERO.
       1050-NORMALIZAR-ENTRADA.
           INSPECT SUCURSI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT ACCIONI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT MOTIVOI REPLACING ALL LOW-VALUE BY SPACE
           IF DESDEI NOT NUMERIC
               MOVE ZEROS TO DESDEI
           END-IF
           IF NROPENI NOT NUMERIC
               MOVE ZEROS TO NROPENI
           END-IF.

      *    SUCURSAL A LISTAR: LA TIPEADA, O LA DEL TERMINAL CON EL
      *    CRITERIO DE CLINOVE (TERMINAL NO VIGENTE EN CLISUC =
      *    '0000', DONDE CAEN LAS CAPTURAS SIN SUCURSAL).
       1100-DETERMINAR-SUCURSAL.
           IF SUCURSI NOT = SPACES
               MOVE SUCURSI TO WS-SUCURSAL-LISTA
           ELSE
               MOVE EIBTRMID TO WS-SUCURSAL-LISTA
               MOVE WS-SUCURSAL-LISTA TO
                   WK-SUC-CODIGO OF WS-CLISUC-ROW
               EXEC CICS READ
                   DATASET('CLISUC')
                   INTO(WS-CLISUC-ROW)
                   RIDFLD(WK-SUC-CODIGO OF WS-CLISUC-ROW)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                  OR NOT WK-SUC-ES-VIGENTE OF WS-CLISUC-ROW
                   MOVE '0000' TO WS-SUCURSAL-LISTA
               END-IF
           END-IF
           MOVE WS-SUCURSAL-LISTA TO SUCURSO.

       2000-DECIDIR-PENDIENTE.
           IF ACCIONI NOT = 'APR' AND ACCIONI NOT = 'REC'
               MOVE 'ACCION INVALIDA (DEBE SER APR/REC)' TO MSGO
               SET WS-PEDIDO-OK TO FALSE
           END-IF
           IF WS-PEDIDO-OK AND NROPENI = ZEROS
               MOVE 'NRO PENDIENTE ES OBLIGATORIO' TO MSGO
               SET WS-PEDIDO-OK TO FALSE
           END-IF
           IF WS-PEDIDO-OK AND MOTIVOI = SPACES
               MOVE 'MOTIVO ES OBLIGATORIO PARA DECIDIR' TO MSGO
               SET WS-PEDIDO-OK TO FALSE
           END-IF
           IF WS-PEDIDO-OK
               PERFORM 2050-OBTENER-OPERADOR
           END-IF
           IF WS-PEDIDO-OK
               PERFORM 2100-LEER-PENDIENTE
           END-IF
           IF WS-PEDIDO-OK
               IF ACCIONI = 'APR'
                   PERFORM 2200-APROBAR-PENDIENTE
               ELSE
                   PERFORM 2300-RECHAZAR-PENDIENTE
               END-IF
           END-IF.

      *    EL DOBLE CONTROL ES POR OPERADOR, NO POR TERMINAL: LOS
      *    TERMINALES SE NOMBRAN CON LA SUCURSAL Y LOS COMPARTEN
      *    TODOS LOS OPERADORES DEL MOSTRADOR.
       2050-OBTENER-OPERADOR.
           MOVE SPACES TO WS-OPERADOR
           EXEC CICS ASSIGN
               USERID(WS-OPERADOR)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR WS-OPERADOR = SPACES
               MOVE 'NO SE PUDO IDENTIFICAR AL OPERADOR' TO MSGO
               SET WS-PEDIDO-OK TO FALSE
           END-IF.

       2100-LEER-PENDIENTE.
           MOVE NROPENI TO WK-PND-NRO-PEND
           EXEC CICS READ
               DATASET('NOVPEND')
               INTO(WK-NOVPEND)
               RIDFLD(WK-PND-NRO-PEND)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               IF WS-RESP = DFHRESP(NOTFND)
                   MOVE 'NOVEDAD PENDIENTE INEXISTENTE' TO MSGO
               ELSE
                   MOVE 'ERROR AL LEER NOVPEND' TO MSGO
               END-IF
               SET WS-PEDIDO-OK TO FALSE
           ELSE
               IF NOT WK-PND-ES-PENDIENTE
                   MOVE 'LA NOVEDAD YA FUE DECIDIDA' TO MSGO
                   SET WS-PEDIDO-OK TO FALSE
               ELSE
                   IF WK-PND-OPERADOR-CAPTURA = WS-OPERADOR
                       MOVE
                       'QUIEN CAPTURO LA NOVEDAD NO PUEDE DECIDIRLA'
                           TO MSGO
                       SET WS-PEDIDO-OK TO FALSE
                   END-IF
               END-IF
               IF NOT WS-PEDIDO-OK
                   PERFORM 2500-LIBERAR-PENDIENTE
               END-IF
           END-IF.

       2200-APROBAR-PENDIENTE.
           IF WK-PND-VA-A-CLITRAN
               PERFORM 2210-GRABAR-CLITRAN
           ELSE
               PERFORM 2220-GRABAR-CTATRAN
           END-IF
           IF WS-PEDIDO-OK
               MOVE 'A' TO WK-PND-ESTADO
               PERFORM 2400-REGRABAR-PENDIENTE
           ELSE
               PERFORM 2500-LIBERAR-PENDIENTE
           END-IF
           IF WS-PEDIDO-OK
               STRING 'NOVEDAD ' WK-PND-NRO-PEND ' APROBADA, '
                      WK-PND-DESTINO ' NRO ' WK-PND-NRO-SEQ-TRAN
                      DELIMITED BY SIZE INTO MSGO
               PERFORM 7000-JOURNALIZAR-DECISION
           END-IF.

      *    ULTIMA SECUENCIA DE CLITRAN: STARTBR DESDE HIGH-VALUES Y
      *    READPREV (MISMO MECANISMO QUE CLINOVE). LA SUCURSAL ES LA
      *    DE LA CAPTURA, NO LA DEL SUPERVISOR.
       2210-GRABAR-CLITRAN.
           MOVE HIGH-VALUES TO WS-TRAN-CLAVE-BUSQ
           EXEC CICS STARTBR
               DATASET('CLITRAN')
               RIDFLD(WS-TRAN-CLAVE-BUSQ)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               EXEC CICS READPREV
                   DATASET('CLITRAN')
                   INTO(WK-CLITRAN)
                   RIDFLD(WS-TRAN-CLAVE-BUSQ)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   COMPUTE WS-TRAN-SEQ-NUEVA = WK-TRAN-NRO-SEQ + 1
               ELSE
                   MOVE 1 TO WS-TRAN-SEQ-NUEVA
               END-IF
               EXEC CICS ENDBR
                   DATASET('CLITRAN')
                   RESP(WS-RESP)
               END-EXEC
           ELSE
               MOVE 1 TO WS-TRAN-SEQ-NUEVA
           END-IF
           MOVE WS-TRAN-SEQ-NUEVA TO WK-TRAN-NRO-SEQ
           MOVE WK-PND-NOVEDAD    TO WK-TRAN-DETALLE
           MOVE WK-PND-SUCURSAL   TO WK-TRAN-SUCURSAL
           EXEC CICS WRITE
               DATASET('CLITRAN')
               FROM(WK-CLITRAN)
               RIDFLD(WK-TRAN-NRO-SEQ)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE WK-TRAN-NRO-SEQ TO WK-PND-NRO-SEQ-TRAN
           ELSE
               PERFORM 2230-INFORMAR-ERROR-GRABACION
           END-IF.

      *    IDEM SOBRE CTATRAN (MISMO MECANISMO QUE CTANOVE). LA
      *    SUCURSAL VIAJA DENTRO DE WK-CTR-DETALLE.
       2220-GRABAR-CTATRAN.
           MOVE HIGH-VALUES TO WS-TRAN-CLAVE-BUSQ
           EXEC CICS STARTBR
               DATASET('CTATRAN')
               RIDFLD(WS-TRAN-CLAVE-BUSQ)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               EXEC CICS READPREV
                   DATASET('CTATRAN')
                   INTO(WK-CTATRAN)
                   RIDFLD(WS-TRAN-CLAVE-BUSQ)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   COMPUTE WS-TRAN-SEQ-NUEVA = WK-CTR-NRO-SEQ + 1
               ELSE
                   MOVE 1 TO WS-TRAN-SEQ-NUEVA
               END-IF
               EXEC CICS ENDBR
                   DATASET('CTATRAN')
                   RESP(WS-RESP)
               END-EXEC
           ELSE
               MOVE 1 TO WS-TRAN-SEQ-NUEVA
           END-IF
           MOVE WS-TRAN-SEQ-NUEVA TO WK-CTR-NRO-SEQ
           MOVE WK-PND-NOVEDAD    TO WK-CTR-DETALLE
           EXEC CICS WRITE
               DATASET('CTATRAN')
               FROM(WK-CTATRAN)
               RIDFLD(WK-CTR-NRO-SEQ)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE WK-CTR-NRO-SEQ TO WK-PND-NRO-SEQ-TRAN
           ELSE
               PERFORM 2230-INFORMAR-ERROR-GRABACION
           END-IF.

       2230-INFORMAR-ERROR-GRABACION.
           SET WS-PEDIDO-OK TO FALSE
           IF WS-RESP = DFHRESP(DUPREC)
               MOVE 'SECUENCIA OCUPADA, REINTENTAR LA APROBACION'
                   TO MSGO
           ELSE
               STRING 'ERROR AL GRABAR LA NOVEDAD EN ' WK-PND-DESTINO
                      DELIMITED BY SIZE INTO MSGO
           END-IF.

       2300-RECHAZAR-PENDIENTE.
           MOVE 'R'   TO WK-PND-ESTADO
           MOVE ZEROS TO WK-PND-NRO-SEQ-TRAN
           PERFORM 2400-REGRABAR-PENDIENTE
           IF WS-PEDIDO-OK
               STRING 'NOVEDAD ' WK-PND-NRO-PEND ' RECHAZADA'
                      DELIMITED BY SIZE INTO MSGO
               PERFORM 7000-JOURNALIZAR-DECISION
           END-IF.

      *    SI LA PENDIENTE NO SE PUEDE REGRABAR, SYNCPOINT ROLLBACK
      *    DESHACE TAMBIEN LA TRANSACCION YA GRABADA EN UNA
      *    APROBACION: NUNCA QUEDA UNA NOVEDAD EN EL LOTE CON SU
      *    PENDIENTE TODAVIA EN P (SE APROBARIA DOS VECES).
       2400-REGRABAR-PENDIENTE.
           MOVE WS-OPERADOR           TO WK-PND-OPERADOR-DECISION
           MOVE EIBTRMID              TO WK-PND-TERMINAL-DECISION
           MOVE FUNCTION CURRENT-DATE TO WK-PND-FECHA-HORA-DECISION
           MOVE MOTIVOI               TO WK-PND-MOTIVO
           EXEC CICS REWRITE
               DATASET('NOVPEND')
               FROM(WK-NOVPEND)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               MOVE 'ERROR AL REGRABAR NOVPEND, DECISION DESHECHA'
                   TO MSGO
               SET WS-PEDIDO-OK TO FALSE
           END-IF.

       2500-LIBERAR-PENDIENTE.
           EXEC CICS UNLOCK
               DATASET('NOVPEND')
               RESP(WS-RESP)
           END-EXEC.

      *    BROWSE POR EL PATH NOVPENX (ALTERNATE KEY ESTADO +
      *    SUCURSAL, CON DUPLICADOS QUE SALEN EN ORDEN DE NRO).
      *    DUPKEY EN EL READNEXT SOLO AVISA QUE SIGUEN DUPLICADOS.
       3000-LISTAR-PENDIENTES.
           MOVE SPACES TO LINP1O LINP2O LINP3O LINP4O
                          LINP5O LINP6O LINP7O LINP8O
           MOVE ZEROS TO WS-CANT-LISTADAS
           SET WS-FIN-BROWSE TO FALSE
           MOVE 'P'               TO WS-PND-BR-ESTADO
           MOVE WS-SUCURSAL-LISTA TO WS-PND-BR-SUCURSAL
           EXEC CICS STARTBR
               DATASET('NOVPENX')
               RIDFLD(WS-PND-CLAVE-BR)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM UNTIL WS-FIN-BROWSE
                   PERFORM 3100-LEER-SIGUIENTE-PENDIENTE
               END-PERFORM
               EXEC CICS ENDBR
                   DATASET('NOVPENX')
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           IF WS-CANT-LISTADAS = ZEROS AND MSGO = SPACES
               MOVE 'NO HAY NOVEDADES PENDIENTES EN LA SUCURSAL'
                   TO MSGO
           END-IF.

       3100-LEER-SIGUIENTE-PENDIENTE.
           EXEC CICS READNEXT
               DATASET('NOVPENX')
               INTO(WK-NOVPEND)
               RIDFLD(WS-PND-CLAVE-BR)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              AND WS-RESP NOT = DFHRESP(DUPKEY)
               SET WS-FIN-BROWSE TO TRUE
           ELSE
               IF NOT WK-PND-ES-PENDIENTE
                  OR WK-PND-SUCURSAL NOT = WS-SUCURSAL-LISTA
                   SET WS-FIN-BROWSE TO TRUE
               ELSE
                   IF WK-PND-NRO-PEND NOT < DESDEI
                       IF WS-CANT-LISTADAS >= 8
                           SET WS-FIN-BROWSE TO TRUE
                           IF MSGO = SPACES
                               STRING 'HAY MAS PENDIENTES, LISTAR '
                                      'DESDE NRO ' WK-PND-NRO-PEND
                                      DELIMITED BY SIZE INTO MSGO
                           END-IF
                       ELSE
                           PERFORM 3200-ARMAR-LINEA-PENDIENTE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3200-ARMAR-LINEA-PENDIENTE.
           ADD 1 TO WS-CANT-LISTADAS
           MOVE WK-PND-NRO-PEND  TO WS-LP-NRO-PEND
           MOVE WK-PND-DESTINO   TO WS-LP-DESTINO
           MOVE SPACES           TO WS-LP-REFERENCIA
           IF WK-PND-VA-A-CLITRAN
               MOVE WK-PND-CLI-TIPO-NOVEDAD TO WS-LP-TIPO-NOVEDAD
               STRING WK-PND-CLI-TIPO-DOCUMENTO ' '
                      WK-PND-CLI-NRO-DOCUMENTO
                      DELIMITED BY SIZE INTO WS-LP-REFERENCIA
               MOVE WK-PND-CLI-NRO-CLIENTE TO WS-LP-NRO-CLIENTE
           ELSE
               MOVE WK-PND-CTA-TIPO-NOVEDAD TO WS-LP-TIPO-NOVEDAD
               MOVE WK-PND-CTA-NRO-CUENTA   TO WS-LP-REFERENCIA
               MOVE WK-PND-CTA-NRO-CLIENTE  TO WS-LP-NRO-CLIENTE
           END-IF
           MOVE WK-PND-OPERADOR-CAPTURA TO WS-LP-OPERADOR
           MOVE WK-PND-FECHA-HORA-CAPTURA(1:4)  TO WS-LP-FECHA(1:4)
           MOVE '-'                             TO WS-LP-FECHA(5:1)
           MOVE WK-PND-FECHA-HORA-CAPTURA(5:2)  TO WS-LP-FECHA(6:2)
           MOVE '-'                             TO WS-LP-FECHA(8:1)
           MOVE WK-PND-FECHA-HORA-CAPTURA(7:2)  TO WS-LP-FECHA(9:2)
           MOVE WK-PND-FECHA-HORA-CAPTURA(9:2)  TO WS-LP-HORA(1:2)
           MOVE ':'                             TO WS-LP-HORA(3:1)
           MOVE WK-PND-FECHA-HORA-CAPTURA(11:2) TO WS-LP-HORA(4:2)
           EVALUATE WS-CANT-LISTADAS
               WHEN 1 MOVE WS-LINEA-PENDIENTE TO LINP1O
               WHEN 2 MOVE WS-LINEA-PENDIENTE TO LINP2O
               WHEN 3 MOVE WS-LINEA-PENDIENTE TO LINP3O
               WHEN 4 MOVE WS-LINEA-PENDIENTE TO LINP4O
               WHEN 5 MOVE WS-LINEA-PENDIENTE TO LINP5O
               WHEN 6 MOVE WS-LINEA-PENDIENTE TO LINP6O
               WHEN 7 MOVE WS-LINEA-PENDIENTE TO LINP7O
               WHEN 8 MOVE WS-LINEA-PENDIENTE TO LINP8O
           END-EVALUATE.

      *    SECUENCIA DEL JOURNAL: STARTBR DESDE HIGH-VALUES Y
      *    READPREV (MISMO MECANISMO QUE CLIMANT SOBRE CLIMANJ). EL
      *    JOURNAL NUNCA VOLTEA LA DECISION YA APLICADA: UN ERROR ACA
      *    SOLO SE INFORMA EN EL MENSAJE.
       7000-JOURNALIZAR-DECISION.
           MOVE HIGH-VALUES TO WS-NPJ-CLAVE-BUSQ
           EXEC CICS STARTBR
               DATASET('NOVPENJ')
               RIDFLD(WS-NPJ-CLAVE-BUSQ)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               EXEC CICS READPREV
                   DATASET('NOVPENJ')
                   INTO(WK-NOVPENJ)
                   RIDFLD(WS-NPJ-CLAVE-BUSQ)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   COMPUTE WS-NPJ-SEQ-NUEVA = WK-NPJ-NRO-SEQ + 1
               ELSE
                   MOVE 1 TO WS-NPJ-SEQ-NUEVA
               END-IF
               EXEC CICS ENDBR
                   DATASET('NOVPENJ')
                   RESP(WS-RESP)
               END-EXEC
           ELSE
               MOVE 1 TO WS-NPJ-SEQ-NUEVA
           END-IF
           MOVE WS-NPJ-SEQ-NUEVA          TO WK-NPJ-NRO-SEQ
           MOVE FUNCTION CURRENT-DATE     TO WK-NPJ-FECHA-HORA
           MOVE WS-OPERADOR               TO WK-NPJ-OPERADOR
           MOVE EIBTRMID                  TO WK-NPJ-TERMINAL
           MOVE ACCIONI                   TO WK-NPJ-ACCION
           MOVE WK-PND-NRO-PEND           TO WK-NPJ-NRO-PEND
           MOVE WK-PND-DESTINO            TO WK-NPJ-DESTINO
           MOVE WK-PND-SUCURSAL           TO WK-NPJ-SUCURSAL
           MOVE WK-PND-OPERADOR-CAPTURA   TO WK-NPJ-OPERADOR-CAPTURA
           MOVE WK-PND-FECHA-HORA-CAPTURA TO WK-NPJ-FECHA-HORA-CAPTURA
           MOVE WK-PND-MOTIVO             TO WK-NPJ-MOTIVO
           MOVE WK-PND-NRO-SEQ-TRAN       TO WK-NPJ-NRO-SEQ-TRAN
           MOVE WK-PND-NOVEDAD            TO WK-NPJ-NOVEDAD
           EXEC CICS WRITE
               DATASET('NOVPENJ')
               FROM(WK-NOVPENJ)
               RIDFLD(WK-NPJ-NRO-SEQ)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'DECISION APLICADA PERO SIN JOURNAL -- REVISAR'
                   TO MSGO
           END-IF.

       8000-ENVIAR-PANTALLA.
           EXEC CICS SEND MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
               FROM(NOVAPR1O)
               ERASE
           END-EXEC.

       9999-ABEND.
           MOVE 'ERROR INESPERADO EN NOVAPRB' TO MSGO
           PERFORM 8000-ENVIAR-PANTALLA
           EXEC CICS RETURN
               TRANSID(WS-TRANSID)
               COMMAREA(WS-DUMMY-COMMAREA)
           END-EXEC
