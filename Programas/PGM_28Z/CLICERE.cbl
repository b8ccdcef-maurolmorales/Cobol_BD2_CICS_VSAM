       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLICERE.
      ******************************************************************
      * PGM_28Z - CLICERE                                              *
      * TRANSACCION CICS DE RECERTIFICACION DE DATOS DEL CLIENTE       *
      * (CONOZCA A SU CLIENTE). PANTALLA CLICERM/CLICER1 (VER          *
      * CLICERM.BMS Y CP-CLICERM). EL OPERADOR TIPEA TIPO_DOCUMENTO +  *
      * NRO_DOCUMENTO (O SOLO NRO_CLIENTE, QUE SE RESUELVE VIA         *
      * CP-CLIXREF COMO EN CLICONS) Y UNA ACCION:                      *
      *   - CON: MUESTRA LA FILA DE CP-CLICERT (PERFIL, ULTIMA         *
      *     RECERTIFICACION, CONFIRMACION, VENCIMIENTO, BLOQUEO,       *
      *     ESTADO Y ULTIMO AVISO) QUE MANTIENE PGM_28Z/CLICERTV       *
      *   - REC: EL CLIENTE RECONFIRMO SUS DATOS EN EL MOSTRADOR. SE   *
      *     ANOTA LA FECHA, EL OPERADOR (USERID CICS) Y CONFIRMACION   *
      *     RC, Y EL CLIENTE QUEDA AL DIA EN EL ACTO (CLICONS, CTANOVE *
      *     Y CTACARGA YA NO LO AVISAN NI LO BLOQUEAN). VENCIMIENTO Y  *
      *     BLOQUEO QUEDAN EN BLANCO HASTA QUE CLICERTV LOS RECALCULE  *
      *     ESA NOCHE. SI SE TIPEA UN PERFIL SE APLICA EN EL MISMO ACTO*
      *   - PER: CAMBIA SOLO EL PERFIL DE RIESGO; EL NUEVO PERIODO     *
      *     RIGE DESDE LA PROXIMA CORRIDA DE CLICERTV                  *
      * SOLO SE ADMITEN CLIENTES VIGENTES (CP-CLISEQ CON ULTIMO        *
      * TIPO_NOVEDAD <> BA), IGUAL QUE LAS CAPTURAS DE CTANOVE. UN     *
      * CLIENTE QUE TODAVIA NO TIENE FILA EN CLICERT LA RECIBE ACA SI  *
      * SE INDICA EL PERFIL.                                           *
      * AL ENTRAR (TAMBIEN LA PRIMERA VEZ) SE VERIFICA EL PERFIL DEL   *
      * OPERADOR CON PGM_28Y/OPESEGV (EXEC CICS LINK, CP-OPESEGC): SIN *
      * PERFIL VIGENTE PARA LA TRANSACCION EN LA SUCURSAL DEL TERMINAL *
      * SE MUESTRA EL MOTIVO Y NO SE HACE NADA MAS.                    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY CP-CLICERM.
           COPY CP-OPESEGC.

           COPY CP-CLICERT.
           COPY CP-TBVCLIEN REPLACING WK-TBCLIE BY WS-TBVCLIEN-ROW.
           COPY CP-CLISEQ   REPLACING WK-CLISEQ BY WS-CLISEQ-ROW.
           COPY CP-CLIXREF  REPLACING WK-CLIXREF BY WS-CLIXREF-ROW.

       01  WS-MAPSET                      PIC X(8) VALUE 'CLICERM'.
       01  WS-MAPNAME                     PIC X(8) VALUE 'CLICER1'.
       01  WS-TRANSID                     PIC X(4) VALUE 'CLIR'.
       01  WS-RESP                        PIC S9(8) COMP.
       01  WS-DUMMY-COMMAREA              PIC X(1).

       01  WS-PEDIDO-VALIDO               PIC X.
           88  WS-PEDIDO-OK               VALUE 'S' FALSE 'N'.
       01  WS-CER-HALLADA-SW              PIC X.
           88  WS-CER-HALLADA             VALUE 'S' FALSE 'N'.
       01  WS-OPERADOR                    PIC X(8).
       01  WS-FECHA-DE-HOY                PIC X(10).

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           EXEC CICS HANDLE ABEND
               LABEL(9999-ABEND)
           END-EXEC

      *    PERFIL DEL OPERADOR ANTES DE CUALQUIER OTRA COSA.
           PERFORM 0050-VERIFICAR-PERFIL

           IF EIBCALEN = 0
               MOVE SPACES TO CLICER1O
               PERFORM 8000-ENVIAR-PANTALLA
               EXEC CICS RETURN
                   TRANSID(WS-TRANSID)
                   COMMAREA(WS-DUMMY-COMMAREA)
               END-EXEC
           END-IF

           EXEC CICS RECEIVE
               MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
               INTO(CLICER1I)
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
               MOVE SPACES TO CLICER1O
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
           PERFORM 1060-LIMPIAR-DATOS
           PERFORM 1070-VALIDAR-ACCION
           IF WS-PEDIDO-OK
               IF NROCLII > ZEROS AND NRODOCI = ZEROS
                   PERFORM 1100-RESOLVER-POR-NRO-CLIENTE
               END-IF
           END-IF
           IF WS-PEDIDO-OK
               PERFORM 1200-VALIDAR-CLIENTE-VIGENTE
           END-IF
           IF WS-PEDIDO-OK
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-FECHA-DE-HOY(1:4)
               MOVE '-'                        TO WS-FECHA-DE-HOY(5:1)
               MOVE FUNCTION CURRENT-DATE(5:2) TO WS-FECHA-DE-HOY(6:2)
               MOVE '-'                        TO WS-FECHA-DE-HOY(8:1)
               MOVE FUNCTION CURRENT-DATE(7:2) TO WS-FECHA-DE-HOY(9:2)
               EVALUATE ACCIONI
                   WHEN 'CON'
                       PERFORM 2000-CONSULTAR
                   WHEN 'REC'
                       PERFORM 2200-RECERTIFICAR
                   WHEN 'PER'
                       PERFORM 2300-CAMBIAR-PERFIL
               END-EVALUATE
           END-IF.

      *    MISMA NORMALIZACION QUE CLINOVE (PGM_28A): LO NO TIPEADO
      *    LLEGA COMO LOW-VALUES Y LOS NUMERICOS NO NUMERICOS QUEDAN
      *    EN CERO. SIN ACCION SE CONSULTA.
       1050-NORMALIZAR-ENTRADA.
           INSPECT TIPDOCI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT ACCIONI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT PERFILI REPLACING ALL LOW-VALUE BY SPACE
           IF NRODOCI NOT NUMERIC
               MOVE ZEROS TO NRODOCI
           END-IF
           IF NROCLII NOT NUMERIC
               MOVE ZEROS TO NROCLII
           END-IF
           IF ACCIONI = SPACES
               MOVE 'CON' TO ACCIONI
           END-IF.

       1060-LIMPIAR-DATOS.
           MOVE SPACES TO NOMBREO APELLIO FRECERO OPERECO FCONFO
                          ORIGENO FVENCO FBLOQO ESTADOO FAVISOO
                          RAVISOO.

       1070-VALIDAR-ACCION.
           IF ACCIONI NOT = 'CON' AND ACCIONI NOT = 'REC'
              AND ACCIONI NOT = 'PER'
               MOVE 'ACCION INVALIDA (DEBE SER CON/REC/PER)' TO MSGO
               SET WS-PEDIDO-OK TO FALSE
           END-IF
           IF WS-PEDIDO-OK AND PERFILI NOT = SPACE
               IF PERFILI NOT = 'A' AND PERFILI NOT = 'M'
                  AND PERFILI NOT = 'B'
                   MOVE 'PERFIL INVALIDO (DEBE SER A/M/B)' TO MSGO
                   SET WS-PEDIDO-OK TO FALSE
               END-IF
           END-IF
           IF WS-PEDIDO-OK AND ACCIONI = 'PER' AND PERFILI = SPACE
               MOVE 'PERFIL ES OBLIGATORIO PARA CAMBIARLO' TO MSGO
               SET WS-PEDIDO-OK TO FALSE
           END-IF
           IF WS-PEDIDO-OK AND NRODOCI = ZEROS AND NROCLII = ZEROS
               MOVE 'DOCUMENTO O NRO_CLIENTE ES OBLIGATORIO' TO MSGO
               SET WS-PEDIDO-OK TO FALSE
           END-IF.

      *    EL MOSTRADOR SOLO TRAE UN NRO_CLIENTE: EL DOCUMENTO SE
      *    RESUELVE VIA CP-CLIXREF (MISMO CRITERIO QUE CLICONS).
       1100-RESOLVER-POR-NRO-CLIENTE.
           MOVE NROCLII TO WK-XRF-NRO-CLIENTE OF WS-CLIXREF-ROW
           EXEC CICS READ
               DATASET('CLIXREF')
               INTO(WS-CLIXREF-ROW)
               RIDFLD(WK-XRF-NRO-CLIENTE OF WS-CLIXREF-ROW)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE WK-XRF-TIPO-DOCUMENTO OF WS-CLIXREF-ROW
                   TO TIPDOCI
               MOVE WK-XRF-NRO-DOCUMENTO OF WS-CLIXREF-ROW
                   TO NRODOCI
           ELSE
               MOVE 'CLIENTE NO ENCONTRADO POR NRO_CLIENTE' TO MSGO
               SET WS-PEDIDO-OK TO FALSE
           END-IF.

      *    MISMO CONTROL DE VIGENCIA QUE CTANOVE (PGM_28M): CLISEQ
      *    DEBE EXISTIR, CON EL MISMO TIPO_DOCUMENTO Y SIN BAJA.
       1200-VALIDAR-CLIENTE-VIGENTE.
           MOVE NRODOCI TO WK-SEQ-NRO-DOCUMENTO OF WS-CLISEQ-ROW
           EXEC CICS READ
               DATASET('CLISEQ')
               INTO(WS-CLISEQ-ROW)
               RIDFLD(WK-SEQ-NRO-DOCUMENTO OF WS-CLISEQ-ROW)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR TIPDOCI NOT = WK-SEQ-TIPO-DOCUMENTO OF WS-CLISEQ-ROW
               MOVE 'CLIENTE NO ENCONTRADO (SIN ALTA PREVIA)' TO MSGO
               SET WS-PEDIDO-OK TO FALSE
           ELSE
               MOVE WK-SEQ-NRO-CLIENTE OF WS-CLISEQ-ROW TO NROCLIO
               IF WK-SEQ-ULTIMO-TIPO-NOV OF WS-CLISEQ-ROW = 'BA'
                   MOVE 'CLIENTE DADO DE BAJA: NO SE RECERTIFICA'
                       TO MSGO
                   SET WS-PEDIDO-OK TO FALSE
               ELSE
                   PERFORM 1300-LEER-TBVCLIEN
               END-IF
           END-IF.

       1300-LEER-TBVCLIEN.
           MOVE WK-SEQ-ULTIMO-TIPO-NOV OF WS-CLISEQ-ROW TO
               WK-CLI-TIPO-NOVEDAD OF WS-TBVCLIEN-ROW
           MOVE WK-SEQ-TIPO-DOCUMENTO OF WS-CLISEQ-ROW TO
               WK-CLI-TIPO-DOCUMENTO OF WS-TBVCLIEN-ROW
           MOVE WK-SEQ-NRO-DOCUMENTO OF WS-CLISEQ-ROW TO
               WK-CLI-NRO-DOCUMENTO OF WS-TBVCLIEN-ROW
           MOVE WK-SEQ-ULTIMA-SEC OF WS-CLISEQ-ROW TO
               WK-CLI-NRO-SEC OF WS-TBVCLIEN-ROW
           EXEC CICS READ
               DATASET('TBVCLIEN')
               INTO(WS-TBVCLIEN-ROW)
               RIDFLD(WK-CLI-CLAVE OF WS-TBVCLIEN-ROW)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE WK-CLI-NOMBRE-CLIENTE OF WS-TBVCLIEN-ROW
                   TO NOMBREO
               MOVE WK-CLI-APELLIDO-CLIENTE OF WS-TBVCLIEN-ROW
                   TO APELLIO
           END-IF.

       2000-CONSULTAR.
           PERFORM 2100-LEER-CLICERT
           IF WS-PEDIDO-OK
               IF WS-CER-HALLADA
                   PERFORM 3000-MOSTRAR-CLICERT
               ELSE
                   MOVE 'SIN FILA DE RECERTIFICACION: SE CREA DE NOCHE'
                       TO MSGO
               END-IF
           END-IF.

       2100-LEER-CLICERT.
           SET WS-CER-HALLADA TO FALSE
           MOVE NROCLIO TO WK-CER-NRO-CLIENTE
           IF ACCIONI = 'CON'
               EXEC CICS READ
                   DATASET('CLICERT')
                   INTO(WK-CLICERT)
                   RIDFLD(WK-CER-NRO-CLIENTE)
                   RESP(WS-RESP)
               END-EXEC
           ELSE
               EXEC CICS READ
                   DATASET('CLICERT')
                   INTO(WK-CLICERT)
                   RIDFLD(WK-CER-NRO-CLIENTE)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   SET WS-CER-HALLADA TO TRUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE SPACES  TO WK-CLICERT
                   MOVE NROCLIO TO WK-CER-NRO-CLIENTE
                   MOVE WK-SEQ-TIPO-DOCUMENTO OF WS-CLISEQ-ROW
                       TO WK-CER-TIPO-DOCUMENTO
                   MOVE WK-SEQ-NRO-DOCUMENTO OF WS-CLISEQ-ROW
                       TO WK-CER-NRO-DOCUMENTO
               WHEN OTHER
                   MOVE 'ERROR AL LEER CLICERT' TO MSGO
                   SET WS-PEDIDO-OK TO FALSE
           END-EVALUATE.

      *    LA RECERTIFICACION DEJA AL CLIENTE AL DIA DESDE YA; LAS
      *    FECHAS DEL CICLO LAS RECALCULA CLICERTV CON EL PERIODO DEL
      *    PERFIL. UN CLIENTE SIN FILA NECESITA EL PERFIL TIPEADO.
       2200-RECERTIFICAR.
           PERFORM 2050-OBTENER-OPERADOR
           IF WS-PEDIDO-OK
               PERFORM 2100-LEER-CLICERT
           END-IF
           IF WS-PEDIDO-OK AND NOT WS-CER-HALLADA
              AND PERFILI = SPACE
               MOVE 'CLIENTE SIN PERFIL: INDICAR PERFIL DE RIESGO'
                   TO MSGO
               SET WS-PEDIDO-OK TO FALSE
           END-IF
           IF WS-PEDIDO-OK
               IF PERFILI NOT = SPACE
                   MOVE PERFILI TO WK-CER-PERFIL-RIESGO
               END-IF
               MOVE WS-FECHA-DE-HOY TO WK-CER-FECHA-RECERT
                                       WK-CER-FECHA-CONFIRMACION
               MOVE WS-OPERADOR     TO WK-CER-OPERADOR-RECERT
               MOVE 'RC'            TO WK-CER-ORIGEN-CONFIRMACION
               MOVE SPACES          TO WK-CER-FECHA-VENCIMIENTO
                                       WK-CER-FECHA-BLOQUEO
               SET WK-CER-AL-DIA TO TRUE
               MOVE WS-FECHA-DE-HOY TO WK-CER-FECHA-CALCULO
               PERFORM 2400-GRABAR-CLICERT
           END-IF
           IF WS-PEDIDO-OK
               PERFORM 3000-MOSTRAR-CLICERT
               MOVE 'RECERTIFICACION REGISTRADA: CLIENTE AL DIA'
                   TO MSGO
           END-IF.

      *    SOLO EL PERFIL: EL ESTADO Y LAS FECHAS SIGUEN COMO ESTAN
      *    HASTA LA PROXIMA CORRIDA DE CLICERTV.
       2300-CAMBIAR-PERFIL.
           PERFORM 2050-OBTENER-OPERADOR
           IF WS-PEDIDO-OK
               PERFORM 2100-LEER-CLICERT
           END-IF
           IF WS-PEDIDO-OK
               MOVE PERFILI TO WK-CER-PERFIL-RIESGO
               PERFORM 2400-GRABAR-CLICERT
           END-IF
           IF WS-PEDIDO-OK
               PERFORM 3000-MOSTRAR-CLICERT
               MOVE 'PERFIL ACTUALIZADO: EL CICLO SE RECALCULA DE NOCHE'
                   TO MSGO
           END-IF.

      *    MISMO CRITERIO QUE NOVAPRB: LA ACCION QUEDA A NOMBRE DEL
      *    OPERADOR, NO DEL TERMINAL.
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

       2400-GRABAR-CLICERT.
           IF WS-CER-HALLADA
               EXEC CICS REWRITE
                   DATASET('CLICERT')
                   FROM(WK-CLICERT)
                   RESP(WS-RESP)
               END-EXEC
           ELSE
               EXEC CICS WRITE
                   DATASET('CLICERT')
                   FROM(WK-CLICERT)
                   RIDFLD(WK-CER-NRO-CLIENTE)
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
               IF WS-RESP = DFHRESP(DUPREC)
                   MOVE 'LA FILA SE CREO RECIEN, REINTENTAR' TO MSGO
               ELSE
                   MOVE 'ERROR AL GRABAR CLICERT' TO MSGO
               END-IF
               SET WS-PEDIDO-OK TO FALSE
           END-IF.

       3000-MOSTRAR-CLICERT.
           MOVE WK-CER-PERFIL-RIESGO       TO PERFILO
           MOVE WK-CER-FECHA-RECERT        TO FRECERO
           MOVE WK-CER-OPERADOR-RECERT     TO OPERECO
           MOVE WK-CER-FECHA-CONFIRMACION  TO FCONFO
           MOVE WK-CER-ORIGEN-CONFIRMACION TO ORIGENO
           MOVE WK-CER-FECHA-VENCIMIENTO   TO FVENCO
           MOVE WK-CER-FECHA-BLOQUEO       TO FBLOQO
           MOVE WK-CER-FECHA-AVISO         TO FAVISOO
           MOVE WK-CER-RESULTADO-AVISO     TO RAVISOO
           EVALUATE TRUE
               WHEN WK-CER-AL-DIA
                   MOVE 'AL DIA' TO ESTADOO
               WHEN WK-CER-VENCIDO
                   MOVE 'VENCIDA (EN GRACIA)' TO ESTADOO
               WHEN WK-CER-BLOQUEADO
                   MOVE 'BLOQUEADO PARA APERTURAS AP' TO ESTADOO
               WHEN OTHER
                   MOVE 'SE CALCULA EN CORRIDA NOCTURNA' TO ESTADOO
           END-EVALUATE.

       8000-ENVIAR-PANTALLA.
           EXEC CICS SEND MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
               FROM(CLICER1O)
               ERASE
           END-EXEC.

       9999-ABEND.
           MOVE 'ERROR INESPERADO EN CLICERE' TO MSGO
           PERFORM 8000-ENVIAR-PANTALLA
           EXEC CICS RETURN
               TRANSID(WS-TRANSID)
               COMMAREA(WS-DUMMY-COMMAREA)
           END-EXEC.
