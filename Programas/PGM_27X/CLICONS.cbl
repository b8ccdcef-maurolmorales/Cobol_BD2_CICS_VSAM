      * Y NO UN DOCUMENTO), EL DOCUMENTO SE RESUELVE VIA EL ARCHIVO    *
      * CRUZADO CP-CLIXREF (PGM_27T, MANTENIDO POR CLICARGA) Y LA      *
      * CONSULTA SIGUE EL CAMINO DE SIEMPRE.                           *
      * AL ENTRAR (TAMBIEN LA PRIMERA VEZ) SE VERIFICA EL PERFIL DEL   *
      * OPERADOR CON PGM_28Y/OPESEGV (EXEC CICS LINK, CP-OPESEGC): SIN *
      * PERFIL VIGENTE PARA LA TRANSACCION EN LA SUCURSAL DEL TERMINAL *
      * SE MUESTRA EL MOTIVO Y NO SE HACE NADA MAS.                    *
      * RECERTIFICACION DE DATOS: SI EL CLIENTE VIGENTE TIENE LA       *
      * RECERTIFICACION VENCIDA O ESTA BLOQUEADO EN CP-CLICERT         *
      * (PGM_28Z, CALCULADO POR CLICERTV) EL MENSAJE LO ADVIERTE PARA  *
      * QUE EL MOSTRADOR LE PIDA LOS DATOS Y LO REGISTRE CON CLICERE.  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY CP-CLICNSM.
           COPY CP-OPESEGC.

           COPY CP-TBVCLIEN REPLACING WK-TBCLIE BY WS-TBVCLIEN-ROW.
           COPY CP-TBVCLIEN REPLACING WK-TBCLIE BY WS-TBVCLIEN-HIST.
           COPY CP-CLISEQ   REPLACING WK-CLISEQ BY WS-CLISEQ-ROW.
           COPY CP-CLIXREF  REPLACING WK-CLIXREF BY WS-CLIXREF-ROW.
           COPY CP-CLICERT.

       01  WS-MAPSET                      PIC X(8) VALUE 'CLICNSM'.
       01  WS-MAPNAME                     PIC X(8) VALUE 'CLICNS1'.
           05 WS-CDB-NRO-SEC              PIC 9(2).
       01  WS-FIN-BROWSE-SW               PIC X.
           88  WS-FIN-BROWSE              VALUE 'S' FALSE 'N'.
       01  WS-CLIENTE-VIGENTE-SW          PIC X.
           88  WS-CLIENTE-VIGENTE         VALUE 'S' FALSE 'N'.
       01  WS-CANT-HIST-LISTADAS          PIC 9(2).
       01  WS-LINEA-HISTORIA              PIC X(78).

               LABEL(9999-ABEND)
           END-EXEC

      *    PERFIL DEL OPERADOR ANTES DE CUALQUIER OTRA COSA.
           PERFORM 0050-VERIFICAR-PERFIL

           IF EIBCALEN = 0
               MOVE SPACES TO CLICNS1O
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
               MOVE SPACES TO CLICNS1O
               STRING 'ACCESO DENEGADO: ' WK-OSG-MOTIVO
                      DELIMITED BY SIZE INTO MSGO
               PERFORM 8000-ENVIAR-PANTALLA
               EXEC CICS RETURN
               END-EXEC
           END-IF.

       1000-BUSCAR-CLIENTE.
           MOVE SPACES TO WS-TBVCLIEN-ROW
           MOVE SPACES TO MSGO
               MOVE ZEROS TO HISDESI
           END-IF
           SET WS-DOC-RESUELTO TO TRUE
           SET WS-CLIENTE-VIGENTE TO FALSE
           IF NROCLIL > ZEROS AND NRODOCL = ZEROS
               PERFORM 1100-RESOLVER-POR-NRO-CLIENTE
           END-IF
               IF HISDESL > ZEROS AND HISDESI > ZEROS
                   PERFORM 3000-PAGINAR-HISTORIA
               END-IF
               IF WS-CLIENTE-VIGENTE
                   PERFORM 1300-CONTROLAR-RECERTIFICACION
               END-IF
           END-IF.

      *    EL MOSTRADOR SOLO TRAE UN NRO_CLIENTE (EJ. UN RESUMEN DE
                   END-IF
                   MOVE WK-SEQ-NRO-CLIENTE OF WS-CLISEQ-ROW
                       TO NROCLIO
                   IF WK-SEQ-ULTIMO-TIPO-NOV OF WS-CLISEQ-ROW
                      NOT = 'BA'
                       SET WS-CLIENTE-VIGENTE TO TRUE
                   END-IF
                   MOVE WK-SEQ-ULTIMO-TIPO-NOV OF WS-CLISEQ-ROW TO
                       WK-CLI-TIPO-NOVEDAD OF WS-TBVCLIEN-ROW
                   MOVE WK-SEQ-TIPO-DOCUMENTO OF WS-CLISEQ-ROW TO
           END-IF
           MOVE WS-NRO-SEC-BUSCADA TO NROSECO.

      *    EL AVISO DE RECERTIFICACION PISA CUALQUIER OTRO MENSAJE:
      *    ES LO QUE EL MOSTRADOR NO PUEDE DEJAR PASAR. SIN FILA EN
      *    CLICERT (CLIENTE NUEVO, TODAVIA NO EVALUADO) NO SE AVISA.
       1300-CONTROLAR-RECERTIFICACION.
           MOVE WK-SEQ-NRO-CLIENTE OF WS-CLISEQ-ROW
               TO WK-CER-NRO-CLIENTE
           EXEC CICS READ
               DATASET('CLICERT')
               INTO(WK-CLICERT)
               RIDFLD(WK-CER-NRO-CLIENTE)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               IF WK-CER-VENCIDO
                   MOVE SPACES TO MSGO
                   STRING 'AVISO: RECERTIFICACION DE DATOS VENCIDA EL '
                          WK-CER-FECHA-VENCIMIENTO
                          DELIMITED BY SIZE INTO MSGO
               END-IF
               IF WK-CER-BLOQUEADO
                   MOVE SPACES TO MSGO
                   STRING 'SIN RECERTIFICAR: APERTURAS BLOQUEADAS '
                          'DESDE ' WK-CER-FECHA-BLOQUEO
                          DELIMITED BY SIZE INTO MSGO
               END-IF
           END-IF.

       2000-LEER-TBVCLIEN.
           EXEC CICS READ
               DATASET('TBVCLIEN')
