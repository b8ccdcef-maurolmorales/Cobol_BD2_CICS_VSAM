       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPESEGV.
      ******************************************************************
      * PGM_28Y - OPESEGV                                              *
      * VERIFICACION DEL PERFIL DEL OPERADOR PARA LAS TRANSACCIONES    *
      * CICS DE MOSTRADOR (CLICONS, CTACONS, CLIBUSCA, CLINOVE,        *
      * CTANOVE, CLIMANT, NOVAPRB, CLICERE, ORDMANE). HASTA ACA        *
      * CUALQUIER TERMINAL PODIA CORRER CUALQUIER TRANSACCION Y LA     *
      * UNICA IDENTIFICACION ERA EL EIBTRMID.                          *
      * NO TIENE PANTALLA: CADA TRANSACCION LO INVOCA CON              *
      * EXEC CICS LINK PROGRAM('OPESEGV') Y LA COMMAREA CP-OPESEGC AL  *
      * ENTRAR, ANTES DE RECIBIR EL MAPA O LEER ARCHIVOS. CORRE EN LA  *
      * MISMA TAREA, ASI QUE EIBTRNID Y EIBTRMID SON LOS DE QUIEN LO   *
      * LLAMA:                                                         *
      *   - OPERADOR = USERID CICS (EXEC CICS ASSIGN, MISMO CRITERIO   *
      *     QUE LA DOBLE FIRMA DE PGM_28X/NOVAPRB)                     *
      *   - SUCURSAL = LA DEL TERMINAL EN CP-CLISUC (NO VIGENTE =      *
      *     '0000', MISMO CRITERIO QUE PGM_28A/CLINOVE)                *
      *   - SE BUSCA EN CP-OPEPERF LA FILA OPERADOR + TRANSACCION +    *
      *     SUCURSAL Y, SI NO ESTA VIGENTE, LA DE SUCURSAL '****'      *
      *   - AUTORIZADO: SE ANOTA LA FECHA DE ULTIMO USO DE LA FILA     *
      *     QUE LO HABILITO (UNA VEZ POR DIA; SI EL REWRITE FALLA NO   *
      *     SE DENIEGA POR ESO)                                        *
      *   - DENEGADO: SE GRABA LA VIOLACION EN CP-OPEVIOL CON          *
      *     OPERADOR, TERMINAL, TRANSACCION, SUCURSAL, HORA Y MOTIVO   *
      * UN ERROR AL LEER EL PERFIL DENIEGA: ANTE LA DUDA NO SE ENTRA.  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY CP-OPESEGC.

           COPY CP-OPEPERF.
           COPY CP-OPEVIOL.
           COPY CP-CLISUC   REPLACING WK-CLISUC BY WS-CLISUC-ROW.

       01  WS-RESP                        PIC S9(8) COMP.
       01  WS-FECHA-DE-HOY                PIC X(10).
       01  WS-PERFIL-HALLADO              PIC X.
           88  WS-HAY-PERFIL              VALUE 'S' FALSE 'N'.
       01  WS-VIO-CLAVE-BUSQ              PIC X(8).
       01  WS-VIO-SEQ-NUEVA               PIC 9(8).

       LINKAGE SECTION.
       01  DFHCOMMAREA                    PIC X(47).

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
      *    SIN COMMAREA NO HAY A QUIEN CONTESTARLE.
           IF EIBCALEN < LENGTH OF WK-OPESEGC
               EXEC CICS RETURN
               END-EXEC
           END-IF

           MOVE SPACES   TO WK-OPESEGC
           MOVE EIBTRNID TO WK-OSG-TRANSACCION
           SET WK-OSG-AUTORIZADO TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-FECHA-DE-HOY(1:4)
           MOVE '-'                        TO WS-FECHA-DE-HOY(5:1)
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-FECHA-DE-HOY(6:2)
           MOVE '-'                        TO WS-FECHA-DE-HOY(8:1)
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-FECHA-DE-HOY(9:2)

           PERFORM 1000-IDENTIFICAR-OPERADOR
           PERFORM 1100-DETERMINAR-SUCURSAL
           IF WK-OSG-AUTORIZADO
               PERFORM 2000-BUSCAR-PERFIL
           END-IF
           IF WK-OSG-AUTORIZADO
               PERFORM 3000-ANOTAR-ULTIMO-USO
           ELSE
               PERFORM 4000-REGISTRAR-VIOLACION
           END-IF

           MOVE WK-OPESEGC TO DFHCOMMAREA
           EXEC CICS RETURN
           END-EXEC.

      *    SIN USERID NO HAY PERFIL QUE BUSCAR. EL USUARIO POR DEFECTO
      *    DE LA REGION (TERMINAL SIN SIGNON) NO TIENE PERFILES Y CAE
      *    COMO SIN PERFIL.
       1000-IDENTIFICAR-OPERADOR.
           EXEC CICS ASSIGN
               USERID(WK-OSG-OPERADOR)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WK-OSG-OPERADOR
           END-IF
           IF WK-OSG-OPERADOR = SPACES
               SET WK-OSG-DENEGADO TO TRUE
               MOVE 'OPERADOR NO IDENTIFICADO' TO WK-OSG-MOTIVO
           END-IF.

       1100-DETERMINAR-SUCURSAL.
           MOVE EIBTRMID TO WK-OSG-SUCURSAL
           MOVE EIBTRMID TO WK-SUC-CODIGO OF WS-CLISUC-ROW
           EXEC CICS READ
               DATASET('CLISUC')
               INTO(WS-CLISUC-ROW)
               RIDFLD(WK-SUC-CODIGO OF WS-CLISUC-ROW)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR NOT WK-SUC-ES-VIGENTE OF WS-CLISUC-ROW
               MOVE '0000' TO WK-OSG-SUCURSAL
           END-IF.

      *    PRIMERO LA FILA DE LA SUCURSAL DEL TERMINAL; SI NO HAY UNA
      *    VIGENTE, LA DE TODAS LAS SUCURSALES ('****'). EL MOTIVO
      *    DISTINGUE AL OPERADOR SIN FILA DEL QUE LA TIENE RETIRADA.
       2000-BUSCAR-PERFIL.
           SET WS-HAY-PERFIL TO FALSE
           MOVE WK-OSG-SUCURSAL TO WK-OPE-SUCURSAL
           PERFORM 2100-LEER-PERFIL
           IF NOT WK-OSG-AUTORIZADO
               MOVE '****' TO WK-OPE-SUCURSAL
               PERFORM 2100-LEER-PERFIL
           END-IF
           IF NOT WK-OSG-AUTORIZADO
               SET WK-OSG-DENEGADO TO TRUE
               IF WK-OSG-MOTIVO = SPACES
                   IF WS-HAY-PERFIL
                       MOVE 'PERFIL NO VIGENTE' TO WK-OSG-MOTIVO
                   ELSE
                       MOVE 'SIN PERFIL EN TRANSACCION/SUC'
                           TO WK-OSG-MOTIVO
                   END-IF
               END-IF
           END-IF.

       2100-LEER-PERFIL.
           MOVE SPACES TO WK-OSG-RESULTADO
           MOVE WK-OSG-OPERADOR    TO WK-OPE-OPERADOR
           MOVE WK-OSG-TRANSACCION TO WK-OPE-TRANSACCION
           EXEC CICS READ
               DATASET('OPEPERF')
               INTO(WK-OPEPERF)
               RIDFLD(WK-OPE-CLAVE)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-HAY-PERFIL TO TRUE
               IF WK-OPE-ES-VIGENTE
                   SET WK-OSG-AUTORIZADO TO TRUE
               END-IF
           ELSE
               IF WS-RESP NOT = DFHRESP(NOTFND)
                   MOVE 'ERROR AL LEER OPEPERF' TO WK-OSG-MOTIVO
               END-IF
           END-IF.

      *    LA FECHA DE ULTIMO USO ALIMENTA EL LISTADO DE PERFILES SIN
      *    USO DE OPESEGR. SOLO SE REGRABA LA PRIMERA VEZ DEL DIA, ASI
      *    EL ACCESO DE CADA CONSULTA NO COMPITE POR LA FILA.
       3000-ANOTAR-ULTIMO-USO.
           IF WK-OPE-FECHA-ULTIMO-USO NOT = WS-FECHA-DE-HOY
               EXEC CICS READ
                   DATASET('OPEPERF')
                   INTO(WK-OPEPERF)
                   RIDFLD(WK-OPE-CLAVE)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE WS-FECHA-DE-HOY TO WK-OPE-FECHA-ULTIMO-USO
                   EXEC CICS REWRITE
                       DATASET('OPEPERF')
                       FROM(WK-OPEPERF)
                       RESP(WS-RESP)
                   END-EXEC
               END-IF
           END-IF.

      *    SECUENCIA DEL LOG: STARTBR DESDE HIGH-VALUES Y READPREV
      *    (MISMO MECANISMO QUE CLIMANT SOBRE CLIMANJ). LA DENEGACION
      *    NO DEPENDE DE QUE EL LOG SE PUEDA GRABAR.
       4000-REGISTRAR-VIOLACION.
           MOVE HIGH-VALUES TO WS-VIO-CLAVE-BUSQ
           EXEC CICS STARTBR
               DATASET('OPEVIOL')
               RIDFLD(WS-VIO-CLAVE-BUSQ)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               EXEC CICS READPREV
                   DATASET('OPEVIOL')
                   INTO(WK-OPEVIOL)
                   RIDFLD(WS-VIO-CLAVE-BUSQ)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   COMPUTE WS-VIO-SEQ-NUEVA = WK-VIO-NRO-SEQ + 1
               ELSE
                   MOVE 1 TO WS-VIO-SEQ-NUEVA
               END-IF
               EXEC CICS ENDBR
                   DATASET('OPEVIOL')
                   RESP(WS-RESP)
               END-EXEC
           ELSE
               MOVE 1 TO WS-VIO-SEQ-NUEVA
           END-IF
           MOVE WS-VIO-SEQ-NUEVA      TO WK-VIO-NRO-SEQ
           MOVE FUNCTION CURRENT-DATE TO WK-VIO-FECHA-HORA
           MOVE WK-OSG-OPERADOR       TO WK-VIO-OPERADOR
           MOVE EIBTRMID              TO WK-VIO-TERMINAL
           MOVE WK-OSG-TRANSACCION    TO WK-VIO-TRANSACCION
           MOVE WK-OSG-SUCURSAL       TO WK-VIO-SUCURSAL
           MOVE WK-OSG-MOTIVO         TO WK-VIO-MOTIVO
           EXEC CICS WRITE
               DATASET('OPEVIOL')
               FROM(WK-OPEVIOL)
               RIDFLD(WK-VIO-NRO-SEQ)
               RESP(WS-RESP)
           END-EXEC.
