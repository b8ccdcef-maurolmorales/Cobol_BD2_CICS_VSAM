      * PANTALLA CTACNSM/CTACNS1 (VER CTACNSM.BMS Y CP-CTACNSM):       *
      *   - CON NRO_CUENTA SE LEE LA CUENTA DIRECTO POR SU CLAVE Y SE  *
      *     MUESTRAN TIPO, ESTADO (AB/CE), FECHAS DE APERTURA/CIERRE   *
      *     Y SALDO, MAS APELLIDO Y NOMBRE DEL TITULAR, Y EN LAS       *
      *     LINEAS DE ABAJO SUS 6 ULTIMOS MOVIMIENTOS APLICADOS (MAS   *
      *     RECIENTE PRIMERO) DESDE EL HISTORICO CTAMOVH (PGM_28J/     *
      *     CP-CTAMOVH): FECHA, TIPO, SENTIDO (C/D), IMPORTE, SALDO    *
      *     POSTERIOR Y, EN LAS TRANSFERENCIAS, LA CUENTA CONTRAPARTE  *
      *   - CON NRO_CLIENTE (Y NRO_CUENTA EN CERO) SE LISTAN TODAS     *
      *     LAS CUENTAS DEL CLIENTE VIA LA ALTERNATE KEY               *
      *     WK-CTA-NRO-CLIENTE, LEIDA BAJO CICS POR EL PATH CUENTASX   *
      *     (FCT DE LA REGION SOBRE EL INDICE ALTERNADO DE CUENTAS)    *
      * CUENTAS CONJUNTAS (CP-CTATIT, PGM_28W):                        *
      *   - EN LA CONSULTA POR CUENTA, LA LINEA TITULARES MUESTRA      *
      *     CADA CLIENTE CON FILA VIGENTE Y SU ROL (NNNNN/T, /C, /A),  *
      *     RECORRIENDO CTATIT POR SU CLAVE CUENTA + CLIENTE           *
      *   - EN LA CONSULTA POR CLIENTE, DESPUES DE SUS CUENTAS COMO    *
      *     TITULAR PRINCIPAL SE LISTAN LAS CUENTAS DONDE ES COTITULAR,*
      *     TITULAR NO PRINCIPAL O APODERADO, VIA EL PATH CTATITX      *
      *     (ALTERNATE KEY NRO_CLIENTE DE CTATIT); CADA LINEA LLEVA    *
      *     EL ROL DEL CLIENTE (R=T/C/A)                               *
      * EL TITULAR SE RESUELVE IGUAL QUE CLICONS RESUELVE UN           *
      * NRO_CLIENTE: CP-CLIXREF (PGM_27T) DA EL DOCUMENTO, CP-CLISEQ   *
      * DA LA SECUENCIA VIGENTE Y CON ESO SE ARMA LA CLAVE DE          *
      * TBVCLIEN (PGM_27S) PARA LEER APELLIDO Y NOMBRE.                *
      * AL ENTRAR (TAMBIEN LA PRIMERA VEZ) SE VERIFICA EL PERFIL DEL   *
      * OPERADOR CON PGM_28Y/OPESEGV (EXEC CICS LINK, CP-OPESEGC): SIN *
      * PERFIL VIGENTE PARA LA TRANSACCION EN LA SUCURSAL DEL TERMINAL *
      * SE MUESTRA EL MOTIVO Y NO SE HACE NADA MAS.                    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY CP-CTACNSM.
           COPY CP-OPESEGC.

           COPY CP-CUENTAS  REPLACING WK-CUENTAS BY WS-CUENTAS-ROW.
           COPY CP-TBVCLIEN REPLACING WK-TBCLIE BY WS-TBVCLIEN-ROW.
           COPY CP-CLISEQ   REPLACING WK-CLISEQ BY WS-CLISEQ-ROW.
           COPY CP-CLIXREF  REPLACING WK-CLIXREF BY WS-CLIXREF-ROW.
           COPY CP-CTAMOVH  REPLACING WK-CTAMOVH BY WS-CTAMOVH-ROW.
           COPY CP-CTATIT   REPLACING WK-CTATIT BY WS-CTATIT-ROW.

       01  WS-MAPSET                      PIC X(8) VALUE 'CTACNSM'.
       01  WS-MAPNAME                     PIC X(8) VALUE 'CTACNS1'.
       01  WS-CANT-LISTADAS               PIC 9(2).
       01  WS-SALDO-EDITADO               PIC -(11)9.99.
       01  WS-LINEA-CUENTA                PIC X(78).
       01  WS-MVH-CLAVE-BR.
           05 WS-MVH-BR-CUENTA            PIC 9(10).
           05 WS-MVH-BR-RESTO             PIC X(16).
       01  WS-CANT-MOVIMIENTOS            PIC 9(8).
       01  WS-IMPORTE-EDITADO             PIC -(11)9.99.
       01  WS-CONTRAPARTE-EDITADA         PIC X(14).
       01  WS-FECHA-DE-HOY                PIC X(10).
       01  WS-ROL-LINEA                   PIC X(1).
       01  WS-TIT-CLAVE-BR.
           05 WS-TIT-BR-CUENTA            PIC 9(10).
           05 WS-TIT-BR-CLIENTE           PIC 9(5).
       01  WS-TIT-CLAVE-CLI               PIC 9(5).
       01  WS-CANT-TITULARES              PIC 9(2).
       01  WS-TITULS-PUNTERO              PIC 9(2).
       01  WS-FILA-VIGENTE-SW             PIC X.
           88  WS-FILA-VIGENTE            VALUE 'S' FALSE 'N'.
      *    ULTIMOS 6 MOVIMIENTOS, EL MAS RECIENTE EN LA POSICION 1
       01  WS-TABLA-ULTIMOS-MOV.
           05 WS-ULTIMO-MOV               PIC X(78) OCCURS 6 TIMES.
       01  WS-CLAVE-VIGENTE.
           05 WS-CV-TIPO-NOVEDAD          PIC X(2).
           05 WS-CV-TIPO-DOCUMENTO        PIC X(2).
               LABEL(9999-ABEND)
           END-EXEC

      *    PERFIL DEL OPERADOR ANTES DE CUALQUIER OTRA COSA.
           PERFORM 0050-VERIFICAR-PERFIL

           IF EIBCALEN = 0
               MOVE SPACES TO CTACNS1O
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
               MOVE SPACES TO CTACNS1O
               STRING 'ACCESO DENEGADO: ' WK-OSG-MOTIVO
                      DELIMITED BY SIZE INTO MSGO
               PERFORM 8000-ENVIAR-PANTALLA
               EXEC CICS RETURN
               END-EXEC
           END-IF.

       1000-CONSULTAR.
           MOVE SPACES TO MSGO
           MOVE SPACES TO TIPCTAO ESTADOO FAPERO FCIERO
                          APELLIO NOMBREO
           MOVE SPACES TO LINTITO TITULSO
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-FECHA-DE-HOY(1:4)
           MOVE '-'                        TO WS-FECHA-DE-HOY(5:1)
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-FECHA-DE-HOY(6:2)
           MOVE '-'                        TO WS-FECHA-DE-HOY(8:1)
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-FECHA-DE-HOY(9:2)
           MOVE SPACES TO LINC1O LINC2O LINC3O LINC4O LINC5O LINC6O
           IF NROCTAI NOT NUMERIC
               MOVE ZEROS TO NROCTAI
               MOVE WK-CTA-NRO-CLIENTE OF WS-CUENTAS-ROW TO
                   WS-CLIENTE-BUSCADO
               PERFORM 4000-RESOLVER-TITULAR
               PERFORM 2500-LISTAR-TITULARES
               PERFORM 5000-ULTIMOS-MOVIMIENTOS
           ELSE
               MOVE 'CUENTA NO ENCONTRADA EN CUENTAS' TO MSGO
           END-IF.

      *    TODAS LAS FILAS VIGENTES DE LA CUENTA EN CTATIT, EN LA
      *    LINEA TITULARES (HASTA 8; SI HAY MAS, TERMINA EN '+').
      *    UNA CUENTA SIN FILAS MUESTRA SOLO A SU TITULAR PRINCIPAL.
       2500-LISTAR-TITULARES.
           MOVE ZEROS TO WS-CANT-TITULARES
           MOVE 1 TO WS-TITULS-PUNTERO
           SET WS-FIN-BROWSE TO FALSE
           MOVE WK-CTA-NRO-CUENTA OF WS-CUENTAS-ROW TO WS-TIT-BR-CUENTA
           MOVE ZEROS TO WS-TIT-BR-CLIENTE
           EXEC CICS STARTBR
               DATASET('CTATIT')
               RIDFLD(WS-TIT-CLAVE-BR)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM UNTIL WS-FIN-BROWSE
                   PERFORM 2510-LEER-SIGUIENTE-TITULAR
               END-PERFORM
               EXEC CICS ENDBR
                   DATASET('CTATIT')
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           IF WS-CANT-TITULARES = ZEROS
               STRING WK-CTA-NRO-CLIENTE OF WS-CUENTAS-ROW '/T'
                      DELIMITED BY SIZE INTO TITULSO
           END-IF.

       2510-LEER-SIGUIENTE-TITULAR.
           EXEC CICS READNEXT
               DATASET('CTATIT')
               INTO(WS-CTATIT-ROW)
               RIDFLD(WS-TIT-CLAVE-BR)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR WK-TIT-NRO-CUENTA OF WS-CTATIT-ROW NOT =
                 WK-CTA-NRO-CUENTA OF WS-CUENTAS-ROW
               SET WS-FIN-BROWSE TO TRUE
           ELSE
               PERFORM 6000-EVALUAR-VIGENCIA-FILA
               IF WS-FILA-VIGENTE
                   ADD 1 TO WS-CANT-TITULARES
                   IF WS-CANT-TITULARES > 8
                       MOVE '+' TO TITULSO(64:1)
                       SET WS-FIN-BROWSE TO TRUE
                   ELSE
                       STRING WK-TIT-NRO-CLIENTE OF WS-CTATIT-ROW
                              '/' WK-TIT-ROL OF WS-CTATIT-ROW ' '
                              DELIMITED BY SIZE INTO TITULSO
                              WITH POINTER WS-TITULS-PUNTERO
                   END-IF
               END-IF
           END-IF.

      *    BROWSE POR EL PATH CUENTASX (INDICE ALTERNADO
      *    WK-CTA-NRO-CLIENTE DE CUENTAS): TODAS LAS CUENTAS DEL
      *    CLIENTE, HASTA LAS 6 LINEAS DE LA PANTALLA.
       3000-CONSULTA-POR-CLIENTE.
           MOVE NROCLII TO WS-CLIENTE-BUSCADO
           MOVE NROCLII TO NROCLIO
           MOVE 'CUENTAS DEL CLIENTE:' TO LINTITO
           PERFORM 4000-RESOLVER-TITULAR
           SET WS-FIN-BROWSE TO FALSE
           MOVE ZEROS TO WS-CANT-LISTADAS
               RIDFLD(WS-CTA-CLAVE-CLI)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM UNTIL WS-FIN-BROWSE
                   PERFORM 3100-LEER-SIGUIENTE-CUENTA
               END-PERFORM
                   DATASET('CUENTASX')
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           IF WS-CANT-LISTADAS < 6
               PERFORM 3500-CUENTAS-COMO-COTITULAR
           END-IF
           IF WS-CANT-LISTADAS = ZEROS
               MOVE 'EL CLIENTE NO TIENE CUENTAS' TO MSGO
           END-IF.

       3100-LEER-SIGUIENTE-CUENTA.
                  WS-CLIENTE-BUSCADO
                   SET WS-FIN-BROWSE TO TRUE
               ELSE
                   MOVE 'T' TO WS-ROL-LINEA
                   PERFORM 3200-ARMAR-LINEA-CUENTA
                   IF WS-CANT-LISTADAS >= 6
                       SET WS-FIN-BROWSE TO TRUE
                  ' AP=' WK-CTA-FECHA-APERTURA OF WS-CUENTAS-ROW
                  ' CI=' WK-CTA-FECHA-CIERRE OF WS-CUENTAS-ROW
                  ' SDO=' WS-SALDO-EDITADO
                  ' R=' WS-ROL-LINEA
                  DELIMITED BY SIZE INTO WS-LINEA-CUENTA
           EVALUATE WS-CANT-LISTADAS
               WHEN 1 MOVE WS-LINEA-CUENTA TO LINC1O
               WHEN 6 MOVE WS-LINEA-CUENTA TO LINC6O
           END-EVALUATE.

      *    BROWSE POR EL PATH CTATITX (ALTERNATE KEY NRO_CLIENTE DE
      *    CTATIT): LAS CUENTAS CON FILA VIGENTE DEL CLIENTE QUE NO LO
      *    TIENEN COMO TITULAR PRINCIPAL (ESAS YA SALIERON POR
      *    CUENTASX), HASTA COMPLETAR LAS 6 LINEAS.
       3500-CUENTAS-COMO-COTITULAR.
           SET WS-FIN-BROWSE TO FALSE
           MOVE WS-CLIENTE-BUSCADO TO WS-TIT-CLAVE-CLI
           EXEC CICS STARTBR
               DATASET('CTATITX')
               RIDFLD(WS-TIT-CLAVE-CLI)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM UNTIL WS-FIN-BROWSE
                   PERFORM 3510-LEER-SIGUIENTE-TITULARIDAD
               END-PERFORM
               EXEC CICS ENDBR
                   DATASET('CTATITX')
                   RESP(WS-RESP)
               END-EXEC
           END-IF.

       3510-LEER-SIGUIENTE-TITULARIDAD.
           EXEC CICS READNEXT
               DATASET('CTATITX')
               INTO(WS-CTATIT-ROW)
               RIDFLD(WS-TIT-CLAVE-CLI)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR WK-TIT-NRO-CLIENTE OF WS-CTATIT-ROW NOT =
                 WS-CLIENTE-BUSCADO
               SET WS-FIN-BROWSE TO TRUE
           ELSE
               PERFORM 6000-EVALUAR-VIGENCIA-FILA
               IF WS-FILA-VIGENTE
                   PERFORM 3520-LEER-CUENTA-COTITULAR
               END-IF
           END-IF.

       3520-LEER-CUENTA-COTITULAR.
           MOVE WK-TIT-NRO-CUENTA OF WS-CTATIT-ROW TO
               WK-CTA-NRO-CUENTA OF WS-CUENTAS-ROW
           EXEC CICS READ
               DATASET('CUENTAS')
               INTO(WS-CUENTAS-ROW)
               RIDFLD(WK-CTA-NRO-CUENTA OF WS-CUENTAS-ROW)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              AND WK-CTA-NRO-CLIENTE OF WS-CUENTAS-ROW NOT =
                  WS-CLIENTE-BUSCADO
               IF WS-CANT-LISTADAS >= 6
                   SET WS-FIN-BROWSE TO TRUE
                   MOVE 'HAY MAS CUENTAS QUE LINEAS EN PANTALLA'
                       TO MSGO
               ELSE
                   MOVE WK-TIT-ROL OF WS-CTATIT-ROW TO WS-ROL-LINEA
                   PERFORM 3200-ARMAR-LINEA-CUENTA
               END-IF
           END-IF.

      *    MISMO CAMINO QUE CLICONS (PGM_27X): CLIXREF RESUELVE EL
      *    DOCUMENTO, CLISEQ LA SECUENCIA VIGENTE, Y CON ESO SE LEE
      *    LA FILA VIGENTE DE TBVCLIEN.
               MOVE 'TITULAR SIN FILA VIGENTE EN TBVCLIEN' TO MSGO
           END-IF.

      *    LOS MOVIMIENTOS DE LA CUENTA ESTAN JUNTOS Y EN ORDEN
      *    CRONOLOGICO EN CTAMOVH (CLAVE NRO_CUENTA + LOTE + SECUENCIA):
      *    STARTBR EN CUENTA + HIGH-VALUES Y READPREV HASTA 6 VECES, DEL
      *    MAS RECIENTE HACIA ATRAS, CORTANDO AL CAMBIAR LA CUENTA (EL
      *    MISMO STARTBR/READPREV CON QUE CLINOVE TOMA LA ULTIMA FILA
      *    DE CLITRAN). COMO ESA CLAVE NO EXISTE, EL STARTBR QUEDA EN
      *    LA PRIMERA FILA DE LA CUENTA SIGUIENTE: UN READNEXT FIJA LA
      *    POSICION SOBRE ESA FILA Y EL PRIMER READPREV LA DEVUELVE DE
      *    NUEVO (SE SALTEA). SI NO HAY CUENTA SIGUIENTE EL STARTBR DA
      *    NOTFND Y SE REPOSICIONA EN HIGH-VALUES, EL FIN DEL ARCHIVO.
       5000-ULTIMOS-MOVIMIENTOS.
           MOVE 'ULTIMOS MOVIMIENTOS DE LA CUENTA:' TO LINTITO
           MOVE SPACES TO WS-TABLA-ULTIMOS-MOV
           MOVE ZEROS TO WS-CANT-MOVIMIENTOS
           SET WS-FIN-BROWSE TO FALSE
           MOVE WK-CTA-NRO-CUENTA OF WS-CUENTAS-ROW TO WS-MVH-BR-CUENTA
           MOVE HIGH-VALUES TO WS-MVH-BR-RESTO
           EXEC CICS STARTBR
               DATASET('CTAMOVH')
               RIDFLD(WS-MVH-CLAVE-BR)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               EXEC CICS READNEXT
                   DATASET('CTAMOVH')
                   INTO(WS-CTAMOVH-ROW)
                   RIDFLD(WS-MVH-CLAVE-BR)
                   RESP(WS-RESP)
               END-EXEC
               PERFORM 5050-RECORRER-HACIA-ATRAS
           ELSE
               MOVE HIGH-VALUES TO WS-MVH-CLAVE-BR
               EXEC CICS STARTBR
                   DATASET('CTAMOVH')
                   RIDFLD(WS-MVH-CLAVE-BR)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 5050-RECORRER-HACIA-ATRAS
               END-IF
           END-IF
           MOVE WS-ULTIMO-MOV(1) TO LINC1O
           MOVE WS-ULTIMO-MOV(2) TO LINC2O
           MOVE WS-ULTIMO-MOV(3) TO LINC3O
           MOVE WS-ULTIMO-MOV(4) TO LINC4O
           MOVE WS-ULTIMO-MOV(5) TO LINC5O
           MOVE WS-ULTIMO-MOV(6) TO LINC6O
           IF WS-CANT-MOVIMIENTOS = ZEROS AND MSGO = SPACES
               MOVE 'LA CUENTA NO TIENE MOVIMIENTOS APLICADOS' TO MSGO
           END-IF.

       5050-RECORRER-HACIA-ATRAS.
           PERFORM UNTIL WS-FIN-BROWSE
               PERFORM 5100-LEER-MOV-ANTERIOR
           END-PERFORM
           EXEC CICS ENDBR
               DATASET('CTAMOVH')
               RESP(WS-RESP)
           END-EXEC.

       5100-LEER-MOV-ANTERIOR.
           EXEC CICS READPREV
               DATASET('CTAMOVH')
               INTO(WS-CTAMOVH-ROW)
               RIDFLD(WS-MVH-CLAVE-BR)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-FIN-BROWSE TO TRUE
           ELSE
               IF WK-MVH-NRO-CUENTA OF WS-CTAMOVH-ROW >
                  WK-CTA-NRO-CUENTA OF WS-CUENTAS-ROW
                   CONTINUE
               ELSE
                   IF WK-MVH-NRO-CUENTA OF WS-CTAMOVH-ROW <
                      WK-CTA-NRO-CUENTA OF WS-CUENTAS-ROW
                       SET WS-FIN-BROWSE TO TRUE
                   ELSE
                       ADD 1 TO WS-CANT-MOVIMIENTOS
                       PERFORM 5200-ARMAR-LINEA-MOVIMIENTO
                       IF WS-CANT-MOVIMIENTOS = 6
                           SET WS-FIN-BROWSE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       5200-ARMAR-LINEA-MOVIMIENTO.
           MOVE WK-MVH-IMPORTE OF WS-CTAMOVH-ROW TO WS-IMPORTE-EDITADO
           MOVE WK-MVH-SALDO-POSTERIOR OF WS-CTAMOVH-ROW TO
               WS-SALDO-EDITADO
           MOVE SPACES TO WS-CONTRAPARTE-EDITADA
           IF WK-MVH-TIPO-MOVIMIENTO OF WS-CTAMOVH-ROW = 'TR'
               STRING ' CP=' WK-MVH-CUENTA-CONTRAPARTE OF WS-CTAMOVH-ROW
                      DELIMITED BY SIZE INTO WS-CONTRAPARTE-EDITADA
           END-IF
           MOVE SPACES TO WS-ULTIMO-MOV(WS-CANT-MOVIMIENTOS)
           STRING WK-MVH-FECHA OF WS-CTAMOVH-ROW
                  ' ' WK-MVH-TIPO-MOVIMIENTO OF WS-CTAMOVH-ROW
                  ' ' WK-MVH-SENTIDO OF WS-CTAMOVH-ROW
                  ' IMP=' WS-IMPORTE-EDITADO
                  ' SDO=' WS-SALDO-EDITADO
                  WS-CONTRAPARTE-EDITADA
                  DELIMITED BY SIZE INTO
                  WS-ULTIMO-MOV(WS-CANT-MOVIMIENTOS).

      *    FILA VIGENTE HOY: FECHA DESDE NO POSTERIOR A HOY Y FECHA
      *    HASTA EN BLANCO O POSTERIOR (VER CP-CTATIT).
       6000-EVALUAR-VIGENCIA-FILA.
           IF WK-TIT-FECHA-DESDE OF WS-CTATIT-ROW NOT > WS-FECHA-DE-HOY
              AND (WK-TIT-FECHA-HASTA OF WS-CTATIT-ROW = SPACES
                   OR WK-TIT-FECHA-HASTA OF WS-CTATIT-ROW >
                      WS-FECHA-DE-HOY)
               SET WS-FILA-VIGENTE TO TRUE
           ELSE
               SET WS-FILA-VIGENTE TO FALSE
           END-IF.

       8000-ENVIAR-PANTALLA.
           EXEC CICS SEND MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
