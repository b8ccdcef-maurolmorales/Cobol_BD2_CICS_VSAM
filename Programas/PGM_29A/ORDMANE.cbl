       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDMANE.
      ******************************************************************
      * PGM_29A - ORDMANE                                              *
      * TRANSACCION CICS DE MANTENIMIENTO DE ORDENES PERMANENTES       *
      * (CP-ORDPERM): DEBITOS AUTOMATICOS (DA) Y TRANSFERENCIAS        *
      * PERIODICAS ENTRE CUENTAS (TR). PANTALLA ORDMANM/ORDMAN1 (VER   *
      * ORDMANM.BMS Y CP-ORDMANM). EL OPERADOR TIPEA UNA ACCION:       *
      *   - CON: MUESTRA LA ORDEN (ESTADO, PROXIMO VENCIMIENTO,        *
      *     ULTIMO APLICADO, FALLAS Y REINTENTO QUE MANTIENE ORDGEN)   *
      *   - ALT: DA DE ALTA UNA ORDEN NUEVA; EL NRO LO ASIGNA LA       *
      *     TRANSACCION. EL CLIENTE DEBE ESTAR VIGENTE (CP-CLIXREF SIN *
      *     BAJA) Y SER TITULAR O COTITULAR VIGENTE DE LA CUENTA       *
      *     ORIGEN (CP-CTATIT); LA CUENTA ORIGEN, Y EN UNA TR LA       *
      *     DESTINO, DEBEN EXISTIR Y ESTAR ABIERTAS (CP-CUENTAS): LOS  *
      *     MISMOS CONTROLES QUE APLICA CTANOVE (PGM_28M)              *
      *   - SUS: SUSPENDE UNA ORDEN ACTIVA                             *
      *   - REA: REACTIVA UNA ORDEN SUSPENDIDA (POR EL OPERADOR O POR  *
      *     FALLAS REITERADAS) REPITIENDO LOS CONTROLES DEL ALTA; LAS  *
      *     FALLAS VUELVEN A CERO Y EL PROXIMO VENCIMIENTO LO CALCULA  *
      *     ORDGEN ESA NOCHE (NO SE COBRA LO VENCIDO MIENTRAS ESTUVO   *
      *     SUSPENDIDA)                                                *
      *   - BAJ: CANCELA UNA ORDEN ACTIVA O SUSPENDIDA (DEFINITIVO)    *
      * LAS OCURRENCIAS LAS GENERA DE NOCHE PGM_29A/ORDGEN EN CTAMOV.  *
      * UNA OCURRENCIA YA GENERADA ESA NOCHE SE APLICA AUNQUE LA ORDEN *
      * SE SUSPENDA O SE CANCELE DESPUES.                              *
      * AL ENTRAR (TAMBIEN LA PRIMERA VEZ) SE VERIFICA EL PERFIL DEL   *
      * OPERADOR CON PGM_28Y/OPESEGV (EXEC CICS LINK, CP-OPESEGC): SIN *
      * PERFIL VIGENTE PARA LA TRANSACCION EN LA SUCURSAL DEL TERMINAL *
      * SE MUESTRA EL MOTIVO Y NO SE HACE NADA MAS.                    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY CP-ORDMANM.
           COPY CP-OPESEGC.

           COPY CP-ORDPERM.
           COPY CP-CUENTAS  REPLACING WK-CUENTAS BY WS-CUENTAS-ROW.
           COPY CP-CLIXREF  REPLACING WK-CLIXREF BY WS-CLIXREF-ROW.
           COPY CP-CLISUC   REPLACING WK-CLISUC BY WS-CLISUC-ROW.
           COPY CP-CTATIT   REPLACING WK-CTATIT BY WS-CTATIT-ROW.

       01  WS-MAPSET                      PIC X(8) VALUE 'ORDMANM'.
       01  WS-MAPNAME                     PIC X(8) VALUE 'ORDMAN1'.
       01  WS-TRANSID                     PIC X(4) VALUE 'ORDM'.
       01  WS-RESP                        PIC S9(8) COMP.
       01  WS-DUMMY-COMMAREA              PIC X(1).

       01  WS-PEDIDO-VALIDO               PIC X.
           88  WS-PEDIDO-OK               VALUE 'S' FALSE 'N'.
       01  WS-FECHA-VALIDA-SW             PIC X.
           88  WS-FECHA-VALIDA            VALUE 'S' FALSE 'N'.
       01  WS-ORP-CLAVE-BUSQ              PIC X(8).
       01  WS-ORP-NRO-NUEVO               PIC 9(8).
       01  WS-SUCURSAL-ORIGEN             PIC X(4).
       01  WS-OPERADOR                    PIC X(8).
       01  WS-FECHA-DE-HOY                PIC X(10).

      *    FECHA TIPEADA AAAA-MM-DD A VALIDAR
       01  WS-FEC-VALIDAR.
           05 WS-FV-AAAA                  PIC 9(4).
           05 WS-FV-SEP1                  PIC X.
           05 WS-FV-MM                    PIC 9(2).
           05 WS-FV-SEP2                  PIC X.
           05 WS-FV-DD                    PIC 9(2).
       01  WS-FEC-VALIDAR-X REDEFINES WS-FEC-VALIDAR
                                          PIC X(10).

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           EXEC CICS HANDLE ABEND
               LABEL(9999-ABEND)
           END-EXEC

      *    PERFIL DEL OPERADOR ANTES DE CUALQUIER OTRA COSA.
           PERFORM 0050-VERIFICAR-PERFIL

           IF EIBCALEN = 0
               MOVE SPACES TO ORDMAN1O
               PERFORM 8000-ENVIAR-PANTALLA
               EXEC CICS RETURN
                   TRANSID(WS-TRANSID)
                   COMMAREA(WS-DUMMY-COMMAREA)
               END-EXEC
           END-IF

           EXEC CICS RECEIVE
               MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
               INTO(ORDMAN1I)
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
               MOVE SPACES TO ORDMAN1O
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
               PERFORM 3800-FECHA-DE-HOY
               EVALUATE ACCIONI
                   WHEN 'CON'
                       PERFORM 2000-CONSULTAR
                   WHEN 'ALT'
                       PERFORM 2100-DAR-DE-ALTA
                   WHEN 'SUS'
                       PERFORM 2300-SUSPENDER
                   WHEN 'REA'
                       PERFORM 2400-REACTIVAR
                   WHEN 'BAJ'
                       PERFORM 2500-CANCELAR
               END-EVALUATE
           END-IF.

      *    MISMA NORMALIZACION QUE CLINOVE (PGM_28A): LO NO TIPEADO
      *    LLEGA COMO LOW-VALUES Y LOS NUMERICOS NO NUMERICOS QUEDAN
      *    EN CERO. SIN ACCION SE CONSULTA.
       1050-NORMALIZAR-ENTRADA.
           INSPECT ACCIONI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT TIPORDI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT BENEFI  REPLACING ALL LOW-VALUE BY SPACE
           INSPECT FRECUI  REPLACING ALL LOW-VALUE BY SPACE
           INSPECT FDESDEI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT FHASTAI REPLACING ALL LOW-VALUE BY SPACE
           IF ORDENI NOT NUMERIC
               MOVE ZEROS TO ORDENI
           END-IF
           IF NROCLII NOT NUMERIC
               MOVE ZEROS TO NROCLII
           END-IF
           IF CTAORII NOT NUMERIC
               MOVE ZEROS TO CTAORII
           END-IF
           IF CTADESI NOT NUMERIC
               MOVE ZEROS TO CTADESI
           END-IF
           IF IMPORTI NOT NUMERIC
               MOVE ZEROS TO IMPORTI
           END-IF
           IF DIAMESI NOT NUMERIC
               MOVE ZEROS TO DIAMESI
           END-IF
           IF ACCIONI = SPACES
               MOVE 'CON' TO ACCIONI
           END-IF.

       1060-LIMPIAR-DATOS.
           MOVE SPACES TO ESTADOO FPROXO FULTO FREINTO FFALLAO MOTFALO
                          FALTAO OPEALTO SUCURO FCAMBO OPECAMO
           MOVE ZEROS  TO FALLASO.

       1070-VALIDAR-ACCION.
           IF ACCIONI NOT = 'CON' AND ACCIONI NOT = 'ALT'
              AND ACCIONI NOT = 'SUS' AND ACCIONI NOT = 'REA'
              AND ACCIONI NOT = 'BAJ'
               MOVE 'ACCION INVALIDA (DEBE SER CON/ALT/SUS/REA/BAJ)'
                   TO MSGO
               SET WS-PEDIDO-OK TO FALSE
           END-IF
           IF WS-PEDIDO-OK AND ACCIONI = 'ALT' AND ORDENI NOT = ZEROS
               MOVE 'EN UN ALTA EL NRO DE ORDEN LO ASIGNA EL SISTEMA'
                   TO MSGO
               SET WS-PEDIDO-OK TO FALSE
           END-IF
           IF WS-PEDIDO-OK AND ACCIONI NOT = 'ALT' AND ORDENI = ZEROS
               MOVE 'NRO DE ORDEN ES OBLIGATORIO' TO MSGO
               SET WS-PEDIDO-OK TO FALSE
           END-IF.

       2000-CONSULTAR.
           PERFORM 2080-LEER-ORDEN
           IF WS-PEDIDO-OK
               PERFORM 3000-MOSTRAR-ORDEN
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

       2080-LEER-ORDEN.
           MOVE ORDENI TO WK-ORP-NRO-ORDEN
           IF ACCIONI = 'CON'
               EXEC CICS READ
                   DATASET('ORDPERM')
                   INTO(WK-ORDPERM)
                   RIDFLD(WK-ORP-NRO-ORDEN)
                   RESP(WS-RESP)
               END-EXEC
           ELSE
               EXEC CICS READ
                   DATASET('ORDPERM')
                   INTO(WK-ORDPERM)
                   RIDFLD(WK-ORP-NRO-ORDEN)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   CONTINUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE 'ORDEN INEXISTENTE' TO MSGO
                   SET WS-PEDIDO-OK TO FALSE
               WHEN OTHER
                   MOVE 'ERROR AL LEER ORDPERM' TO MSGO
                   SET WS-PEDIDO-OK TO FALSE
           END-EVALUATE.

       2100-DAR-DE-ALTA.
           PERFORM 2110-VALIDAR-ALTA
           IF WS-PEDIDO-OK
               PERFORM 2050-OBTENER-OPERADOR
           END-IF
           IF WS-PEDIDO-OK
               PERFORM 4500-DETERMINAR-SUCURSAL
               PERFORM 4000-ASIGNAR-NRO-ORDEN
               PERFORM 2190-ARMAR-ORDEN
               EXEC CICS WRITE
                   DATASET('ORDPERM')
                   FROM(WK-ORDPERM)
                   RIDFLD(WK-ORP-NRO-ORDEN)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 3000-MOSTRAR-ORDEN
                   STRING 'ORDEN DADA DE ALTA, NRO ' WK-ORP-NRO-ORDEN
                          DELIMITED BY SIZE INTO MSGO
               ELSE
                   IF WS-RESP = DFHRESP(DUPREC)
                       MOVE 'NRO DE ORDEN OCUPADO, REINTENTAR EL ALTA'
                           TO MSGO
                   ELSE
                       MOVE 'ERROR AL GRABAR LA ORDEN EN ORDPERM'
                           TO MSGO
                   END-IF
               END-IF
           END-IF.

       2110-VALIDAR-ALTA.
           IF NROCLII = ZEROS
               MOVE 'NRO_CLIENTE ES OBLIGATORIO EN UN ALTA' TO MSGO
               SET WS-PEDIDO-OK TO FALSE
           END-IF
           IF WS-PEDIDO-OK
              AND TIPORDI NOT = 'DA' AND TIPORDI NOT = 'TR'
               MOVE 'TIPO DE ORDEN DEBE SER DA O TR' TO MSGO
               SET WS-PEDIDO-OK TO FALSE
           END-IF
           IF WS-PEDIDO-OK AND CTAORII = ZEROS
               MOVE 'CUENTA ORIGEN ES OBLIGATORIA' TO MSGO
               SET WS-PEDIDO-OK TO FALSE
           END-IF
           IF WS-PEDIDO-OK AND TIPORDI = 'TR'
               IF CTADESI = ZEROS
                   MOVE 'CUENTA DESTINO ES OBLIGATORIA EN UNA TR'
                       TO MSGO
                   SET WS-PEDIDO-OK TO FALSE
               ELSE
                   IF CTADESI = CTAORII
                       MOVE 'CUENTA DESTINO IGUAL A LA CUENTA ORIGEN'
                           TO MSGO
                       SET WS-PEDIDO-OK TO FALSE
                   END-IF
               END-IF
           END-IF
           IF WS-PEDIDO-OK AND TIPORDI = 'DA'
               IF BENEFI = SPACES
                   MOVE 'BENEFICIARIO ES OBLIGATORIO EN UN DA' TO MSGO
                   SET WS-PEDIDO-OK TO FALSE
               ELSE
                   IF CTADESI NOT = ZEROS
                       MOVE 'CUENTA DESTINO SOLO VA EN UNA TR' TO MSGO
                       SET WS-PEDIDO-OK TO FALSE
                   END-IF
               END-IF
           END-IF
           IF WS-PEDIDO-OK AND IMPORTI = ZEROS
               MOVE 'IMPORTE DEBE SER MAYOR QUE CERO' TO MSGO
               SET WS-PEDIDO-OK TO FALSE
           END-IF
           IF WS-PEDIDO-OK
              AND FRECUI NOT = 'M' AND FRECUI NOT = 'B'
              AND FRECUI NOT = 'T' AND FRECUI NOT = 'S'
              AND FRECUI NOT = 'A'
               MOVE 'FRECUENCIA DEBE SER M, B, T, S O A' TO MSGO
               SET WS-PEDIDO-OK TO FALSE
           END-IF
           IF WS-PEDIDO-OK AND (DIAMESI < 1 OR DIAMESI > 31)
               MOVE 'DIA DEL MES DEBE SER DE 01 A 31' TO MSGO
               SET WS-PEDIDO-OK TO FALSE
           END-IF
           IF WS-PEDIDO-OK
               IF FDESDEI = SPACES
                   MOVE WS-FECHA-DE-HOY TO FDESDEI
               ELSE
                   MOVE FDESDEI TO WS-FEC-VALIDAR-X
                   PERFORM 4900-VALIDAR-FECHA
                   IF NOT WS-FECHA-VALIDA
                       MOVE 'FECHA DESDE INVALIDA (AAAA-MM-DD)' TO MSGO
                       SET WS-PEDIDO-OK TO FALSE
                   END-IF
               END-IF
           END-IF
           IF WS-PEDIDO-OK AND FHASTAI NOT = SPACES
               MOVE FHASTAI TO WS-FEC-VALIDAR-X
               PERFORM 4900-VALIDAR-FECHA
               IF NOT WS-FECHA-VALIDA
                   MOVE 'FECHA HASTA INVALIDA (AAAA-MM-DD)' TO MSGO
                   SET WS-PEDIDO-OK TO FALSE
               ELSE
                   IF FHASTAI NOT > FDESDEI
                       MOVE 'FECHA HASTA NO POSTERIOR A FECHA DESDE'
                           TO MSGO
                       SET WS-PEDIDO-OK TO FALSE
                   END-IF
               END-IF
           END-IF
           IF WS-PEDIDO-OK
               PERFORM 2150-VALIDAR-CLIENTE-VIGENTE
           END-IF
           IF WS-PEDIDO-OK
               PERFORM 2160-VALIDAR-CUENTA-ORIGEN
           END-IF
           IF WS-PEDIDO-OK
               PERFORM 2170-VALIDAR-TITULAR
           END-IF
           IF WS-PEDIDO-OK AND TIPORDI = 'TR'
               PERFORM 2180-VALIDAR-CUENTA-DESTINO
           END-IF.

      *    MISMO CONTROL DE VIGENCIA DEL CLIENTE QUE CTANOVE (PGM_28M):
      *    DEBE ESTAR EN CLIXREF Y SU ULTIMA NOVEDAD NO SER UNA BAJA.
       2150-VALIDAR-CLIENTE-VIGENTE.
           MOVE NROCLII TO WK-XRF-NRO-CLIENTE OF WS-CLIXREF-ROW
           EXEC CICS READ
               DATASET('CLIXREF')
               INTO(WS-CLIXREF-ROW)
               RIDFLD(WK-XRF-NRO-CLIENTE OF WS-CLIXREF-ROW)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ORDEN SIN CLIENTE DADO DE ALTA' TO MSGO
               SET WS-PEDIDO-OK TO FALSE
           ELSE
               IF WK-XRF-ULTIMO-TIPO-NOV OF WS-CLIXREF-ROW = 'BA'
                   MOVE 'ORDEN CONTRA CLIENTE DADO DE BAJA' TO MSGO
                   SET WS-PEDIDO-OK TO FALSE
               END-IF
           END-IF.

      *    MISMO CONTROL DE CUENTA ABIERTA QUE CTANOVE (PGM_28M).
       2160-VALIDAR-CUENTA-ORIGEN.
           MOVE CTAORII TO WK-CTA-NRO-CUENTA OF WS-CUENTAS-ROW
           EXEC CICS READ
               DATASET('CUENTAS')
               INTO(WS-CUENTAS-ROW)
               RIDFLD(WK-CTA-NRO-CUENTA OF WS-CUENTAS-ROW)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ORDEN SOBRE CUENTA ORIGEN INEXISTENTE' TO MSGO
               SET WS-PEDIDO-OK TO FALSE
           ELSE
               IF WK-CTA-ESTADO OF WS-CUENTAS-ROW = 'CE'
                   MOVE 'ORDEN SOBRE CUENTA ORIGEN CERRADA' TO MSGO
                   SET WS-PEDIDO-OK TO FALSE
               END-IF
           END-IF.

      *    SOLO UN TITULAR O COTITULAR VIGENTE DE LA CUENTA ORIGEN
      *    PUEDE DAR UNA ORDEN SOBRE ELLA (UN AUTORIZADO NO).
       2170-VALIDAR-TITULAR.
           MOVE CTAORII TO WK-TIT-NRO-CUENTA OF WS-CTATIT-ROW
           MOVE NROCLII TO WK-TIT-NRO-CLIENTE OF WS-CTATIT-ROW
           EXEC CICS READ
               DATASET('CTATIT')
               INTO(WS-CTATIT-ROW)
               RIDFLD(WK-TIT-CLAVE OF WS-CTATIT-ROW)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR NOT WK-TIT-ES-TITULARIDAD OF WS-CTATIT-ROW
              OR (WK-TIT-FECHA-HASTA OF WS-CTATIT-ROW NOT = SPACES
                  AND WK-TIT-FECHA-HASTA OF WS-CTATIT-ROW NOT >
                      WS-FECHA-DE-HOY)
               MOVE 'EL CLIENTE NO ES TITULAR VIGENTE DE LA CUENTA'
                   TO MSGO
               SET WS-PEDIDO-OK TO FALSE
           END-IF.

       2180-VALIDAR-CUENTA-DESTINO.
           MOVE CTADESI TO WK-CTA-NRO-CUENTA OF WS-CUENTAS-ROW
           EXEC CICS READ
               DATASET('CUENTAS')
               INTO(WS-CUENTAS-ROW)
               RIDFLD(WK-CTA-NRO-CUENTA OF WS-CUENTAS-ROW)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'TRANSFERENCIA A CUENTA DESTINO INEXISTENTE'
                   TO MSGO
               SET WS-PEDIDO-OK TO FALSE
           ELSE
               IF WK-CTA-ESTADO OF WS-CUENTAS-ROW = 'CE'
                   MOVE 'TRANSFERENCIA A CUENTA DESTINO CERRADA'
                       TO MSGO
                   SET WS-PEDIDO-OK TO FALSE
               END-IF
           END-IF.

      *    LA ORDEN NACE ACTIVA Y SIN VENCIMIENTO CALCULADO: EL PRIMERO
      *    LO FIJA ORDGEN EN SU PROXIMA CORRIDA.
       2190-ARMAR-ORDEN.
           MOVE SPACES             TO WK-ORDPERM
           MOVE WS-ORP-NRO-NUEVO   TO WK-ORP-NRO-ORDEN
           MOVE NROCLII            TO WK-ORP-NRO-CLIENTE
           MOVE TIPORDI            TO WK-ORP-TIPO-ORDEN
           MOVE CTAORII            TO WK-ORP-NRO-CUENTA-ORIGEN
           IF TIPORDI = 'TR'
               MOVE CTADESI        TO WK-ORP-NRO-CUENTA-DESTINO
           ELSE
               MOVE ZEROS          TO WK-ORP-NRO-CUENTA-DESTINO
               MOVE BENEFI         TO WK-ORP-BENEFICIARIO
           END-IF
           MOVE IMPORTI            TO WK-ORP-IMPORTE
           MOVE FRECUI             TO WK-ORP-FRECUENCIA
           MOVE DIAMESI            TO WK-ORP-DIA-DEL-MES
           MOVE FDESDEI            TO WK-ORP-FECHA-DESDE
           MOVE FHASTAI            TO WK-ORP-FECHA-HASTA
           SET WK-ORP-ACTIVA       TO TRUE
           SET WK-ORP-ESTADO-POR-OPERADOR TO TRUE
           MOVE WS-FECHA-DE-HOY    TO WK-ORP-FECHA-ALTA
                                      WK-ORP-FECHA-ULTIMO-CAMBIO
           MOVE WS-OPERADOR        TO WK-ORP-OPERADOR-ALTA
                                      WK-ORP-OPERADOR-ULTIMO-CAMBIO
           MOVE WS-SUCURSAL-ORIGEN TO WK-ORP-SUCURSAL
           MOVE ZEROS              TO WK-ORP-GEN-NRO-SEQ
                                      WK-ORP-CANT-FALLAS.

       2300-SUSPENDER.
           PERFORM 2050-OBTENER-OPERADOR
           IF WS-PEDIDO-OK
               PERFORM 2080-LEER-ORDEN
           END-IF
           IF WS-PEDIDO-OK AND NOT WK-ORP-ACTIVA
               MOVE 'SOLO SE SUSPENDE UNA ORDEN ACTIVA' TO MSGO
               SET WS-PEDIDO-OK TO FALSE
           END-IF
           IF WS-PEDIDO-OK
               SET WK-ORP-SUSPENDIDA TO TRUE
               PERFORM 2600-GRABAR-CAMBIO-ESTADO
           END-IF
           IF WS-PEDIDO-OK
               IF WK-ORP-GEN-PENDIENTE
                   MOVE 'ORDEN SUSPENDIDA; LO YA GENERADO SE APLICA'
                       TO MSGO
               ELSE
                   MOVE 'ORDEN SUSPENDIDA: NO GENERA HASTA REACTIVARLA'
                       TO MSGO
               END-IF
           END-IF.

      *    LA REACTIVACION REPITE LOS CONTROLES DEL ALTA CONTRA LOS
      *    DATOS DE LA ORDEN: EL CLIENTE O LAS CUENTAS PUEDEN HABER
      *    CAMBIADO MIENTRAS ESTUVO SUSPENDIDA.
       2400-REACTIVAR.
           PERFORM 2050-OBTENER-OPERADOR
           IF WS-PEDIDO-OK
               PERFORM 2080-LEER-ORDEN
           END-IF
           IF WS-PEDIDO-OK AND NOT WK-ORP-SUSPENDIDA
               MOVE 'SOLO SE REACTIVA UNA ORDEN SUSPENDIDA' TO MSGO
               SET WS-PEDIDO-OK TO FALSE
           END-IF
           IF WS-PEDIDO-OK
               MOVE WK-ORP-NRO-CLIENTE        TO NROCLII
               MOVE WK-ORP-NRO-CUENTA-ORIGEN  TO CTAORII
               MOVE WK-ORP-NRO-CUENTA-DESTINO TO CTADESI
               PERFORM 2150-VALIDAR-CLIENTE-VIGENTE
           END-IF
           IF WS-PEDIDO-OK
               PERFORM 2160-VALIDAR-CUENTA-ORIGEN
           END-IF
           IF WS-PEDIDO-OK
               PERFORM 2170-VALIDAR-TITULAR
           END-IF
           IF WS-PEDIDO-OK AND WK-ORP-ES-TRANSFERENCIA
               PERFORM 2180-VALIDAR-CUENTA-DESTINO
           END-IF
           IF WS-PEDIDO-OK
               SET WK-ORP-ACTIVA TO TRUE
               MOVE ZEROS  TO WK-ORP-CANT-FALLAS
               MOVE SPACES TO WK-ORP-FECHA-REINTENTO
                              WK-ORP-FECHA-PROXIMA
               PERFORM 2600-GRABAR-CAMBIO-ESTADO
           END-IF
           IF WS-PEDIDO-OK
               MOVE 'ORDEN REACTIVADA: EL VTO SE CALCULA DE NOCHE'
                   TO MSGO
           END-IF.

       2500-CANCELAR.
           PERFORM 2050-OBTENER-OPERADOR
           IF WS-PEDIDO-OK
               PERFORM 2080-LEER-ORDEN
           END-IF
           IF WS-PEDIDO-OK AND WK-ORP-TERMINADA
               MOVE 'LA ORDEN YA ESTA CANCELADA O FINALIZADA' TO MSGO
               SET WS-PEDIDO-OK TO FALSE
           END-IF
           IF WS-PEDIDO-OK
               SET WK-ORP-CANCELADA TO TRUE
               PERFORM 2600-GRABAR-CAMBIO-ESTADO
           END-IF
           IF WS-PEDIDO-OK
               IF WK-ORP-GEN-PENDIENTE
                   MOVE 'ORDEN CANCELADA; LO YA GENERADO SE APLICA'
                       TO MSGO
               ELSE
                   MOVE 'ORDEN CANCELADA' TO MSGO
               END-IF
           END-IF.

       2600-GRABAR-CAMBIO-ESTADO.
           SET WK-ORP-ESTADO-POR-OPERADOR TO TRUE
           MOVE WS-FECHA-DE-HOY TO WK-ORP-FECHA-ULTIMO-CAMBIO
           MOVE WS-OPERADOR     TO WK-ORP-OPERADOR-ULTIMO-CAMBIO
           EXEC CICS REWRITE
               DATASET('ORDPERM')
               FROM(WK-ORDPERM)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 3000-MOSTRAR-ORDEN
           ELSE
               MOVE 'ERROR AL GRABAR LA ORDEN EN ORDPERM' TO MSGO
               SET WS-PEDIDO-OK TO FALSE
           END-IF.

       3000-MOSTRAR-ORDEN.
           MOVE WK-ORP-NRO-ORDEN              TO ORDENO
           MOVE WK-ORP-NRO-CLIENTE            TO NROCLIO
           MOVE WK-ORP-TIPO-ORDEN             TO TIPORDO
           MOVE WK-ORP-NRO-CUENTA-ORIGEN      TO CTAORIO
           MOVE WK-ORP-NRO-CUENTA-DESTINO     TO CTADESO
           MOVE WK-ORP-BENEFICIARIO           TO BENEFO
           MOVE WK-ORP-IMPORTE                TO IMPORTO
           MOVE WK-ORP-FRECUENCIA             TO FRECUO
           MOVE WK-ORP-DIA-DEL-MES            TO DIAMESO
           MOVE WK-ORP-FECHA-DESDE            TO FDESDEO
           MOVE WK-ORP-FECHA-HASTA            TO FHASTAO
           MOVE WK-ORP-FECHA-PROXIMA          TO FPROXO
           MOVE WK-ORP-FECHA-ULTIMA-OCURR     TO FULTO
           MOVE WK-ORP-CANT-FALLAS            TO FALLASO
           MOVE WK-ORP-FECHA-REINTENTO        TO FREINTO
           MOVE WK-ORP-FECHA-ULTIMA-FALLA     TO FFALLAO
           MOVE WK-ORP-MOTIVO-ULTIMA-FALLA    TO MOTFALO
           MOVE WK-ORP-FECHA-ALTA             TO FALTAO
           MOVE WK-ORP-OPERADOR-ALTA          TO OPEALTO
           MOVE WK-ORP-SUCURSAL               TO SUCURO
           MOVE WK-ORP-FECHA-ULTIMO-CAMBIO    TO FCAMBO
           MOVE WK-ORP-OPERADOR-ULTIMO-CAMBIO TO OPECAMO
           IF WK-ORP-ACTIVA AND WK-ORP-FECHA-PROXIMA = SPACES
               MOVE 'A CALCULAR' TO FPROXO
           END-IF
           EVALUATE TRUE
               WHEN WK-ORP-ACTIVA
                   MOVE 'ACTIVA' TO ESTADOO
               WHEN WK-ORP-SUSPENDIDA AND WK-ORP-ESTADO-POR-GENERADOR
                   MOVE 'SUSPENDIDA POR FALLAS REITERADAS' TO ESTADOO
               WHEN WK-ORP-SUSPENDIDA
                   MOVE 'SUSPENDIDA POR EL OPERADOR' TO ESTADOO
               WHEN WK-ORP-CANCELADA
                   MOVE 'CANCELADA' TO ESTADOO
               WHEN WK-ORP-FINALIZADA
                   MOVE 'FINALIZADA (PASO LA FECHA HASTA)' TO ESTADOO
               WHEN OTHER
                   MOVE 'ESTADO DESCONOCIDO' TO ESTADOO
           END-EVALUATE.

       3800-FECHA-DE-HOY.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-FECHA-DE-HOY(1:4)
           MOVE '-'                        TO WS-FECHA-DE-HOY(5:1)
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-FECHA-DE-HOY(6:2)
           MOVE '-'                        TO WS-FECHA-DE-HOY(8:1)
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-FECHA-DE-HOY(9:2).

      *    ULTIMO NRO DE ORDEN: STARTBR DESDE HIGH-VALUES Y READPREV
      *    DEVUELVE EL ULTIMO REGISTRO DEL ARCHIVO (MISMO MECANISMO
      *    QUE CTANOVE SOBRE CTATRAN).
       4000-ASIGNAR-NRO-ORDEN.
           MOVE HIGH-VALUES TO WS-ORP-CLAVE-BUSQ
           EXEC CICS STARTBR
               DATASET('ORDPERM')
               RIDFLD(WS-ORP-CLAVE-BUSQ)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               EXEC CICS READPREV
                   DATASET('ORDPERM')
                   INTO(WK-ORDPERM)
                   RIDFLD(WS-ORP-CLAVE-BUSQ)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   COMPUTE WS-ORP-NRO-NUEVO = WK-ORP-NRO-ORDEN + 1
               ELSE
                   MOVE 1 TO WS-ORP-NRO-NUEVO
               END-IF
               EXEC CICS ENDBR
                   DATASET('ORDPERM')
                   RESP(WS-RESP)
               END-EXEC
           ELSE
               MOVE 1 TO WS-ORP-NRO-NUEVO
           END-IF.

      *    SUCURSAL POR TERMINAL, MISMO CRITERIO QUE CLINOVE (PGM_28A):
      *    UN TERMINAL QUE NO FIGURA VIGENTE EN CLISUC NO BLOQUEA EL
      *    ALTA, LA ORDEN QUEDA CON '0000'.
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

      *    FECHA AAAA-MM-DD: PARTES NUMERICAS, GUIONES Y RANGOS
      *    (MISMO CONTROL QUE LA FECHA DEL PARAMETRO DE CLICERTV).
       4900-VALIDAR-FECHA.
           SET WS-FECHA-VALIDA TO TRUE
           IF WS-FV-AAAA NOT NUMERIC OR WS-FV-MM NOT NUMERIC
              OR WS-FV-DD NOT NUMERIC
              OR WS-FV-SEP1 NOT = '-' OR WS-FV-SEP2 NOT = '-'
               SET WS-FECHA-VALIDA TO FALSE
           ELSE
               IF WS-FV-AAAA < 1601
                  OR WS-FV-MM < 1 OR WS-FV-MM > 12
                  OR WS-FV-DD < 1 OR WS-FV-DD > 31
                   SET WS-FECHA-VALIDA TO FALSE
               END-IF
           END-IF.

       8000-ENVIAR-PANTALLA.
           EXEC CICS SEND MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
               FROM(ORDMAN1O)
               ERASE
           END-EXEC.

       9999-ABEND.
           MOVE 'ERROR INESPERADO EN ORDMANE' TO MSGO
           PERFORM 8000-ENVIAR-PANTALLA
           EXEC CICS RETURN
               TRANSID(WS-TRANSID)
               COMMAREA(WS-DUMMY-COMMAREA)
           END-EXEC.
