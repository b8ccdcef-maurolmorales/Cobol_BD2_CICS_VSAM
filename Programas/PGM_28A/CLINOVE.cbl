      * CAPTURA IGUAL PERO VIAJA COMO '0000' (CENTRAL/NO               *
      * IDENTIFICADO). EL CODIGO VA EN WK-TRAN-SUCURSAL DE CADA        *
      * TRANSACCION Y ALIMENTA EL REPORTE POR SUCURSAL DE CLICARGA.    *
      * DOBLE CONTROL DE LAS BAJAS: UNA BA QUE PASA LA PRE-VALIDACION  *
      * NO SE GRABA EN CLITRAN SINO EN EL ARCHIVO DE PENDIENTES        *
      * CP-NOVPEND (PGM_28X) CON ESTADO P, EL OPERADOR QUE LA CAPTURO  *
      * (USERID CICS), EL TERMINAL Y LA SUCURSAL. RECIEN CUANDO OTRO   *
      * OPERADOR LA APRUEBA EN PGM_28X/NOVAPRB SE GRABA EN CLITRAN Y   *
      * LA TOMA CLICARGA. AL Y MO SIGUEN YENDO DIRECTO A CLITRAN.      *
      * AL ENTRAR (TAMBIEN LA PRIMERA VEZ) SE VERIFICA EL PERFIL DEL   *
      * OPERADOR CON PGM_28Y/OPESEGV (EXEC CICS LINK, CP-OPESEGC): SIN *
      * PERFIL VIGENTE PARA LA TRANSACCION EN LA SUCURSAL DEL TERMINAL *
      * SE MUESTRA EL MOTIVO Y NO SE HACE NADA MAS.                    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY CP-CLINOVM.
           COPY CP-OPESEGC.

           COPY CP-CLITRAN.
           COPY CP-NOVPEND.
           COPY CP-TBVCLIEN REPLACING WK-TBCLIE BY WS-NOVEDAD-ENTRADA.
           COPY CP-TBVCLIEN REPLACING WK-TBCLIE BY WS-REGISTRO-VIGENTE.
           COPY CP-TBVCLIEN REPLACING WK-TBCLIE BY WS-REGISTRO-SALIDA.
       01  WS-TRAN-CLAVE-BUSQ             PIC X(8).
       01  WS-TRAN-SEQ-NUEVA              PIC 9(8).
       01  WS-SUCURSAL-ORIGEN             PIC X(4).
       01  WS-PND-CLAVE-BUSQ              PIC X(8).
       01  WS-PND-NRO-NUEVO               PIC 9(8).
       01  WS-OPERADOR                    PIC X(8).
       01  WS-CLAVE-VIGENTE.
           05 WS-CV-TIPO-NOVEDAD          PIC X(2).
           05 WS-CV-TIPO-DOCUMENTO        PIC X(2).
               LABEL(9999-ABEND)
           END-EXEC

      *    PERFIL DEL OPERADOR ANTES DE CUALQUIER OTRA COSA.
           PERFORM 0050-VERIFICAR-PERFIL

           IF EIBCALEN = 0
               MOVE SPACES TO CLINOV1O
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
               MOVE SPACES TO CLINOV1O
               STRING 'ACCESO DENEGADO: ' WK-OSG-MOTIVO
                      DELIMITED BY SIZE INTO MSGO
               PERFORM 8000-ENVIAR-PANTALLA
               EXEC CICS RETURN
               END-EXEC
           END-IF.

       1000-PROCESAR-NOVEDAD.
           MOVE SPACES TO MSGO
           SET WS-NOVEDAD-OK TO TRUE
               PERFORM 2100-BUSCAR-REGISTRO-VIGENTE
               PERFORM 3000-ASESORAR-CON-CLINOVAL
           END-IF
           IF WS-NOVEDAD-OK AND TIPNOVI NOT = 'BA'
               PERFORM 4000-ASIGNAR-SECUENCIA
           END-IF
           IF WS-NOVEDAD-OK
               PERFORM 4500-DETERMINAR-SUCURSAL
               IF TIPNOVI = 'BA'
                   PERFORM 6000-GRABAR-PENDIENTE
               ELSE
                   PERFORM 5000-GRABAR-CLITRAN
               END-IF
           END-IF.

      *    EL MAPSET ES CTRL=(FREEKB,FRSET) SIN FSET: LO QUE EL

       5000-GRABAR-CLITRAN.
           MOVE WS-TRAN-SEQ-NUEVA TO WK-TRAN-NRO-SEQ
           PERFORM 5100-ARMAR-DETALLE-CLITRAN
           EXEC CICS WRITE
               DATASET('CLITRAN')
               FROM(WK-CLITRAN)
               RIDFLD(WK-TRAN-NRO-SEQ)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               STRING 'NOVEDAD ACEPTADA PARA EL LOTE, TRAN NRO '
                      WK-TRAN-NRO-SEQ
                      DELIMITED BY SIZE INTO MSGO
           ELSE
               IF WS-RESP = DFHRESP(DUPREC)
                   MOVE 'SECUENCIA OCUPADA, REINTENTAR LA GRABACION'
                       TO MSGO
               ELSE
                   MOVE 'ERROR AL GRABAR LA NOVEDAD EN CLITRAN'
                       TO MSGO
               END-IF
           END-IF.

       5100-ARMAR-DETALLE-CLITRAN.
           MOVE TIPNOVI TO WK-TRAN-CLI-TIPO-NOVEDAD
           MOVE TIPDOCI TO WK-TRAN-CLI-TIPO-DOCUMENTO
           MOVE NRODOCI TO WK-TRAN-CLI-NRO-DOCUMENTO
           MOVE SEXOI   TO WK-TRAN-CLI-SEXO
           MOVE CORREOI TO WK-TRAN-CLI-CORREO-ELECTRONICO
           MOVE FNACIMI TO WK-TRAN-CLI-FECHA-NACIMIENTO
           MOVE WS-SUCURSAL-ORIGEN TO WK-TRAN-SUCURSAL.

      *    UNA BA QUEDA PENDIENTE DE APROBACION EN NOVPEND CON LA
      *    IMAGEN DEL DETALLE QUE SE GRABARA EN CLITRAN. EL NRO DE
      *    PENDIENTE SE ASIGNA CON STARTBR/READPREV, IGUAL QUE LA
      *    SECUENCIA DE CLITRAN. SIN OPERADOR IDENTIFICADO NO SE
      *    CAPTURA: EL DOBLE CONTROL NO PODRIA VERIFICARSE.
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
               PERFORM 5100-ARMAR-DETALLE-CLITRAN
               MOVE SPACES              TO WK-NOVPEND
               MOVE WS-PND-NRO-NUEVO    TO WK-PND-NRO-PEND
               MOVE 'P'                 TO WK-PND-ESTADO
               MOVE WS-SUCURSAL-ORIGEN  TO WK-PND-SUCURSAL
               MOVE 'CLITRAN'           TO WK-PND-DESTINO
               MOVE WS-OPERADOR         TO WK-PND-OPERADOR-CAPTURA
               MOVE EIBTRMID            TO WK-PND-TERMINAL-CAPTURA
               MOVE FUNCTION CURRENT-DATE TO
                   WK-PND-FECHA-HORA-CAPTURA
               MOVE ZEROS               TO WK-PND-NRO-SEQ-TRAN
               MOVE WK-TRAN-DETALLE     TO WK-PND-NOVEDAD
               EXEC CICS WRITE
                   DATASET('NOVPEND')
                   FROM(WK-NOVPEND)
                   RIDFLD(WK-PND-NRO-PEND)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   STRING 'BAJA PENDIENTE DE APROBACION, NRO '
                          WK-PND-NRO-PEND
                          DELIMITED BY SIZE INTO MSGO
               ELSE
                   IF WS-RESP = DFHRESP(DUPREC)
                       MOVE 'NRO PENDIENTE OCUPADO, REINTENTAR'
                           TO MSGO
                   ELSE
                       MOVE 'ERROR AL GRABAR LA BAJA EN NOVPEND'
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
