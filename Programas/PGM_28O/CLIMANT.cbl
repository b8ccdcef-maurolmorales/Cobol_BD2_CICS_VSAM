      ******************************************************************
      * PGM_28O - CLIMANT                                              *
      * TRANSACCION CICS DE MANTENIMIENTO DE LOS MAESTROS DE           *
      * REFERENCIA: CP-CLIDOM (PGM_07B), CP-CRUCEEC (PGM_07C),         *
      * CP-CLICIUD (PGM_28H) Y LAS TASAS, COMISIONES Y LIMITES DE      *
      * DESCUBIERTO POR TIPO DE CUENTA CP-CTATASA (PGM_28S), MAS LOS   *
      * PERFILES DE OPERADOR CP-OPEPERF (PGM_28Y). LOS SEEDS           *
      * SON EXPLICITOS EN QUE, TRAS LA CARGA INICIAL, LOS VALORES      *
      * NUEVOS "SE HACEN DIRECTAMENTE CONTRA EL ARCHIVO" -- ES DECIR,  *
      * ALGUIEN EDITABA A MANO UN VSAM VIVO DEL QUE DEPENDEN TODOS LOS *
      * VALIDADORES (CLIDOMC, CLIESTC, CLICONTV, CLINOVE). UN TIPDOC   *
      * PISADO ROMPIA TODAS LAS ALTAS DE CLINOVE SIN RASTRO DE QUE     *
      * CAMBIO.                                                        *
      * PANTALLA CLIMANTM/CLIMAN1 (VER CLIMANTM.BMS Y CP-CLIMANTM):    *
      *   ARCHIVO = CLIDOM / CRUCEEC / CLICIUD / CTATASA / OPEPERF     *
      *   ACCION  = ALT (ALTA) / BAJ (RETIRO) / CON (CONSULTA) /       *
      *             MOD (MODIFICACION, SOLO EN CTATASA: LAS TASAS Y    *
      *             COMISIONES CAMBIAN SIN QUE EL TIPO SE RETIRE; UN   *
      *             CAMPO NO TIPEADO O EN BLANCO CONSERVA EL VALOR     *
      *             VIGENTE DE LA FILA)                                *
      * EN CLIDOM, CLICIUD Y CTATASA LA BAJA ES LOGICA (VIGENTE S/N,   *
      * EL CODIGO QUEDA POR HISTORIA); CRUCEEC NO TIENE MARCA DE       *
      * VIGENCIA Y LA BAJA BORRA LA FILA. EN CTATASA EL CODIGO ES EL   *
      * TIPO DE CUENTA Y UN ALTA EXIGE QUE ESTE EN EL DOMINIO TIPCTA.  *
      * EN OPEPERF EL CODIGO ES "OPERADOR TRANSACCION SUCURSAL"        *
      * (SEPARADOS POR BLANCOS, SUCURSAL '****' = TODAS), LA BAJA ES   *
      * LOGICA, UN ALTA SOBRE UN PERFIL RETIRADO LO REHABILITA Y NADIE *
      * PUEDE MANTENER SU PROPIO PERFIL.                               *
      * CADA ALTA/BAJA/MODIFICACION SE JOURNALIZA EN CLIMANJ           *
      * (CP-CLIMANJ): TERMINAL, FECHA/HORA, ARCHIVO, CLAVE E IMAGENES  *
      * ANTERIOR Y NUEVA -- EL MISMO ESPIRITU CON QUE TBVCLIEN AUDITA  *
      * EN CP-TBVHIST. LAS CONSULTAS NO SE JOURNALIZAN.                *
      * AL ENTRAR (TAMBIEN LA PRIMERA VEZ) SE VERIFICA EL PERFIL DEL   *
      * OPERADOR CON PGM_28Y/OPESEGV (EXEC CICS LINK, CP-OPESEGC): SIN *
      * PERFIL VIGENTE PARA LA TRANSACCION EN LA SUCURSAL DEL TERMINAL *
      * SE MUESTRA EL MOTIVO Y NO SE HACE NADA MAS.                    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY CP-CLIMANTM.
           COPY CP-OPESEGC.

           COPY CP-CLIDOM   REPLACING WK-CLIDOM BY WS-CLIDOM-ROW.
           COPY CP-CRUCEEC  REPLACING WK-CRUCEEC BY WS-CRUCEEC-ROW.
           COPY CP-CLICIUD  REPLACING WK-CLICIUD BY WS-CLICIUD-ROW.
           COPY CP-CTATASA  REPLACING WK-CTATASA BY WS-CTATASA-ROW.
           COPY CP-OPEPERF  REPLACING WK-OPEPERF BY WS-OPEPERF-ROW.
           COPY CP-CLISUC   REPLACING WK-CLISUC BY WS-CLISUC-ROW.
           COPY CP-CLIMANJ.

       01  WS-MAPSET                      PIC X(8) VALUE 'CLIMANTM'.
       01  WS-IMAGEN-ANTERIOR             PIC X(47).
       01  WS-IMAGEN-NUEVA                PIC X(47).
       01  WS-CLAVE-JOURNAL               PIC X(30).
       01  WS-OPE-CLAVE-PEDIDA.
           05 WS-OPE-PED-OPERADOR         PIC X(8).
           05 WS-OPE-PED-TRANSACCION      PIC X(4).
           05 WS-OPE-PED-SUCURSAL         PIC X(4).
       01  WS-FECHA-DE-HOY                PIC X(10).
       01  WS-OPE-EXISTE-SW               PIC X.
           88  WS-OPE-EXISTE              VALUE 'S' FALSE 'N'.
      *    CAMPOS NUMERICOS DE CTATASA TIPEADOS EN ESTA ENTRADA (LARGO
      *    MAYOR QUE CERO Y CONTENIDO NUMERICO); EN UN MOD LOS DEMAS
      *    CONSERVAN EL VALOR DE LA FILA.
       01  WS-TASA-INFORMADA-SW           PIC X.
           88  WS-TASA-INFORMADA          VALUE 'S' FALSE 'N'.
       01  WS-COMISION-INFORMADA-SW       PIC X.
           88  WS-COMISION-INFORMADA      VALUE 'S' FALSE 'N'.
       01  WS-LIMITE-INFORMADO-SW         PIC X.
           88  WS-LIMITE-INFORMADO        VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
               LABEL(9999-ABEND)
           END-EXEC

      *    PERFIL DEL OPERADOR ANTES DE CUALQUIER OTRA COSA.
           PERFORM 0050-VERIFICAR-PERFIL

           IF EIBCALEN = 0
               MOVE SPACES TO CLIMAN1O
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
               MOVE SPACES TO CLIMAN1O
               STRING 'ACCESO DENEGADO: ' WK-OSG-MOTIVO
                      DELIMITED BY SIZE INTO MSGO
               PERFORM 8000-ENVIAR-PANTALLA
               EXEC CICS RETURN
               END-EXEC
           END-IF.

       1000-PROCESAR-PEDIDO.
           MOVE SPACES TO MSGO
           MOVE SPACES TO VIGENTO
           INSPECT DOMINII REPLACING ALL LOW-VALUE BY SPACE
           INSPECT CODIGOI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT DESCRII REPLACING ALL LOW-VALUE BY SPACE
           IF TASAL > ZEROS AND TASAI NUMERIC
               SET WS-TASA-INFORMADA TO TRUE
           ELSE
               SET WS-TASA-INFORMADA TO FALSE
           END-IF
           IF COMISIL > ZEROS AND COMISII NUMERIC
               SET WS-COMISION-INFORMADA TO TRUE
           ELSE
               SET WS-COMISION-INFORMADA TO FALSE
           END-IF
           IF LIMITEL > ZEROS AND LIMITEI NUMERIC
               SET WS-LIMITE-INFORMADO TO TRUE
           ELSE
               SET WS-LIMITE-INFORMADO TO FALSE
           END-IF
           IF TASAI NOT NUMERIC
               MOVE ZEROS TO TASAI
           END-IF
           IF COMISII NOT NUMERIC
               MOVE ZEROS TO COMISII
           END-IF
           IF LIMITEI NOT NUMERIC
               MOVE ZEROS TO LIMITEI
           END-IF
           IF ACCIONI NOT = 'ALT' AND ACCIONI NOT = 'BAJ'
              AND ACCIONI NOT = 'CON' AND ACCIONI NOT = 'MOD'
               MOVE 'ACCION INVALIDA (DEBE SER ALT/BAJ/CON/MOD)'
                   TO MSGO
               SET WS-PEDIDO-OK TO FALSE
           END-IF
           IF WS-PEDIDO-OK AND ACCIONI = 'MOD'
              AND ARCHIVI NOT = 'CTATASA'
               MOVE 'MOD SOLO APLICA AL ARCHIVO CTATASA' TO MSGO
               SET WS-PEDIDO-OK TO FALSE
           END-IF
           IF WS-PEDIDO-OK AND CODIGOI = SPACES
                       PERFORM 3000-MANTENER-CRUCEEC
                   WHEN 'CLICIUD'
                       PERFORM 4000-MANTENER-CLICIUD
                   WHEN 'CTATASA'
                       PERFORM 5000-MANTENER-CTATASA
                   WHEN 'OPEPERF'
                       PERFORM 6000-MANTENER-OPEPERF
                   WHEN OTHER
                       MOVE 'ARCHIVO INVALIDO (VER LISTA EN PANTALLA)'
                           TO MSGO
               END-EVALUATE
           END-IF.
               MOVE 'ERROR AL REGRABAR EN CLICIUD' TO MSGO
           END-IF.

      *    TASAS Y COMISIONES POR TIPO DE CUENTA (CP-CTATASA, PGM_28S),
      *    QUE LEEN LA LIQUIDACION MENSUAL CTALIQ Y LA CARGA DE
      *    MOVIMIENTOS MOVCARGA (LIMITE DE DESCUBIERTO). EL CODIGO ES
      *    EL TIPO DE CUENTA; UN ALTA EXIGE QUE EL TIPO ESTE VIGENTE EN
      *    EL DOMINIO TIPCTA DE CLIDOM (EL MISMO QUE VALIDA CTANOVE).
      *    LA MODIFICACION CAMBIA TASA, COMISION, LIMITE Y, SI SE
      *    INFORMA, DESCRIPCION. BAJA LOGICA: EL TIPO DEJA DE
      *    LIQUIDARSE.
       5000-MANTENER-CTATASA.
           MOVE CODIGOI(1:2) TO WK-TAS-TIPO-CUENTA OF WS-CTATASA-ROW
           MOVE CODIGOI(1:2) TO WS-CLAVE-JOURNAL
           IF ACCIONI = 'BAJ' OR ACCIONI = 'MOD'
               EXEC CICS READ
                   DATASET('CTATASA')
                   INTO(WS-CTATASA-ROW)
                   RIDFLD(WK-TAS-TIPO-CUENTA OF WS-CTATASA-ROW)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
           ELSE
               EXEC CICS READ
                   DATASET('CTATASA')
                   INTO(WS-CTATASA-ROW)
                   RIDFLD(WK-TAS-TIPO-CUENTA OF WS-CTATASA-ROW)
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           EVALUATE ACCIONI
               WHEN 'CON'
                   IF WS-RESP = DFHRESP(NORMAL)
                       MOVE WK-TAS-DESCRIPCION OF WS-CTATASA-ROW
                           TO DESCRIO
                       MOVE WK-TAS-VIGENTE OF WS-CTATASA-ROW
                           TO VIGENTO
                       MOVE WK-TAS-TNA OF WS-CTATASA-ROW TO TASAO
                       MOVE WK-TAS-COMISION-MENSUAL OF WS-CTATASA-ROW
                           TO COMISIO
                       MOVE WK-TAS-LIMITE-DESCUBIERTO OF WS-CTATASA-ROW
                           TO LIMITEO
                       MOVE 'TIPO DE CUENTA ENCONTRADO EN CTATASA'
                           TO MSGO
                   ELSE
                       MOVE 'TIPO DE CUENTA NO EXISTE EN CTATASA'
                           TO MSGO
                   END-IF
               WHEN 'ALT'
                   IF WS-RESP = DFHRESP(NORMAL)
                       MOVE 'EL TIPO DE CUENTA YA EXISTE EN CTATASA'
                           TO MSGO
                   ELSE
                       PERFORM 5050-VALIDAR-TIPCTA
                   END-IF
               WHEN 'MOD'
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE 'TIPO DE CUENTA NO EXISTE EN CTATASA'
                           TO MSGO
                   ELSE
                       MOVE SPACES TO WS-IMAGEN-ANTERIOR
                       MOVE WS-CTATASA-ROW TO WS-IMAGEN-ANTERIOR(1:45)
                       IF DESCRII NOT = SPACES
                           MOVE DESCRII TO
                               WK-TAS-DESCRIPCION OF WS-CTATASA-ROW
                       END-IF
                       IF WS-TASA-INFORMADA
                           MOVE TASAI TO WK-TAS-TNA OF WS-CTATASA-ROW
                       END-IF
                       IF WS-COMISION-INFORMADA
                           MOVE COMISII TO
                               WK-TAS-COMISION-MENSUAL OF WS-CTATASA-ROW
                       END-IF
                       IF WS-LIMITE-INFORMADO
                           MOVE LIMITEI TO
                               WK-TAS-LIMITE-DESCUBIERTO
                                   OF WS-CTATASA-ROW
                       END-IF
                       MOVE SPACES TO WS-IMAGEN-NUEVA
                       MOVE WS-CTATASA-ROW TO WS-IMAGEN-NUEVA(1:45)
                       PERFORM 5200-REGRABAR-CTATASA
                   END-IF
               WHEN 'BAJ'
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE 'TIPO DE CUENTA NO EXISTE EN CTATASA'
                           TO MSGO
                   ELSE
                       MOVE SPACES TO WS-IMAGEN-ANTERIOR
                       MOVE WS-CTATASA-ROW TO WS-IMAGEN-ANTERIOR(1:45)
                       MOVE 'N' TO WK-TAS-VIGENTE OF WS-CTATASA-ROW
                       MOVE SPACES TO WS-IMAGEN-NUEVA
                       MOVE WS-CTATASA-ROW TO WS-IMAGEN-NUEVA(1:45)
                       PERFORM 5200-REGRABAR-CTATASA
                   END-IF
           END-EVALUATE.

       5050-VALIDAR-TIPCTA.
           MOVE 'TIPCTA'     TO WK-DOM-DOMINIO OF WS-CLIDOM-ROW
           MOVE CODIGOI(1:2) TO WK-DOM-CODIGO  OF WS-CLIDOM-ROW
           EXEC CICS READ
               DATASET('CLIDOM')
               INTO(WS-CLIDOM-ROW)
               RIDFLD(WK-DOM-CLAVE OF WS-CLIDOM-ROW)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR NOT WK-DOM-ES-VIGENTE OF WS-CLIDOM-ROW
               MOVE 'TIPO DE CUENTA NO ESTA EN EL DOMINIO TIPCTA'
                   TO MSGO
           ELSE
               IF DESCRII = SPACES
                   MOVE 'DESCRIPCION OBLIGATORIA EN UN ALTA' TO MSGO
               ELSE
                   MOVE CODIGOI(1:2) TO
                       WK-TAS-TIPO-CUENTA OF WS-CTATASA-ROW
                   MOVE DESCRII TO WK-TAS-DESCRIPCION OF WS-CTATASA-ROW
                   MOVE TASAI TO WK-TAS-TNA OF WS-CTATASA-ROW
                   MOVE COMISII TO
                       WK-TAS-COMISION-MENSUAL OF WS-CTATASA-ROW
                   MOVE LIMITEI TO
                       WK-TAS-LIMITE-DESCUBIERTO OF WS-CTATASA-ROW
                   MOVE 'S' TO WK-TAS-VIGENTE OF WS-CTATASA-ROW
                   MOVE SPACES TO WS-IMAGEN-ANTERIOR
                   MOVE SPACES TO WS-IMAGEN-NUEVA
                   MOVE WS-CTATASA-ROW TO WS-IMAGEN-NUEVA(1:45)
                   PERFORM 5100-GRABAR-CTATASA
               END-IF
           END-IF.

       5100-GRABAR-CTATASA.
           EXEC CICS WRITE
               DATASET('CTATASA')
               FROM(WS-CTATASA-ROW)
               RIDFLD(WK-TAS-TIPO-CUENTA OF WS-CTATASA-ROW)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 7000-JOURNALIZAR-CAMBIO
               MOVE 'ALTA APLICADA EN CTATASA' TO MSGO
           ELSE
               MOVE 'ERROR AL GRABAR EN CTATASA' TO MSGO
           END-IF.

       5200-REGRABAR-CTATASA.
           EXEC CICS REWRITE
               DATASET('CTATASA')
               FROM(WS-CTATASA-ROW)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 7000-JOURNALIZAR-CAMBIO
               IF ACCIONI = 'MOD'
                   MOVE 'TASA/COMISION/LIMITE MODIFICADO EN CTATASA'
                       TO MSGO
               ELSE
                   MOVE 'TIPO RETIRADO (VIGENTE=N) EN CTATASA' TO MSGO
               END-IF
           ELSE
               MOVE 'ERROR AL REGRABAR EN CTATASA' TO MSGO
           END-IF.

      *    PERFILES DE OPERADOR (CP-OPEPERF, PGM_28Y) QUE VERIFICA
      *    OPESEGV AL ENTRAR A CADA TRANSACCION. EL CODIGO LLEVA LA
      *    CLAVE SEPARADA POR BLANCOS: OPERADOR TRANSACCION SUCURSAL
      *    ('****' = TODAS LAS SUCURSALES). BAJA LOGICA; UN ALTA SOBRE
      *    UN PERFIL RETIRADO LO REHABILITA CON FECHA DE ALTA DE HOY.
      *    NADIE MANTIENE SU PROPIO PERFIL (MISMO ESPIRITU QUE LA DOBLE
      *    FIRMA DE NOVAPRB): EL OPERADOR DE LA TERMINAL ES EL QUE
      *    IDENTIFICO OPESEGV AL ENTRAR.
       6000-MANTENER-OPEPERF.
           MOVE SPACES TO WS-OPE-CLAVE-PEDIDA
           UNSTRING CODIGOI DELIMITED BY ALL SPACE
               INTO WS-OPE-PED-OPERADOR
                    WS-OPE-PED-TRANSACCION
                    WS-OPE-PED-SUCURSAL
           END-UNSTRING
           IF WS-OPE-PED-OPERADOR = SPACES
              OR WS-OPE-PED-TRANSACCION = SPACES
              OR WS-OPE-PED-SUCURSAL = SPACES
               MOVE 'CODIGO EN OPEPERF = OPERADOR TRAN SUCURSAL'
                   TO MSGO
           ELSE
               IF WS-OPE-PED-OPERADOR = WK-OSG-OPERADOR
                  AND ACCIONI NOT = 'CON'
                   MOVE 'NADIE PUEDE MANTENER SU PROPIO PERFIL' TO MSGO
               ELSE
                   PERFORM 6010-APLICAR-EN-OPEPERF
               END-IF
           END-IF.

       6010-APLICAR-EN-OPEPERF.
           MOVE WS-OPE-CLAVE-PEDIDA TO WK-OPE-CLAVE OF WS-OPEPERF-ROW
           MOVE SPACES TO WS-CLAVE-JOURNAL
           STRING WS-OPE-PED-OPERADOR ' ' WS-OPE-PED-TRANSACCION ' '
                  WS-OPE-PED-SUCURSAL
                  DELIMITED BY SIZE INTO WS-CLAVE-JOURNAL
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-FECHA-DE-HOY(1:4)
           MOVE '-'                        TO WS-FECHA-DE-HOY(5:1)
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-FECHA-DE-HOY(6:2)
           MOVE '-'                        TO WS-FECHA-DE-HOY(8:1)
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-FECHA-DE-HOY(9:2)
           IF ACCIONI = 'CON'
               EXEC CICS READ
                   DATASET('OPEPERF')
                   INTO(WS-OPEPERF-ROW)
                   RIDFLD(WK-OPE-CLAVE OF WS-OPEPERF-ROW)
                   RESP(WS-RESP)
               END-EXEC
           ELSE
               EXEC CICS READ
                   DATASET('OPEPERF')
                   INTO(WS-OPEPERF-ROW)
                   RIDFLD(WK-OPE-CLAVE OF WS-OPEPERF-ROW)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           EVALUATE ACCIONI
               WHEN 'CON'
                   IF WS-RESP = DFHRESP(NORMAL)
                       PERFORM 6020-MOSTRAR-OPEPERF
                   ELSE
                       MOVE 'PERFIL NO EXISTE EN OPEPERF' TO MSGO
                   END-IF
               WHEN 'ALT'
                   IF WS-RESP = DFHRESP(NORMAL)
                      AND WK-OPE-ES-VIGENTE OF WS-OPEPERF-ROW
                       MOVE 'EL PERFIL YA EXISTE EN OPEPERF' TO MSGO
                   ELSE
                       SET WS-OPE-EXISTE TO FALSE
                       IF WS-RESP = DFHRESP(NORMAL)
                           SET WS-OPE-EXISTE TO TRUE
                       END-IF
                       PERFORM 6050-VALIDAR-SUCURSAL
                   END-IF
               WHEN 'BAJ'
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE 'PERFIL NO EXISTE EN OPEPERF' TO MSGO
                   ELSE
                       MOVE SPACES TO WS-IMAGEN-ANTERIOR
                       MOVE WS-OPEPERF-ROW TO WS-IMAGEN-ANTERIOR(1:37)
                       MOVE 'N' TO WK-OPE-VIGENTE OF WS-OPEPERF-ROW
                       MOVE SPACES TO WS-IMAGEN-NUEVA
                       MOVE WS-OPEPERF-ROW TO WS-IMAGEN-NUEVA(1:37)
                       PERFORM 6200-REGRABAR-OPEPERF
                   END-IF
           END-EVALUATE.

       6020-MOSTRAR-OPEPERF.
           MOVE WK-OPE-VIGENTE OF WS-OPEPERF-ROW TO VIGENTO
           IF WK-OPE-FECHA-ULTIMO-USO OF WS-OPEPERF-ROW = SPACES
               STRING 'ALTA ' WK-OPE-FECHA-ALTA OF WS-OPEPERF-ROW
                      ' USO NUNCA'
                      DELIMITED BY SIZE INTO DESCRIO
           ELSE
               STRING 'ALTA ' WK-OPE-FECHA-ALTA OF WS-OPEPERF-ROW
                      ' USO '
                      WK-OPE-FECHA-ULTIMO-USO OF WS-OPEPERF-ROW
                      DELIMITED BY SIZE INTO DESCRIO
           END-IF
           MOVE 'PERFIL ENCONTRADO EN OPEPERF' TO MSGO.

      *    LA SUCURSAL DEBE ESTAR VIGENTE EN CLISUC (O SER '****').
      *    SI EL PERFIL YA EXISTIA RETIRADO SE REHABILITA (REWRITE);
      *    SI NO, SE DA DE ALTA (WRITE).
       6050-VALIDAR-SUCURSAL.
           SET WS-PEDIDO-OK TO TRUE
           IF WS-OPE-PED-SUCURSAL NOT = '****'
               MOVE WS-OPE-PED-SUCURSAL TO
                   WK-SUC-CODIGO OF WS-CLISUC-ROW
               EXEC CICS READ
                   DATASET('CLISUC')
                   INTO(WS-CLISUC-ROW)
                   RIDFLD(WK-SUC-CODIGO OF WS-CLISUC-ROW)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                  OR NOT WK-SUC-ES-VIGENTE OF WS-CLISUC-ROW
                   MOVE 'SUCURSAL NO VIGENTE EN CLISUC (O USAR ****)'
                       TO MSGO
                   SET WS-PEDIDO-OK TO FALSE
               END-IF
           END-IF
           IF WS-PEDIDO-OK
               MOVE SPACES TO WS-IMAGEN-ANTERIOR
               IF WS-OPE-EXISTE
                   MOVE WS-OPEPERF-ROW TO WS-IMAGEN-ANTERIOR(1:37)
               END-IF
               MOVE WS-OPE-CLAVE-PEDIDA TO
                   WK-OPE-CLAVE OF WS-OPEPERF-ROW
               MOVE 'S'             TO WK-OPE-VIGENTE OF WS-OPEPERF-ROW
               MOVE WS-FECHA-DE-HOY TO
                   WK-OPE-FECHA-ALTA OF WS-OPEPERF-ROW
               MOVE SPACES TO
                   WK-OPE-FECHA-ULTIMO-USO OF WS-OPEPERF-ROW
               MOVE SPACES TO WS-IMAGEN-NUEVA
               MOVE WS-OPEPERF-ROW TO WS-IMAGEN-NUEVA(1:37)
               IF WS-OPE-EXISTE
                   PERFORM 6200-REGRABAR-OPEPERF
               ELSE
                   PERFORM 6100-GRABAR-OPEPERF
               END-IF
           END-IF.

       6100-GRABAR-OPEPERF.
           EXEC CICS WRITE
               DATASET('OPEPERF')
               FROM(WS-OPEPERF-ROW)
               RIDFLD(WK-OPE-CLAVE OF WS-OPEPERF-ROW)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 7000-JOURNALIZAR-CAMBIO
               MOVE 'ALTA APLICADA EN OPEPERF' TO MSGO
           ELSE
               MOVE 'ERROR AL GRABAR EN OPEPERF' TO MSGO
           END-IF.

       6200-REGRABAR-OPEPERF.
           EXEC CICS REWRITE
               DATASET('OPEPERF')
               FROM(WS-OPEPERF-ROW)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 7000-JOURNALIZAR-CAMBIO
               IF ACCIONI = 'ALT'
                   MOVE 'PERFIL REHABILITADO EN OPEPERF' TO MSGO
               ELSE
                   MOVE 'PERFIL RETIRADO (VIGENTE=N) EN OPEPERF'
                       TO MSGO
               END-IF
           ELSE
               MOVE 'ERROR AL REGRABAR EN OPEPERF' TO MSGO
           END-IF.

      *    SECUENCIA DEL JOURNAL: STARTBR DESDE HIGH-VALUES Y
      *    READPREV (MISMO MECANISMO QUE CLINOVE SOBRE CLITRAN). EL
      *    JOURNAL NUNCA VOLTEA AL CAMBIO YA APLICADO: UN ERROR ACA
