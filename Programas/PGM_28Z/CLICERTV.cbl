       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLICERTV.
      ******************************************************************
      * PGM_28Z - CLICERTV                                             *
      * CICLO NOCTURNO DE RECERTIFICACION DE DATOS DE LOS CLIENTES     *
      * VIGENTES (CONOZCA A SU CLIENTE). LA NORMA PIDE RECONFIRMAR LOS *
      * DATOS CADA CIERTOS ANOS, MAS SEGUIDO CUANTO MAS ALTO EL        *
      * PERFIL DE RIESGO; HASTA AHORA EL UNICO RASTRO DEL ULTIMO       *
      * CONTACTO ESTABA EN CP-TBVHIST (PGM_27U) Y NADIE SABIA QUIEN    *
      * ESTABA ATRASADO.                                               *
      * POR CADA CLIENTE VIGENTE (CP-CLISEQ CON ULTIMO_TIPO_NOVEDAD    *
      * <> BA, MISMO RECORRIDO QUE CLIRESCT, PGM_28K):                 *
      *   - SE LEE LA FILA VIGENTE DE TBVCLIEN (PGM_27S) Y LA FILA DE  *
      *     CP-CLICERT (PGM_28Z); UN CLIENTE SIN FILA LA RECIBE CON EL *
      *     PERFIL POR DEFECTO DEL PARAMETRO                           *
      *   - SE BUSCA EN TBVHIST EL ULTIMO AL O MO DEL DOCUMENTO QUE NO *
      *     HAYA SIDO REVERSADO (UNA FILA RV DE LA MISMA SECUENCIA Y   *
      *     FECHA_HORA POSTERIOR, PGM_28N/CLIREVER, LO ANULA). SI LA   *
      *     HISTORIA YA FUE DEPURADA (PGM_28E/CLIHIARC) VALE LA        *
      *     CONFIRMACION ANOTADA EN CLICERT Y, SI TAMPOCO HAY, LA      *
      *     FECHA DE ALTA DEL CLIENTE                                  *
      *   - UNA RECERTIFICACION REGISTRADA EN EL MOSTRADOR             *
      *     (PGM_28Z/CLICERE) POSTERIOR A ESA FECHA LA REEMPLAZA       *
      *   - VENCIMIENTO = CONFIRMACION + MESES DEL PERFIL; BLOQUEO =   *
      *     VENCIMIENTO + DIAS DE GRACIA. PASADO EL VENCIMIENTO EL     *
      *     CLIENTE QUEDA VENCIDO (V: AVISO EN CLICONS Y CTANOVE) Y    *
      *     PASADA LA GRACIA, BLOQUEADO (B: CTANOVE Y CTACARGA         *
      *     RECHAZAN SUS APERTURAS AP)                                 *
      *   - AL VENCIDO O BLOQUEADO SE LE EMITE UN AVISO EN CLICEAVI SI *
      *     PASA EL BLOQUE DE ENVIO CON LOS MISMOS CRITERIOS QUE       *
      *     CLIRESCT (DOMICILIO NO VACIO, CIUDAD VIGENTE EN CP-CLICIUD *
      *     Y MASCARA DEL CODIGO POSTAL EN EL DOMINIO CODPOS VIA       *
      *     PGM_07B/CLIDOMC); SI NO PASA, VA A LA LISTA DE NO          *
      *     CONTACTABLES CLICENOE CON EL MOTIVO                        *
      *   - EL AVISO NO SE REPITE CADA NOCHE: SALE AL VENCER, AL       *
      *     BLOQUEARSE Y DESPUES CADA N DIAS MIENTRAS SIGA SIN         *
      *     RECERTIFICAR. UNA REEJECUCION EN EL MISMO DIA VUELVE A     *
      *     EMITIR LOS AVISOS DE ESE DIA (LOS ARCHIVOS DE SALIDA SE    *
      *     REGENERAN) SIN ADELANTAR EL CICLO                          *
      * PARAMETRO (ARCHIVO CLICEPAR, UNA LINEA):                       *
      *   COL 1-3   = MESES DE VIGENCIA PERFIL A (RIESGO ALTO)         *
      *   COL 5-7   = MESES DE VIGENCIA PERFIL M (RIESGO MEDIO)        *
      *   COL 9-11  = MESES DE VIGENCIA PERFIL B (RIESGO BAJO)         *
      *   COL 13-15 = DIAS DE GRACIA ENTRE VENCIMIENTO Y BLOQUEO       *
      *   COL 17-19 = DIAS ENTRE AVISOS A UN MISMO CLIENTE             *
      *   COL 21    = PERFIL PARA CLIENTES SIN FILA (EN BLANCO = M)    *
      *   COL 23-32 = FECHA DE LA CORRIDA AAAA-MM-DD (EN BLANCO = LA   *
      *               FECHA DEL DIA, COMO EN PGM_28Y/OPESEGR)          *
      * CORRE EN EL BATCH NOCTURNO DESPUES DE CLICARGA/CLICIERR (UN MO *
      * DE LA NOCHE YA CUENTA) Y ANTES DE CTACARGA (EL BLOQUEO YA RIGE *
      * PARA LAS APERTURAS DEL LOTE). CONTROL DE LOTES: LEIDAS =       *
      * DOCUMENTOS DE CLISEQ, PROCESADAS = CLIENTES VIGENTES,          *
      * RECHAZADAS = DOCUMENTOS SIN FILA EN TBVCLIEN Y FILAS DE        *
      * CLICERT QUE NO SE PUDIERON GRABAR.                             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLICEPAR-FILE ASSIGN TO "CLICEPAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CLICEPAR.

           SELECT CLISEQ-FILE ASSIGN TO "CLISEQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WK-SEQ-NRO-DOCUMENTO
               FILE STATUS IS WS-FS-CLISEQ.

           SELECT TBVCLIEN-FILE ASSIGN TO "TBVCLIEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-CLI-CLAVE
               ALTERNATE RECORD KEY IS WK-CLI-CLAVE-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-TBVCLIEN.

           SELECT TBVHIST-FILE ASSIGN TO "TBVHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-HIST-CLAVE
               FILE STATUS IS WS-FS-TBVHIST.

           SELECT CLICIUD-FILE ASSIGN TO "CLICIUD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-CIU-NOMBRE
               FILE STATUS IS WS-FS-CLICIUD.

           SELECT CLICERT-FILE ASSIGN TO "CLICERT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-CER-NRO-CLIENTE
               FILE STATUS IS WS-FS-CLICERT.

           SELECT CLICEAVI-FILE ASSIGN TO "CLICEAVI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CLICEAVI.

           SELECT CLICENOE-FILE ASSIGN TO "CLICENOE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CLICENOE.

       DATA DIVISION.
       FILE SECTION.
       FD  CLICEPAR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WK-CLICEPAR-LINEA              PIC X(80).

       FD  CLISEQ-FILE.
           COPY CP-CLISEQ.

       FD  TBVCLIEN-FILE.
           COPY CP-TBVCLIEN.

       FD  TBVHIST-FILE.
           COPY CP-TBVHIST.

       FD  CLICIUD-FILE.
           COPY CP-CLICIUD.

       FD  CLICERT-FILE.
           COPY CP-CLICERT.

       FD  CLICEAVI-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WK-CLICEAVI-LINEA              PIC X(80).

       FD  CLICENOE-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  WK-CLICENOE-LINEA              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FS-CLICEPAR                 PIC XX.
       01  WS-FS-CLISEQ                   PIC XX.
       01  WS-FS-TBVCLIEN                 PIC XX.
       01  WS-FS-TBVHIST                  PIC XX.
       01  WS-FS-CLICIUD                  PIC XX.
       01  WS-FS-CLICERT                  PIC XX.
           88  FS-OK-CLICERT              VALUE '00'.
           88  FS-NO-EXISTE-CLICERT       VALUE '35'.
       01  WS-FS-CLICEAVI                 PIC XX.
       01  WS-FS-CLICENOE                 PIC XX.

       01  WS-EOF-CLISEQ                  PIC X VALUE 'N'.
           88  WS-NO-HAY-MAS-CLISEQ       VALUE 'S'.
       01  WS-FIN-HISTORIA-SW             PIC X.
           88  WS-FIN-HISTORIA            VALUE 'S' FALSE 'N'.
       01  WS-CER-NUEVA-SW                PIC X.
           88  WS-CER-NUEVA               VALUE 'S' FALSE 'N'.
       01  WS-CORRESPONDE-AVISO-SW        PIC X.
           88  WS-CORRESPONDE-AVISO       VALUE 'S' FALSE 'N'.

      *    *************************************************************
      *    PARAMETRO DE LA CORRIDA (CLICEPAR)
       01  WS-PARAMETRO                   PIC X(80).
       01  WS-PARAMETRO-CAMPOS REDEFINES WS-PARAMETRO.
           05 WS-PAR-MESES-ALTO           PIC 9(3).
           05 FILLER                      PIC X.
           05 WS-PAR-MESES-MEDIO          PIC 9(3).
           05 FILLER                      PIC X.
           05 WS-PAR-MESES-BAJO           PIC 9(3).
           05 FILLER                      PIC X.
           05 WS-PAR-DIAS-GRACIA          PIC 9(3).
           05 FILLER                      PIC X.
           05 WS-PAR-DIAS-REAVISO         PIC 9(3).
           05 FILLER                      PIC X.
           05 WS-PAR-PERFIL-DEFECTO       PIC X.
           05 FILLER                      PIC X.
           05 WS-PAR-FECHA.
              10 WS-PAR-FECHA-AAAA        PIC 9(4).
              10 FILLER                   PIC X.
              10 WS-PAR-FECHA-MM          PIC 9(2).
              10 FILLER                   PIC X.
              10 WS-PAR-FECHA-DD          PIC 9(2).
           05 WS-PAR-FECHA-X REDEFINES WS-PAR-FECHA
                                          PIC X(10).
           05 FILLER                      PIC X(48).
       01  WS-PERFIL-DEFECTO              PIC X(1).
       01  WS-MESES-PERFIL                PIC 9(3).

       01  WS-FECHA-CORRIDA               PIC X(10).
       01  WS-FECHA-CORRIDA-NUM           PIC 9(8).
       01  WS-FECHA-LIMITE-AVISO          PIC X(10).

      *    ULTIMA CONFIRMACION SEGUN TBVHIST: LA CANDIDATA ES EL AL/MO
      *    MAS NUEVO DE LA SECUENCIA EN CURSO; SE CONFIRMA AL CAMBIAR
      *    DE SECUENCIA SI NINGUN RV POSTERIOR A ELLA LA ANULO.
       01  WS-SEC-EN-CURSO                PIC 9(2).
       01  WS-CANDIDATA-FECHA-HORA        PIC X(21).
       01  WS-CANDIDATA-FECHA             PIC X(10).
       01  WS-CANDIDATA-ORIGEN            PIC X(2).
       01  WS-HIST-FECHA                  PIC X(10).
       01  WS-HIST-ORIGEN                 PIC X(2).
       01  WS-CONF-FECHA                  PIC X(10).
       01  WS-CONF-ORIGEN                 PIC X(2).

      *    FECHA DE TRABAJO AAAA-MM-DD PARA LA ARITMETICA DE FECHAS
       01  WS-FEC-TRABAJO.
           05 WS-FT-AAAA                  PIC 9(4).
           05 WS-FT-SEP1                  PIC X.
           05 WS-FT-MM                    PIC 9(2).
           05 WS-FT-SEP2                  PIC X.
           05 WS-FT-DD                    PIC 9(2).
       01  WS-FEC-TRABAJO-X REDEFINES WS-FEC-TRABAJO
                                          PIC X(10).
       01  WS-FECHA-VALIDA-SW             PIC X.
           88  WS-FECHA-VALIDA            VALUE 'S' FALSE 'N'.
       01  WS-FEC-NUM                     PIC 9(8).
       01  WS-FEC-DIA                     PIC 9(8).
       01  WS-FEC-DIAS-A-SUMAR            PIC 9(3).
       01  WS-MESES-TOTAL                 PIC 9(6).
       01  WS-MESES-RESTO                 PIC 9(2).
       01  WS-ULTIMO-DIA-NUM              PIC 9(8).

       01  WS-MOTIVO                      PIC X(40).
       01  WS-MASCARA-POSTAL              PIC X(8).
       01  WS-LARGO-POSTAL                PIC 9(2).
       01  WS-CAR-POSTAL                  PIC X.
       01  WS-CAR-IX                      PIC 9(2).

       01  WS-DOM-ACCION                  PIC X(3).
       01  WS-DOM-DOMINIO                 PIC X(6).
       01  WS-DOM-CODIGO                  PIC X(10).
       01  WS-DOM-DESCRIPCION             PIC X(30).
       01  WS-DOM-ENCONTRADO              PIC X.
           88  WS-DOM-CODIGO-VALIDO       VALUE 'S'.

       01  WS-CANT-DOCUMENTOS             PIC 9(8) VALUE ZEROS.
       01  WS-CANT-VIGENTES               PIC 9(8) VALUE ZEROS.
       01  WS-CANT-SIN-TBVCLIEN           PIC 9(8) VALUE ZEROS.
       01  WS-CANT-FILAS-NUEVAS           PIC 9(8) VALUE ZEROS.
       01  WS-CANT-SIN-CONFIRMACION       PIC 9(8) VALUE ZEROS.
       01  WS-CANT-AL-DIA                 PIC 9(8) VALUE ZEROS.
       01  WS-CANT-VENCIDOS               PIC 9(8) VALUE ZEROS.
       01  WS-CANT-BLOQUEADOS             PIC 9(8) VALUE ZEROS.
       01  WS-CANT-AVISOS                 PIC 9(8) VALUE ZEROS.
       01  WS-CANT-NO-ENVIABLES           PIC 9(8) VALUE ZEROS.
       01  WS-CANT-ERRORES-CLICERT        PIC 9(8) VALUE ZEROS.

       01  WS-LINEA-NO-ENVIABLE.
           05 FILLER                      PIC X(8)  VALUE 'CLIENTE='.
           05 WS-LNE-NRO-CLIENTE          PIC 9(5).
           05 FILLER                      PIC X(5)  VALUE ' DOC='.
           05 WS-LNE-TIPO-DOCUMENTO       PIC X(2).
           05 FILLER                      PIC X(1)  VALUE SPACES.
           05 WS-LNE-NRO-DOCUMENTO        PIC 9(11).
           05 FILLER                      PIC X(8)  VALUE ' PERFIL='.
           05 WS-LNE-PERFIL               PIC X(1).
           05 FILLER                      PIC X(8)  VALUE ' ESTADO='.
           05 WS-LNE-ESTADO               PIC X(1).
           05 FILLER                      PIC X(5)  VALUE ' VTO='.
           05 WS-LNE-VENCIMIENTO          PIC X(10).
           05 FILLER                      PIC X(9)  VALUE ' BLOQUEO='.
           05 WS-LNE-BLOQUEO              PIC X(10).
           05 FILLER                      PIC X(8)  VALUE ' MOTIVO='.
           05 WS-LNE-MOTIVO               PIC X(40).

       01  WS-CTL-ACCION                  PIC X(3).
       01  WS-CTL-PROGRAMA                PIC X(8) VALUE 'CLICERTV'.
       01  WS-CTL-LEIDAS                  PIC 9(8) VALUE ZEROS.
       01  WS-CTL-PROCESADAS              PIC 9(8) VALUE ZEROS.
       01  WS-CTL-RECHAZADAS              PIC 9(8) VALUE ZEROS.
       01  WS-CTL-RETORNO                 PIC 9(4) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 0100-ANOTAR-INICIO-CONTROL
           PERFORM 1000-INICIALIZAR
           PERFORM UNTIL WS-NO-HAY-MAS-CLISEQ
               READ CLISEQ-FILE NEXT RECORD
                   AT END
                       SET WS-NO-HAY-MAS-CLISEQ TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CANT-DOCUMENTOS
                       PERFORM 2000-PROCESAR-DOCUMENTO
               END-READ
           END-PERFORM
           MOVE 'FIN' TO WS-DOM-ACCION
           CALL 'CLIDOMC' USING WS-DOM-ACCION WS-DOM-DOMINIO
                                 WS-DOM-CODIGO WS-DOM-DESCRIPCION
                                 WS-DOM-ENCONTRADO
           DISPLAY 'CLICERTV - FECHA ' WS-FECHA-CORRIDA
                   ' DOCUMENTOS LEIDOS ' WS-CANT-DOCUMENTOS
                   ' VIGENTES ' WS-CANT-VIGENTES
                   ' SIN TBVCLIEN ' WS-CANT-SIN-TBVCLIEN
           DISPLAY 'CLICERTV - AL DIA ' WS-CANT-AL-DIA
                   ' VENCIDOS ' WS-CANT-VENCIDOS
                   ' BLOQUEADOS ' WS-CANT-BLOQUEADOS
                   ' SIN FECHA DE CONFIRMACION '
                   WS-CANT-SIN-CONFIRMACION
           DISPLAY 'CLICERTV - AVISOS EMITIDOS ' WS-CANT-AVISOS
                   ' NO CONTACTABLES ' WS-CANT-NO-ENVIABLES
                   ' FILAS NUEVAS ' WS-CANT-FILAS-NUEVAS
                   ' ERRORES CLICERT ' WS-CANT-ERRORES-CLICERT
           PERFORM 0200-ANOTAR-FIN-CONTROL
           PERFORM 9000-FINALIZAR
           GOBACK.

      *    ANOTACION EN EL CONTROL DE LOTES (CP-CLICTL, PGM_28I) PARA
      *    EL RESUMEN UNICO DE LA MANANA (CLIRESUM).
       0100-ANOTAR-INICIO-CONTROL.
           MOVE 'INI' TO WS-CTL-ACCION
           CALL 'CLICTLW' USING WS-CTL-ACCION WS-CTL-PROGRAMA
                                 WS-CTL-LEIDAS WS-CTL-PROCESADAS
                                 WS-CTL-RECHAZADAS WS-CTL-RETORNO.

       0200-ANOTAR-FIN-CONTROL.
           MOVE WS-CANT-DOCUMENTOS TO WS-CTL-LEIDAS
           MOVE WS-CANT-VIGENTES   TO WS-CTL-PROCESADAS
           COMPUTE WS-CTL-RECHAZADAS =
               WS-CANT-SIN-TBVCLIEN + WS-CANT-ERRORES-CLICERT
           MOVE RETURN-CODE        TO WS-CTL-RETORNO
           MOVE 'FIN' TO WS-CTL-ACCION
           CALL 'CLICTLW' USING WS-CTL-ACCION WS-CTL-PROGRAMA
                                 WS-CTL-LEIDAS WS-CTL-PROCESADAS
                                 WS-CTL-RECHAZADAS WS-CTL-RETORNO
           MOVE 'CIE' TO WS-CTL-ACCION
           CALL 'CLICTLW' USING WS-CTL-ACCION WS-CTL-PROGRAMA
                                 WS-CTL-LEIDAS WS-CTL-PROCESADAS
                                 WS-CTL-RECHAZADAS WS-CTL-RETORNO.

       1000-INICIALIZAR.
           PERFORM 1100-LEER-PARAMETRO
           OPEN INPUT CLISEQ-FILE
           IF WS-FS-CLISEQ NOT = '00'
               DISPLAY 'CLICERTV - ERROR AL ABRIR CLISEQ FS='
                       WS-FS-CLISEQ
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT TBVCLIEN-FILE
           IF WS-FS-TBVCLIEN NOT = '00'
               DISPLAY 'CLICERTV - ERROR AL ABRIR TBVCLIEN FS='
                       WS-FS-TBVCLIEN
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT TBVHIST-FILE
           IF WS-FS-TBVHIST NOT = '00'
               DISPLAY 'CLICERTV - ERROR AL ABRIR TBVHIST FS='
                       WS-FS-TBVHIST
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CLICIUD-FILE
           IF WS-FS-CLICIUD NOT = '00'
               DISPLAY 'CLICERTV - ERROR AL ABRIR CLICIUD FS='
                       WS-FS-CLICIUD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
      *    LA PRIMERA CORRIDA CREA CLICERT (MISMO CRITERIO QUE
      *    PGM_28W/CTATITI): CADA CLIENTE VIGENTE RECIBE SU FILA.
           OPEN I-O CLICERT-FILE
           IF FS-NO-EXISTE-CLICERT
               OPEN OUTPUT CLICERT-FILE
               CLOSE CLICERT-FILE
               OPEN I-O CLICERT-FILE
           END-IF
           IF NOT FS-OK-CLICERT
               DISPLAY 'CLICERTV - ERROR AL ABRIR CLICERT FS='
                       WS-FS-CLICERT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT CLICEAVI-FILE
           IF WS-FS-CLICEAVI NOT = '00'
               DISPLAY 'CLICERTV - ERROR AL ABRIR CLICEAVI FS='
                       WS-FS-CLICEAVI
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT CLICENOE-FILE
           IF WS-FS-CLICENOE NOT = '00'
               DISPLAY 'CLICERTV - ERROR AL ABRIR CLICENOE FS='
                       WS-FS-CLICENOE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WK-CLICENOE-LINEA
           STRING 'CLIENTES NO CONTACTABLES - RECERTIFICACION DE DATOS '
                  'SIN AVISO - FECHA ' WS-FECHA-CORRIDA
                  DELIMITED BY SIZE INTO WK-CLICENOE-LINEA
           WRITE WK-CLICENOE-LINEA
           IF WS-FS-CLICENOE NOT = '00'
               DISPLAY 'CLICERTV - ERROR AL ESCRIBIR CLICENOE FS='
                       WS-FS-CLICENOE
           END-IF.

      *    LOS TRES PERIODOS Y LOS DIAS ENTRE AVISOS SON OBLIGATORIOS
      *    Y MAYORES QUE CERO; LA GRACIA PUEDE SER CERO (BLOQUEO AL
      *    DIA SIGUIENTE DEL VENCIMIENTO). LA FECHA, SI VIENE, DEBE
      *    SER AAAA-MM-DD NUMERICA. UN PARAMETRO INVALIDO CORTA LA
      *    CORRIDA ANTES DE ABRIR LOS ARCHIVOS.
       1100-LEER-PARAMETRO.
           OPEN INPUT CLICEPAR-FILE
           IF WS-FS-CLICEPAR NOT = '00'
               DISPLAY 'CLICERTV - ERROR AL ABRIR CLICEPAR FS='
                       WS-FS-CLICEPAR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ CLICEPAR-FILE INTO WS-PARAMETRO
               AT END
                   DISPLAY 'CLICERTV - CLICEPAR SIN PARAMETRO'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           CLOSE CLICEPAR-FILE
           IF WS-PAR-MESES-ALTO NOT NUMERIC
              OR WS-PAR-MESES-MEDIO NOT NUMERIC
              OR WS-PAR-MESES-BAJO NOT NUMERIC
              OR WS-PAR-MESES-ALTO = ZEROS
              OR WS-PAR-MESES-MEDIO = ZEROS
              OR WS-PAR-MESES-BAJO = ZEROS
               DISPLAY 'CLICERTV - PARAMETRO INVALIDO: MESES POR '
                       'PERFIL ' WS-PARAMETRO(1:11)
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-PAR-DIAS-GRACIA NOT NUMERIC
              OR WS-PAR-DIAS-REAVISO NOT NUMERIC
              OR WS-PAR-DIAS-REAVISO = ZEROS
               DISPLAY 'CLICERTV - PARAMETRO INVALIDO: DIAS DE GRACIA/'
                       'ENTRE AVISOS ' WS-PARAMETRO(13:7)
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-PAR-PERFIL-DEFECTO = SPACE
               MOVE 'M' TO WS-PERFIL-DEFECTO
           ELSE
               MOVE WS-PAR-PERFIL-DEFECTO TO WS-PERFIL-DEFECTO
           END-IF
           IF WS-PERFIL-DEFECTO NOT = 'A'
              AND WS-PERFIL-DEFECTO NOT = 'M'
              AND WS-PERFIL-DEFECTO NOT = 'B'
               DISPLAY 'CLICERTV - PARAMETRO INVALIDO: PERFIL POR '
                       'DEFECTO ' WS-PAR-PERFIL-DEFECTO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-PAR-FECHA-X = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-CORRIDA-NUM
           ELSE
               IF WS-PAR-FECHA-AAAA NOT NUMERIC
                  OR WS-PAR-FECHA-MM NOT NUMERIC
                  OR WS-PAR-FECHA-DD NOT NUMERIC
                  OR WS-PAR-FECHA-X(5:1) NOT = '-'
                  OR WS-PAR-FECHA-X(8:1) NOT = '-'
                   DISPLAY 'CLICERTV - PARAMETRO INVALIDO: FECHA '
                           WS-PAR-FECHA-X
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               COMPUTE WS-FECHA-CORRIDA-NUM =
                   WS-PAR-FECHA-AAAA * 10000
                   + WS-PAR-FECHA-MM * 100 + WS-PAR-FECHA-DD
           END-IF
           STRING WS-FECHA-CORRIDA-NUM(1:4) '-'
                  WS-FECHA-CORRIDA-NUM(5:2) '-'
                  WS-FECHA-CORRIDA-NUM(7:2)
                  DELIMITED BY SIZE INTO WS-FECHA-CORRIDA
      *    UN AVISO ANTERIOR O IGUAL A ESTA FECHA YA TIENE N DIAS
           COMPUTE WS-FEC-DIA =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-CORRIDA-NUM)
               - WS-PAR-DIAS-REAVISO
           COMPUTE WS-FEC-NUM = FUNCTION DATE-OF-INTEGER(WS-FEC-DIA)
           STRING WS-FEC-NUM(1:4) '-' WS-FEC-NUM(5:2) '-'
                  WS-FEC-NUM(7:2)
                  DELIMITED BY SIZE INTO WS-FECHA-LIMITE-AVISO.

      *    MISMO CAMINO QUE CLIRESCT (PGM_28K): LA FILA VIGENTE SE
      *    RE-ARMA CON LOS DATOS DEL CONTADOR CLISEQ.
       2000-PROCESAR-DOCUMENTO.
           IF WK-SEQ-ULTIMO-TIPO-NOV NOT = 'BA'
               MOVE WK-SEQ-ULTIMO-TIPO-NOV TO
                   WK-CLI-TIPO-NOVEDAD OF WK-CLI-CLAVE
               MOVE WK-SEQ-TIPO-DOCUMENTO TO
                   WK-CLI-TIPO-DOCUMENTO OF WK-CLI-CLAVE
               MOVE WK-SEQ-NRO-DOCUMENTO TO
                   WK-CLI-NRO-DOCUMENTO OF WK-CLI-CLAVE
               MOVE WK-SEQ-ULTIMA-SEC TO
                   WK-CLI-NRO-SEC OF WK-CLI-CLAVE
               READ TBVCLIEN-FILE
                   INVALID KEY
                       ADD 1 TO WS-CANT-SIN-TBVCLIEN
                       DISPLAY 'CLICERTV - DOCUMENTO '
                               WK-SEQ-TIPO-DOCUMENTO ' '
                               WK-SEQ-NRO-DOCUMENTO
                               ' SIN FILA VIGENTE EN TBVCLIEN'
                   NOT INVALID KEY
                       ADD 1 TO WS-CANT-VIGENTES
                       PERFORM 2100-LEER-CLICERT
                       PERFORM 3000-BUSCAR-ULTIMA-NOVEDAD
                       PERFORM 4000-CALCULAR-ESTADO
                       PERFORM 5000-EVALUAR-AVISO
                       PERFORM 6000-GRABAR-CLICERT
               END-READ
           END-IF.

       2100-LEER-CLICERT.
           MOVE WK-CLI-NRO-CLIENTE TO WK-CER-NRO-CLIENTE
           READ CLICERT-FILE
               INVALID KEY
                   SET WS-CER-NUEVA TO TRUE
                   MOVE SPACES             TO WK-CLICERT
                   MOVE WK-CLI-NRO-CLIENTE TO WK-CER-NRO-CLIENTE
                   MOVE WS-PERFIL-DEFECTO  TO WK-CER-PERFIL-RIESGO
               NOT INVALID KEY
                   SET WS-CER-NUEVA TO FALSE
           END-READ
           IF NOT WK-CER-PERFIL-VALIDO
               MOVE WS-PERFIL-DEFECTO TO WK-CER-PERFIL-RIESGO
           END-IF
           MOVE WK-CLI-TIPO-DOCUMENTO TO WK-CER-TIPO-DOCUMENTO
           MOVE WK-CLI-NRO-DOCUMENTO  TO WK-CER-NRO-DOCUMENTO.

      *    EL HISTORICO DE UN DOCUMENTO ESTA JUNTO EN TBVHIST (CLAVE
      *    DOCUMENTO + SECUENCIA + TIPO + FECHA_HORA). SE RECORRE
      *    DESDE LA SECUENCIA 00 HASTA QUE CAMBIA EL DOCUMENTO.
       3000-BUSCAR-ULTIMA-NOVEDAD.
           MOVE SPACES TO WS-HIST-FECHA
                          WS-HIST-ORIGEN
                          WS-CANDIDATA-FECHA
                          WS-CANDIDATA-ORIGEN
           MOVE LOW-VALUES TO WS-CANDIDATA-FECHA-HORA
           MOVE ZEROS  TO WS-SEC-EN-CURSO
           SET WS-FIN-HISTORIA TO FALSE
           MOVE WK-CLI-TIPO-DOCUMENTO OF WK-CLI-CLAVE
               TO WK-HIST-TIPO-DOCUMENTO
           MOVE WK-CLI-NRO-DOCUMENTO OF WK-CLI-CLAVE
               TO WK-HIST-NRO-DOCUMENTO
           MOVE ZEROS      TO WK-HIST-NRO-SEC
           MOVE LOW-VALUES TO WK-HIST-TIPO-NOVEDAD
                              WK-HIST-FECHA-HORA
           START TBVHIST-FILE KEY IS NOT LESS THAN WK-HIST-CLAVE
               INVALID KEY
                   SET WS-FIN-HISTORIA TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-HISTORIA
               READ TBVHIST-FILE NEXT RECORD
                   AT END
                       SET WS-FIN-HISTORIA TO TRUE
                   NOT AT END
                       IF WK-HIST-TIPO-DOCUMENTO NOT =
                          WK-CLI-TIPO-DOCUMENTO OF WK-CLI-CLAVE
                          OR WK-HIST-NRO-DOCUMENTO NOT =
                             WK-CLI-NRO-DOCUMENTO OF WK-CLI-CLAVE
                           SET WS-FIN-HISTORIA TO TRUE
                       ELSE
                           PERFORM 3100-EVALUAR-HISTORIA
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 3200-CONFIRMAR-CANDIDATA.

      *    DENTRO DE UNA SECUENCIA LAS FILAS VIENEN POR TIPO Y LUEGO
      *    POR FECHA_HORA (ORDEN DE LA CLAVE), NO EN ORDEN DE
      *    GRABACION: TODOS LOS RV LLEGAN DESPUES DE LOS AL/MO. POR ESO
      *    LA CANDIDATA ES EL AL/MO DE FECHA_HORA MAS NUEVA Y UN RV LA
      *    ANULA SOLO SI SU FECHA_HORA ES POSTERIOR A LA DE ELLA; UNA
      *    RECAPTURA POSTERIOR AL RV SIGUE CONTANDO (MISMA REGLA QUE
      *    PGM_28N/CLIREVER, 5100-BUSCAR-NOV-ANTERIOR). LA BA NO ES UNA
      *    CONFIRMACION DE DATOS.
       3100-EVALUAR-HISTORIA.
           IF WK-HIST-NRO-SEC NOT = WS-SEC-EN-CURSO
               PERFORM 3200-CONFIRMAR-CANDIDATA
               MOVE WK-HIST-NRO-SEC TO WS-SEC-EN-CURSO
           END-IF
           EVALUATE WK-HIST-TIPO-NOVEDAD
               WHEN 'AL'
               WHEN 'MO'
                   IF WK-HIST-FECHA-HORA > WS-CANDIDATA-FECHA-HORA
                       MOVE WK-HIST-FECHA-HORA TO
                           WS-CANDIDATA-FECHA-HORA
                       MOVE SPACES TO WS-CANDIDATA-FECHA
                       STRING WK-HIST-FECHA-HORA(1:4) '-'
                              WK-HIST-FECHA-HORA(5:2) '-'
                              WK-HIST-FECHA-HORA(7:2)
                              DELIMITED BY SIZE INTO WS-CANDIDATA-FECHA
                       MOVE WK-HIST-TIPO-NOVEDAD TO WS-CANDIDATA-ORIGEN
                   END-IF
               WHEN 'RV'
                   IF WS-CANDIDATA-FECHA NOT = SPACES
                      AND WK-HIST-FECHA-HORA > WS-CANDIDATA-FECHA-HORA
                       MOVE SPACES TO WS-CANDIDATA-FECHA
                                      WS-CANDIDATA-ORIGEN
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3200-CONFIRMAR-CANDIDATA.
           IF WS-CANDIDATA-FECHA NOT = SPACES
              AND WS-CANDIDATA-FECHA > WS-HIST-FECHA
               MOVE WS-CANDIDATA-FECHA  TO WS-HIST-FECHA
               MOVE WS-CANDIDATA-ORIGEN TO WS-HIST-ORIGEN
           END-IF
           MOVE SPACES TO WS-CANDIDATA-FECHA
                          WS-CANDIDATA-ORIGEN
           MOVE LOW-VALUES TO WS-CANDIDATA-FECHA-HORA.

      *    CONFIRMACION: TBVHIST; SI NO HAY, LA YA ANOTADA EN CLICERT
      *    (HISTORIA DEPURADA); SI TAMPOCO, LA FECHA DE ALTA. UNA
      *    RECERTIFICACION MAS NUEVA LA REEMPLAZA. SIN NINGUNA FECHA
      *    VALIDA EL CLIENTE SE TOMA COMO VENCIDO DESDE LA PRIMERA
      *    CORRIDA QUE LO VE (EL VENCIMIENTO ANOTADO NO SE CORRE).
       4000-CALCULAR-ESTADO.
           MOVE WS-HIST-FECHA  TO WS-CONF-FECHA
           MOVE WS-HIST-ORIGEN TO WS-CONF-ORIGEN
           IF WS-CONF-FECHA = SPACES
               MOVE WK-CER-FECHA-CONFIRMACION  TO WS-CONF-FECHA
               MOVE WK-CER-ORIGEN-CONFIRMACION TO WS-CONF-ORIGEN
           END-IF
           IF WS-CONF-FECHA = SPACES
               MOVE WK-CLI-FECHA-DE-ALTA TO WS-FEC-TRABAJO-X
               PERFORM 4900-VALIDAR-FECHA
               IF WS-FECHA-VALIDA
                   MOVE WK-CLI-FECHA-DE-ALTA TO WS-CONF-FECHA
                   MOVE 'FA'                 TO WS-CONF-ORIGEN
               END-IF
           END-IF
           IF WK-CER-FECHA-RECERT NOT = SPACES
              AND WK-CER-FECHA-RECERT > WS-CONF-FECHA
               MOVE WK-CER-FECHA-RECERT TO WS-CONF-FECHA
               MOVE 'RC'                TO WS-CONF-ORIGEN
           END-IF
           MOVE WS-CONF-FECHA TO WS-FEC-TRABAJO-X
           PERFORM 4900-VALIDAR-FECHA
           IF WS-FECHA-VALIDA
               MOVE WS-CONF-FECHA  TO WK-CER-FECHA-CONFIRMACION
               MOVE WS-CONF-ORIGEN TO WK-CER-ORIGEN-CONFIRMACION
               PERFORM 4100-MESES-DEL-PERFIL
               PERFORM 4200-SUMAR-MESES
               MOVE WS-FEC-TRABAJO-X TO WK-CER-FECHA-VENCIMIENTO
           ELSE
               ADD 1 TO WS-CANT-SIN-CONFIRMACION
               MOVE SPACES TO WK-CER-FECHA-CONFIRMACION
                              WK-CER-ORIGEN-CONFIRMACION
               IF WK-CER-FECHA-VENCIMIENTO = SPACES
                   MOVE WS-FECHA-CORRIDA TO WK-CER-FECHA-VENCIMIENTO
               END-IF
           END-IF
           MOVE WK-CER-FECHA-VENCIMIENTO TO WS-FEC-TRABAJO-X
           MOVE WS-PAR-DIAS-GRACIA       TO WS-FEC-DIAS-A-SUMAR
           PERFORM 4300-SUMAR-DIAS
           MOVE WS-FEC-TRABAJO-X TO WK-CER-FECHA-BLOQUEO
           EVALUATE TRUE
               WHEN WS-FECHA-CORRIDA > WK-CER-FECHA-BLOQUEO
                   SET WK-CER-BLOQUEADO TO TRUE
                   ADD 1 TO WS-CANT-BLOQUEADOS
               WHEN WS-FECHA-CORRIDA > WK-CER-FECHA-VENCIMIENTO
                   SET WK-CER-VENCIDO TO TRUE
                   ADD 1 TO WS-CANT-VENCIDOS
               WHEN OTHER
                   SET WK-CER-AL-DIA TO TRUE
                   ADD 1 TO WS-CANT-AL-DIA
           END-EVALUATE
           MOVE WS-FECHA-CORRIDA TO WK-CER-FECHA-CALCULO.

       4100-MESES-DEL-PERFIL.
           EVALUATE TRUE
               WHEN WK-CER-RIESGO-ALTO
                   MOVE WS-PAR-MESES-ALTO  TO WS-MESES-PERFIL
               WHEN WK-CER-RIESGO-BAJO
                   MOVE WS-PAR-MESES-BAJO  TO WS-MESES-PERFIL
               WHEN OTHER
                   MOVE WS-PAR-MESES-MEDIO TO WS-MESES-PERFIL
           END-EVALUATE.

      *    WS-FEC-TRABAJO + WS-MESES-PERFIL MESES CALENDARIO. SI EL
      *    DIA NO EXISTE EN EL MES DE DESTINO (31, 29 DE FEBRERO) SE
      *    TOMA EL ULTIMO DIA DE ESE MES.
       4200-SUMAR-MESES.
           COMPUTE WS-MESES-TOTAL =
               WS-FT-AAAA * 12 + WS-FT-MM - 1 + WS-MESES-PERFIL
           DIVIDE WS-MESES-TOTAL BY 12
               GIVING WS-FT-AAAA REMAINDER WS-MESES-RESTO
           COMPUTE WS-FT-MM = WS-MESES-RESTO + 1
           IF WS-FT-DD > 28
               IF WS-FT-MM = 12
                   COMPUTE WS-FEC-NUM = (WS-FT-AAAA + 1) * 10000 + 101
               ELSE
                   COMPUTE WS-FEC-NUM =
                       WS-FT-AAAA * 10000 + (WS-FT-MM + 1) * 100 + 1
               END-IF
               COMPUTE WS-FEC-DIA =
                   FUNCTION INTEGER-OF-DATE(WS-FEC-NUM) - 1
               COMPUTE WS-ULTIMO-DIA-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-FEC-DIA)
               IF WS-FT-DD > WS-ULTIMO-DIA-NUM(7:2)
                   MOVE WS-ULTIMO-DIA-NUM(7:2) TO WS-FT-DD
               END-IF
           END-IF
           MOVE '-' TO WS-FT-SEP1
                       WS-FT-SEP2.

      *    WS-FEC-TRABAJO + WS-FEC-DIAS-A-SUMAR DIAS CORRIDOS (MISMA
      *    ARITMETICA DE FECHAS QUE CTALAVA, PGM_28V).
       4300-SUMAR-DIAS.
           COMPUTE WS-FEC-NUM =
               WS-FT-AAAA * 10000 + WS-FT-MM * 100 + WS-FT-DD
           COMPUTE WS-FEC-DIA =
               FUNCTION INTEGER-OF-DATE(WS-FEC-NUM)
               + WS-FEC-DIAS-A-SUMAR
           COMPUTE WS-FEC-NUM = FUNCTION DATE-OF-INTEGER(WS-FEC-DIA)
           MOVE SPACES TO WS-FEC-TRABAJO-X
           STRING WS-FEC-NUM(1:4) '-' WS-FEC-NUM(5:2) '-'
                  WS-FEC-NUM(7:2)
                  DELIMITED BY SIZE INTO WS-FEC-TRABAJO-X.

       4900-VALIDAR-FECHA.
           SET WS-FECHA-VALIDA TO TRUE
           IF WS-FT-AAAA NOT NUMERIC
              OR WS-FT-MM NOT NUMERIC
              OR WS-FT-DD NOT NUMERIC
              OR WS-FT-SEP1 NOT = '-'
              OR WS-FT-SEP2 NOT = '-'
               SET WS-FECHA-VALIDA TO FALSE
           ELSE
               IF WS-FT-AAAA < 1601
                  OR WS-FT-MM < 1 OR WS-FT-MM > 12
                  OR WS-FT-DD < 1 OR WS-FT-DD > 31
                   SET WS-FECHA-VALIDA TO FALSE
               END-IF
           END-IF.

      *    CORRESPONDE AVISO AL VENCIDO/BLOQUEADO QUE: NUNCA FUE
      *    AVISADO; FUE AVISADO EN UN CICLO ANTERIOR (AVISO PREVIO AL
      *    VENCIMIENTO VIGENTE); SE BLOQUEO DESPUES DEL ULTIMO AVISO;
      *    TIENE EL ULTIMO AVISO CON N DIAS O MAS; O FUE AVISADO HOY
      *    (REEJECUCION: SE REGENERA EL MISMO AVISO).
       5000-EVALUAR-AVISO.
           SET WS-CORRESPONDE-AVISO TO FALSE
           IF WK-CER-SIN-RECERTIFICAR
               IF WK-CER-FECHA-AVISO = SPACES
                  OR WK-CER-FECHA-AVISO < WK-CER-FECHA-VENCIMIENTO
                  OR WK-CER-FECHA-AVISO NOT > WS-FECHA-LIMITE-AVISO
                  OR WK-CER-FECHA-AVISO = WS-FECHA-CORRIDA
                   SET WS-CORRESPONDE-AVISO TO TRUE
               END-IF
               IF WK-CER-BLOQUEADO
                  AND WK-CER-FECHA-AVISO NOT > WK-CER-FECHA-BLOQUEO
                   SET WS-CORRESPONDE-AVISO TO TRUE
               END-IF
           END-IF
           IF WS-CORRESPONDE-AVISO
               PERFORM 5100-CONTROLAR-BLOQUE-ENVIO
               IF WS-MOTIVO = SPACES
                   PERFORM 5200-EMITIR-AVISO
                   SET WK-CER-AVISO-EMITIDO TO TRUE
               ELSE
                   PERFORM 5300-INFORMAR-NO-ENVIABLE
                   SET WK-CER-AVISO-NO-ENVIABLE TO TRUE
               END-IF
               MOVE WS-FECHA-CORRIDA TO WK-CER-FECHA-AVISO
           END-IF.

      *    MISMOS CRITERIOS QUE CLIRESCT (PGM_28K) Y CLICONTV (PGM_28H)
      *    PARA LOS CAMPOS DE LOS QUE VIVE EL ENVIO POSTAL.
       5100-CONTROLAR-BLOQUE-ENVIO.
           MOVE SPACES TO WS-MOTIVO
           IF WK-CLI-DOMICILIO = SPACES
               MOVE 'DOMICILIO EN BLANCO' TO WS-MOTIVO
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM 5110-CONTROLAR-CIUDAD
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM 5120-CONTROLAR-CODIGO-POSTAL
           END-IF.

       5110-CONTROLAR-CIUDAD.
           IF WK-CLI-CIUDAD = SPACES
               MOVE 'CIUDAD EN BLANCO' TO WS-MOTIVO
           ELSE
               MOVE WK-CLI-CIUDAD TO WK-CIU-NOMBRE
               READ CLICIUD-FILE
                   INVALID KEY
                       MOVE 'CIUDAD FUERA DE LA LISTA DE REFERENCIA'
                           TO WS-MOTIVO
                   NOT INVALID KEY
                       IF WK-CIU-ES-BAJA
                           MOVE 'CIUDAD DADA DE BAJA EN LA REFERENCIA'
                               TO WS-MOTIVO
                       END-IF
               END-READ
           END-IF.

      *    MASCARA DEL CODIGO POSTAL (DIGITO->N, LETRA->A, OTRO->X)
      *    CONTRA EL DOMINIO CODPOS, IGUAL QUE CLIRESCT.
       5120-CONTROLAR-CODIGO-POSTAL.
           IF WK-CLI-CODIGO-POSTAL = SPACES
               MOVE 'CODIGO_POSTAL EN BLANCO' TO WS-MOTIVO
           ELSE
               PERFORM 5130-ARMAR-MASCARA-POSTAL
               MOVE 'CON'    TO WS-DOM-ACCION
               MOVE 'CODPOS' TO WS-DOM-DOMINIO
               MOVE WS-MASCARA-POSTAL TO WS-DOM-CODIGO
               CALL 'CLIDOMC' USING WS-DOM-ACCION WS-DOM-DOMINIO
                                     WS-DOM-CODIGO WS-DOM-DESCRIPCION
                                     WS-DOM-ENCONTRADO
               IF NOT WS-DOM-CODIGO-VALIDO
                   STRING 'POSTAL CON FORMATO ' WS-MASCARA-POSTAL
                          ' NO ADMITIDO'
                          DELIMITED BY SIZE INTO WS-MOTIVO
               END-IF
           END-IF.

       5130-ARMAR-MASCARA-POSTAL.
           MOVE SPACES TO WS-MASCARA-POSTAL
           MOVE ZEROS TO WS-LARGO-POSTAL
           PERFORM VARYING WS-CAR-IX FROM 8 BY -1
                   UNTIL WS-CAR-IX < 1
                      OR WS-LARGO-POSTAL > ZEROS
               IF WK-CLI-CODIGO-POSTAL(WS-CAR-IX:1) NOT = SPACE
                   MOVE WS-CAR-IX TO WS-LARGO-POSTAL
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CAR-IX FROM 1 BY 1
                   UNTIL WS-CAR-IX > WS-LARGO-POSTAL
               MOVE WK-CLI-CODIGO-POSTAL(WS-CAR-IX:1) TO WS-CAR-POSTAL
               EVALUATE TRUE
                   WHEN WS-CAR-POSTAL >= '0' AND WS-CAR-POSTAL <= '9'
                       MOVE 'N' TO WS-MASCARA-POSTAL(WS-CAR-IX:1)
                   WHEN WS-CAR-POSTAL = SPACE
                       MOVE 'X' TO WS-MASCARA-POSTAL(WS-CAR-IX:1)
                   WHEN WS-CAR-POSTAL ALPHABETIC-UPPER
                       MOVE 'A' TO WS-MASCARA-POSTAL(WS-CAR-IX:1)
                   WHEN OTHER
                       MOVE 'X' TO WS-MASCARA-POSTAL(WS-CAR-IX:1)
               END-EVALUATE
           END-PERFORM.

      *    UN AVISO POR CLIENTE: CABECERA, BLOQUE POSTAL (MISMO ORDEN
      *    QUE EL RESUMEN DE CLIRESCT) Y EL TEXTO SEGUN EL ESTADO.
       5200-EMITIR-AVISO.
           ADD 1 TO WS-CANT-AVISOS
           MOVE SPACES TO WK-CLICEAVI-LINEA
           STRING 'AVISO DE RECERTIFICACION DE DATOS - CLIENTE '
                  WK-CLI-NRO-CLIENTE ' DOC=' WK-CLI-TIPO-DOCUMENTO ' '
                  WK-CLI-NRO-DOCUMENTO
                  DELIMITED BY SIZE INTO WK-CLICEAVI-LINEA
           PERFORM 5900-ESCRIBIR-AVISO
           MOVE SPACES TO WK-CLICEAVI-LINEA
           STRING 'SR/A: ' WK-CLI-APELLIDO-CLIENTE ' '
                  WK-CLI-NOMBRE-CLIENTE
                  DELIMITED BY SIZE INTO WK-CLICEAVI-LINEA
           PERFORM 5900-ESCRIBIR-AVISO
           MOVE SPACES TO WK-CLICEAVI-LINEA
           STRING '      ' WK-CLI-DOMICILIO
                  DELIMITED BY SIZE INTO WK-CLICEAVI-LINEA
           PERFORM 5900-ESCRIBIR-AVISO
           MOVE SPACES TO WK-CLICEAVI-LINEA
           STRING '      ' WK-CLI-CIUDAD ' (' WK-CLI-CODIGO-POSTAL ')'
                  DELIMITED BY SIZE INTO WK-CLICEAVI-LINEA
           PERFORM 5900-ESCRIBIR-AVISO
           MOVE SPACES TO WK-CLICEAVI-LINEA
           PERFORM 5900-ESCRIBIR-AVISO
           MOVE SPACES TO WK-CLICEAVI-LINEA
           IF WK-CER-FECHA-CONFIRMACION = SPACES
               STRING 'SUS DATOS DEBIAN RECONFIRMARSE EL '
                      WK-CER-FECHA-VENCIMIENTO
                      ' (SIN CONFIRMACION REGISTRADA).'
                      DELIMITED BY SIZE INTO WK-CLICEAVI-LINEA
           ELSE
               STRING 'SUS DATOS DEBIAN RECONFIRMARSE EL '
                      WK-CER-FECHA-VENCIMIENTO
                      ' (ULTIMA CONFIRMACION '
                      WK-CER-FECHA-CONFIRMACION ').'
                      DELIMITED BY SIZE INTO WK-CLICEAVI-LINEA
           END-IF
           PERFORM 5900-ESCRIBIR-AVISO
           MOVE SPACES TO WK-CLICEAVI-LINEA
           IF WK-CER-BLOQUEADO
               STRING 'DESDE EL ' WK-CER-FECHA-BLOQUEO
                      ' NO PUEDE ABRIR CUENTAS NUEVAS HASTA '
                      'RECERTIFICAR.'
                      DELIMITED BY SIZE INTO WK-CLICEAVI-LINEA
           ELSE
               STRING 'ACERQUESE A SU SUCURSAL CON SU DOCUMENTO '
                      'ANTES DEL ' WK-CER-FECHA-BLOQUEO '.'
                      DELIMITED BY SIZE INTO WK-CLICEAVI-LINEA
           END-IF
           PERFORM 5900-ESCRIBIR-AVISO
           MOVE SPACES TO WK-CLICEAVI-LINEA
           PERFORM 5900-ESCRIBIR-AVISO.

       5300-INFORMAR-NO-ENVIABLE.
           ADD 1 TO WS-CANT-NO-ENVIABLES
           MOVE WK-CLI-NRO-CLIENTE       TO WS-LNE-NRO-CLIENTE
           MOVE WK-CLI-TIPO-DOCUMENTO    TO WS-LNE-TIPO-DOCUMENTO
           MOVE WK-CLI-NRO-DOCUMENTO     TO WS-LNE-NRO-DOCUMENTO
           MOVE WK-CER-PERFIL-RIESGO     TO WS-LNE-PERFIL
           MOVE WK-CER-ESTADO            TO WS-LNE-ESTADO
           MOVE WK-CER-FECHA-VENCIMIENTO TO WS-LNE-VENCIMIENTO
           MOVE WK-CER-FECHA-BLOQUEO     TO WS-LNE-BLOQUEO
           MOVE WS-MOTIVO                TO WS-LNE-MOTIVO
           WRITE WK-CLICENOE-LINEA FROM WS-LINEA-NO-ENVIABLE
           IF WS-FS-CLICENOE NOT = '00'
               DISPLAY 'CLICERTV - ERROR AL ESCRIBIR CLICENOE FS='
                       WS-FS-CLICENOE
           END-IF.

       5900-ESCRIBIR-AVISO.
           WRITE WK-CLICEAVI-LINEA
           IF WS-FS-CLICEAVI NOT = '00'
               DISPLAY 'CLICERTV - ERROR AL ESCRIBIR CLICEAVI FS='
                       WS-FS-CLICEAVI
           END-IF.

       6000-GRABAR-CLICERT.
           IF WS-CER-NUEVA
               WRITE WK-CLICERT
                   INVALID KEY
                       ADD 1 TO WS-CANT-ERRORES-CLICERT
                       DISPLAY 'CLICERTV - ERROR AL GRABAR CLICERT '
                               'CLIENTE ' WK-CER-NRO-CLIENTE
                               ' FS=' WS-FS-CLICERT
                   NOT INVALID KEY
                       ADD 1 TO WS-CANT-FILAS-NUEVAS
               END-WRITE
           ELSE
               REWRITE WK-CLICERT
                   INVALID KEY
                       ADD 1 TO WS-CANT-ERRORES-CLICERT
                       DISPLAY 'CLICERTV - ERROR AL REGRABAR CLICERT '
                               'CLIENTE ' WK-CER-NRO-CLIENTE
                               ' FS=' WS-FS-CLICERT
               END-REWRITE
           END-IF.

       9000-FINALIZAR.
           CLOSE CLISEQ-FILE
                 TBVCLIEN-FILE
                 TBVHIST-FILE
                 CLICIUD-FILE
                 CLICERT-FILE
                 CLICEAVI-FILE
                 CLICENOE-FILE.
