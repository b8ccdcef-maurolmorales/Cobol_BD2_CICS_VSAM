      *    NOVPEND
      ******************************************************************
      * COPY DE ARCHIVO DE NOVEDADES PENDIENTES DE APROBACION          *
      * (PGM_28X). LAS BAJAS DE CLIENTE (BA) CAPTURADAS EN CLINOVE     *
      * (PGM_28A) Y LOS CIERRES DE CUENTA (CE) CAPTURADOS EN CTANOVE   *
      * (PGM_28M) NO VAN DIRECTO A CP-CLITRAN / CP-CTATRAN: QUEDAN     *
      * ACA EN ESTADO P HASTA QUE OTRO OPERADOR LAS APRUEBA O LAS      *
      * RECHAZA DESDE LA TRANSACCION DE SUPERVISION PGM_28X/NOVAPRB.   *
      * SOLO UNA APROBADA SE GRABA EN EL ARCHIVO DE TRANSACCIONES Y    *
      * LLEGA A LA CARGA NOCTURNA (CLICARGA / CTACARGA).               *
      * LA FILA NO SE BORRA AL DECIDIRLA: QUEDA CON ESTADO A O R, EL   *
      * OPERADOR, LA FECHA Y EL MOTIVO DE LA DECISION (EL DETALLE DE   *
      * CADA DECISION QUEDA ADEMAS EN EL JOURNAL CP-NOVPENJ).          *
      * ORGANIZACION INDEXADA. KEY (1,8) = NRO_PENDIENTE (ASCENDENTE,  *
      * ASIGNADO EN LA CAPTURA CON STARTBR/READPREV).                  *
      * ALTERNATE KEY (9,5) = ESTADO + SUCURSAL, CON DUPLICADOS: LISTA *
      * LAS PENDIENTES DE UNA SUCURSAL (BAJO CICS, PATH NOVPENX) Y LAS *
      * PENDIENTES AL CORTE (CLIRESUM, PGM_28I).                       *
      ******************************************************************
       01  WK-NOVPEND.
      *    *************************************************************
      *                       NRO_PENDIENTE -- KEY (1,8)
           10 WK-PND-NRO-PEND             PIC 9(8).
      *    *************************************************************
      *                       ALTERNATE KEY (9,5)
           10 WK-PND-CLAVE-ESTADO.
      *    *************************************************************
      *                       ESTADO
      *    VALIDOS: P (PENDIENTE); A (APROBADA); R (RECHAZADA)
              15 WK-PND-ESTADO            PIC X(1).
                 88 WK-PND-ES-PENDIENTE   VALUE 'P'.
                 88 WK-PND-ES-APROBADA    VALUE 'A'.
                 88 WK-PND-ES-RECHAZADA   VALUE 'R'.
      *    *************************************************************
      *                       SUCURSAL DE LA CAPTURA (CP-CLISUC,
      *                       PGM_28R; '0000' = NO IDENTIFICADA)
              15 WK-PND-SUCURSAL          PIC X(4).
      *    *************************************************************
      *                       ARCHIVO DE TRANSACCIONES DE DESTINO
      *    VALIDOS: CLITRAN (BA DE CLINOVE); CTATRAN (CE DE CTANOVE)
           10 WK-PND-DESTINO              PIC X(7).
              88 WK-PND-VA-A-CLITRAN      VALUE 'CLITRAN'.
              88 WK-PND-VA-A-CTATRAN      VALUE 'CTATRAN'.
      *    *************************************************************
      *                       CAPTURA: OPERADOR (USERID CICS),
      *                       TERMINAL (EIBTRMID) Y FECHA_HORA
      *                       (FORMATO CURRENT-DATE)
           10 WK-PND-OPERADOR-CAPTURA     PIC X(8).
           10 WK-PND-TERMINAL-CAPTURA     PIC X(4).
           10 WK-PND-FECHA-HORA-CAPTURA   PIC X(21).
      *    *************************************************************
      *                       DECISION: OPERADOR, TERMINAL, FECHA_HORA
      *                       Y MOTIVO (EN BLANCO MIENTRAS ESTA P)
           10 WK-PND-OPERADOR-DECISION    PIC X(8).
           10 WK-PND-TERMINAL-DECISION    PIC X(4).
           10 WK-PND-FECHA-HORA-DECISION  PIC X(21).
           10 WK-PND-MOTIVO               PIC X(40).
      *    *************************************************************
      *                       NRO_SECUENCIA ASIGNADO EN CLITRAN O
      *                       CTATRAN AL APROBAR (CEROS SI NO)
           10 WK-PND-NRO-SEQ-TRAN         PIC 9(8).
      *    *************************************************************
      *                       NOVEDAD CAPTURADA: IMAGEN DE WK-TRAN-
      *                       DETALLE (CP-CLITRAN) O DE WK-CTR-DETALLE
      *                       (CP-CTATRAN), TAL COMO SE GRABARA AL
      *                       APROBARLA
           10 WK-PND-NOVEDAD              PIC X(250).
           10 WK-PND-NOVEDAD-CLI REDEFINES WK-PND-NOVEDAD.
              15 WK-PND-CLI-TIPO-NOVEDAD  PIC X(2).
              15 WK-PND-CLI-TIPO-DOCUMENTO PIC X(2).
              15 WK-PND-CLI-NRO-DOCUMENTO PIC 9(11).
              15 WK-PND-CLI-NRO-SEC       PIC 9(2).
              15 WK-PND-CLI-NRO-CLIENTE   PIC 9(5).
              15 FILLER                   PIC X(228).
           10 WK-PND-NOVEDAD-CTA REDEFINES WK-PND-NOVEDAD.
              15 WK-PND-CTA-TIPO-NOVEDAD  PIC X(2).
              15 WK-PND-CTA-NRO-CUENTA    PIC 9(10).
              15 WK-PND-CTA-NRO-CLIENTE   PIC 9(5).
              15 FILLER                   PIC X(233).
      ******************************************************************
