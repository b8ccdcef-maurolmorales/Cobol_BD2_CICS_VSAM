      *    NOVPENJ
      ******************************************************************
      * COPY DE ARCHIVO JOURNAL DE DECISIONES SOBRE NOVEDADES          *
      * PENDIENTES (CP-NOVPEND, PGM_28X), ESCRITO POR LA TRANSACCION   *
      * DE SUPERVISION PGM_28X/NOVAPRB. CADA APROBACION O RECHAZO      *
      * DEJA ACA QUIEN DECIDIO (OPERADOR Y TERMINAL), CUANDO, SOBRE    *
      * QUE NOVEDAD, QUIEN LA HABIA CAPTURADO, EL MOTIVO Y LA IMAGEN   *
      * DE LA NOVEDAD -- MISMO ESQUEMA QUE EL JOURNAL DE MAESTROS      *
      * CP-CLIMANJ (PGM_28O).                                          *
      * ORGANIZACION INDEXADA. KEY (1,8) = NRO_SECUENCIA (ASCENDENTE,  *
      * ASIGNADA POR NOVAPRB CON STARTBR/READPREV).                    *
      ******************************************************************
       01  WK-NOVPENJ.
      *    *************************************************************
      *                       NRO_SECUENCIA DEL JOURNAL
           10 WK-NPJ-NRO-SEQ             PIC 9(8).
      *    *************************************************************
      *                       FECHA_HORA (FORMATO CURRENT-DATE)
           10 WK-NPJ-FECHA-HORA          PIC X(21).
      *    *************************************************************
      *                       OPERADOR (USERID CICS) Y TERMINAL
      *                       (EIBTRMID) QUE DECIDIO
           10 WK-NPJ-OPERADOR            PIC X(8).
           10 WK-NPJ-TERMINAL            PIC X(4).
      *    *************************************************************
      *                       ACCION
      *    VALIDOS: APR (APROBACION); REC (RECHAZO)
           10 WK-NPJ-ACCION              PIC X(3).
      *    *************************************************************
      *                       NOVEDAD DECIDIDA -- VER CP-NOVPEND
           10 WK-NPJ-NRO-PEND            PIC 9(8).
           10 WK-NPJ-DESTINO             PIC X(7).
           10 WK-NPJ-SUCURSAL            PIC X(4).
           10 WK-NPJ-OPERADOR-CAPTURA    PIC X(8).
           10 WK-NPJ-FECHA-HORA-CAPTURA  PIC X(21).
      *    *************************************************************
      *                       MOTIVO DE LA DECISION
           10 WK-NPJ-MOTIVO              PIC X(40).
      *    *************************************************************
      *                       NRO_SECUENCIA GRABADO EN CLITRAN O
      *                       CTATRAN (CEROS EN UN RECHAZO)
           10 WK-NPJ-NRO-SEQ-TRAN        PIC 9(8).
      *    *************************************************************
      *                       IMAGEN DE LA NOVEDAD (WK-PND-NOVEDAD)
           10 WK-NPJ-NOVEDAD             PIC X(250).
      ******************************************************************
