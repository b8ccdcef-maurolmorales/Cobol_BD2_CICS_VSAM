      * MISMO ESQUEMA QUE CP-CLITRAN (PGM_27U): SECUENCIA UNICA Y      *
      * ASCENDENTE POR LOTE, QUE HABILITA EL RESTART POSICIONADO       *
      * (START KEY > ULTIMA PROCESADA).                                *
      * UN ARCHIVO GRABADO CON EL LAYOUT ANTERIOR A LIMITE_PROPIO      *
      * (47 BYTES) SE CONVIERTE UNA VEZ CON PGM_29B/CTACONVI.          *
      ******************************************************************
       01  WK-CTATRAN.
      *    *************************************************************
           10 WK-CTR-DETALLE.
      *    *************************************************************
      *                       TIPO_NOVEDAD
      *    VALIDOS = AP (APERTURA); CE (CIERRE);
      *              LD (LIMITE DE DESCUBIERTO ACORDADO DE LA CUENTA);
      *              TA (ALTA DE UN TITULAR, COTITULAR O APODERADO EN
      *                  CP-CTATIT, PGM_28W); TB (BAJA DE ESE ROL)
              15 WK-CTR-TIPO-NOVEDAD       PIC X(2).
      *    *************************************************************
      *                       NRO_CUENTA -- VER CP-CUENTAS (PGM_27V)
      *                       FECHA_CIERRE (FORMATO AAAA-MM-DD,
      *                       SOLO VIAJA EN UN CIERRE)
              15 WK-CTR-FECHA-CIERRE       PIC X(10).
      *    *************************************************************
      *                       LIMITE_PROPIO (SOLO VIAJA EN UNA LD)
      *    S = LA CUENTA PASA A TENER EL LIMITE DE
      *        WK-CTR-LIMITE-DESCUBIERTO; N = VUELVE A REGIR EL
      *        LIMITE DE SU TIPO DE CUENTA (CP-CTATASA, PGM_28S)
              15 WK-CTR-LIMITE-PROPIO      PIC X(1).
      *    *************************************************************
      *                       LIMITE_DESCUBIERTO (SOLO VIAJA EN UNA LD
      *                       CON LIMITE_PROPIO = S)
              15 WK-CTR-LIMITE-DESCUBIERTO PIC 9(9)V99.
      *    *************************************************************
      *                       SUCURSAL DE LA CAPTURA (CP-CLISUC,
      *                       PGM_28R), DERIVADA DEL EIBTRMID EN
      *                       CTANOVE; EN UNA AP QUEDA COMO SUCURSAL DE
      *                       RADICACION DE LA CUENTA
              15 WK-CTR-SUCURSAL           PIC X(4).
      *    *************************************************************
      *                       ROL DEL CLIENTE EN LA CUENTA (SOLO VIAJA
      *                       EN UNA TA) -- VER WK-TIT-ROL DE CP-CTATIT
      *    VALIDOS: T (TITULAR); C (COTITULAR); A (APODERADO)
              15 WK-CTR-ROL                PIC X(1).
      *    *************************************************************
      *                       FECHA_DESDE (FORMATO AAAA-MM-DD, VIAJA EN
      *                       UNA TA; EN BLANCO = FECHA DEL LOTE)
              15 WK-CTR-FECHA-DESDE        PIC X(10).
      *    *************************************************************
      *                       FECHA_HASTA (FORMATO AAAA-MM-DD; EN UNA
      *                       TA ES OPCIONAL, EN UNA TB ES LA FECHA DE
      *                       FIN DE LA TITULARIDAD; EN BLANCO = FECHA
      *                       DEL LOTE)
              15 WK-CTR-FECHA-HASTA        PIC X(10).
      ******************************************************************
