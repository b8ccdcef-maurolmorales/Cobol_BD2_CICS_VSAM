      * MISMO ESQUEMA QUE CP-CTATRAN (PGM_28F): SECUENCIA UNICA Y      *
      * ASCENDENTE POR LOTE, QUE HABILITA EL RESTART POSICIONADO       *
      * (START KEY > ULTIMA PROCESADA).                                *
      * UN ARCHIVO GRABADO CON EL LAYOUT ANTERIOR A ORIGEN (43 BYTES)  *
      * SE CONVIERTE UNA VEZ CON PGM_29B/CTACONVI.                     *
      ******************************************************************
       01  WK-CTAMOV.
      *    *************************************************************
      *    *************************************************************
      *                       TIPO_MOVIMIENTO
      *    VALIDOS = DE (DEPOSITO, SUMA AL SALDO);
      *              EX (EXTRACCION, RESTA DEL SALDO);
      *              TR (TRANSFERENCIA: RESTA DE WK-MOV-NRO-CUENTA Y
      *                  SUMA A WK-MOV-NRO-CUENTA-DESTINO, LOS DOS
      *                  TRAMOS SE APLICAN JUNTOS O NINGUNO)
              15 WK-MOV-TIPO-MOVIMIENTO   PIC X(2).
      *    *************************************************************
      *                       NRO_CUENTA -- VER CP-CUENTAS (PGM_27V)
      *                       (EN UNA TR, LA CUENTA DE ORIGEN)
              15 WK-MOV-NRO-CUENTA        PIC 9(10).
      *    *************************************************************
      *                       IMPORTE (SIEMPRE POSITIVO; EL SIGNO LO
      *    *************************************************************
      *                       FECHA_MOVIMIENTO (FORMATO AAAA-MM-DD)
              15 WK-MOV-FECHA             PIC X(10).
      *    *************************************************************
      *                       ORIGEN DEL MOVIMIENTO
      *    VALIDOS: ESPACIOS O VE (VENTANILLA, OPERACION EN EFECTIVO);
      *             LQ (LIQUIDACION MENSUAL DE INTERESES Y COMISIONES,
      *             GENERADO POR PGM_28S/CTALIQ);
      *             OP (ORDEN PERMANENTE: DEBITO AUTOMATICO EX O
      *             TRANSFERENCIA PERIODICA TR, GENERADO POR
      *             PGM_29A/ORDGEN)
              15 WK-MOV-ORIGEN            PIC X(2).
                 88 WK-MOV-ES-VENTANILLA  VALUE SPACES 'VE'.
                 88 WK-MOV-ES-LIQUIDACION VALUE 'LQ'.
                 88 WK-MOV-ES-ORDEN-PERMANENTE VALUE 'OP'.
      *    *************************************************************
      *                       REFERENCIA DEL ORIGEN (EN LQ: PERIODO
      *                       AAAAMM LIQUIDADO; EN OP: NRO_ORDEN +
      *                       AAMM DEL VENCIMIENTO; ESPACIOS EN
      *                       VENTANILLA)
              15 WK-MOV-REFERENCIA        PIC X(12).
      *    *************************************************************
      *                       NRO_CUENTA_DESTINO (SOLO EN UNA TR;
      *                       CEROS EN LOS DEMAS TIPOS)
              15 WK-MOV-NRO-CUENTA-DESTINO PIC 9(10).
      ******************************************************************
