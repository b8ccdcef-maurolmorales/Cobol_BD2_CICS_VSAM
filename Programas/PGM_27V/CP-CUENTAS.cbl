      * INTEGRIDAD REFERENCIAL CON TBVCLIEN A TRAVES DE NRO_CLIENTE    *
      * (VER PGM_27S/CP-TBVCLIEN Y LA RECONCILIACION PGM_27V/CLIRECON) *
      * ORGANIZACION INDEXADA. KEY (1,10) = NRO_CUENTA                 *
      * UN ARCHIVO GRABADO CON EL LAYOUT ANTERIOR A LIMITE_PROPIO      *
      * (52 BYTES) SE CONVIERTE UNA VEZ CON PGM_29B/CTACONVI.          *
      ******************************************************************
       01  WK-CUENTAS.
      *    *************************************************************
      *    NO RECIBE MAS MOVIMIENTOS; UN CIERRE EN CASCADA (PGM_28C/
      *    CLICIERR) SOLO PROCEDE CON SALDO EN CERO.
           10 WK-CTA-SALDO                PIC S9(11)V99.
      *    *************************************************************
      *                       LIMITE_PROPIO
      *    VALIDOS: S (LA CUENTA TIENE UN LIMITE DE DESCUBIERTO
      *             ACORDADO, EL DE WK-CTA-LIMITE-DESCUBIERTO);
      *             N O ESPACIOS (RIGE EL LIMITE DEL TIPO DE CUENTA,
      *             WK-TAS-LIMITE-DESCUBIERTO DE CP-CTATASA, PGM_28S)
      *    LO FIJA LA NOVEDAD LD DE CTATRAN (PGM_28M/CTANOVE ->
      *    PGM_28F/CTACARGA).
           10 WK-CTA-LIMITE-PROPIO        PIC X(1).
              88 WK-CTA-TIENE-LIMITE-PROPIO VALUE 'S'.
      *    *************************************************************
      *                       LIMITE_DESCUBIERTO ACORDADO (SOLO RIGE
      *                       CON LIMITE_PROPIO = S; CERO = LA CUENTA
      *                       NO ADMITE DESCUBIERTO AUNQUE SU TIPO SI)
           10 WK-CTA-LIMITE-DESCUBIERTO   PIC 9(9)V99.
      *    *************************************************************
      *                       FECHA_DESCUBIERTO (FORMATO AAAA-MM-DD)
      *    FECHA DEL MOVIMIENTO QUE LLEVO EL SALDO POR DEBAJO DE CERO;
      *    ESPACIOS MIENTRAS EL SALDO NO SEA NEGATIVO. LA MANTIENE
      *    PGM_28J/MOVCARGA Y DE ELLA SALEN LOS DIAS EN DESCUBIERTO
      *    DEL REPORTE PGM_28T/CTADESC.
           10 WK-CTA-FECHA-DESCUBIERTO    PIC X(10).
      *    *************************************************************
      *                       ULTIMO MOVIMIENTO APLICADO
      *    LOTE Y WK-MOV-NRO-SEQ DEL ULTIMO MOVIMIENTO DE CTAMOV QUE
      *    MOVCARGA (PGM_28J) APLICO SOBRE EL SALDO, GRABADO EN EL
      *    MISMO REWRITE QUE EL SALDO. EN UN RESTART, UN MOVIMIENTO
      *    DEL MISMO LOTE CON SECUENCIA MENOR O IGUAL YA ESTA EN EL
      *    SALDO Y NO SE VUELVE A APLICAR (ES LO QUE DEJA COMPLETAR
      *    UNA TRANSFERENCIA CORTADA ENTRE SUS DOS TRAMOS).
           10 WK-CTA-ULTIMO-MOVIMIENTO.
              15 WK-CTA-ULT-MOV-LOTE      PIC X(8).
              15 WK-CTA-ULT-MOV-SEQ       PIC 9(8).
      *    *************************************************************
      *                       SUCURSAL DE RADICACION (CODIGO DE
      *                       CP-CLISUC, PGM_28R): LA DE LA TERMINAL
      *                       QUE CAPTURO LA APERTURA EN CTANOVE.
      *    '0000' (O ESPACIOS EN CUENTAS ANTERIORES) = CASA CENTRAL /
      *    NO IDENTIFICADA. ABRE POR SUCURSAL LA INTERFAZ CONTABLE
      *    PGM_28U/CTACONT.
           10 WK-CTA-SUCURSAL             PIC X(4).
      ******************************************************************
