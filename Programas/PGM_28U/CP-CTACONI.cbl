      *    CTACONI
      ******************************************************************
      * COPY DE ARCHIVO DE INTERFAZ CONTABLE DE CUENTAS (PGM_28U)      *
      * LO GENERA CADA NOCHE PGM_28U/CTACONT CON LO APLICADO POR       *
      * MOVCARGA EN EL LOTE Y LO TOMA CONTADURIA. REGISTRO FIJO DE 80  *
      * BYTES, ORGANIZACION SECUENCIAL:                                *
      *   - UNA CABECERA (TIPO H) CON EL LOTE Y LA FECHA CONTABLE      *
      *   - UN DETALLE (TIPO D) POR TIPO_CUENTA + SUCURSAL + SENTIDO,  *
      *     EN ORDEN DE TIPO_CUENTA Y SUCURSAL                         *
      *   - UN PIE (TIPO T) CON LOS TOTALES DE CONTROL: CANTIDAD DE    *
      *     DETALLES, CANTIDAD DE MOVIMIENTOS E IMPORTES DEBITO Y      *
      *     CREDITO, QUE DEBEN COINCIDIR CON LA SUMA DE LOS DETALLES   *
      * SENTIDO VISTO DESDE LA CUENTA DEL CLIENTE: C = CREDITO         *
      * (DEPOSITOS, INTERESES, TRANSFERENCIAS RECIBIDAS); D = DEBITO   *
      * (EXTRACCIONES, COMISIONES, TRANSFERENCIAS ENVIADAS).           *
      ******************************************************************
       01  WK-CTACONI.
      *    *************************************************************
      *                       TIPO_REGISTRO
      *    VALIDOS: H (CABECERA); D (DETALLE); T (PIE)
           10 WK-CNI-TIPO-REGISTRO        PIC X(1).
              88 WK-CNI-ES-CABECERA       VALUE 'H'.
              88 WK-CNI-ES-DETALLE        VALUE 'D'.
              88 WK-CNI-ES-PIE            VALUE 'T'.
           10 WK-CNI-DATOS                PIC X(79).
      *    *************************************************************
      *                       CABECERA (TIPO H)
           10 WK-CNI-CABECERA REDEFINES WK-CNI-DATOS.
      *                       LOTE (AAAAMMDD) DE MOVCARGA
              15 WK-CNI-CAB-LOTE-ID       PIC X(8).
      *                       FECHA CONTABLE (FORMATO AAAA-MM-DD)
              15 WK-CNI-CAB-FECHA-CONTABLE PIC X(10).
      *                       SISTEMA Y PROGRAMA EMISOR
              15 WK-CNI-CAB-SISTEMA       PIC X(8).
              15 WK-CNI-CAB-PROGRAMA      PIC X(8).
              15 FILLER                   PIC X(45).
      *    *************************************************************
      *                       DETALLE (TIPO D)
           10 WK-CNI-DETALLE REDEFINES WK-CNI-DATOS.
      *                       TIPO_CUENTA -- VER CP-CUENTAS (PGM_27V)
              15 WK-CNI-DET-TIPO-CUENTA   PIC X(2).
      *                       SUCURSAL DE RADICACION DE LA CUENTA
              15 WK-CNI-DET-SUCURSAL      PIC X(4).
      *                       SENTIDO: C (CREDITO); D (DEBITO)
              15 WK-CNI-DET-SENTIDO       PIC X(1).
      *                       CANTIDAD DE MOVIMIENTOS E IMPORTE
              15 WK-CNI-DET-CANT-MOVIMIENTOS PIC 9(8).
              15 WK-CNI-DET-IMPORTE       PIC 9(13)V99.
              15 FILLER                   PIC X(49).
      *    *************************************************************
      *                       PIE (TIPO T) -- TOTALES DE CONTROL
           10 WK-CNI-PIE REDEFINES WK-CNI-DATOS.
      *                       CANTIDAD DE REGISTROS DE DETALLE
              15 WK-CNI-PIE-CANT-DETALLES PIC 9(8).
      *                       CANTIDAD DE MOVIMIENTOS (SUMA DE DETALLES)
              15 WK-CNI-PIE-CANT-MOVIMIENTOS PIC 9(8).
      *                       TOTALES DEBITO Y CREDITO
              15 WK-CNI-PIE-TOTAL-DEBITOS PIC 9(15)V99.
              15 WK-CNI-PIE-TOTAL-CREDITOS PIC 9(15)V99.
              15 FILLER                   PIC X(29).
      ******************************************************************
