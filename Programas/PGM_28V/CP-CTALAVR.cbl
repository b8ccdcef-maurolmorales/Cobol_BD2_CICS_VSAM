      *    CTALAVR
      ******************************************************************
      * COPY DE ARCHIVO REGULATORIO DE OPERACIONES EN EFECTIVO         *
      * (PGM_28V). LO GENERA CADA NOCHE PGM_28V/CTALAVA Y SE REMITE AL *
      * ORGANISMO DE CONTROL. REGISTRO FIJO DE 250 BYTES,              *
      * ORGANIZACION SECUENCIAL:                                       *
      *   - UNA CABECERA (TIPO H) CON EL LOTE Y LOS PARAMETROS CON     *
      *     QUE SE ARMO EL REPORTE                                     *
      *   - UN DETALLE (TIPO D) POR CADA OPERACION EN EFECTIVO IGUAL   *
      *     O SUPERIOR AL UMBRAL (REPORTE UM) Y POR CADA CLIENTE CON   *
      *     DEPOSITOS FRACCIONADOS DEBAJO DEL UMBRAL DENTRO DE LA      *
      *     VENTANA DE DIAS (REPORTE FR, UN REGISTRO POR CLIENTE CON   *
      *     EL TOTAL Y LA CANTIDAD DE DEPOSITOS)                       *
      *   - UN PIE (TIPO T) CON LAS CANTIDADES E IMPORTES DE CADA      *
      *     REPORTE, QUE DEBEN COINCIDIR CON LA SUMA DE LOS DETALLES   *
      * LOS DATOS DEL CLIENTE SON LOS DE SU FILA VIGENTE DE TBVCLIEN   *
      * (PGM_27S) AL MOMENTO DE LA CORRIDA.                            *
      ******************************************************************
       01  WK-CTALAVR.
      *    *************************************************************
      *                       TIPO_REGISTRO
      *    VALIDOS: H (CABECERA); D (DETALLE); T (PIE)
           10 WK-LAV-TIPO-REGISTRO        PIC X(1).
              88 WK-LAV-ES-CABECERA       VALUE 'H'.
              88 WK-LAV-ES-DETALLE        VALUE 'D'.
              88 WK-LAV-ES-PIE            VALUE 'T'.
           10 WK-LAV-DATOS                PIC X(249).
      *    *************************************************************
      *                       CABECERA (TIPO H)
           10 WK-LAV-CABECERA REDEFINES WK-LAV-DATOS.
      *                       LOTE (AAAAMMDD) DE MOVCARGA
              15 WK-LAV-CAB-LOTE-ID       PIC X(8).
      *                       FECHA DEL REPORTE (FORMATO AAAA-MM-DD)
              15 WK-LAV-CAB-FECHA         PIC X(10).
      *                       SISTEMA Y PROGRAMA EMISOR
              15 WK-LAV-CAB-SISTEMA       PIC X(8).
              15 WK-LAV-CAB-PROGRAMA      PIC X(8).
      *                       PARAMETROS DE LA CORRIDA (CTALAPAR)
              15 WK-LAV-CAB-UMBRAL        PIC 9(9)V99.
              15 WK-LAV-CAB-PISO          PIC 9(9)V99.
              15 WK-LAV-CAB-VENTANA-DIAS  PIC 9(3).
              15 WK-LAV-CAB-MINIMO-DEPOSITOS PIC 9(2).
              15 FILLER                   PIC X(188).
      *    *************************************************************
      *                       DETALLE (TIPO D)
           10 WK-LAV-DETALLE REDEFINES WK-LAV-DATOS.
      *                       TIPO_REPORTE
      *    VALIDOS: UM (OPERACION IGUAL O SUPERIOR AL UMBRAL);
      *             FR (DEPOSITOS FRACCIONADOS DEBAJO DEL UMBRAL)
              15 WK-LAV-DET-TIPO-REPORTE  PIC X(2).
                 88 WK-LAV-DET-ES-UMBRAL  VALUE 'UM'.
                 88 WK-LAV-DET-ES-FRACCIONADO VALUE 'FR'.
      *                       CLIENTE -- VER CP-TBVCLIEN (PGM_27S)
              15 WK-LAV-DET-NRO-CLIENTE   PIC 9(5).
              15 WK-LAV-DET-TIPO-DOCUMENTO PIC X(2).
              15 WK-LAV-DET-NRO-DOCUMENTO PIC 9(11).
              15 WK-LAV-DET-APELLIDO      PIC X(30).
              15 WK-LAV-DET-NOMBRE        PIC X(30).
              15 WK-LAV-DET-NACIONALIDAD  PIC X(30).
              15 WK-LAV-DET-DOMICILIO     PIC X(30).
              15 WK-LAV-DET-CIUDAD        PIC X(30).
      *                       CUENTA Y TIPO_MOVIMIENTO (EN FR LA
      *                       CUENTA VA EN CEROS: EL TOTAL ABARCA
      *                       TODAS LAS CUENTAS DEL CLIENTE)
              15 WK-LAV-DET-NRO-CUENTA    PIC 9(10).
              15 WK-LAV-DET-TIPO-MOVIMIENTO PIC X(2).
      *                       PERIODO (FORMATO AAAA-MM-DD; EN UM
      *                       AMBAS SON LA FECHA DEL MOVIMIENTO)
              15 WK-LAV-DET-FECHA-DESDE   PIC X(10).
              15 WK-LAV-DET-FECHA-HASTA   PIC X(10).
      *                       IMPORTE (EN FR, TOTAL DE LOS DEPOSITOS)
              15 WK-LAV-DET-IMPORTE       PIC 9(13)V99.
      *                       CANTIDAD DE OPERACIONES (1 EN UM)
              15 WK-LAV-DET-CANT-OPERACIONES PIC 9(4).
      *                       NRO_SECUENCIA EN CTAMOV (CEROS EN FR)
              15 WK-LAV-DET-NRO-SEQ       PIC 9(8).
              15 FILLER                   PIC X(20).
      *    *************************************************************
      *                       PIE (TIPO T) -- TOTALES DE CONTROL
           10 WK-LAV-PIE REDEFINES WK-LAV-DATOS.
              15 WK-LAV-PIE-CANT-UMBRAL   PIC 9(8).
              15 WK-LAV-PIE-CANT-FRACCIONADO PIC 9(8).
              15 WK-LAV-PIE-TOTAL-UMBRAL  PIC 9(15)V99.
              15 WK-LAV-PIE-TOTAL-FRACCIONADO PIC 9(15)V99.
              15 FILLER                   PIC X(199).
      ******************************************************************
