      *    CTASDOC
      ******************************************************************
      * COPY DE ARCHIVO DE SALDOS CONTROLADOS POR TIPO DE CUENTA       *
      * (PGM_28U). UNA FILA POR TIPO_CUENTA CON EL SALDO TOTAL DE      *
      * CUENTAS AL CIERRE DEL ULTIMO LOTE CUADRADO POR CTACONT: ES EL  *
      * SALDO DE APERTURA DEL LOTE SIGUIENTE. SE GUARDA TAMBIEN LA     *
      * APERTURA CON LA QUE SE CUADRO ESE LOTE, DE MODO QUE UNA        *
      * REEJECUCION DE CTACONT PARA EL MISMO LOTE VUELVE A PARTIR DEL  *
      * MISMO SALDO Y NO DE SU PROPIO CIERRE.                          *
      * ORGANIZACION INDEXADA. KEY (1,2) = TIPO_CUENTA                 *
      ******************************************************************
       01  WK-CTASDOC.
      *    *************************************************************
      *                       TIPO_CUENTA (CLAVE PRIMARIA)
           10 WK-SDC-TIPO-CUENTA          PIC X(2).
      *    *************************************************************
      *                       LOTE (AAAAMMDD) DEL ULTIMO CUADRE
           10 WK-SDC-LOTE-ID              PIC X(8).
      *    *************************************************************
      *                       SALDO TOTAL DE APERTURA Y DE CIERRE DE
      *                       ESE LOTE
           10 WK-SDC-SALDO-APERTURA       PIC S9(13)V99.
           10 WK-SDC-SALDO-CIERRE         PIC S9(13)V99.
      *    *************************************************************
      *                       RESULTADO DEL CUADRE DE ESE LOTE
      *    VALIDOS: OK (CUADRA); DI (CON DIFERENCIA);
      *             IN (SALDO INICIAL, SIN LOTE ANTERIOR CONTRA EL
      *                 CUAL CUADRAR)
           10 WK-SDC-ESTADO               PIC X(2).
              88 WK-SDC-CUADRA            VALUE 'OK'.
              88 WK-SDC-CON-DIFERENCIA    VALUE 'DI'.
              88 WK-SDC-SALDO-INICIAL     VALUE 'IN'.
      ******************************************************************
