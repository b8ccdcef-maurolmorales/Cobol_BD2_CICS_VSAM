      *    CTATASA
      ******************************************************************
      * COPY DE ARCHIVO MAESTRO DE TASAS Y COMISIONES POR TIPO DE      *
      * CUENTA (PGM_28S). UNA FILA POR WK-CTA-TIPO-CUENTA DE           *
      * CP-CUENTAS (PGM_27V) CON LA TASA NOMINAL ANUAL QUE SE PAGA     *
      * SOBRE EL SALDO ACREEDOR, LA COMISION MENSUAL DE MANTENIMIENTO  *
      * QUE SE COBRA Y EL LIMITE DE DESCUBIERTO DEL TIPO. LA USAN LA   *
      * LIQUIDACION MENSUAL PGM_28S/CTALIQ Y LA CARGA DE MOVIMIENTOS   *
      * PGM_28J/MOVCARGA. MISMO PATRON QUE CP-CLIDOM (PGM_07B):        *
      * CAMBIAR UNA TASA ES UNA MODIFICACION EN ESTE ARCHIVO, NO UN    *
      * CAMBIO DE PROGRAMA. LA CARGA INICIAL LA HACE PGM_28S/CTATASI   *
      * Y EL MANTENIMIENTO (ALTA/MODIFICACION/BAJA JOURNALIZADOS EN    *
      * CLIMANJ) LA TRANSACCION PGM_28O/CLIMANT.                       *
      * ORGANIZACION INDEXADA. KEY (1,2) = TIPO_CUENTA                 *
      ******************************************************************
       01  WK-CTATASA.
      *    *************************************************************
      *                       TIPO_CUENTA (CLAVE PRIMARIA)
      *    VER WK-CTA-TIPO-CUENTA Y EL DOMINIO TIPCTA DE CP-CLIDOM
           10 WK-TAS-TIPO-CUENTA         PIC X(2).
      *    *************************************************************
      *                       DESCRIPCION
           10 WK-TAS-DESCRIPCION         PIC X(15).
      *    *************************************************************
      *                       TASA NOMINAL ANUAL (PORCENTAJE, EJ.
      *                       0035000 = 3,5000 %). CERO = NO PAGA
      *                       INTERES
           10 WK-TAS-TNA                 PIC 9(3)V9(4).
      *    *************************************************************
      *                       COMISION MENSUAL DE MANTENIMIENTO.
      *                       CERO = NO COBRA COMISION
           10 WK-TAS-COMISION-MENSUAL    PIC 9(7)V99.
      *    *************************************************************
      *                       VIGENTE
      *    VALIDOS: S (SE LIQUIDA); N (RETIRADA, QUEDA POR HISTORIA;
      *             LAS CUENTAS DEL TIPO NO SE LIQUIDAN)
           10 WK-TAS-VIGENTE             PIC X.
              88 WK-TAS-ES-VIGENTE       VALUE 'S'.
              88 WK-TAS-ES-BAJA          VALUE 'N'.
      *    *************************************************************
      *                       LIMITE DE DESCUBIERTO DEL TIPO
      *    IMPORTE POR DEBAJO DE CERO HASTA EL QUE UNA EXTRACCION
      *    PUEDE LLEVAR EL SALDO (CERO = EL TIPO NO ADMITE
      *    DESCUBIERTO). LO CONTROLA LA CARGA DE MOVIMIENTOS
      *    PGM_28J/MOVCARGA; UNA CUENTA PUEDE TENER SU PROPIO LIMITE
      *    (VER WK-CTA-LIMITE-PROPIO EN CP-CUENTAS, PGM_27V), QUE
      *    REEMPLAZA AL DEL TIPO.
           10 WK-TAS-LIMITE-DESCUBIERTO  PIC 9(9)V99.
      ******************************************************************
