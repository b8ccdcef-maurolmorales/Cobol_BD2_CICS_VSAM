      *    CLIMANJ
      ******************************************************************
      * COPY DE ARCHIVO JOURNAL DE MANTENIMIENTO DE LOS MAESTROS DE    *
      * REFERENCIA (CP-CLIDOM, CP-CRUCEEC, CP-CLICIUD, CP-CTATASA) Y   *
      * DE LOS PERFILES DE OPERADOR (CP-OPEPERF, PGM_28Y),             *
      * ESCRITO POR LA TRANSACCION PGM_28O/CLIMANT. CADA ALTA/BAJA     *
      * SOBRE UN MAESTRO DEJA ACA QUIEN (TERMINAL), CUANDO, SOBRE QUE  *
      * ARCHIVO Y CLAVE, Y LAS IMAGENES ANTERIOR Y NUEVA -- EL MISMO   *
      * ESPIRITU CON QUE LOS CAMBIOS DE TBVCLIEN QUEDAN EN CP-TBVHIST  *
      * (PGM_27U). ANTES ESTOS ARCHIVOS SE EDITABAN A MANO ("SE HACEN  *
      * DIRECTAMENTE CONTRA EL ARCHIVO", PGM_07B/CLIDOMI) Y UN TIPDOC  *
      * PISADO ROMPIA TODAS LAS ALTAS DE CLINOVE SIN DEJAR RASTRO.     *
           10 WK-MNJ-TERMINAL            PIC X(4).
      *    *************************************************************
      *                       ARCHIVO MANTENIDO
      *    VALIDOS: CLIDOM; CRUCEEC; CLICIUD; CTATASA; OPEPERF
           10 WK-MNJ-ARCHIVO             PIC X(8).
      *    *************************************************************
      *                       ACCION APLICADA
      *    VALIDOS: ALT (ALTA); BAJ (BAJA/RETIRO);
      *             MOD (MODIFICACION, SOLO CTATASA)
           10 WK-MNJ-ACCION              PIC X(3).
      *    *************************************************************
      *                       CLAVE DEL REGISTRO TOCADO (DOMINIO +
      *                       CODIGO EN CLIDOM; NOMBRE EN CLICIUD;
      *                       CODIGO TBV EN CRUCEEC; TIPO DE CUENTA
      *                       EN CTATASA; OPERADOR, TRANSACCION Y
      *                       SUCURSAL EN OPEPERF)
           10 WK-MNJ-CLAVE               PIC X(30).
      *    *************************************************************
      *                       IMAGEN ANTERIOR (ESPACIOS EN UN ALTA) E
