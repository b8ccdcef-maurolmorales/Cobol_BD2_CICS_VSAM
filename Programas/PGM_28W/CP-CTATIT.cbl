      *    CTATIT
      ******************************************************************
      * COPY DE ARCHIVO DE TITULARIDAD DE CUENTAS (PGM_28W)            *
      * RELACION CUENTA <-> CLIENTE: UNA CUENTA PUEDE TENER VARIOS     *
      * CLIENTES, CADA UNO CON SU ROL (TITULAR, COTITULAR O APODERADO) *
      * Y SU PERIODO DE VIGENCIA. WK-CTA-NRO-CLIENTE DE CP-CUENTAS     *
      * SIGUE SIENDO EL TITULAR PRINCIPAL DE LA CUENTA; ESTE ARCHIVO   *
      * AGREGA AL RESTO DE LOS TITULARES.                              *
      * UNA FILA ES VIGENTE CUANDO FECHA_DESDE <= HOY Y FECHA_HASTA    *
      * ESTA EN BLANCO O ES POSTERIOR A HOY; UN TITULAR ES VIGENTE     *
      * CUANDO SU FILA LO ES Y EL CLIENTE NO ESTA DADO DE BAJA EN      *
      * CP-CLIXREF (PGM_27T).                                          *
      * LO MANTIENE PGM_28F/CTACARGA (NOVEDADES AP, TA Y TB) Y         *
      * PGM_28C/CLICIERR (FIN DE LA TITULARIDAD DE UN CLIENTE DADO DE  *
      * BAJA). LA CARGA INICIAL DESDE CUENTAS LA HACE PGM_28W/CTATITI. *
      * ORGANIZACION INDEXADA. KEY (1,15) = NRO_CUENTA + NRO_CLIENTE.  *
      * ALTERNATE KEY (11,5) = NRO_CLIENTE, CON DUPLICADOS, PARA       *
      * LLEGAR A LAS CUENTAS DE UN CLIENTE (BAJO CICS, PATH CTATITX).  *
      ******************************************************************
       01  WK-CTATIT.
      *    *************************************************************
      *                       CLAVE PRIMARIA -- KEY (1,15)
           10 WK-TIT-CLAVE.
      *    *************************************************************
      *                       NRO_CUENTA -- VER CP-CUENTAS (PGM_27V)
              15 WK-TIT-NRO-CUENTA        PIC 9(10).
      *    *************************************************************
      *                       NRO_CLIENTE -- VER CP-TBVCLIEN (PGM_27S)
              15 WK-TIT-NRO-CLIENTE       PIC 9(5).
      *    *************************************************************
      *                       ROL DEL CLIENTE EN LA CUENTA
      *    VALIDOS: T (TITULAR); C (COTITULAR); A (APODERADO)
      *    TITULARES Y COTITULARES SON DUENOS DE LA CUENTA; EL
      *    APODERADO OPERA POR CUENTA DE ELLOS
           10 WK-TIT-ROL                  PIC X(1).
              88 WK-TIT-ES-TITULAR        VALUE 'T'.
              88 WK-TIT-ES-COTITULAR      VALUE 'C'.
              88 WK-TIT-ES-APODERADO      VALUE 'A'.
              88 WK-TIT-ROL-VALIDO        VALUE 'T' 'C' 'A'.
              88 WK-TIT-ES-TITULARIDAD    VALUE 'T' 'C'.
      *    *************************************************************
      *                       FECHA_DESDE (FORMATO AAAA-MM-DD)
           10 WK-TIT-FECHA-DESDE          PIC X(10).
      *    *************************************************************
      *                       FECHA_HASTA (FORMATO AAAA-MM-DD; EN
      *                       BLANCO = SIN VENCIMIENTO)
           10 WK-TIT-FECHA-HASTA          PIC X(10).
      ******************************************************************
