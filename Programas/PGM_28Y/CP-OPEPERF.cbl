      *    OPEPERF
      ******************************************************************
      * COPY DE ARCHIVO DE PERFILES DE OPERADOR (PGM_28Y)              *
      * DICE QUE OPERADOR (USERID CICS) PUEDE USAR QUE TRANSACCION EN  *
      * QUE SUCURSAL. UNA FILA POR OPERADOR + TRANSACCION + SUCURSAL;  *
      * SUCURSAL '****' HABILITA LA TRANSACCION EN TODAS. LA SUCURSAL  *
      * ES LA DEL TERMINAL (EIBTRMID EN CP-CLISUC, MISMO CRITERIO QUE  *
      * PGM_28A/CLINOVE: TERMINAL NO VIGENTE = '0000').                *
      * LO CONSULTA PGM_28Y/OPESEGV AL ENTRAR A CADA TRANSACCION Y LO  *
      * MANTIENE PGM_28O/CLIMANT (ARCHIVO OPEPERF, BAJA LOGICA). LA    *
      * CARGA INICIAL LA HACE PGM_28Y/OPEPERFI. LOS PERFILES SIN USO   *
      * LOS LISTA CADA NOCHE PGM_28Y/OPESEGR.                          *
      * ORGANIZACION INDEXADA. KEY (1,16) = OPERADOR + TRANSACCION +   *
      * SUCURSAL.                                                      *
      ******************************************************************
       01  WK-OPEPERF.
      *    *************************************************************
      *                       CLAVE PRIMARIA -- KEY (1,16)
           10 WK-OPE-CLAVE.
      *    *************************************************************
      *                       OPERADOR (USERID CICS)
              15 WK-OPE-OPERADOR          PIC X(8).
      *    *************************************************************
      *                       TRANSACCION (EIBTRNID: CLIC, CTAC, CLIB,
      *                       CLIN, CTAN, CLIM, NOVA, ...)
              15 WK-OPE-TRANSACCION       PIC X(4).
      *    *************************************************************
      *                       SUCURSAL -- VER CP-CLISUC (PGM_28R)
      *    '****' = TODAS LAS SUCURSALES
              15 WK-OPE-SUCURSAL          PIC X(4).
                 88 WK-OPE-TODAS-SUCURSALES VALUE '****'.
      *    *************************************************************
      *                       VIGENTE
      *    VALIDOS: S (HABILITADO); N (RETIRADO, QUEDA POR HISTORIA)
           10 WK-OPE-VIGENTE              PIC X(1).
              88 WK-OPE-ES-VIGENTE        VALUE 'S'.
              88 WK-OPE-ES-BAJA           VALUE 'N'.
      *    *************************************************************
      *                       FECHA_ALTA (FORMATO AAAA-MM-DD)
           10 WK-OPE-FECHA-ALTA           PIC X(10).
      *    *************************************************************
      *                       FECHA_ULTIMO_USO (FORMATO AAAA-MM-DD; EN
      *                       BLANCO = NUNCA USADO). LA ACTUALIZA
      *                       OPESEGV A LO SUMO UNA VEZ POR DIA
           10 WK-OPE-FECHA-ULTIMO-USO     PIC X(10).
      ******************************************************************
