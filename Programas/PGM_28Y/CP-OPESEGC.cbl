      *    OPESEGC
      ******************************************************************
      * COPY DE LA COMMAREA DE PGM_28Y/OPESEGV (VERIFICACION DEL       *
      * PERFIL DEL OPERADOR). CADA TRANSACCION DE MOSTRADOR HACE       *
      * EXEC CICS LINK PROGRAM('OPESEGV') CON ESTA AREA ANTES DE       *
      * HACER CUALQUIER OTRA COSA; OPESEGV TOMA LA TRANSACCION         *
      * (EIBTRNID) Y EL TERMINAL (EIBTRMID) DE LA TAREA QUE LO LLAMA   *
      * Y DEVUELVE EL RESULTADO. SI EL RESULTADO ES N LA TRANSACCION   *
      * MUESTRA EL MOTIVO Y TERMINA SIN TOCAR NINGUN ARCHIVO.          *
      ******************************************************************
       01  WK-OPESEGC.
      *    *************************************************************
      *                       RESULTADO (SALIDA)
      *    VALIDOS: S (AUTORIZADO); N (DENEGADO)
           10 WK-OSG-RESULTADO            PIC X(1).
              88 WK-OSG-AUTORIZADO        VALUE 'S'.
              88 WK-OSG-DENEGADO          VALUE 'N'.
      *    *************************************************************
      *                       OPERADOR, TRANSACCION Y SUCURSAL CON QUE
      *                       SE VERIFICO (SALIDA)
           10 WK-OSG-OPERADOR             PIC X(8).
           10 WK-OSG-TRANSACCION          PIC X(4).
           10 WK-OSG-SUCURSAL             PIC X(4).
      *    *************************************************************
      *                       MOTIVO DEL RECHAZO (SALIDA; ESPACIOS SI
      *                       AUTORIZADO)
           10 WK-OSG-MOTIVO               PIC X(30).
      ******************************************************************
