      *    OPEVIOL
      ******************************************************************
      * COPY DE ARCHIVO LOG DE VIOLACIONES DE SEGURIDAD (PGM_28Y)      *
      * UNA FILA POR CADA INTENTO DENEGADO DE USAR UNA TRANSACCION     *
      * CICS: QUIEN (OPERADOR Y TERMINAL), QUE TRANSACCION, DESDE QUE  *
      * SUCURSAL, CUANDO Y POR QUE SE DENEGO. LO ESCRIBE               *
      * PGM_28Y/OPESEGV Y LO INFORMA CADA NOCHE PGM_28Y/OPESEGR PARA   *
      * AUDITORIA. NO SE BORRA NI SE MODIFICA.                         *
      * ORGANIZACION INDEXADA. KEY (1,8) = NRO_SECUENCIA (ASCENDENTE,  *
      * ASIGNADA POR OPESEGV CON STARTBR/READPREV).                    *
      ******************************************************************
       01  WK-OPEVIOL.
      *    *************************************************************
      *                       NRO_SECUENCIA DEL LOG
           10 WK-VIO-NRO-SEQ              PIC 9(8).
      *    *************************************************************
      *                       FECHA_HORA (FORMATO CURRENT-DATE)
           10 WK-VIO-FECHA-HORA           PIC X(21).
      *    *************************************************************
      *                       OPERADOR (USERID CICS; EN BLANCO SI NO
      *                       SE PUDO IDENTIFICAR)
           10 WK-VIO-OPERADOR             PIC X(8).
      *    *************************************************************
      *                       TERMINAL (EIBTRMID)
           10 WK-VIO-TERMINAL             PIC X(4).
      *    *************************************************************
      *                       TRANSACCION INTENTADA (EIBTRNID)
           10 WK-VIO-TRANSACCION          PIC X(4).
      *    *************************************************************
      *                       SUCURSAL DEL TERMINAL -- VER CP-CLISUC
           10 WK-VIO-SUCURSAL             PIC X(4).
      *    *************************************************************
      *                       MOTIVO DEL RECHAZO
           10 WK-VIO-MOTIVO               PIC X(30).
      ******************************************************************
