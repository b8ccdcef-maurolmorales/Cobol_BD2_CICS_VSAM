      *    CTALIQC
      ******************************************************************
      * COPY DE ARCHIVO DE CONTROL DE LA LIQUIDACION MENSUAL DE        *
      * INTERESES Y COMISIONES (PGM_28S/CTALIQ). UNA FILA POR CUENTA   *
      * Y PERIODO LIQUIDADO: ES LO QUE IMPIDE QUE UNA RECORRIDA DEL    *
      * MISMO MES PAGUE O COBRE DOS VECES. LA FILA SE GRABA EN 'EP'    *
      * CON LAS SECUENCIAS DE CP-CTAMOV (PGM_28J) RESERVADAS ANTES DE  *
      * ESCRIBIR LOS MOVIMIENTOS Y PASA A 'OK' RECIEN DESPUES; UNA     *
      * FILA QUE QUEDO EN 'EP' (ABEND EN EL MEDIO) SE VERIFICA CONTRA  *
      * CTAMOV EN LA RECORRIDA.                                        *
      * ORGANIZACION INDEXADA. KEY (1,16) = PERIODO + NRO_CUENTA       *
      ******************************************************************
       01  WK-CTALIQC.
      *    *************************************************************
      *                       CLAVE
           10 WK-LQC-CLAVE.
      *    *************************************************************
      *                       PERIODO LIQUIDADO (AAAAMM)
              15 WK-LQC-PERIODO          PIC 9(6).
      *    *************************************************************
      *                       NRO_CUENTA -- VER CP-CUENTAS (PGM_27V)
              15 WK-LQC-NRO-CUENTA       PIC 9(10).
      *    *************************************************************
      *                       FECHA DEL LOTE DE CTAMOV EN QUE SE
      *                       GENERARON LOS MOVIMIENTOS (AAAAMMDD)
           10 WK-LQC-LOTE-ID             PIC X(8).
      *    *************************************************************
      *                       SECUENCIAS DE CTAMOV GENERADAS (CERO SI
      *                       EL CONCEPTO NO CORRESPONDIO)
           10 WK-LQC-SEQ-INTERES         PIC 9(8).
           10 WK-LQC-SEQ-COMISION        PIC 9(8).
      *    *************************************************************
      *                       IMPORTES LIQUIDADOS
           10 WK-LQC-IMPORTE-INTERES     PIC 9(11)V99.
           10 WK-LQC-IMPORTE-COMISION    PIC 9(11)V99.
      *    *************************************************************
      *                       FECHA_HORA DE LA LIQUIDACION
           10 WK-LQC-FECHA-HORA          PIC X(21).
      *    *************************************************************
      *                       ESTADO
      *    VALIDOS: EP (MOVIMIENTOS EN CURSO DE GRABACION);
      *             OK (MOVIMIENTOS GRABADOS EN CTAMOV)
           10 WK-LQC-ESTADO              PIC X(2).
              88 WK-LQC-EN-PROCESO       VALUE 'EP'.
              88 WK-LQC-CONFIRMADA       VALUE 'OK'.
      ******************************************************************
