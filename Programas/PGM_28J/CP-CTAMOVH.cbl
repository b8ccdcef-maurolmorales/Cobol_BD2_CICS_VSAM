      *    CTAMOVH
      ******************************************************************
      * COPY DE ARCHIVO HISTORICO DE MOVIMIENTOS APLICADOS (PGM_28J)   *
      * CP-CTAMOV ES LA ENTRADA DEL LOTE DE LA NOCHE; CTAMOVH GUARDA   *
      * LO QUE MOVCARGA EFECTIVAMENTE APLICO, UNA FILA POR CUENTA      *
      * AFECTADA: UN DE/EX DEJA UNA FILA Y UNA TR DEJA DOS (EL TRAMO   *
      * DEBITO EN LA CUENTA ORIGEN Y EL TRAMO CREDITO EN LA DESTINO),  *
      * CADA UNA CON LA OTRA CUENTA COMO CONTRAPARTE. LO LEEN EL       *
      * RESUMEN DE CUENTA PGM_28K/CLIRESCT Y LA CONSULTA EN LINEA      *
      * PGM_28L/CTACONS.                                               *
      * ORGANIZACION INDEXADA. KEY (1,26) = NRO_CUENTA + LOTE +        *
      * NRO_SECUENCIA_MOVIMIENTO (LOS MOVIMIENTOS DE UNA CUENTA QUEDAN *
      * JUNTOS Y EN ORDEN CRONOLOGICO). ALTERNATE KEY (11,8) = LOTE,   *
      * CON DUPLICADOS, PARA LEER TODO LO APLICADO EN UNA NOCHE.       *
      ******************************************************************
       01  WK-CTAMOVH.
      *    *************************************************************
      *                       CLAVE PRIMARIA -- KEY (1,26)
           10 WK-MVH-CLAVE.
      *    *************************************************************
      *                       NRO_CUENTA AFECTADA -- VER CP-CUENTAS
              15 WK-MVH-NRO-CUENTA        PIC 9(10).
      *    *************************************************************
      *                       LOTE (AAAAMMDD) EN QUE SE APLICO
              15 WK-MVH-LOTE-ID           PIC X(8).
      *    *************************************************************
      *                       NRO_SECUENCIA DEL MOVIMIENTO EN CTAMOV
              15 WK-MVH-NRO-SEQ           PIC 9(8).
      *    *************************************************************
      *                       TIPO_MOVIMIENTO ORIGINAL (DE/EX/TR)
           10 WK-MVH-TIPO-MOVIMIENTO      PIC X(2).
      *    *************************************************************
      *                       SENTIDO SOBRE ESTA CUENTA
      *    VALIDOS: C (CREDITO, SUMO AL SALDO); D (DEBITO, RESTO)
           10 WK-MVH-SENTIDO              PIC X(1).
              88 WK-MVH-ES-CREDITO        VALUE 'C'.
              88 WK-MVH-ES-DEBITO         VALUE 'D'.
      *    *************************************************************
      *                       IMPORTE (SIEMPRE POSITIVO)
           10 WK-MVH-IMPORTE              PIC 9(11)V99.
      *    *************************************************************
      *                       FECHA_MOVIMIENTO (FORMATO AAAA-MM-DD)
           10 WK-MVH-FECHA                PIC X(10).
      *    *************************************************************
      *                       ORIGEN Y REFERENCIA -- COPIA DE
      *                       WK-MOV-ORIGEN / WK-MOV-REFERENCIA
           10 WK-MVH-ORIGEN               PIC X(2).
           10 WK-MVH-REFERENCIA           PIC X(12).
      *    *************************************************************
      *                       CUENTA CONTRAPARTE (EN UNA TR, LA OTRA
      *                       CUENTA DE LA TRANSFERENCIA; CEROS EN
      *                       UN DE/EX)
           10 WK-MVH-CUENTA-CONTRAPARTE   PIC 9(10).
      *    *************************************************************
      *                       SALDO DE LA CUENTA DESPUES DE APLICAR
           10 WK-MVH-SALDO-POSTERIOR      PIC S9(11)V99.
      ******************************************************************
