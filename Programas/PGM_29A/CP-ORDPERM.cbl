      *    ORDPERM
      ******************************************************************
      * COPY DE ARCHIVO DE ORDENES PERMANENTES (PGM_29A): DEBITOS      *
      * AUTOMATICOS Y TRANSFERENCIAS PERIODICAS QUE HASTA AHORA LA     *
      * SUCURSAL TIPEABA A MANO COMO MOVIMIENTOS. UNA FILA POR ORDEN.  *
      * EL ALTA, LA SUSPENSION, LA REACTIVACION Y LA BAJA SE HACEN EN  *
      * LINEA CON PGM_29A/ORDMANE; CADA NOCHE PGM_29A/ORDGEN ESCRIBE   *
      * EN EL CTAMOV DEL LOTE (PGM_28J/CP-CTAMOV, ORIGEN OP) LA        *
      * OCURRENCIA QUE VENCE Y, LA NOCHE SIGUIENTE, VERIFICA EN        *
      * CTAMOVH SI MOVCARGA LA APLICO O LA RECHAZO.                    *
      * LA OCURRENCIA GENERADA QUEDA ANOTADA EN LA PROPIA ORDEN (LOTE, *
      * SECUENCIA DE CTAMOV Y FECHA DE LA OCURRENCIA) ANTES DE         *
      * ESCRIBIR EL MOVIMIENTO: ES LO QUE IMPIDE GENERARLA DOS VECES   *
      * EN UNA REEJECUCION.                                            *
      * ORGANIZACION INDEXADA. KEY (1,8) = NRO_ORDEN.                  *
      ******************************************************************
       01  WK-ORDPERM.
      *    *************************************************************
      *                       NRO_ORDEN (LO ASIGNA ORDMANE EN EL ALTA)
           10 WK-ORP-NRO-ORDEN            PIC 9(8).
      *    *************************************************************
      *                       NRO_CLIENTE QUE DIO LA ORDEN -- VER
      *                       CP-CLIXREF (PGM_27T). TITULAR O
      *                       COTITULAR DE LA CUENTA ORIGEN (CP-CTATIT)
           10 WK-ORP-NRO-CLIENTE          PIC 9(5).
      *    *************************************************************
      *                       TIPO DE ORDEN
      *    VALIDOS: DA (DEBITO AUTOMATICO: EX SOBRE LA CUENTA ORIGEN A
      *                 FAVOR DEL BENEFICIARIO);
      *             TR (TRANSFERENCIA PERIODICA A LA CUENTA DESTINO)
           10 WK-ORP-TIPO-ORDEN           PIC X(2).
              88 WK-ORP-ES-DEBITO-AUTOMATICO VALUE 'DA'.
              88 WK-ORP-ES-TRANSFERENCIA  VALUE 'TR'.
              88 WK-ORP-TIPO-VALIDO       VALUE 'DA' 'TR'.
      *    *************************************************************
      *                       CUENTA ORIGEN (LA QUE SE DEBITA) Y
      *                       CUENTA DESTINO (SOLO EN UNA TR; CEROS
      *                       EN UN DA) -- VER CP-CUENTAS (PGM_27V)
           10 WK-ORP-NRO-CUENTA-ORIGEN    PIC 9(10).
           10 WK-ORP-NRO-CUENTA-DESTINO   PIC 9(10).
      *    *************************************************************
      *                       BENEFICIARIO DEL DEBITO AUTOMATICO
      *                       (EMPRESA DE SERVICIOS, ETC.; EN UNA TR
      *                       QUEDA EN BLANCO)
           10 WK-ORP-BENEFICIARIO         PIC X(30).
      *    *************************************************************
      *                       IMPORTE DE CADA OCURRENCIA
           10 WK-ORP-IMPORTE              PIC 9(11)V99.
      *    *************************************************************
      *                       FRECUENCIA
      *    VALIDOS: M (MENSUAL); B (BIMESTRAL); T (TRIMESTRAL);
      *             S (SEMESTRAL); A (ANUAL)
           10 WK-ORP-FRECUENCIA           PIC X(1).
              88 WK-ORP-MENSUAL           VALUE 'M'.
              88 WK-ORP-BIMESTRAL         VALUE 'B'.
              88 WK-ORP-TRIMESTRAL        VALUE 'T'.
              88 WK-ORP-SEMESTRAL         VALUE 'S'.
              88 WK-ORP-ANUAL             VALUE 'A'.
              88 WK-ORP-FRECUENCIA-VALIDA VALUE 'M' 'B' 'T' 'S' 'A'.
      *    *************************************************************
      *                       DIA DEL MES EN QUE VENCE (01 A 31; EN
      *                       UN MES MAS CORTO VENCE EL ULTIMO DIA)
           10 WK-ORP-DIA-DEL-MES          PIC 9(2).
      *    *************************************************************
      *                       VIGENCIA (AAAA-MM-DD). FECHA_HASTA EN
      *                       BLANCO = HASTA QUE SE LA DE DE BAJA
           10 WK-ORP-FECHA-DESDE          PIC X(10).
           10 WK-ORP-FECHA-HASTA          PIC X(10).
      *    *************************************************************
      *                       ESTADO
      *    VALIDOS: A (ACTIVA); S (SUSPENDIDA, POR EL OPERADOR O POR
      *             FALLAS REITERADAS, VER ORIGEN_ESTADO); C (CANCELADA
      *             EN LINEA); F (FINALIZADA: PASO LA FECHA_HASTA)
           10 WK-ORP-ESTADO               PIC X(1).
              88 WK-ORP-ACTIVA            VALUE 'A'.
              88 WK-ORP-SUSPENDIDA        VALUE 'S'.
              88 WK-ORP-CANCELADA         VALUE 'C'.
              88 WK-ORP-FINALIZADA        VALUE 'F'.
              88 WK-ORP-TERMINADA         VALUE 'C' 'F'.
      *    *************************************************************
      *                       QUIEN DEJO LA ORDEN EN SU ESTADO
      *    VALIDOS: O (OPERADOR, EN ORDMANE); G (EL GENERADOR NOCTURNO
      *             ORDGEN: SUSPENSION POR FALLAS O FINALIZACION)
           10 WK-ORP-ORIGEN-ESTADO        PIC X(1).
              88 WK-ORP-ESTADO-POR-OPERADOR  VALUE 'O'.
              88 WK-ORP-ESTADO-POR-GENERADOR VALUE 'G'.
      *    *************************************************************
      *                       ALTA: FECHA (AAAA-MM-DD), OPERADOR
      *                       (USERID CICS) Y SUCURSAL DEL TERMINAL
           10 WK-ORP-FECHA-ALTA           PIC X(10).
           10 WK-ORP-OPERADOR-ALTA        PIC X(8).
           10 WK-ORP-SUCURSAL             PIC X(4).
      *    *************************************************************
      *                       ULTIMO CAMBIO DE ESTADO: FECHA Y
      *                       OPERADOR ('ORDGEN' SI FUE EL GENERADOR)
           10 WK-ORP-FECHA-ULTIMO-CAMBIO  PIC X(10).
           10 WK-ORP-OPERADOR-ULTIMO-CAMBIO PIC X(8).
      *    *************************************************************
      *                       PROXIMO VENCIMIENTO A GENERAR
      *                       (AAAA-MM-DD; EN BLANCO = A CALCULAR EN
      *                       LA PROXIMA CORRIDA DE ORDGEN)
           10 WK-ORP-FECHA-PROXIMA        PIC X(10).
      *    *************************************************************
      *                       ULTIMA OCURRENCIA APLICADA POR MOVCARGA
      *                       (FECHA DE VENCIMIENTO, AAAA-MM-DD)
           10 WK-ORP-FECHA-ULTIMA-OCURR   PIC X(10).
      *    *************************************************************
      *                       OCURRENCIA GENERADA EN CTAMOV Y TODAVIA
      *                       NO VERIFICADA CONTRA CTAMOVH
      *    ESTADO VALIDOS: G (GENERADA); ESPACIO (NINGUNA PENDIENTE)
           10 WK-ORP-GENERADA.
              15 WK-ORP-GEN-ESTADO        PIC X(1).
                 88 WK-ORP-GEN-PENDIENTE  VALUE 'G'.
                 88 WK-ORP-GEN-NINGUNA    VALUE SPACE.
              15 WK-ORP-GEN-FECHA-OCURR   PIC X(10).
              15 WK-ORP-GEN-LOTE-ID       PIC X(8).
              15 WK-ORP-GEN-NRO-SEQ       PIC 9(8).
      *    *************************************************************
      *                       FALLAS CONSECUTIVAS (SE VUELVE A CERO AL
      *                       APLICARSE UNA OCURRENCIA O AL REACTIVAR),
      *                       FECHA DEL PROXIMO REINTENTO (EN BLANCO =
      *                       SIN REINTENTO PENDIENTE), Y FECHA Y
      *                       MOTIVO DE LA ULTIMA FALLA
           10 WK-ORP-CANT-FALLAS          PIC 9(2).
           10 WK-ORP-FECHA-REINTENTO      PIC X(10).
           10 WK-ORP-FECHA-ULTIMA-FALLA   PIC X(10).
           10 WK-ORP-MOTIVO-ULTIMA-FALLA  PIC X(40).
      ******************************************************************
