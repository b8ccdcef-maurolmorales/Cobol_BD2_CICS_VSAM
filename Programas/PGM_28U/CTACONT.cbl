       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTACONT.
      ******************************************************************
      * PGM_28U - CTACONT                                              *
      * INTERFAZ CONTABLE Y CUADRE DIARIO DE CUENTAS. SE CORRE EN EL   *
      * BATCH NOCTURNO A CONTINUACION DE MOVCARGA (PGM_28J). HASTA     *
      * AHORA NADA ATABA LOS SALDOS DE CUENTAS A LA CONTABILIDAD:      *
      * CONTADURIA NO RECIBIA LO DEPOSITADO Y EXTRAIDO EN EL DIA Y     *
      * NADIE CONTROLABA QUE EL SALDO TOTAL DE AYER MAS LO APLICADO    *
      * HOY DIERA EL SALDO TOTAL DE HOY.                               *
      * LOTE: EL ULTIMO REGISTRADO EN MOVCKPT (EL DE LA CORRIDA DE     *
      * MOVCARGA, AUNQUE ESTA HAYA CRUZADO LA MEDIANOCHE). UN LOTE     *
      * QUE MOVCARGA NO TERMINO (ESTADO EP) NO SE CONTABILIZA: RC 16.  *
      * ENTRADA: EL HISTORICO CTAMOVH (PGM_28J/CP-CTAMOVH) LEIDO POR   *
      * SU ALTERNATE KEY DE LOTE -- UNA FILA POR CUENTA AFECTADA, ASI  *
      * QUE UNA TRANSFERENCIA APORTA SU DEBITO Y SU CREDITO -- Y       *
      * CUENTAS (PGM_27V/CP-CUENTAS) PARA EL TIPO_CUENTA Y LA          *
      * SUCURSAL DE RADICACION DE CADA CUENTA.                         *
      * SALIDAS:                                                       *
      *   - CTACONIF: INTERFAZ CONTABLE DE FORMATO FIJO                *
      *     (PGM_28U/CP-CTACONI) CON CABECERA, UN DETALLE POR          *
      *     TIPO_CUENTA + SUCURSAL + SENTIDO Y PIE CON TOTALES DE      *
      *     CONTROL                                                    *
      *   - CTACONRP: REPORTE DE CUADRE POR TIPO_CUENTA: APERTURA +    *
      *     CREDITOS - DEBITOS = CIERRE, CON LA DIFERENCIA Y LA MARCA  *
      *     DESCUADRE CUANDO NO DA CERO, MAS EL DETALLE POR SUCURSAL   *
      *   - CTACONEX: UNA LINEA DE TITULO Y UNA LINEA POR TIPO         *
      *     DESCUADRADO, QUE CLIRESUM (PGM_28I) TOTALIZA COMO FUENTE   *
      *     QUE VOLTEA EL VEREDICTO DE LA MANANA                       *
      * APERTURA Y CIERRE: EL CIERRE ES LA SUMA DE WK-CTA-SALDO DE     *
      * TODAS LAS CUENTAS DEL TIPO AL TERMINAR EL LOTE; LA APERTURA ES *
      * EL CIERRE DEL ULTIMO LOTE PROCESADO, CUADRADO O NO (UN         *
      * DESCUADRE SE INFORMA EN SU NOCHE Y NO SE ARRASTRA A LAS        *
      * SIGUIENTES), GUARDADO EN CTASDOC                               *
      * (PGM_28U/CP-CTASDOC). UN TIPO SIN FILA EN CTASDOC (PRIMERA     *
      * CORRIDA O TIPO NUEVO) NO TIENE CONTRA QUE CUADRAR: SE INFORMA  *
      * COMO SALDO INICIAL Y QUEDA COMO BASE PARA EL LOTE SIGUIENTE.   *
      * UNA NOCHE SIN CTACONT DEJA EN EL CUADRE SIGUIENTE LOS          *
      * MOVIMIENTOS DEL LOTE SALTEADO COMO DIFERENCIA.                 *
      * CONTROL DE LOTES: LEIDAS = FILAS DE CTAMOVH DEL LOTE,          *
      * PROCESADAS = DETALLES DE LA INTERFAZ, RECHAZADAS = TIPOS       *
      * DESCUADRADOS MAS FILAS SIN CUENTA EN CUENTAS; CON DESCUADRE    *
      * EL PROGRAMA TERMINA CON RC 4; UN ERROR AL GRABAR LA INTERFAZ   *
      * CTACONIF LO LLEVA A RC 16, QUE NINGUN DESCUADRE REBAJA.        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVCKPT-FILE ASSIGN TO "MOVCKPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-CKPT-LOTE-ID
               FILE STATUS IS WS-FS-MOVCKPT.

           SELECT CTAMOVH-FILE ASSIGN TO "CTAMOVH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-MVH-CLAVE
               ALTERNATE RECORD KEY IS WK-MVH-LOTE-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CTAMOVH.

           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-CTA-NRO-CUENTA
               ALTERNATE RECORD KEY IS WK-CTA-NRO-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CUENTAS.

           SELECT CTASDOC-FILE ASSIGN TO "CTASDOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-SDC-TIPO-CUENTA
               FILE STATUS IS WS-FS-CTASDOC.

           SELECT CTACONIF-FILE ASSIGN TO "CTACONIF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTACONIF.

           SELECT CTACONRP-FILE ASSIGN TO "CTACONRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTACONRP.

           SELECT CTACONEX-FILE ASSIGN TO "CTACONEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTACONEX.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVCKPT-FILE.
           COPY CP-CLICKPT.

       FD  CTAMOVH-FILE.
           COPY CP-CTAMOVH.

       FD  CUENTAS-FILE.
           COPY CP-CUENTAS.

       FD  CTASDOC-FILE.
           COPY CP-CTASDOC.

       FD  CTACONIF-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CP-CTACONI.

       FD  CTACONRP-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  WK-CTACONRP-LINEA            PIC X(132).

       FD  CTACONEX-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WK-CTACONEX-LINEA            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FS-MOVCKPT                PIC XX.
       01  WS-FS-CTAMOVH                PIC XX.
           88  FS-OK-CTAMOVH            VALUE '00'.
           88  FS-EOF-CTAMOVH           VALUE '10'.
       01  WS-FS-CUENTAS                PIC XX.
           88  FS-OK-CUENTAS            VALUE '00'.
           88  FS-NOTFOUND-CUENTAS      VALUE '23'.
       01  WS-FS-CTASDOC                PIC XX.
           88  FS-OK-CTASDOC            VALUE '00'.
           88  FS-NOTFOUND-CTASDOC      VALUE '23'.
       01  WS-FS-CTACONIF               PIC XX.
       01  WS-FS-CTACONRP               PIC XX.
       01  WS-FS-CTACONEX               PIC XX.

       01  WS-EOF-MOVCKPT               PIC X VALUE 'N'.
           88  WS-NO-HAY-MAS-MOVCKPT    VALUE 'S'.
       01  WS-EOF-CTAMOVH               PIC X VALUE 'N'.
           88  WS-NO-HAY-MAS-CTAMOVH    VALUE 'S'.
       01  WS-EOF-CUENTAS               PIC X VALUE 'N'.
           88  WS-NO-HAY-MAS-CUENTAS    VALUE 'S'.
       01  WS-EOF-CTASDOC               PIC X VALUE 'N'.
           88  WS-NO-HAY-MAS-CTASDOC    VALUE 'S'.

       01  WS-LOTE-ID                   PIC X(8).
       01  WS-ESTADO-LOTE               PIC X(2).
       01  WS-FECHA-CONTABLE            PIC X(10).

       01  WS-CANT-LEIDAS               PIC 9(8) VALUE ZEROS.
       01  WS-CANT-DETALLES             PIC 9(8) VALUE ZEROS.
       01  WS-CANT-SIN-CUENTA           PIC 9(8) VALUE ZEROS.
       01  WS-CANT-DESCUADRES           PIC 9(8) VALUE ZEROS.
       01  WS-CANT-CUENTAS              PIC 9(8) VALUE ZEROS.
      *    RC CON QUE TERMINA LA CORRIDA: 16 SI FALLO LA INTERFAZ, 4
      *    CON DESCUADRE; SE ANOTA EN CLICTL Y SE DEVUELVE AL FINAL.
       01  WS-RETORNO-FINAL             PIC 9(4) VALUE ZEROS.

      *    CLAVE DE AGRUPACION DEL MOVIMIENTO EN CURSO
       01  WS-TIPO-CUENTA-MOV           PIC X(2).
       01  WS-SUCURSAL-MOV              PIC X(4).

      *    *************************************************************
      *    ACUMULADOR DE LA INTERFAZ POR TIPO_CUENTA + SUCURSAL. SE
      *    MANTIENE ORDENADO POR CLAVE AL INSERTAR, ASI LOS DETALLES
      *    SALEN EN ORDEN SIN PASAR POR UN SORT.
       01  WS-CANT-CONTABLES            PIC 9(4) VALUE ZEROS.
       01  WS-MAX-CONTABLES             PIC 9(4) VALUE 2000.
       01  WS-TABLA-CONTABLE.
           05 WS-CON-ENTRADA OCCURS 2000 TIMES.
              10 WS-CON-CLAVE.
                 15 WS-CON-TIPO-CUENTA  PIC X(2).
                 15 WS-CON-SUCURSAL     PIC X(4).
              10 WS-CON-CANT-DEBITOS    PIC 9(8).
              10 WS-CON-IMPORTE-DEBITOS PIC 9(13)V99.
              10 WS-CON-CANT-CREDITOS   PIC 9(8).
              10 WS-CON-IMPORTE-CREDITOS PIC 9(13)V99.
       01  WS-CON-IX                    PIC 9(4).
       01  WS-CON-JX                    PIC 9(4).
       01  WS-CON-CLAVE-BUSCADA.
           05 WS-CON-BUS-TIPO-CUENTA    PIC X(2).
           05 WS-CON-BUS-SUCURSAL       PIC X(4).
       01  WS-CON-HALLADA               PIC X.
           88  WS-CON-ENTRADA-HALLADA   VALUE 'S' FALSE 'N'.

      *    *************************************************************
      *    CUADRE POR TIPO_CUENTA
       01  WS-CANT-TIPOS                PIC 9(2) VALUE ZEROS.
       01  WS-MAX-TIPOS                 PIC 9(2) VALUE 20.
       01  WS-TABLA-CUADRE.
           05 WS-BAL-ENTRADA OCCURS 20 TIMES.
              10 WS-BAL-TIPO-CUENTA     PIC X(2).
              10 WS-BAL-TIENE-ANTERIOR  PIC X.
                 88 WS-BAL-CON-ANTERIOR VALUE 'S'.
              10 WS-BAL-EN-CTASDOC      PIC X.
                 88 WS-BAL-FILA-EXISTE  VALUE 'S'.
              10 WS-BAL-LOTE-ANTERIOR   PIC X(8).
              10 WS-BAL-APERTURA        PIC S9(13)V99.
              10 WS-BAL-CREDITOS        PIC S9(13)V99.
              10 WS-BAL-DEBITOS         PIC S9(13)V99.
              10 WS-BAL-CIERRE          PIC S9(13)V99.
              10 WS-BAL-DIFERENCIA      PIC S9(13)V99.
              10 WS-BAL-ESTADO          PIC X(2).
       01  WS-BAL-IX                    PIC 9(2).
       01  WS-BAL-TIPO-BUSCADO          PIC X(2).
       01  WS-BAL-HALLADO               PIC X.
           88  WS-BAL-TIPO-HALLADO      VALUE 'S' FALSE 'N'.

       01  WS-TOTAL-DEBITOS             PIC 9(15)V99 VALUE ZEROS.
       01  WS-TOTAL-CREDITOS            PIC 9(15)V99 VALUE ZEROS.
       01  WS-TOTAL-MOVIMIENTOS         PIC 9(8) VALUE ZEROS.

       01  WS-CTL-ACCION                PIC X(3).
       01  WS-CTL-PROGRAMA              PIC X(8) VALUE 'CTACONT'.
       01  WS-CTL-LEIDAS                PIC 9(8) VALUE ZEROS.
       01  WS-CTL-PROCESADAS            PIC 9(8) VALUE ZEROS.
       01  WS-CTL-RECHAZADAS            PIC 9(8) VALUE ZEROS.
       01  WS-CTL-RETORNO               PIC 9(4) VALUE ZEROS.

       01  WS-LINEA-CUADRE.
           05 FILLER                    PIC X(5)  VALUE 'TIPO='.
           05 WS-LIN-TIPO-CUENTA        PIC X(2).
           05 FILLER                    PIC X(4)  VALUE ' AP='.
           05 WS-LIN-APERTURA           PIC -(13)9.99.
           05 FILLER                    PIC X(5)  VALUE ' CRE='.
           05 WS-LIN-CREDITOS           PIC -(13)9.99.
           05 FILLER                    PIC X(5)  VALUE ' DEB='.
           05 WS-LIN-DEBITOS            PIC -(13)9.99.
           05 FILLER                    PIC X(5)  VALUE ' CIE='.
           05 WS-LIN-CIERRE             PIC -(13)9.99.
           05 FILLER                    PIC X(5)  VALUE ' DIF='.
           05 WS-LIN-DIFERENCIA         PIC -(13)9.99.
           05 WS-LIN-MARCA              PIC X(16).

       01  WS-LINEA-SUCURSAL.
           05 FILLER                    PIC X(8)  VALUE '   TIPO='.
           05 WS-LIS-TIPO-CUENTA        PIC X(2).
           05 FILLER                    PIC X(5)  VALUE ' SUC='.
           05 WS-LIS-SUCURSAL           PIC X(4).
           05 FILLER                    PIC X(8)  VALUE ' CANT-C='.
           05 WS-LIS-CANT-CREDITOS      PIC Z(7)9.
           05 FILLER                    PIC X(5)  VALUE ' CRE='.
           05 WS-LIS-CREDITOS           PIC Z(13)9.99.
           05 FILLER                    PIC X(8)  VALUE ' CANT-D='.
           05 WS-LIS-CANT-DEBITOS       PIC Z(7)9.
           05 FILLER                    PIC X(5)  VALUE ' DEB='.
           05 WS-LIS-DEBITOS            PIC Z(13)9.99.
           05 FILLER                    PIC X(37) VALUE SPACES.

       01  WS-LINEA-DESCUADRE.
           05 FILLER                    PIC X(5)  VALUE 'TIPO='.
           05 WS-LIX-TIPO-CUENTA        PIC X(2).
           05 FILLER                    PIC X(6)  VALUE ' LOTE='.
           05 WS-LIX-LOTE-ID            PIC X(8).
           05 FILLER                    PIC X(12) VALUE
              ' DIFERENCIA='.
           05 WS-LIX-DIFERENCIA         PIC -(13)9.99.
           05 FILLER                    PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 0100-ANOTAR-INICIO-CONTROL
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-CARGAR-SALDOS-ANTERIORES
           PERFORM 3000-ACUMULAR-MOVIMIENTOS
           PERFORM 4000-TOTALIZAR-CIERRE
           PERFORM 5000-CUADRAR-TIPOS
           PERFORM 6000-GRABAR-INTERFAZ
           PERFORM 7000-EMITIR-REPORTE
           DISPLAY 'CTACONT - LOTE ' WS-LOTE-ID
                   ' MOVIMIENTOS ' WS-CANT-LEIDAS
                   ' DETALLES ' WS-CANT-DETALLES
                   ' SIN CUENTA ' WS-CANT-SIN-CUENTA
                   ' TIPOS DESCUADRADOS ' WS-CANT-DESCUADRES
           IF WS-CANT-DESCUADRES > ZEROS
              AND WS-RETORNO-FINAL < 4
               MOVE 4 TO WS-RETORNO-FINAL
           END-IF
           PERFORM 0200-ANOTAR-FIN-CONTROL
           PERFORM 9000-FINALIZAR
           MOVE WS-RETORNO-FINAL TO RETURN-CODE
           GOBACK.

      *    ANOTACION EN EL CONTROL DE LOTES (CP-CLICTL, PGM_28I) PARA
      *    EL RESUMEN UNICO DE LA MANANA (CLIRESUM).
       0100-ANOTAR-INICIO-CONTROL.
           MOVE 'INI' TO WS-CTL-ACCION
           CALL 'CLICTLW' USING WS-CTL-ACCION WS-CTL-PROGRAMA
                                 WS-CTL-LEIDAS WS-CTL-PROCESADAS
                                 WS-CTL-RECHAZADAS WS-CTL-RETORNO.

       0200-ANOTAR-FIN-CONTROL.
           MOVE WS-CANT-LEIDAS          TO WS-CTL-LEIDAS
           MOVE WS-CANT-DETALLES        TO WS-CTL-PROCESADAS
           COMPUTE WS-CTL-RECHAZADAS =
               WS-CANT-DESCUADRES + WS-CANT-SIN-CUENTA
           MOVE WS-RETORNO-FINAL        TO WS-CTL-RETORNO
           MOVE 'FIN' TO WS-CTL-ACCION
           CALL 'CLICTLW' USING WS-CTL-ACCION WS-CTL-PROGRAMA
                                 WS-CTL-LEIDAS WS-CTL-PROCESADAS
                                 WS-CTL-RECHAZADAS WS-CTL-RETORNO
           MOVE 'CIE' TO WS-CTL-ACCION
           CALL 'CLICTLW' USING WS-CTL-ACCION WS-CTL-PROGRAMA
                                 WS-CTL-LEIDAS WS-CTL-PROCESADAS
                                 WS-CTL-RECHAZADAS WS-CTL-RETORNO.

       1000-INICIALIZAR.
           OPEN INPUT  MOVCKPT-FILE
           OPEN INPUT  CTAMOVH-FILE
           OPEN INPUT  CUENTAS-FILE
           OPEN I-O    CTASDOC-FILE
           OPEN OUTPUT CTACONIF-FILE
           OPEN OUTPUT CTACONRP-FILE
           OPEN OUTPUT CTACONEX-FILE
           PERFORM 1010-VALIDAR-APERTURAS
           PERFORM 1100-DETERMINAR-LOTE
           STRING WS-LOTE-ID(1:4) '-' WS-LOTE-ID(5:2) '-'
                  WS-LOTE-ID(7:2)
                  DELIMITED BY SIZE INTO WS-FECHA-CONTABLE
           MOVE SPACES TO WK-CTACONEX-LINEA
           STRING 'DESCUADRES DE CUENTAS - LOTE ' WS-LOTE-ID
                  ' (CTACONT)'
                  DELIMITED BY SIZE INTO WK-CTACONEX-LINEA
           PERFORM 8100-ESCRIBIR-EXCEPCION.

       1010-VALIDAR-APERTURAS.
           IF WS-FS-MOVCKPT NOT = '00'
               DISPLAY 'CTACONT - ERROR AL ABRIR MOVCKPT FS='
                       WS-FS-MOVCKPT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FS-CTAMOVH NOT = '00'
               DISPLAY 'CTACONT - ERROR AL ABRIR CTAMOVH FS='
                       WS-FS-CTAMOVH
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FS-CUENTAS NOT = '00'
               DISPLAY 'CTACONT - ERROR AL ABRIR CUENTAS FS='
                       WS-FS-CUENTAS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FS-CTASDOC NOT = '00'
               DISPLAY 'CTACONT - ERROR AL ABRIR CTASDOC FS='
                       WS-FS-CTASDOC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FS-CTACONIF NOT = '00'
               DISPLAY 'CTACONT - ERROR AL ABRIR CTACONIF FS='
                       WS-FS-CTACONIF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FS-CTACONRP NOT = '00'
               DISPLAY 'CTACONT - ERROR AL ABRIR CTACONRP FS='
                       WS-FS-CTACONRP
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FS-CTACONEX NOT = '00'
               DISPLAY 'CTACONT - ERROR AL ABRIR CTACONEX FS='
                       WS-FS-CTACONEX
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *    LOTE A CONTABILIZAR = EL MAYOR WK-CKPT-LOTE-ID DE MOVCKPT
      *    (MISMO CRITERIO QUE CLIRESUM CON CLICTL). SI MOVCARGA NO LO
      *    TERMINO, LOS SALDOS ESTAN A MEDIO APLICAR Y NO SE CUADRA.
       1100-DETERMINAR-LOTE.
           MOVE SPACES TO WS-LOTE-ID
           MOVE LOW-VALUES TO WK-CKPT-LOTE-ID
           START MOVCKPT-FILE KEY IS GREATER THAN OR EQUAL
               WK-CKPT-LOTE-ID
               INVALID KEY
                   SET WS-NO-HAY-MAS-MOVCKPT TO TRUE
           END-START
           PERFORM UNTIL WS-NO-HAY-MAS-MOVCKPT
               READ MOVCKPT-FILE NEXT RECORD
                   AT END
                       SET WS-NO-HAY-MAS-MOVCKPT TO TRUE
                   NOT AT END
                       MOVE WK-CKPT-LOTE-ID     TO WS-LOTE-ID
                       MOVE WK-CKPT-ESTADO-LOTE TO WS-ESTADO-LOTE
               END-READ
           END-PERFORM
           IF WS-LOTE-ID = SPACES
               DISPLAY 'CTACONT - MOVCKPT SIN LOTES, MOVCARGA NO CORRIO'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ESTADO-LOTE = 'EP'
               DISPLAY 'CTACONT - EL LOTE ' WS-LOTE-ID
                       ' DE MOVCARGA NO TERMINO, NO SE CONTABILIZA'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *    CADA FILA DE CTASDOC DA LA APERTURA DE SU TIPO: EL CIERRE
      *    DEL ULTIMO LOTE PROCESADO (CUADRADO O NO), O LA MISMA
      *    APERTURA SI LA FILA YA ES DE ESTE LOTE (REEJECUCION). UNA
      *    FILA DE SALDO INICIAL DE ESTE MISMO LOTE SIGUE SIN ANTERIOR
      *    CONTRA EL CUAL CUADRAR.
       2000-CARGAR-SALDOS-ANTERIORES.
           MOVE LOW-VALUES TO WK-SDC-TIPO-CUENTA
           START CTASDOC-FILE KEY IS GREATER THAN OR EQUAL
               WK-SDC-TIPO-CUENTA
               INVALID KEY
                   SET WS-NO-HAY-MAS-CTASDOC TO TRUE
           END-START
           PERFORM UNTIL WS-NO-HAY-MAS-CTASDOC
               READ CTASDOC-FILE NEXT RECORD
                   AT END
                       SET WS-NO-HAY-MAS-CTASDOC TO TRUE
                   NOT AT END
                       PERFORM 2100-TOMAR-SALDO-ANTERIOR
               END-READ
           END-PERFORM.

       2100-TOMAR-SALDO-ANTERIOR.
           MOVE WK-SDC-TIPO-CUENTA TO WS-BAL-TIPO-BUSCADO
           PERFORM 5100-UBICAR-TIPO
           MOVE 'S' TO WS-BAL-EN-CTASDOC(WS-BAL-IX)
           IF WK-SDC-LOTE-ID = WS-LOTE-ID
               IF NOT WK-SDC-SALDO-INICIAL
                   MOVE 'S' TO WS-BAL-TIENE-ANTERIOR(WS-BAL-IX)
                   MOVE WK-SDC-SALDO-APERTURA TO
                       WS-BAL-APERTURA(WS-BAL-IX)
               END-IF
           ELSE
               MOVE 'S' TO WS-BAL-TIENE-ANTERIOR(WS-BAL-IX)
               MOVE WK-SDC-LOTE-ID TO WS-BAL-LOTE-ANTERIOR(WS-BAL-IX)
               MOVE WK-SDC-SALDO-CIERRE TO WS-BAL-APERTURA(WS-BAL-IX)
           END-IF.

      *    FILAS DEL HISTORICO DEL LOTE, POR LA ALTERNATE KEY
      *    WK-MVH-LOTE-ID. CADA FILA SE ACUMULA EN SU TIPO_CUENTA +
      *    SUCURSAL (INTERFAZ) Y EN SU TIPO_CUENTA (CUADRE).
       3000-ACUMULAR-MOVIMIENTOS.
           MOVE WS-LOTE-ID TO WK-MVH-LOTE-ID
           START CTAMOVH-FILE KEY IS EQUAL TO WK-MVH-LOTE-ID
               INVALID KEY
                   SET WS-NO-HAY-MAS-CTAMOVH TO TRUE
           END-START
           PERFORM UNTIL WS-NO-HAY-MAS-CTAMOVH
               READ CTAMOVH-FILE NEXT RECORD
                   AT END
                       SET WS-NO-HAY-MAS-CTAMOVH TO TRUE
                   NOT AT END
                       IF WK-MVH-LOTE-ID NOT = WS-LOTE-ID
                           SET WS-NO-HAY-MAS-CTAMOVH TO TRUE
                       ELSE
                           ADD 1 TO WS-CANT-LEIDAS
                           PERFORM 3100-ACUMULAR-UN-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM.

       3100-ACUMULAR-UN-MOVIMIENTO.
           MOVE WK-MVH-NRO-CUENTA TO WK-CTA-NRO-CUENTA
           READ CUENTAS-FILE
               INVALID KEY
                   ADD 1 TO WS-CANT-SIN-CUENTA
                   DISPLAY 'CTACONT - MOVIMIENTO ' WK-MVH-NRO-SEQ
                           ' DE CUENTA INEXISTENTE ' WK-MVH-NRO-CUENTA
                   MOVE '**'   TO WS-TIPO-CUENTA-MOV
                   MOVE '****' TO WS-SUCURSAL-MOV
               NOT INVALID KEY
                   MOVE WK-CTA-TIPO-CUENTA TO WS-TIPO-CUENTA-MOV
                   IF WK-CTA-SUCURSAL = SPACES
                       MOVE '0000' TO WS-SUCURSAL-MOV
                   ELSE
                       MOVE WK-CTA-SUCURSAL TO WS-SUCURSAL-MOV
                   END-IF
           END-READ
           MOVE WS-TIPO-CUENTA-MOV TO WS-CON-BUS-TIPO-CUENTA
           MOVE WS-SUCURSAL-MOV    TO WS-CON-BUS-SUCURSAL
           PERFORM 3200-UBICAR-CONTABLE
           MOVE WS-TIPO-CUENTA-MOV TO WS-BAL-TIPO-BUSCADO
           PERFORM 5100-UBICAR-TIPO
           IF WK-MVH-ES-CREDITO
               ADD 1 TO WS-CON-CANT-CREDITOS(WS-CON-IX)
               ADD WK-MVH-IMPORTE TO WS-CON-IMPORTE-CREDITOS(WS-CON-IX)
               ADD WK-MVH-IMPORTE TO WS-BAL-CREDITOS(WS-BAL-IX)
           ELSE
               ADD 1 TO WS-CON-CANT-DEBITOS(WS-CON-IX)
               ADD WK-MVH-IMPORTE TO WS-CON-IMPORTE-DEBITOS(WS-CON-IX)
               ADD WK-MVH-IMPORTE TO WS-BAL-DEBITOS(WS-BAL-IX)
           END-IF.

      *    BUSQUEDA EN LA TABLA ORDENADA: SE AVANZA MIENTRAS LA CLAVE
      *    DE LA TABLA SEA MENOR; SI NO ES IGUAL, SE CORREN LAS
      *    ENTRADAS SIGUIENTES UN LUGAR Y SE INSERTA EN ESE HUECO.
       3200-UBICAR-CONTABLE.
           SET WS-CON-ENTRADA-HALLADA TO FALSE
           MOVE 1 TO WS-CON-IX
           PERFORM UNTIL WS-CON-IX > WS-CANT-CONTABLES
                      OR WS-CON-CLAVE(WS-CON-IX) NOT <
                         WS-CON-CLAVE-BUSCADA
               ADD 1 TO WS-CON-IX
           END-PERFORM
           IF WS-CON-IX <= WS-CANT-CONTABLES
               IF WS-CON-CLAVE(WS-CON-IX) = WS-CON-CLAVE-BUSCADA
                   SET WS-CON-ENTRADA-HALLADA TO TRUE
               END-IF
           END-IF
           IF NOT WS-CON-ENTRADA-HALLADA
               IF WS-CANT-CONTABLES >= WS-MAX-CONTABLES
                   DISPLAY 'CTACONT - TABLA DE TIPO/SUCURSAL LLENA ('
                           WS-MAX-CONTABLES '), AMPLIAR WS-TABLA-'
                           'CONTABLE'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-FINALIZAR
                   GOBACK
               END-IF
               PERFORM VARYING WS-CON-JX FROM WS-CANT-CONTABLES BY -1
                       UNTIL WS-CON-JX < WS-CON-IX
                   MOVE WS-CON-ENTRADA(WS-CON-JX) TO
                       WS-CON-ENTRADA(WS-CON-JX + 1)
               END-PERFORM
               ADD 1 TO WS-CANT-CONTABLES
               MOVE WS-CON-CLAVE-BUSCADA TO WS-CON-CLAVE(WS-CON-IX)
               MOVE ZEROS TO WS-CON-CANT-DEBITOS(WS-CON-IX)
                             WS-CON-IMPORTE-DEBITOS(WS-CON-IX)
                             WS-CON-CANT-CREDITOS(WS-CON-IX)
                             WS-CON-IMPORTE-CREDITOS(WS-CON-IX)
           END-IF.

      *    CIERRE DEL LOTE: SALDO DE TODAS LAS CUENTAS DEL TIPO,
      *    ABIERTAS O CERRADAS (UNA CERRADA TIENE SALDO CERO POR REGLA
      *    Y NO CAMBIA EL TOTAL).
       4000-TOTALIZAR-CIERRE.
           MOVE ZEROS TO WK-CTA-NRO-CUENTA
           START CUENTAS-FILE KEY IS GREATER THAN OR EQUAL
               WK-CTA-NRO-CUENTA
               INVALID KEY
                   SET WS-NO-HAY-MAS-CUENTAS TO TRUE
           END-START
           PERFORM UNTIL WS-NO-HAY-MAS-CUENTAS
               READ CUENTAS-FILE NEXT RECORD
                   AT END
                       SET WS-NO-HAY-MAS-CUENTAS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CANT-CUENTAS
                       MOVE WK-CTA-TIPO-CUENTA TO WS-BAL-TIPO-BUSCADO
                       PERFORM 5100-UBICAR-TIPO
                       ADD WK-CTA-SALDO TO WS-BAL-CIERRE(WS-BAL-IX)
               END-READ
           END-PERFORM.

      *    APERTURA + CREDITOS - DEBITOS DEBE DAR EL CIERRE. SIN
      *    ANTERIOR, LA APERTURA SE DEDUCE DEL CIERRE Y EL TIPO QUEDA
      *    COMO SALDO INICIAL. EL RESULTADO SE GUARDA EN CTASDOC COMO
      *    BASE DEL LOTE SIGUIENTE.
       5000-CUADRAR-TIPOS.
           PERFORM VARYING WS-BAL-IX FROM 1 BY 1
                   UNTIL WS-BAL-IX > WS-CANT-TIPOS
               IF WS-BAL-CON-ANTERIOR(WS-BAL-IX)
                   COMPUTE WS-BAL-DIFERENCIA(WS-BAL-IX) =
                       WS-BAL-CIERRE(WS-BAL-IX)
                       - WS-BAL-APERTURA(WS-BAL-IX)
                       - WS-BAL-CREDITOS(WS-BAL-IX)
                       + WS-BAL-DEBITOS(WS-BAL-IX)
                   IF WS-BAL-DIFERENCIA(WS-BAL-IX) = ZEROS
                       MOVE 'OK' TO WS-BAL-ESTADO(WS-BAL-IX)
                   ELSE
                       MOVE 'DI' TO WS-BAL-ESTADO(WS-BAL-IX)
                       ADD 1 TO WS-CANT-DESCUADRES
                   END-IF
               ELSE
                   COMPUTE WS-BAL-APERTURA(WS-BAL-IX) =
                       WS-BAL-CIERRE(WS-BAL-IX)
                       - WS-BAL-CREDITOS(WS-BAL-IX)
                       + WS-BAL-DEBITOS(WS-BAL-IX)
                   MOVE ZEROS TO WS-BAL-DIFERENCIA(WS-BAL-IX)
                   MOVE 'IN' TO WS-BAL-ESTADO(WS-BAL-IX)
               END-IF
               PERFORM 5200-GRABAR-SALDO-CONTROLADO
           END-PERFORM.

      *    POSICION DEL TIPO EN LA TABLA DE CUADRE (LO AGREGA SI NO
      *    ESTABA). DEJA EL INDICE EN WS-BAL-IX.
       5100-UBICAR-TIPO.
           SET WS-BAL-TIPO-HALLADO TO FALSE
           PERFORM VARYING WS-BAL-IX FROM 1 BY 1
                   UNTIL WS-BAL-IX > WS-CANT-TIPOS
                      OR WS-BAL-TIPO-HALLADO
               IF WS-BAL-TIPO-CUENTA(WS-BAL-IX) = WS-BAL-TIPO-BUSCADO
                   SET WS-BAL-TIPO-HALLADO TO TRUE
               END-IF
           END-PERFORM
           IF WS-BAL-TIPO-HALLADO
               SUBTRACT 1 FROM WS-BAL-IX
           ELSE
               IF WS-CANT-TIPOS >= WS-MAX-TIPOS
                   DISPLAY 'CTACONT - TABLA DE TIPOS DE CUENTA LLENA ('
                           WS-MAX-TIPOS ')'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-FINALIZAR
                   GOBACK
               END-IF
               ADD 1 TO WS-CANT-TIPOS
               MOVE WS-CANT-TIPOS TO WS-BAL-IX
               MOVE WS-BAL-TIPO-BUSCADO TO
                   WS-BAL-TIPO-CUENTA(WS-BAL-IX)
               MOVE 'N' TO WS-BAL-TIENE-ANTERIOR(WS-BAL-IX)
                           WS-BAL-EN-CTASDOC(WS-BAL-IX)
               MOVE SPACES TO WS-BAL-LOTE-ANTERIOR(WS-BAL-IX)
                              WS-BAL-ESTADO(WS-BAL-IX)
               MOVE ZEROS TO WS-BAL-APERTURA(WS-BAL-IX)
                             WS-BAL-CREDITOS(WS-BAL-IX)
                             WS-BAL-DEBITOS(WS-BAL-IX)
                             WS-BAL-CIERRE(WS-BAL-IX)
                             WS-BAL-DIFERENCIA(WS-BAL-IX)
           END-IF.

       5200-GRABAR-SALDO-CONTROLADO.
           MOVE WS-BAL-TIPO-CUENTA(WS-BAL-IX) TO WK-SDC-TIPO-CUENTA
           MOVE WS-LOTE-ID                    TO WK-SDC-LOTE-ID
           MOVE WS-BAL-APERTURA(WS-BAL-IX)    TO WK-SDC-SALDO-APERTURA
           MOVE WS-BAL-CIERRE(WS-BAL-IX)      TO WK-SDC-SALDO-CIERRE
           MOVE WS-BAL-ESTADO(WS-BAL-IX)      TO WK-SDC-ESTADO
           IF WS-BAL-FILA-EXISTE(WS-BAL-IX)
               REWRITE WK-CTASDOC
                   INVALID KEY
                       DISPLAY 'CTACONT - ERROR AL REGRABAR CTASDOC '
                               'TIPO=' WK-SDC-TIPO-CUENTA
                               ' FS=' WS-FS-CTASDOC
               END-REWRITE
           ELSE
               WRITE WK-CTASDOC
                   INVALID KEY
                       DISPLAY 'CTACONT - ERROR AL GRABAR CTASDOC '
                               'TIPO=' WK-SDC-TIPO-CUENTA
                               ' FS=' WS-FS-CTASDOC
               END-WRITE
           END-IF.

      *    CABECERA, UN DETALLE POR SENTIDO CON MOVIMIENTOS EN CADA
      *    TIPO_CUENTA + SUCURSAL, Y PIE CON LOS TOTALES DE CONTROL.
       6000-GRABAR-INTERFAZ.
           MOVE SPACES TO WK-CTACONI
           SET WK-CNI-ES-CABECERA TO TRUE
           MOVE WS-LOTE-ID        TO WK-CNI-CAB-LOTE-ID
           MOVE WS-FECHA-CONTABLE TO WK-CNI-CAB-FECHA-CONTABLE
           MOVE 'CUENTAS'         TO WK-CNI-CAB-SISTEMA
           MOVE 'CTACONT'         TO WK-CNI-CAB-PROGRAMA
           PERFORM 8200-ESCRIBIR-INTERFAZ
           PERFORM VARYING WS-CON-IX FROM 1 BY 1
                   UNTIL WS-CON-IX > WS-CANT-CONTABLES
               IF WS-CON-CANT-CREDITOS(WS-CON-IX) > ZEROS
                   MOVE SPACES TO WK-CTACONI
                   SET WK-CNI-ES-DETALLE TO TRUE
                   MOVE WS-CON-TIPO-CUENTA(WS-CON-IX) TO
                       WK-CNI-DET-TIPO-CUENTA
                   MOVE WS-CON-SUCURSAL(WS-CON-IX) TO
                       WK-CNI-DET-SUCURSAL
                   MOVE 'C' TO WK-CNI-DET-SENTIDO
                   MOVE WS-CON-CANT-CREDITOS(WS-CON-IX) TO
                       WK-CNI-DET-CANT-MOVIMIENTOS
                   MOVE WS-CON-IMPORTE-CREDITOS(WS-CON-IX) TO
                       WK-CNI-DET-IMPORTE
                   ADD WS-CON-CANT-CREDITOS(WS-CON-IX) TO
                       WS-TOTAL-MOVIMIENTOS
                   ADD WS-CON-IMPORTE-CREDITOS(WS-CON-IX) TO
                       WS-TOTAL-CREDITOS
                   ADD 1 TO WS-CANT-DETALLES
                   PERFORM 8200-ESCRIBIR-INTERFAZ
               END-IF
               IF WS-CON-CANT-DEBITOS(WS-CON-IX) > ZEROS
                   MOVE SPACES TO WK-CTACONI
                   SET WK-CNI-ES-DETALLE TO TRUE
                   MOVE WS-CON-TIPO-CUENTA(WS-CON-IX) TO
                       WK-CNI-DET-TIPO-CUENTA
                   MOVE WS-CON-SUCURSAL(WS-CON-IX) TO
                       WK-CNI-DET-SUCURSAL
                   MOVE 'D' TO WK-CNI-DET-SENTIDO
                   MOVE WS-CON-CANT-DEBITOS(WS-CON-IX) TO
                       WK-CNI-DET-CANT-MOVIMIENTOS
                   MOVE WS-CON-IMPORTE-DEBITOS(WS-CON-IX) TO
                       WK-CNI-DET-IMPORTE
                   ADD WS-CON-CANT-DEBITOS(WS-CON-IX) TO
                       WS-TOTAL-MOVIMIENTOS
                   ADD WS-CON-IMPORTE-DEBITOS(WS-CON-IX) TO
                       WS-TOTAL-DEBITOS
                   ADD 1 TO WS-CANT-DETALLES
                   PERFORM 8200-ESCRIBIR-INTERFAZ
               END-IF
           END-PERFORM
           MOVE SPACES TO WK-CTACONI
           SET WK-CNI-ES-PIE TO TRUE
           MOVE WS-CANT-DETALLES     TO WK-CNI-PIE-CANT-DETALLES
           MOVE WS-TOTAL-MOVIMIENTOS TO WK-CNI-PIE-CANT-MOVIMIENTOS
           MOVE WS-TOTAL-DEBITOS     TO WK-CNI-PIE-TOTAL-DEBITOS
           MOVE WS-TOTAL-CREDITOS    TO WK-CNI-PIE-TOTAL-CREDITOS
           PERFORM 8200-ESCRIBIR-INTERFAZ.

       7000-EMITIR-REPORTE.
           MOVE SPACES TO WK-CTACONRP-LINEA
           STRING 'CUADRE DE CUENTAS - LOTE ' WS-LOTE-ID
                  ' FECHA CONTABLE ' WS-FECHA-CONTABLE ' (CTACONT)'
                  DELIMITED BY SIZE INTO WK-CTACONRP-LINEA
           PERFORM 8000-ESCRIBIR-LINEA
           MOVE SPACES TO WK-CTACONRP-LINEA
           STRING 'AP=APERTURA (CIERRE DEL LOTE ANTERIOR) '
                  'CRE=CREDITOS DEB=DEBITOS CIE=CIERRE '
                  'DIF=CIE-(AP+CRE-DEB)'
                  DELIMITED BY SIZE INTO WK-CTACONRP-LINEA
           PERFORM 8000-ESCRIBIR-LINEA
           PERFORM VARYING WS-BAL-IX FROM 1 BY 1
                   UNTIL WS-BAL-IX > WS-CANT-TIPOS
               PERFORM 7100-EMITIR-LINEA-CUADRE
           END-PERFORM
           MOVE SPACES TO WK-CTACONRP-LINEA
           PERFORM 8000-ESCRIBIR-LINEA
           MOVE 'DETALLE POR TIPO DE CUENTA Y SUCURSAL (CTACONIF)'
               TO WK-CTACONRP-LINEA
           PERFORM 8000-ESCRIBIR-LINEA
           PERFORM VARYING WS-CON-IX FROM 1 BY 1
                   UNTIL WS-CON-IX > WS-CANT-CONTABLES
               MOVE WS-CON-TIPO-CUENTA(WS-CON-IX) TO WS-LIS-TIPO-CUENTA
               MOVE WS-CON-SUCURSAL(WS-CON-IX)    TO WS-LIS-SUCURSAL
               MOVE WS-CON-CANT-CREDITOS(WS-CON-IX) TO
                   WS-LIS-CANT-CREDITOS
               MOVE WS-CON-IMPORTE-CREDITOS(WS-CON-IX) TO
                   WS-LIS-CREDITOS
               MOVE WS-CON-CANT-DEBITOS(WS-CON-IX) TO
                   WS-LIS-CANT-DEBITOS
               MOVE WS-CON-IMPORTE-DEBITOS(WS-CON-IX) TO
                   WS-LIS-DEBITOS
               WRITE WK-CTACONRP-LINEA FROM WS-LINEA-SUCURSAL
               IF WS-FS-CTACONRP NOT = '00'
                   DISPLAY 'CTACONT - ERROR AL ESCRIBIR CTACONRP FS='
                           WS-FS-CTACONRP
               END-IF
           END-PERFORM
           MOVE SPACES TO WK-CTACONRP-LINEA
           STRING 'MOVIMIENTOS=' WS-CANT-LEIDAS
                  ' DETALLES=' WS-CANT-DETALLES
                  ' SIN CUENTA=' WS-CANT-SIN-CUENTA
                  ' CUENTAS=' WS-CANT-CUENTAS
                  ' TIPOS DESCUADRADOS=' WS-CANT-DESCUADRES
                  DELIMITED BY SIZE INTO WK-CTACONRP-LINEA
           PERFORM 8000-ESCRIBIR-LINEA.

       7100-EMITIR-LINEA-CUADRE.
           MOVE WS-BAL-TIPO-CUENTA(WS-BAL-IX) TO WS-LIN-TIPO-CUENTA
           MOVE WS-BAL-APERTURA(WS-BAL-IX)    TO WS-LIN-APERTURA
           MOVE WS-BAL-CREDITOS(WS-BAL-IX)    TO WS-LIN-CREDITOS
           MOVE WS-BAL-DEBITOS(WS-BAL-IX)     TO WS-LIN-DEBITOS
           MOVE WS-BAL-CIERRE(WS-BAL-IX)      TO WS-LIN-CIERRE
           MOVE WS-BAL-DIFERENCIA(WS-BAL-IX)  TO WS-LIN-DIFERENCIA
           EVALUATE WS-BAL-ESTADO(WS-BAL-IX)
               WHEN 'OK'
                   MOVE ' CUADRA' TO WS-LIN-MARCA
               WHEN 'DI'
                   MOVE ' *** DESCUADRE' TO WS-LIN-MARCA
                   MOVE WS-BAL-TIPO-CUENTA(WS-BAL-IX) TO
                       WS-LIX-TIPO-CUENTA
                   MOVE WS-LOTE-ID TO WS-LIX-LOTE-ID
                   MOVE WS-BAL-DIFERENCIA(WS-BAL-IX) TO
                       WS-LIX-DIFERENCIA
                   WRITE WK-CTACONEX-LINEA FROM WS-LINEA-DESCUADRE
                   IF WS-FS-CTACONEX NOT = '00'
                       DISPLAY 'CTACONT - ERROR AL ESCRIBIR CTACONEX '
                               'FS=' WS-FS-CTACONEX
                   END-IF
               WHEN OTHER
                   MOVE ' SALDO INICIAL' TO WS-LIN-MARCA
           END-EVALUATE
           WRITE WK-CTACONRP-LINEA FROM WS-LINEA-CUADRE
           IF WS-FS-CTACONRP NOT = '00'
               DISPLAY 'CTACONT - ERROR AL ESCRIBIR CTACONRP FS='
                       WS-FS-CTACONRP
           END-IF.

       8000-ESCRIBIR-LINEA.
           WRITE WK-CTACONRP-LINEA
           IF WS-FS-CTACONRP NOT = '00'
               DISPLAY 'CTACONT - ERROR AL ESCRIBIR CTACONRP FS='
                       WS-FS-CTACONRP
           END-IF.

       8100-ESCRIBIR-EXCEPCION.
           WRITE WK-CTACONEX-LINEA
           IF WS-FS-CTACONEX NOT = '00'
               DISPLAY 'CTACONT - ERROR AL ESCRIBIR CTACONEX FS='
                       WS-FS-CTACONEX
           END-IF.

       8200-ESCRIBIR-INTERFAZ.
           WRITE WK-CTACONI
           IF WS-FS-CTACONIF NOT = '00'
               DISPLAY 'CTACONT - ERROR AL ESCRIBIR CTACONIF FS='
                       WS-FS-CTACONIF
               MOVE 16 TO WS-RETORNO-FINAL
           END-IF.

       9000-FINALIZAR.
           CLOSE MOVCKPT-FILE
                 CTAMOVH-FILE
                 CUENTAS-FILE
                 CTASDOC-FILE
                 CTACONIF-FILE
                 CTACONRP-FILE
                 CTACONEX-FILE.
