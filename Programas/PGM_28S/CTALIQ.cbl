       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTALIQ.
      ******************************************************************
      * PGM_28S - CTALIQ                                               *
      * LIQUIDACION MENSUAL DE INTERESES Y COMISIONES DE               *
      * MANTENIMIENTO SOBRE EL ARCHIVO CUENTAS (PGM_27V/CP-CUENTAS).   *
      * HASTA ACA BACK OFFICE CALCULABA INTERESES Y COMISIONES EN UNA  *
      * PLANILLA Y LOS TIPEABA COMO DEPOSITOS Y EXTRACCIONES.          *
      *                                                                *
      * SE CORRE EL PRIMER DIA HABIL DEL MES, EN EL BATCH NOCTURNO,    *
      * ANTES DE MOVCARGA (PGM_28J). LIQUIDA EL MES CALENDARIO         *
      * ANTERIOR A LA FECHA DE CORRIDA. PARA CADA CUENTA ABIERTA       *
      * (WK-CTA-ESTADO = AB) TOMA LA TASA Y LA COMISION DE SU          *
      * WK-CTA-TIPO-CUENTA EN EL MAESTRO CP-CTATASA Y AGREGA AL        *
      * CTAMOV DEL LOTE (CP-CTAMOV) LOS MOVIMIENTOS QUE MOVCARGA       *
      * APLICA ESA MISMA NOCHE:                                        *
      *   - DE ORIGEN LQ: INTERES = SALDO ACREEDOR * TNA / 100 / 12    *
      *     (REDONDEADO; UN SALDO EN CERO O DEUDOR NO COBRA INTERES)   *
      *   - EX ORIGEN LQ: COMISION MENSUAL DE MANTENIMIENTO DEL TIPO   *
      * LA REFERENCIA DE AMBOS MOVIMIENTOS ES EL PERIODO (AAAAMM).     *
      * UNA CUENTA ABIERTA DESPUES DEL PERIODO NO SE LIQUIDA; UN TIPO  *
      * DE CUENTA SIN FILA VIGENTE EN CTATASA SE INFORMA Y SE CUENTA   *
      * COMO RECHAZO.                                                  *
      *                                                                *
      * NO SE LIQUIDA DOS VECES: CADA CUENTA LIQUIDADA DEJA SU FILA    *
      * PERIODO + CUENTA EN EL CONTROL CP-CTALIQC. LA FILA SE GRABA    *
      * EN 'EP' CON LAS SECUENCIAS DE CTAMOV RESERVADAS, DESPUES SE    *
      * ESCRIBEN LOS MOVIMIENTOS Y RECIEN AHI PASA A 'OK'. UNA         *
      * RECORRIDA DEL MISMO MES SALTEA LAS CUENTAS EN 'OK' Y, PARA     *
      * UNA FILA QUE QUEDO EN 'EP' POR UN ABEND, BUSCA EN CTAMOV LAS   *
      * SECUENCIAS RESERVADAS Y GRABA SOLO LAS QUE FALTAN; SI UNA      *
      * SECUENCIA RESERVADA ESTA OCUPADA POR UN MOVIMIENTO QUE NO ES   *
      * LA LIQUIDACION DE LA CUENTA (ORIGEN LQ, CUENTA, PERIODO Y      *
      * TIPO), LA CUENTA SE RECHAZA Y LA FILA QUEDA EN 'EP'. UNA FILA  *
      * EN 'EP' DE OTRO LOTE (EL CTAMOV DE AQUEL DIA YA SE APLICO Y NO *
      * SE PUEDE VERIFICAR) NO SE REGENERA: SE INFORMA PARA REVISAR.   *
      *                                                                *
      * LAS SECUENCIAS NUEVAS SIGUEN A LA MAYOR PRESENTE EN CTAMOV,    *
      * POR LO QUE EL RESTART DE MOVCARGA (START KEY > ULTIMA          *
      * PROCESADA) NO SE VE AFECTADO.                                  *
      *                                                                *
      * REPORTE CTALIQRP: UNA LINEA POR CUENTA (SALDO BASE, INTERES Y  *
      * COMISION) Y TOTALES POR TIPO DE CUENTA.                        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-CTA-NRO-CUENTA
               ALTERNATE RECORD KEY IS WK-CTA-NRO-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CUENTAS.

           SELECT CTATASA-FILE ASSIGN TO "CTATASA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-TAS-TIPO-CUENTA
               FILE STATUS IS WS-FS-CTATASA.

           SELECT CTALIQC-FILE ASSIGN TO "CTALIQC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-LQC-CLAVE
               FILE STATUS IS WS-FS-CTALIQC.

           SELECT CTAMOV-FILE ASSIGN TO "CTAMOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-MOV-NRO-SEQ
               FILE STATUS IS WS-FS-CTAMOV.

           SELECT CTALIQRP-FILE ASSIGN TO "CTALIQRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTALIQRP.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-FILE.
           COPY CP-CUENTAS.

       FD  CTATASA-FILE.
           COPY CP-CTATASA.

       FD  CTALIQC-FILE.
           COPY CP-CTALIQC.

       FD  CTAMOV-FILE.
           COPY CP-CTAMOV.

       FD  CTALIQRP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WK-CTALIQRP-LINEA            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FS-CUENTAS                PIC XX.
           88  FS-OK-CUENTAS            VALUE '00'.
           88  FS-EOF-CUENTAS           VALUE '10'.
       01  WS-FS-CTATASA                PIC XX.
           88  FS-OK-CTATASA            VALUE '00'.
           88  FS-NOTFOUND-CTATASA      VALUE '23'.
       01  WS-FS-CTALIQC                PIC XX.
           88  FS-OK-CTALIQC            VALUE '00'.
           88  FS-NOTFOUND-CTALIQC      VALUE '23'.
       01  WS-FS-CTAMOV                 PIC XX.
           88  FS-OK-CTAMOV             VALUE '00'.
           88  FS-NOTFOUND-CTAMOV       VALUE '23'.
       01  WS-FS-CTALIQRP               PIC XX.

       01  WS-EOF-CUENTAS               PIC X VALUE 'N'.
           88  WS-NO-HAY-MAS-CUENTAS    VALUE 'S'.
       01  WS-EOF-CTAMOV                PIC X VALUE 'N'.
           88  WS-NO-HAY-MAS-CTAMOV     VALUE 'S'.

       01  WS-LOTE-ID                   PIC X(8).
       01  WS-FECHA-MOVIMIENTO          PIC X(10).
       01  WS-FECHA-HORA-ACTUAL         PIC X(21).
       01  WS-FECHA-CORRIDA.
           05 WS-FC-ANIO                PIC 9(4).
           05 WS-FC-MES                 PIC 9(2).
           05 WS-FC-DIA                 PIC 9(2).
       01  WS-PERIODO.
           05 WS-PER-ANIO               PIC 9(4).
           05 WS-PER-MES                PIC 9(2).
       01  WS-PERIODO-NUM REDEFINES WS-PERIODO PIC 9(6).
       01  WS-PERIODO-APERTURA          PIC X(6).

       01  WS-CANT-LEIDAS               PIC 9(8) VALUE ZEROS.
       01  WS-CANT-PROCESADAS           PIC 9(8) VALUE ZEROS.
       01  WS-CANT-RECHAZADAS           PIC 9(8) VALUE ZEROS.
       01  WS-CANT-YA-LIQUIDADAS        PIC 9(8) VALUE ZEROS.
       01  WS-CANT-OMITIDAS             PIC 9(8) VALUE ZEROS.
       01  WS-CANT-MOVS-GENERADOS       PIC 9(8) VALUE ZEROS.

       01  WS-ULTIMA-SEQ-CTAMOV         PIC 9(8) VALUE ZEROS.
       01  WS-IMPORTE-INTERES           PIC 9(11)V99.
       01  WS-IMPORTE-COMISION          PIC 9(11)V99.
       01  WS-RECHAZO-MOTIVO            PIC X(40).
       01  WS-CUENTA-VALIDA             PIC X.
           88  WS-CUENTA-OK             VALUE 'S' FALSE 'N'.
       01  WS-MOV-A-GRABAR.
           05 WS-MAG-SEQ                PIC 9(8).
           05 WS-MAG-TIPO               PIC X(2).
           05 WS-MAG-IMPORTE            PIC 9(11)V99.

       01  WS-CTL-ACCION                PIC X(3).
       01  WS-CTL-PROGRAMA              PIC X(8) VALUE 'CTALIQ'.
       01  WS-CTL-LEIDAS                PIC 9(8) VALUE ZEROS.
       01  WS-CTL-PROCESADAS            PIC 9(8) VALUE ZEROS.
       01  WS-CTL-RECHAZADAS            PIC 9(8) VALUE ZEROS.
       01  WS-CTL-RETORNO               PIC 9(4) VALUE ZEROS.

      *    ACUMULADORES POR TIPO DE CUENTA (TABLA FIJA CON AVISO DE
      *    DESBORDE, PATRON DE LA PRODUCCION POR SUCURSAL DE CLICARGA).
       01  WS-TIP-MAX                   PIC 9(4) VALUE 20.
       01  WS-TABLA-TIPOS.
           05 WS-TIP-ENTRADA OCCURS 20 TIMES.
              10 WS-TIP-CODIGO          PIC X(2).
              10 WS-TIP-CANT-CUENTAS    PIC 9(8).
              10 WS-TIP-TOTAL-INTERES   PIC 9(13)V99.
              10 WS-TIP-TOTAL-COMISION  PIC 9(13)V99.
       01  WS-TIP-CANT-USADOS           PIC 9(4) VALUE ZEROS.
       01  WS-TIP-IX                    PIC 9(4).
       01  WS-CANT-TIP-DESBORDADOS      PIC 9(8) VALUE ZEROS.

       01  WS-LINEA-CUENTA.
           05 FILLER                    PIC X(7) VALUE 'CUENTA='.
           05 WS-LIN-CTA-NRO            PIC 9(10).
           05 FILLER                    PIC X(6) VALUE ' TIPO='.
           05 WS-LIN-CTA-TIPO           PIC X(2).
           05 FILLER                    PIC X(7) VALUE ' SALDO='.
           05 WS-LIN-CTA-SALDO          PIC -(9)9.99.
           05 FILLER                    PIC X(5) VALUE ' INT='.
           05 WS-LIN-CTA-INTERES        PIC Z(8)9.99.
           05 FILLER                    PIC X(5) VALUE ' COM='.
           05 WS-LIN-CTA-COMISION       PIC Z(8)9.99.
           05 FILLER                    PIC X(1) VALUE SPACES.

       01  WS-LINEA-TIPO.
           05 FILLER                    PIC X(5) VALUE 'TIPO='.
           05 WS-LIN-TIP-CODIGO         PIC X(2).
           05 FILLER                    PIC X(9) VALUE ' CUENTAS='.
           05 WS-LIN-TIP-CUENTAS        PIC 9(8).
           05 FILLER                    PIC X(11) VALUE ' INTERESES='.
           05 WS-LIN-TIP-INTERES        PIC Z(10)9.99.
           05 FILLER                    PIC X(12) VALUE
               ' COMISIONES='.
           05 WS-LIN-TIP-COMISION       PIC Z(10)9.99.
           05 FILLER                    PIC X(5) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 0100-ANOTAR-INICIO-CONTROL
           PERFORM 1000-INICIALIZAR
           PERFORM UNTIL WS-NO-HAY-MAS-CUENTAS
               PERFORM 2000-LEER-SIGUIENTE-CUENTA
               IF NOT WS-NO-HAY-MAS-CUENTAS
                   PERFORM 3000-LIQUIDAR-CUENTA
               END-IF
           END-PERFORM
           PERFORM 7500-EMITIR-TOTALES-POR-TIPO
           DISPLAY 'CTALIQ - PERIODO ' WS-PERIODO ' LEIDAS '
                   WS-CANT-LEIDAS ' LIQUIDADAS ' WS-CANT-PROCESADAS
                   ' RECHAZADAS ' WS-CANT-RECHAZADAS
                   ' YA LIQUIDADAS ' WS-CANT-YA-LIQUIDADAS
                   ' MOVIMIENTOS ' WS-CANT-MOVS-GENERADOS
           PERFORM 0200-ANOTAR-FIN-CONTROL
           PERFORM 9000-FINALIZAR
           GOBACK.

      *    ANOTACION EN EL CONTROL DE LOTES (CP-CLICTL, PGM_28I) PARA
      *    EL RESUMEN UNICO DE LA MANANA (CLIRESUM).
       0100-ANOTAR-INICIO-CONTROL.
           MOVE 'INI' TO WS-CTL-ACCION
           CALL 'CLICTLW' USING WS-CTL-ACCION WS-CTL-PROGRAMA
                                 WS-CTL-LEIDAS WS-CTL-PROCESADAS
                                 WS-CTL-RECHAZADAS WS-CTL-RETORNO.

       0200-ANOTAR-FIN-CONTROL.
           MOVE WS-CANT-LEIDAS      TO WS-CTL-LEIDAS
           MOVE WS-CANT-PROCESADAS  TO WS-CTL-PROCESADAS
           MOVE WS-CANT-RECHAZADAS  TO WS-CTL-RECHAZADAS
           MOVE RETURN-CODE         TO WS-CTL-RETORNO
           MOVE 'FIN' TO WS-CTL-ACCION
           CALL 'CLICTLW' USING WS-CTL-ACCION WS-CTL-PROGRAMA
                                 WS-CTL-LEIDAS WS-CTL-PROCESADAS
                                 WS-CTL-RECHAZADAS WS-CTL-RETORNO
           MOVE 'CIE' TO WS-CTL-ACCION
           CALL 'CLICTLW' USING WS-CTL-ACCION WS-CTL-PROGRAMA
                                 WS-CTL-LEIDAS WS-CTL-PROCESADAS
                                 WS-CTL-RECHAZADAS WS-CTL-RETORNO.

      *    PERIODO A LIQUIDAR = MES CALENDARIO ANTERIOR A LA FECHA DE
      *    CORRIDA. LOS MOVIMIENTOS LLEVAN LA FECHA DE LA CORRIDA (SE
      *    APLICAN EN EL LOTE DE ESTA NOCHE).
       1000-INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LOTE-ID
           MOVE WS-LOTE-ID TO WS-FECHA-CORRIDA
           STRING WS-FC-ANIO '-' WS-FC-MES '-' WS-FC-DIA
                  DELIMITED BY SIZE INTO WS-FECHA-MOVIMIENTO
           IF WS-FC-MES = 1
               COMPUTE WS-PER-ANIO = WS-FC-ANIO - 1
               MOVE 12 TO WS-PER-MES
           ELSE
               MOVE WS-FC-ANIO TO WS-PER-ANIO
               COMPUTE WS-PER-MES = WS-FC-MES - 1
           END-IF
           OPEN INPUT  CUENTAS-FILE
           OPEN INPUT  CTATASA-FILE
           OPEN I-O    CTALIQC-FILE
           OPEN I-O    CTAMOV-FILE
           OPEN OUTPUT CTALIQRP-FILE
           PERFORM 1010-VALIDAR-APERTURAS
           PERFORM 1100-BUSCAR-ULTIMA-SEQ-CTAMOV
           MOVE SPACES TO WK-CTALIQRP-LINEA
           STRING 'LIQUIDACION DE INTERESES Y COMISIONES - PERIODO '
                  WS-PERIODO ' (CTALIQ)'
                  DELIMITED BY SIZE INTO WK-CTALIQRP-LINEA
           PERFORM 8000-ESCRIBIR-LINEA
           MOVE ZEROS TO WK-CTA-NRO-CUENTA
           START CUENTAS-FILE KEY IS GREATER THAN OR EQUAL
               WK-CTA-NRO-CUENTA
               INVALID KEY
                   SET WS-NO-HAY-MAS-CUENTAS TO TRUE
           END-START.

       1010-VALIDAR-APERTURAS.
           IF WS-FS-CUENTAS NOT = '00'
               DISPLAY 'CTALIQ - ERROR AL ABRIR CUENTAS FS='
                       WS-FS-CUENTAS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FS-CTATASA NOT = '00'
               DISPLAY 'CTALIQ - ERROR AL ABRIR CTATASA FS='
                       WS-FS-CTATASA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FS-CTALIQC NOT = '00'
               DISPLAY 'CTALIQ - ERROR AL ABRIR CTALIQC FS='
                       WS-FS-CTALIQC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FS-CTAMOV NOT = '00'
               DISPLAY 'CTALIQ - ERROR AL ABRIR CTAMOV FS='
                       WS-FS-CTAMOV
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FS-CTALIQRP NOT = '00'
               DISPLAY 'CTALIQ - ERROR AL ABRIR CTALIQRP FS='
                       WS-FS-CTALIQRP
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *    EL CTAMOV DEL LOTE YA TRAE LOS MOVIMIENTOS DE VENTANILLA:
      *    LOS DE LA LIQUIDACION SE AGREGAN A CONTINUACION DE LA MAYOR
      *    SECUENCIA PRESENTE (LA CLAVE ASCIENDE, ES LA DEL ULTIMO
      *    REGISTRO DEL ARCHIVO).
       1100-BUSCAR-ULTIMA-SEQ-CTAMOV.
           MOVE ZEROS TO WS-ULTIMA-SEQ-CTAMOV
           MOVE ZEROS TO WK-MOV-NRO-SEQ
           START CTAMOV-FILE KEY IS GREATER THAN OR EQUAL
               WK-MOV-NRO-SEQ
               INVALID KEY
                   SET WS-NO-HAY-MAS-CTAMOV TO TRUE
           END-START
           PERFORM UNTIL WS-NO-HAY-MAS-CTAMOV
               READ CTAMOV-FILE NEXT RECORD
                   AT END
                       SET WS-NO-HAY-MAS-CTAMOV TO TRUE
                   NOT AT END
                       MOVE WK-MOV-NRO-SEQ TO WS-ULTIMA-SEQ-CTAMOV
               END-READ
           END-PERFORM.

       2000-LEER-SIGUIENTE-CUENTA.
           READ CUENTAS-FILE NEXT RECORD
               AT END
                   SET WS-NO-HAY-MAS-CUENTAS TO TRUE
           END-READ.

      *    SOLO CUENTAS ABIERTAS; UNA CUENTA ABIERTA DESPUES DEL
      *    PERIODO TODAVIA NO TIENE MES QUE LIQUIDAR.
       3000-LIQUIDAR-CUENTA.
           IF WK-CTA-ESTA-ABIERTA
               ADD 1 TO WS-CANT-LEIDAS
               MOVE SPACES TO WS-PERIODO-APERTURA
               STRING WK-CTA-FECHA-APERTURA(1:4)
                      WK-CTA-FECHA-APERTURA(6:2)
                      DELIMITED BY SIZE INTO WS-PERIODO-APERTURA
               IF WS-PERIODO-APERTURA > WS-PERIODO
                   ADD 1 TO WS-CANT-OMITIDAS
               ELSE
                   PERFORM 3050-BUSCAR-CONTROL
               END-IF
           END-IF.

       3050-BUSCAR-CONTROL.
           MOVE WS-PERIODO-NUM    TO WK-LQC-PERIODO
           MOVE WK-CTA-NRO-CUENTA TO WK-LQC-NRO-CUENTA
           READ CTALIQC-FILE
               INVALID KEY
                   PERFORM 3100-CALCULAR-LIQUIDACION
                   IF WS-CUENTA-OK
                       PERFORM 3200-GENERAR-MOVIMIENTOS
                   ELSE
                       PERFORM 7000-RECHAZAR-CUENTA
                   END-IF
               NOT INVALID KEY
                   IF WK-LQC-CONFIRMADA
                       ADD 1 TO WS-CANT-YA-LIQUIDADAS
                       MOVE SPACES TO WK-CTALIQRP-LINEA
                       STRING 'CUENTA=' WK-CTA-NRO-CUENTA
                              ' YA LIQUIDADA EN EL PERIODO '
                              WS-PERIODO ' LOTE ' WK-LQC-LOTE-ID
                              DELIMITED BY SIZE INTO WK-CTALIQRP-LINEA
                       PERFORM 8000-ESCRIBIR-LINEA
                   ELSE
                       PERFORM 3500-COMPLETAR-PENDIENTE
                   END-IF
           END-READ.

       3100-CALCULAR-LIQUIDACION.
           SET WS-CUENTA-OK TO TRUE
           MOVE ZEROS TO WS-IMPORTE-INTERES WS-IMPORTE-COMISION
           MOVE WK-CTA-TIPO-CUENTA TO WK-TAS-TIPO-CUENTA
           READ CTATASA-FILE
               INVALID KEY
                   MOVE 'TIPO DE CUENTA SIN TASA EN CTATASA' TO
                       WS-RECHAZO-MOTIVO
                   SET WS-CUENTA-OK TO FALSE
               NOT INVALID KEY
                   IF NOT WK-TAS-ES-VIGENTE
                       MOVE 'TASA DEL TIPO DE CUENTA NO VIGENTE' TO
                           WS-RECHAZO-MOTIVO
                       SET WS-CUENTA-OK TO FALSE
                   END-IF
           END-READ
           IF WS-CUENTA-OK
               IF WK-CTA-SALDO > ZEROS
                   COMPUTE WS-IMPORTE-INTERES ROUNDED =
                       WK-CTA-SALDO * WK-TAS-TNA / 100 / 12
               END-IF
               MOVE WK-TAS-COMISION-MENSUAL TO WS-IMPORTE-COMISION
           END-IF.

      *    RESERVA DE SECUENCIAS Y FILA DE CONTROL EN 'EP' ANTES DE
      *    ESCRIBIR LOS MOVIMIENTOS; 'OK' RECIEN CON AMBOS GRABADOS.
      *    UNA CUENTA SIN INTERES NI COMISION (SALDO EN CERO Y TIPO
      *    SIN COMISION) IGUAL DEJA SU FILA: EL MES QUEDA LIQUIDADO.
       3200-GENERAR-MOVIMIENTOS.
           MOVE WS-PERIODO-NUM    TO WK-LQC-PERIODO
           MOVE WK-CTA-NRO-CUENTA TO WK-LQC-NRO-CUENTA
           MOVE WS-LOTE-ID        TO WK-LQC-LOTE-ID
           MOVE ZEROS TO WK-LQC-SEQ-INTERES WK-LQC-SEQ-COMISION
           IF WS-IMPORTE-INTERES > ZEROS
               ADD 1 TO WS-ULTIMA-SEQ-CTAMOV
               MOVE WS-ULTIMA-SEQ-CTAMOV TO WK-LQC-SEQ-INTERES
           END-IF
           IF WS-IMPORTE-COMISION > ZEROS
               ADD 1 TO WS-ULTIMA-SEQ-CTAMOV
               MOVE WS-ULTIMA-SEQ-CTAMOV TO WK-LQC-SEQ-COMISION
           END-IF
           MOVE WS-IMPORTE-INTERES  TO WK-LQC-IMPORTE-INTERES
           MOVE WS-IMPORTE-COMISION TO WK-LQC-IMPORTE-COMISION
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL
           MOVE WS-FECHA-HORA-ACTUAL TO WK-LQC-FECHA-HORA
           SET WK-LQC-EN-PROCESO TO TRUE
           WRITE WK-CTALIQC
               INVALID KEY
                   DISPLAY 'CTALIQ - ERROR AL GRABAR CTALIQC CUENTA '
                           WK-CTA-NRO-CUENTA ' FS=' WS-FS-CTALIQC
                   MOVE 'ERROR AL GRABAR EL CONTROL CTALIQC' TO
                       WS-RECHAZO-MOTIVO
                   SET WS-CUENTA-OK TO FALSE
           END-WRITE
           IF WS-CUENTA-OK
               PERFORM 3300-GRABAR-Y-CONFIRMAR
           ELSE
               PERFORM 7000-RECHAZAR-CUENTA
           END-IF.

       3300-GRABAR-Y-CONFIRMAR.
           IF WK-LQC-SEQ-INTERES > ZEROS
               MOVE WK-LQC-SEQ-INTERES     TO WS-MAG-SEQ
               MOVE 'DE'                   TO WS-MAG-TIPO
               MOVE WK-LQC-IMPORTE-INTERES TO WS-MAG-IMPORTE
               PERFORM 4000-GRABAR-MOVIMIENTO
           END-IF
           IF WS-CUENTA-OK AND WK-LQC-SEQ-COMISION > ZEROS
               MOVE WK-LQC-SEQ-COMISION     TO WS-MAG-SEQ
               MOVE 'EX'                    TO WS-MAG-TIPO
               MOVE WK-LQC-IMPORTE-COMISION TO WS-MAG-IMPORTE
               PERFORM 4000-GRABAR-MOVIMIENTO
           END-IF
           IF WS-CUENTA-OK
               SET WK-LQC-CONFIRMADA TO TRUE
               REWRITE WK-CTALIQC
                   INVALID KEY
                       DISPLAY 'CTALIQ - ERROR AL REGRABAR CTALIQC '
                               'CUENTA ' WK-CTA-NRO-CUENTA
                               ' FS=' WS-FS-CTALIQC
               END-REWRITE
               ADD 1 TO WS-CANT-PROCESADAS
               PERFORM 6000-INFORMAR-CUENTA
               PERFORM 6500-ACUMULAR-TIPO
           ELSE
               PERFORM 7000-RECHAZAR-CUENTA
           END-IF.

      *    FILA EN 'EP' DE UNA CORRIDA ANTERIOR QUE NO TERMINO. SI ES
      *    DEL LOTE DE HOY, LAS SECUENCIAS RESERVADAS QUE NO ESTEN EN
      *    CTAMOV SE GRABAN AHORA (SON MAYORES QUE TODO LO QUE HABIA
      *    AL RESERVARLAS, ASI QUE SIGUEN LIBRES); SI ES DE OTRO LOTE
      *    NO SE PUEDE SABER SI MOVCARGA LAS APLICO: SE INFORMA.
       3500-COMPLETAR-PENDIENTE.
           SET WS-CUENTA-OK TO TRUE
           IF WK-LQC-LOTE-ID NOT = WS-LOTE-ID
               MOVE SPACES TO WS-RECHAZO-MOTIVO
               STRING 'LIQUIDACION PENDIENTE DEL LOTE ' WK-LQC-LOTE-ID
                      ', REVISAR' DELIMITED BY SIZE
                      INTO WS-RECHAZO-MOTIVO
               PERFORM 7000-RECHAZAR-CUENTA
           ELSE
               IF WK-LQC-SEQ-INTERES > WS-ULTIMA-SEQ-CTAMOV
                   MOVE WK-LQC-SEQ-INTERES TO WS-ULTIMA-SEQ-CTAMOV
               END-IF
               IF WK-LQC-SEQ-COMISION > WS-ULTIMA-SEQ-CTAMOV
                   MOVE WK-LQC-SEQ-COMISION TO WS-ULTIMA-SEQ-CTAMOV
               END-IF
               IF WK-LQC-SEQ-INTERES > ZEROS
                   MOVE WK-LQC-SEQ-INTERES TO WK-MOV-NRO-SEQ
                   READ CTAMOV-FILE
                       INVALID KEY
                           MOVE WK-LQC-SEQ-INTERES TO WS-MAG-SEQ
                           MOVE 'DE' TO WS-MAG-TIPO
                           MOVE WK-LQC-IMPORTE-INTERES TO
                               WS-MAG-IMPORTE
                           PERFORM 4000-GRABAR-MOVIMIENTO
                       NOT INVALID KEY
                           MOVE 'DE' TO WS-MAG-TIPO
                           PERFORM 3510-VERIFICAR-MOV-RESERVADO
                   END-READ
               END-IF
               IF WS-CUENTA-OK AND WK-LQC-SEQ-COMISION > ZEROS
                   MOVE WK-LQC-SEQ-COMISION TO WK-MOV-NRO-SEQ
                   READ CTAMOV-FILE
                       INVALID KEY
                           MOVE WK-LQC-SEQ-COMISION TO WS-MAG-SEQ
                           MOVE 'EX' TO WS-MAG-TIPO
                           MOVE WK-LQC-IMPORTE-COMISION TO
                               WS-MAG-IMPORTE
                           PERFORM 4000-GRABAR-MOVIMIENTO
                       NOT INVALID KEY
                           MOVE 'EX' TO WS-MAG-TIPO
                           PERFORM 3510-VERIFICAR-MOV-RESERVADO
                   END-READ
               END-IF
               MOVE WK-LQC-IMPORTE-INTERES  TO WS-IMPORTE-INTERES
               MOVE WK-LQC-IMPORTE-COMISION TO WS-IMPORTE-COMISION
               IF WS-CUENTA-OK
                   MOVE WS-PERIODO-NUM    TO WK-LQC-PERIODO
                   MOVE WK-CTA-NRO-CUENTA TO WK-LQC-NRO-CUENTA
                   SET WK-LQC-CONFIRMADA TO TRUE
                   REWRITE WK-CTALIQC
                       INVALID KEY
                           DISPLAY 'CTALIQ - ERROR AL REGRABAR '
                                   'CTALIQC CUENTA ' WK-CTA-NRO-CUENTA
                                   ' FS=' WS-FS-CTALIQC
                   END-REWRITE
                   ADD 1 TO WS-CANT-PROCESADAS
                   PERFORM 6000-INFORMAR-CUENTA
                   PERFORM 6500-ACUMULAR-TIPO
               ELSE
                   PERFORM 7000-RECHAZAR-CUENTA
               END-IF
           END-IF.

      *    LA SECUENCIA RESERVADA YA ESTA EN CTAMOV: SOLO CUENTA COMO
      *    GRABADA SI ES LA LIQUIDACION DE ESTA CUENTA Y PERIODO CON EL
      *    TIPO ESPERADO (WS-MAG-TIPO); SI OTRO PROGRAMA TOMO ESA
      *    SECUENCIA, LA LIQUIDACION NO ESTA Y LA FILA QUEDA EN 'EP'.
       3510-VERIFICAR-MOV-RESERVADO.
           IF NOT WK-MOV-ES-LIQUIDACION
              OR WK-MOV-NRO-CUENTA NOT = WK-CTA-NRO-CUENTA
              OR WK-MOV-REFERENCIA NOT = WS-PERIODO
              OR WK-MOV-TIPO-MOVIMIENTO NOT = WS-MAG-TIPO
               DISPLAY 'CTALIQ - SEQ ' WK-MOV-NRO-SEQ
                       ' RESERVADA PARA LA CUENTA ' WK-CTA-NRO-CUENTA
                       ' OCUPADA POR OTRO MOVIMIENTO'
               MOVE 'SECUENCIA RESERVADA OCUPADA POR OTRO MOV'
                   TO WS-RECHAZO-MOTIVO
               SET WS-CUENTA-OK TO FALSE
           END-IF.

       4000-GRABAR-MOVIMIENTO.
           MOVE WS-MAG-SEQ           TO WK-MOV-NRO-SEQ
           MOVE WS-MAG-TIPO          TO WK-MOV-TIPO-MOVIMIENTO
           MOVE WK-CTA-NRO-CUENTA    TO WK-MOV-NRO-CUENTA
           MOVE WS-MAG-IMPORTE       TO WK-MOV-IMPORTE
           MOVE WS-FECHA-MOVIMIENTO  TO WK-MOV-FECHA
           SET WK-MOV-ES-LIQUIDACION TO TRUE
           MOVE WS-PERIODO           TO WK-MOV-REFERENCIA
           MOVE ZEROS                TO WK-MOV-NRO-CUENTA-DESTINO
           WRITE WK-CTAMOV
               INVALID KEY
                   DISPLAY 'CTALIQ - ERROR AL GRABAR CTAMOV SEQ '
                           WK-MOV-NRO-SEQ ' FS=' WS-FS-CTAMOV
                   MOVE 'ERROR AL GRABAR EL MOVIMIENTO EN CTAMOV' TO
                       WS-RECHAZO-MOTIVO
                   SET WS-CUENTA-OK TO FALSE
               NOT INVALID KEY
                   ADD 1 TO WS-CANT-MOVS-GENERADOS
           END-WRITE.

       6000-INFORMAR-CUENTA.
           MOVE WK-CTA-NRO-CUENTA   TO WS-LIN-CTA-NRO
           MOVE WK-CTA-TIPO-CUENTA  TO WS-LIN-CTA-TIPO
           MOVE WK-CTA-SALDO        TO WS-LIN-CTA-SALDO
           MOVE WS-IMPORTE-INTERES  TO WS-LIN-CTA-INTERES
           MOVE WS-IMPORTE-COMISION TO WS-LIN-CTA-COMISION
           WRITE WK-CTALIQRP-LINEA FROM WS-LINEA-CUENTA
           IF WS-FS-CTALIQRP NOT = '00'
               DISPLAY 'CTALIQ - ERROR AL ESCRIBIR CTALIQRP FS='
                       WS-FS-CTALIQRP
           END-IF.

       6500-ACUMULAR-TIPO.
           PERFORM VARYING WS-TIP-IX FROM 1 BY 1
                   UNTIL WS-TIP-IX > WS-TIP-CANT-USADOS
                      OR WS-TIP-CODIGO(WS-TIP-IX) = WK-CTA-TIPO-CUENTA
               CONTINUE
           END-PERFORM
           IF WS-TIP-IX > WS-TIP-CANT-USADOS
               IF WS-TIP-CANT-USADOS < WS-TIP-MAX
                   ADD 1 TO WS-TIP-CANT-USADOS
                   MOVE WS-TIP-CANT-USADOS TO WS-TIP-IX
                   MOVE WK-CTA-TIPO-CUENTA TO WS-TIP-CODIGO(WS-TIP-IX)
                   MOVE ZEROS TO WS-TIP-CANT-CUENTAS(WS-TIP-IX)
                                 WS-TIP-TOTAL-INTERES(WS-TIP-IX)
                                 WS-TIP-TOTAL-COMISION(WS-TIP-IX)
               ELSE
                   ADD 1 TO WS-CANT-TIP-DESBORDADOS
                   MOVE ZEROS TO WS-TIP-IX
               END-IF
           END-IF
           IF WS-TIP-IX > ZEROS
               ADD 1 TO WS-TIP-CANT-CUENTAS(WS-TIP-IX)
               ADD WS-IMPORTE-INTERES TO
                   WS-TIP-TOTAL-INTERES(WS-TIP-IX)
               ADD WS-IMPORTE-COMISION TO
                   WS-TIP-TOTAL-COMISION(WS-TIP-IX)
           END-IF.

       7000-RECHAZAR-CUENTA.
           ADD 1 TO WS-CANT-RECHAZADAS
           MOVE SPACES TO WK-CTALIQRP-LINEA
           STRING 'CUENTA=' WK-CTA-NRO-CUENTA
                  ' TIPO=' WK-CTA-TIPO-CUENTA
                  ' NO LIQUIDADA: ' WS-RECHAZO-MOTIVO
                  DELIMITED BY SIZE INTO WK-CTALIQRP-LINEA
           PERFORM 8000-ESCRIBIR-LINEA.

      *    LAS CUENTAS YA LIQUIDADAS EN UNA CORRIDA ANTERIOR DEL MISMO
      *    PERIODO NO SUMAN: LOS TOTALES SON LO GENERADO EN ESTA.
       7500-EMITIR-TOTALES-POR-TIPO.
           MOVE 'TOTALES POR TIPO DE CUENTA (GENERADO EN ESTA CORRIDA)'
               TO WK-CTALIQRP-LINEA
           PERFORM 8000-ESCRIBIR-LINEA
           PERFORM VARYING WS-TIP-IX FROM 1 BY 1
                   UNTIL WS-TIP-IX > WS-TIP-CANT-USADOS
               MOVE WS-TIP-CODIGO(WS-TIP-IX) TO WS-LIN-TIP-CODIGO
               MOVE WS-TIP-CANT-CUENTAS(WS-TIP-IX) TO
                   WS-LIN-TIP-CUENTAS
               MOVE WS-TIP-TOTAL-INTERES(WS-TIP-IX) TO
                   WS-LIN-TIP-INTERES
               MOVE WS-TIP-TOTAL-COMISION(WS-TIP-IX) TO
                   WS-LIN-TIP-COMISION
               WRITE WK-CTALIQRP-LINEA FROM WS-LINEA-TIPO
               IF WS-FS-CTALIQRP NOT = '00'
                   DISPLAY 'CTALIQ - ERROR AL ESCRIBIR CTALIQRP FS='
                           WS-FS-CTALIQRP
               END-IF
           END-PERFORM
           IF WS-CANT-TIP-DESBORDADOS > ZEROS
               DISPLAY 'CTALIQ - AVISO: ' WS-CANT-TIP-DESBORDADOS
                       ' CUENTAS SIN ACUMULAR POR DESBORDE DE LA '
                       'TABLA DE TIPOS (' WS-TIP-MAX ')'
           END-IF.

       8000-ESCRIBIR-LINEA.
           WRITE WK-CTALIQRP-LINEA
           IF WS-FS-CTALIQRP NOT = '00'
               DISPLAY 'CTALIQ - ERROR AL ESCRIBIR CTALIQRP FS='
                       WS-FS-CTALIQRP
           END-IF
           MOVE SPACES TO WK-CTALIQRP-LINEA.

       9000-FINALIZAR.
           CLOSE CUENTAS-FILE
                 CTATASA-FILE
                 CTALIQC-FILE
                 CTAMOV-FILE
                 CTALIQRP-FILE.
