       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTADESC.
      ******************************************************************
      * PGM_28T - CTADESC                                              *
      * REPORTE DIARIO DE CUENTAS EN DESCUBIERTO. SE CORRE EN EL BATCH *
      * NOCTURNO A CONTINUACION DE MOVCARGA (PGM_28J), CON LOS SALDOS  *
      * DEL LOTE YA APLICADOS. RECORRE CUENTAS (PGM_27V/CP-CUENTAS) Y  *
      * POR CADA CUENTA ABIERTA CON SALDO NEGATIVO EMITE UNA LINEA EN  *
      * CTADESRP CON:                                                  *
      *   - TIPO, SALDO Y LIMITE DE DESCUBIERTO QUE LE RIGE (EL        *
      *     ACORDADO SI WK-CTA-LIMITE-PROPIO = S, SI NO EL DE SU TIPO  *
      *     EN CP-CTATASA, PGM_28S -- MISMA REGLA QUE MOVCARGA)        *
      *   - DIAS EN DESCUBIERTO, CONTADOS DESDE                        *
      *     WK-CTA-FECHA-DESCUBIERTO (LA FIJA MOVCARGA CUANDO EL SALDO *
      *     CRUZA CERO); SIN FECHA SE INFORMA S/F                      *
      *   - MARCA EXCEDIDO SI EL SALDO SUPERA EL LIMITE (SOLO LO       *
      *     PUEDEN PROVOCAR LAS COMISIONES DE LA LIQUIDACION           *
      *     PGM_28S/CTALIQ O UNA BAJA POSTERIOR DEL LIMITE)            *
      *   - NRO_CLIENTE Y NOMBRE DEL TITULAR: CRUZADO CP-CLIXREF       *
      *     (PGM_27T) -> CONTADOR CP-CLISEQ -> FILA DE TBVCLIEN        *
      *     (PGM_27S) RE-ARMADA CON LA ULTIMA SECUENCIA, EL MISMO      *
      *     CAMINO DE CLIRESCT (PGM_28K)                               *
      * UNA CUENTA CUYO TITULAR NO SE PUEDE RESOLVER SE LISTA IGUAL Y  *
      * SE CUENTA COMO RECHAZO EN EL CONTROL DE LOTES: ES UN HUECO DE  *
      * INTEGRIDAD QUE CLIRECON (PGM_27V) DEBERIA HABER MARCADO.       *
      * CTADESRP ARRANCA CON UNA LINEA DE TITULO; EL RESTO ES UNA      *
      * LINEA POR CUENTA, QUE CLIRESUM (PGM_28I) TOTALIZA COMO FUENTE  *
      * INFORMATIVA DEL RESUMEN DE LA MANANA.                          *
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

           SELECT CLIXREF-FILE ASSIGN TO "CLIXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-XRF-NRO-CLIENTE
               FILE STATUS IS WS-FS-CLIXREF.

           SELECT CLISEQ-FILE ASSIGN TO "CLISEQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-SEQ-NRO-DOCUMENTO
               FILE STATUS IS WS-FS-CLISEQ.

           SELECT TBVCLIEN-FILE ASSIGN TO "TBVCLIEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-CLI-CLAVE
               ALTERNATE RECORD KEY IS WK-CLI-CLAVE-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-TBVCLIEN.

           SELECT CTADESRP-FILE ASSIGN TO "CTADESRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTADESRP.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-FILE.
           COPY CP-CUENTAS.

       FD  CTATASA-FILE.
           COPY CP-CTATASA.

       FD  CLIXREF-FILE.
           COPY CP-CLIXREF.

       FD  CLISEQ-FILE.
           COPY CP-CLISEQ.

       FD  TBVCLIEN-FILE.
           COPY CP-TBVCLIEN.

       FD  CTADESRP-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  WK-CTADESRP-LINEA            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FS-CUENTAS                PIC XX.
           88  FS-OK-CUENTAS            VALUE '00'.
           88  FS-EOF-CUENTAS           VALUE '10'.
       01  WS-FS-CTATASA                PIC XX.
           88  FS-OK-CTATASA            VALUE '00'.
           88  FS-NOTFOUND-CTATASA      VALUE '23'.
       01  WS-FS-CLIXREF                PIC XX.
           88  FS-OK-CLIXREF            VALUE '00'.
           88  FS-NOTFOUND-CLIXREF      VALUE '23'.
       01  WS-FS-CLISEQ                 PIC XX.
           88  FS-OK-CLISEQ             VALUE '00'.
           88  FS-NOTFOUND-CLISEQ       VALUE '23'.
       01  WS-FS-TBVCLIEN               PIC XX.
           88  FS-OK-TBVCLIEN           VALUE '00'.
           88  FS-NOTFOUND-TBVCLIEN     VALUE '23'.
       01  WS-FS-CTADESRP               PIC XX.

       01  WS-EOF-CUENTAS               PIC X VALUE 'N'.
           88  WS-NO-HAY-MAS-CUENTAS    VALUE 'S'.

       01  WS-FECHA-CORRIDA             PIC 9(8).
       01  WS-FECHA-CORRIDA-ISO         PIC X(10).
       01  WS-FECHA-DESC-NUM            PIC 9(8).
       01  WS-DIAS-DESCUBIERTO          PIC 9(5).
       01  WS-DIAS-EDITADO              PIC ZZZZ9.
       01  WS-LIMITE-VIGENTE            PIC 9(9)V99.
       01  WS-TITULAR                   PIC X(37).
       01  WS-TITULAR-HALLADO           PIC X.
           88  WS-TITULAR-OK            VALUE 'S' FALSE 'N'.

       01  WS-CANT-LEIDAS               PIC 9(8) VALUE ZEROS.
       01  WS-CANT-EN-DESCUBIERTO       PIC 9(8) VALUE ZEROS.
       01  WS-CANT-EXCEDIDAS            PIC 9(8) VALUE ZEROS.
       01  WS-CANT-SIN-TITULAR          PIC 9(8) VALUE ZEROS.
       01  WS-TOTAL-DESCUBIERTO         PIC S9(13)V99 VALUE ZEROS.

       01  WS-CTL-ACCION                PIC X(3).
       01  WS-CTL-PROGRAMA              PIC X(8) VALUE 'CTADESC'.
       01  WS-CTL-LEIDAS                PIC 9(8) VALUE ZEROS.
       01  WS-CTL-PROCESADAS            PIC 9(8) VALUE ZEROS.
       01  WS-CTL-RECHAZADAS            PIC 9(8) VALUE ZEROS.
       01  WS-CTL-RETORNO               PIC 9(4) VALUE ZEROS.

       01  WS-LINEA-CUENTA.
           05 FILLER                    PIC X(4)  VALUE 'CTA='.
           05 WS-LIN-NRO-CUENTA         PIC 9(10).
           05 FILLER                    PIC X(6)  VALUE ' TIPO='.
           05 WS-LIN-TIPO-CUENTA        PIC X(2).
           05 FILLER                    PIC X(7)  VALUE ' SALDO='.
           05 WS-LIN-SALDO              PIC -(11)9.99.
           05 FILLER                    PIC X(8)  VALUE ' LIMITE='.
           05 WS-LIN-LIMITE             PIC Z(8)9.99.
           05 FILLER                    PIC X(6)  VALUE ' DIAS='.
           05 WS-LIN-DIAS               PIC X(5).
           05 WS-LIN-EXCEDIDO           PIC X(9).
           05 FILLER                    PIC X(5)  VALUE ' CLI='.
           05 WS-LIN-NRO-CLIENTE        PIC 9(5).
           05 FILLER                    PIC X(1)  VALUE SPACES.
           05 WS-LIN-TITULAR            PIC X(37).

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 0100-ANOTAR-INICIO-CONTROL
           PERFORM 1000-INICIALIZAR
           PERFORM UNTIL WS-NO-HAY-MAS-CUENTAS
               PERFORM 2000-LEER-SIGUIENTE-CUENTA
               IF NOT WS-NO-HAY-MAS-CUENTAS
                   PERFORM 3000-EVALUAR-CUENTA
               END-IF
           END-PERFORM
           DISPLAY 'CTADESC - CUENTAS LEIDAS ' WS-CANT-LEIDAS
                   ' EN DESCUBIERTO ' WS-CANT-EN-DESCUBIERTO
                   ' EXCEDIDAS ' WS-CANT-EXCEDIDAS
                   ' SIN TITULAR ' WS-CANT-SIN-TITULAR
           DISPLAY 'CTADESC - TOTAL EN DESCUBIERTO '
                   WS-TOTAL-DESCUBIERTO
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
           MOVE WS-CANT-LEIDAS          TO WS-CTL-LEIDAS
           MOVE WS-CANT-EN-DESCUBIERTO  TO WS-CTL-PROCESADAS
           MOVE WS-CANT-SIN-TITULAR     TO WS-CTL-RECHAZADAS
           MOVE RETURN-CODE             TO WS-CTL-RETORNO
           MOVE 'FIN' TO WS-CTL-ACCION
           CALL 'CLICTLW' USING WS-CTL-ACCION WS-CTL-PROGRAMA
                                 WS-CTL-LEIDAS WS-CTL-PROCESADAS
                                 WS-CTL-RECHAZADAS WS-CTL-RETORNO
           MOVE 'CIE' TO WS-CTL-ACCION
           CALL 'CLICTLW' USING WS-CTL-ACCION WS-CTL-PROGRAMA
                                 WS-CTL-LEIDAS WS-CTL-PROCESADAS
                                 WS-CTL-RECHAZADAS WS-CTL-RETORNO.

       1000-INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-CORRIDA
           STRING WS-FECHA-CORRIDA(1:4) '-' WS-FECHA-CORRIDA(5:2) '-'
                  WS-FECHA-CORRIDA(7:2)
                  DELIMITED BY SIZE INTO WS-FECHA-CORRIDA-ISO
           OPEN INPUT  CUENTAS-FILE
           OPEN INPUT  CTATASA-FILE
           OPEN INPUT  CLIXREF-FILE
           OPEN INPUT  CLISEQ-FILE
           OPEN INPUT  TBVCLIEN-FILE
           OPEN OUTPUT CTADESRP-FILE
           PERFORM 1010-VALIDAR-APERTURAS
           MOVE SPACES TO WK-CTADESRP-LINEA
           STRING 'CUENTAS EN DESCUBIERTO AL ' WS-FECHA-CORRIDA-ISO
                  ' (CTADESC)'
                  DELIMITED BY SIZE INTO WK-CTADESRP-LINEA
           PERFORM 8000-ESCRIBIR-LINEA
           MOVE ZEROS TO WK-CTA-NRO-CUENTA
           START CUENTAS-FILE KEY IS GREATER THAN OR EQUAL
               WK-CTA-NRO-CUENTA
               INVALID KEY
                   SET WS-NO-HAY-MAS-CUENTAS TO TRUE
           END-START.

       1010-VALIDAR-APERTURAS.
           IF WS-FS-CUENTAS NOT = '00'
               DISPLAY 'CTADESC - ERROR AL ABRIR CUENTAS FS='
                       WS-FS-CUENTAS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FS-CTATASA NOT = '00'
               DISPLAY 'CTADESC - ERROR AL ABRIR CTATASA FS='
                       WS-FS-CTATASA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FS-CLIXREF NOT = '00'
               DISPLAY 'CTADESC - ERROR AL ABRIR CLIXREF FS='
                       WS-FS-CLIXREF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FS-CLISEQ NOT = '00'
               DISPLAY 'CTADESC - ERROR AL ABRIR CLISEQ FS='
                       WS-FS-CLISEQ
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FS-TBVCLIEN NOT = '00'
               DISPLAY 'CTADESC - ERROR AL ABRIR TBVCLIEN FS='
                       WS-FS-TBVCLIEN
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FS-CTADESRP NOT = '00'
               DISPLAY 'CTADESC - ERROR AL ABRIR CTADESRP FS='
                       WS-FS-CTADESRP
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       2000-LEER-SIGUIENTE-CUENTA.
           READ CUENTAS-FILE NEXT RECORD
               AT END
                   SET WS-NO-HAY-MAS-CUENTAS TO TRUE
               NOT AT END
                   ADD 1 TO WS-CANT-LEIDAS
           END-READ.

      *    SOLO CUENTAS ABIERTAS CON SALDO NEGATIVO. UNA CUENTA
      *    CERRADA TIENE SALDO CERO POR REGLA (CTACARGA/CLICIERR).
       3000-EVALUAR-CUENTA.
           IF WK-CTA-ESTA-ABIERTA AND WK-CTA-SALDO < ZEROS
               ADD 1 TO WS-CANT-EN-DESCUBIERTO
               ADD WK-CTA-SALDO TO WS-TOTAL-DESCUBIERTO
               PERFORM 3100-DETERMINAR-LIMITE
               PERFORM 3200-CALCULAR-DIAS
               PERFORM 3300-RESOLVER-TITULAR
               PERFORM 4000-EMITIR-LINEA
           END-IF.

      *    MISMA REGLA QUE EL CONTROL DE FONDOS DE MOVCARGA: LIMITE
      *    ACORDADO DE LA CUENTA O, SI NO TIENE, EL DE SU TIPO. UN
      *    TIPO SIN FILA EN CTATASA NO ADMITE DESCUBIERTO.
       3100-DETERMINAR-LIMITE.
           IF WK-CTA-TIENE-LIMITE-PROPIO
               MOVE WK-CTA-LIMITE-DESCUBIERTO TO WS-LIMITE-VIGENTE
           ELSE
               MOVE WK-CTA-TIPO-CUENTA TO WK-TAS-TIPO-CUENTA
               READ CTATASA-FILE
                   INVALID KEY
                       MOVE ZEROS TO WS-LIMITE-VIGENTE
                   NOT INVALID KEY
                       MOVE WK-TAS-LIMITE-DESCUBIERTO TO
                           WS-LIMITE-VIGENTE
               END-READ
           END-IF.

      *    DIAS CORRIDOS DESDE LA FECHA EN QUE EL SALDO PASO A SER
      *    NEGATIVO. UNA CUENTA QUE YA ESTABA EN DESCUBIERTO ANTES DE
      *    QUE MOVCARGA LLEVARA LA FECHA NO LA TIENE: SE INFORMA S/F
      *    HASTA QUE EL SALDO VUELVA A CRUZAR CERO.
       3200-CALCULAR-DIAS.
           IF WK-CTA-FECHA-DESCUBIERTO = SPACES
               MOVE 'S/F' TO WS-LIN-DIAS
           ELSE
               MOVE WK-CTA-FECHA-DESCUBIERTO(1:4) TO
                   WS-FECHA-DESC-NUM(1:4)
               MOVE WK-CTA-FECHA-DESCUBIERTO(6:2) TO
                   WS-FECHA-DESC-NUM(5:2)
               MOVE WK-CTA-FECHA-DESCUBIERTO(9:2) TO
                   WS-FECHA-DESC-NUM(7:2)
               IF WS-FECHA-DESC-NUM NOT NUMERIC
                  OR WS-FECHA-DESC-NUM > WS-FECHA-CORRIDA
                   MOVE 'S/F' TO WS-LIN-DIAS
               ELSE
                   COMPUTE WS-DIAS-DESCUBIERTO =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-CORRIDA) -
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-DESC-NUM)
                   MOVE WS-DIAS-DESCUBIERTO TO WS-DIAS-EDITADO
                   MOVE WS-DIAS-EDITADO TO WS-LIN-DIAS
               END-IF
           END-IF.

      *    MISMO CAMINO QUE CLIRESCT (PGM_28K): EL CRUZADO DA EL
      *    DOCUMENTO, CLISEQ LA ULTIMA SECUENCIA Y EL ULTIMO TIPO DE
      *    NOVEDAD, Y CON ELLOS SE RE-ARMA LA CLAVE DE LA FILA VIGENTE
      *    DE TBVCLIEN.
       3300-RESOLVER-TITULAR.
           SET WS-TITULAR-OK TO TRUE
           MOVE SPACES TO WS-TITULAR
           MOVE WK-CTA-NRO-CLIENTE TO WK-XRF-NRO-CLIENTE
           READ CLIXREF-FILE
               INVALID KEY
                   MOVE '*** CLIENTE SIN CRUZADO CLIXREF ***'
                       TO WS-TITULAR
                   SET WS-TITULAR-OK TO FALSE
           END-READ
           IF WS-TITULAR-OK
               MOVE WK-XRF-NRO-DOCUMENTO TO WK-SEQ-NRO-DOCUMENTO
               READ CLISEQ-FILE
                   INVALID KEY
                       MOVE '*** DOCUMENTO SIN CONTADOR CLISEQ ***'
                           TO WS-TITULAR
                       SET WS-TITULAR-OK TO FALSE
               END-READ
           END-IF
           IF WS-TITULAR-OK
               MOVE WK-SEQ-ULTIMO-TIPO-NOV TO
                   WK-CLI-TIPO-NOVEDAD OF WK-CLI-CLAVE
               MOVE WK-SEQ-TIPO-DOCUMENTO TO
                   WK-CLI-TIPO-DOCUMENTO OF WK-CLI-CLAVE
               MOVE WK-SEQ-NRO-DOCUMENTO TO
                   WK-CLI-NRO-DOCUMENTO OF WK-CLI-CLAVE
               MOVE WK-SEQ-ULTIMA-SEC TO
                   WK-CLI-NRO-SEC OF WK-CLI-CLAVE
               READ TBVCLIEN-FILE
                   INVALID KEY
                       MOVE '*** SIN FILA VIGENTE EN TBVCLIEN ***'
                           TO WS-TITULAR
                       SET WS-TITULAR-OK TO FALSE
                   NOT INVALID KEY
                       STRING WK-CLI-APELLIDO-CLIENTE
                                  DELIMITED BY '  '
                              ', ' DELIMITED BY SIZE
                              WK-CLI-NOMBRE-CLIENTE
                                  DELIMITED BY '  '
                              INTO WS-TITULAR
               END-READ
           END-IF
           IF NOT WS-TITULAR-OK
               ADD 1 TO WS-CANT-SIN-TITULAR
           END-IF.

       4000-EMITIR-LINEA.
           MOVE WK-CTA-NRO-CUENTA      TO WS-LIN-NRO-CUENTA
           MOVE WK-CTA-TIPO-CUENTA     TO WS-LIN-TIPO-CUENTA
           MOVE WK-CTA-SALDO           TO WS-LIN-SALDO
           MOVE WS-LIMITE-VIGENTE      TO WS-LIN-LIMITE
           MOVE SPACES                 TO WS-LIN-EXCEDIDO
           IF WK-CTA-SALDO + WS-LIMITE-VIGENTE < ZEROS
               MOVE ' EXCEDIDO' TO WS-LIN-EXCEDIDO
               ADD 1 TO WS-CANT-EXCEDIDAS
           END-IF
           MOVE WK-CTA-NRO-CLIENTE     TO WS-LIN-NRO-CLIENTE
           MOVE WS-TITULAR             TO WS-LIN-TITULAR
           WRITE WK-CTADESRP-LINEA FROM WS-LINEA-CUENTA
           IF WS-FS-CTADESRP NOT = '00'
               DISPLAY 'CTADESC - ERROR AL ESCRIBIR CTADESRP FS='
                       WS-FS-CTADESRP
           END-IF.

       8000-ESCRIBIR-LINEA.
           WRITE WK-CTADESRP-LINEA
           IF WS-FS-CTADESRP NOT = '00'
               DISPLAY 'CTADESC - ERROR AL ESCRIBIR CTADESRP FS='
                       WS-FS-CTADESRP
           END-IF.

       9000-FINALIZAR.
           CLOSE CUENTAS-FILE
                 CTATASA-FILE
                 CLIXREF-FILE
                 CLISEQ-FILE
                 TBVCLIEN-FILE
                 CTADESRP-FILE.
