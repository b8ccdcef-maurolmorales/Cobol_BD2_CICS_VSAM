      *     CLIRSCTA: NOMBRE Y APELLIDO, BLOQUE POSTAL (DOMICILIO /    *
      *     CIUDAD / CODIGO POSTAL) Y LA LISTA DE CUENTAS DEL CLIENTE  *
      *     VIA LA ALTERNATE KEY WK-CTA-NRO-CLIENTE DE CP-CUENTAS      *
      *     (PGM_27V) CON TIPO, ESTADO, FECHAS Y SALDO, Y DEBAJO DE    *
      *     CADA CUENTA SUS MOVIMIENTOS APLICADOS EN EL MES ANTERIOR   *
      *     A LA CORRIDA (LOTES DE MOVCARGA DEL MES) SEGUN EL          *
      *     HISTORICO CTAMOVH (PGM_28J/CP-CTAMOVH): FECHA,             *
      *     CONCEPTO, IMPORTE (DEBITOS EN NEGATIVO) Y SALDO; EN LAS    *
      *     TRANSFERENCIAS, LA OTRA CUENTA COMO CONTRAPARTE. LOS       *
      *     DEBITOS AUTOMATICOS DE LAS ORDENES PERMANENTES (ORIGEN OP, *
      *     PGM_29A/ORDGEN) SALEN CON SU PROPIO CONCEPTO               *
      *   - SI EL BLOQUE DE ENVIO FALLA, EL CLIENTE VA A LA LISTA DE   *
      *     NO ENVIABLES CLIRSNOM CON EL MOTIVO, PARA QUE EL ENVIO     *
      *     POSTAL NO SALGA A UNA DIRECCION BASURA                     *
      * CUENTAS CONJUNTAS: LAS CUENTAS DEL CLIENTE SON LAS DE SUS      *
      * FILAS VIGENTES DE TITULAR O COTITULAR EN CP-CTATIT (PGM_28W),  *
      * LEIDAS POR SU ALTERNATE KEY NRO_CLIENTE, MAS LAS DE LA         *
      * ALTERNATE KEY DE CUENTAS QUE NO TENGAN FILA EN CTATIT. ASI UNA *
      * CUENTA CONJUNTA SALE EN EL RESUMEN DE CADA TITULAR VIGENTE,    *
      * CON SU ROL (T/C) EN LA LINEA DE LA CUENTA; LOS APODERADOS NO   *
      * RECIBEN RESUMEN POR LA CUENTA.                                 *
      * SE CORRE A DEMANDA (CICLO DE EMISION DE RESUMENES), NO ES      *
      * PARTE DEL BATCH NOCTURNO -- COMO CLIDEMO, NO SE ANOTA EN EL    *
      * CONTROL DE LOTES.                                              *
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CUENTAS.

           SELECT CTAMOVH-FILE ASSIGN TO "CTAMOVH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-MVH-CLAVE
               ALTERNATE RECORD KEY IS WK-MVH-LOTE-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CTAMOVH.

           SELECT CTATIT-FILE ASSIGN TO "CTATIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-TIT-CLAVE
               ALTERNATE RECORD KEY IS WK-TIT-NRO-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CTATIT.

           SELECT CLICIUD-FILE ASSIGN TO "CLICIUD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  CUENTAS-FILE.
           COPY CP-CUENTAS.

       FD  CTAMOVH-FILE.
           COPY CP-CTAMOVH.

       FD  CTATIT-FILE.
           COPY CP-CTATIT.

       FD  CLICIUD-FILE.
           COPY CP-CLICIUD.

           88  FS-OK-TBVCLIEN             VALUE '00'.
           88  FS-NOTFOUND-TBVCLIEN       VALUE '23'.
       01  WS-FS-CUENTAS                  PIC XX.
       01  WS-FS-CTAMOVH                  PIC XX.
       01  WS-FS-CTATIT                   PIC XX.
       01  WS-FS-CLICIUD                  PIC XX.
       01  WS-FS-CLIRSCTA                 PIC XX.
       01  WS-FS-CLIRSNOM                 PIC XX.
           88  WS-NO-HAY-MAS-CLISEQ       VALUE 'S'.
       01  WS-FIN-CUENTAS-CLIENTE         PIC X.
           88  WS-NO-HAY-MAS-CTA-CLI      VALUE 'S'.
       01  WS-FIN-MOVIMIENTOS-CUENTA      PIC X.
           88  WS-NO-HAY-MAS-MOV-CTA      VALUE 'S'.
       01  WS-FIN-TITULARES-SW            PIC X.
           88  WS-FIN-TITULARES           VALUE 'S' FALSE 'N'.

       01  WS-CANT-DOCUMENTOS             PIC 9(8) VALUE ZEROS.
       01  WS-CANT-VIGENTES               PIC 9(8) VALUE ZEROS.
       01  WS-CANT-RESUMENES              PIC 9(8) VALUE ZEROS.
       01  WS-CANT-NO-ENVIABLES           PIC 9(8) VALUE ZEROS.
       01  WS-CANT-CUENTAS-LISTADAS       PIC 9(8) VALUE ZEROS.
       01  WS-CANT-MOVIMIENTOS-LISTADOS   PIC 9(8) VALUE ZEROS.

       01  WS-MOTIVO                      PIC X(40).
       01  WS-CANT-CTAS-CLIENTE           PIC 9(4).
       01  WS-CANT-MOVS-CUENTA            PIC 9(4).
       01  WS-FECHA-DE-HOY                PIC X(10).

      *    PERIODO DEL RESUMEN: MES CALENDARIO ANTERIOR A LA CORRIDA,
      *    EN FORMATO AAAA-MM PARA EL MENSAJE DE FIN DE CORRIDA
       01  WS-FECHA-CORRIDA               PIC 9(8).
       01  WS-FECHA-CORRIDA-R REDEFINES WS-FECHA-CORRIDA.
           05 WS-CORRIDA-ANIO             PIC 9(4).
           05 WS-CORRIDA-MES              PIC 9(2).
           05 WS-CORRIDA-DIA              PIC 9(2).
       01  WS-PERIODO-RESUMEN.
           05 WS-PERIODO-ANIO             PIC 9(4).
           05 FILLER                      PIC X     VALUE '-'.
           05 WS-PERIODO-MES              PIC 9(2).
      *    PRIMER LOTE POSIBLE DEL PERIODO (AAAAMM01, FORMATO DE
      *    WK-MVH-LOTE-ID) PARA POSICIONAR CTAMOVH EN CADA CUENTA
       01  WS-LOTE-PERIODO.
           05 WS-LOTE-PERIODO-AAAAMM.
              10 WS-LOTE-PERIODO-ANIO     PIC 9(4).
              10 WS-LOTE-PERIODO-MES      PIC 9(2).
           05 FILLER                      PIC X(2)  VALUE '01'.

       01  WS-MASCARA-POSTAL              PIC X(8).
       01  WS-LARGO-POSTAL                PIC 9(2).
           05 WS-LIN-FECHA-CIERRE         PIC X(10).
           05 FILLER                      PIC X(7)  VALUE ' SALDO='.
           05 WS-LIN-SALDO                PIC -(11)9.99.
           05 FILLER                      PIC X(5)  VALUE ' ROL='.
           05 WS-LIN-ROL                  PIC X(1).
           05 FILLER                      PIC X(27) VALUE SPACES.

       01  WS-LINEA-MOVIMIENTO.
           05 FILLER                      PIC X(6)  VALUE SPACES.
           05 WS-LIN-MOV-FECHA            PIC X(10).
           05 FILLER                      PIC X(1)  VALUE SPACES.
           05 WS-LIN-MOV-CONCEPTO         PIC X(16).
           05 FILLER                      PIC X(9)  VALUE ' IMPORTE='.
           05 WS-LIN-MOV-IMPORTE          PIC -(11)9.99.
           05 FILLER                      PIC X(7)  VALUE ' SALDO='.
           05 WS-LIN-MOV-SALDO            PIC -(11)9.99.
           05 WS-LIN-MOV-LEYENDA-CP       PIC X(17).
           05 WS-LIN-MOV-CONTRAPARTE      PIC X(10).
           05 FILLER                      PIC X(26) VALUE SPACES.

       01  WS-IMPORTE-CON-SIGNO           PIC S9(11)V99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY 'CLIRESCT - RESUMENES EMITIDOS ' WS-CANT-RESUMENES
                   ' NO ENVIABLES ' WS-CANT-NO-ENVIABLES
                   ' CUENTAS LISTADAS ' WS-CANT-CUENTAS-LISTADAS
           DISPLAY 'CLIRESCT - PERIODO ' WS-PERIODO-RESUMEN
                   ' MOVIMIENTOS LISTADOS ' WS-CANT-MOVIMIENTOS-LISTADOS
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-CORRIDA
           IF WS-CORRIDA-MES = 1
               COMPUTE WS-PERIODO-ANIO = WS-CORRIDA-ANIO - 1
               MOVE 12 TO WS-PERIODO-MES
           ELSE
               MOVE WS-CORRIDA-ANIO TO WS-PERIODO-ANIO
               COMPUTE WS-PERIODO-MES = WS-CORRIDA-MES - 1
           END-IF
           MOVE WS-PERIODO-ANIO TO WS-LOTE-PERIODO-ANIO
           MOVE WS-PERIODO-MES  TO WS-LOTE-PERIODO-MES
           MOVE WS-FECHA-CORRIDA(1:4) TO WS-FECHA-DE-HOY(1:4)
           MOVE '-'                   TO WS-FECHA-DE-HOY(5:1)
           MOVE WS-FECHA-CORRIDA(5:2) TO WS-FECHA-DE-HOY(6:2)
           MOVE '-'                   TO WS-FECHA-DE-HOY(8:1)
           MOVE WS-FECHA-CORRIDA(7:2) TO WS-FECHA-DE-HOY(9:2)
           OPEN INPUT CLISEQ-FILE
           IF WS-FS-CLISEQ NOT = '00'
               DISPLAY 'CLIRESCT - ERROR AL ABRIR CLISEQ FS='
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CTAMOVH-FILE
           IF WS-FS-CTAMOVH NOT = '00'
               DISPLAY 'CLIRESCT - ERROR AL ABRIR CTAMOVH FS='
                       WS-FS-CTAMOVH
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CTATIT-FILE
           IF WS-FS-CTATIT NOT = '00'
               DISPLAY 'CLIRESCT - ERROR AL ABRIR CTATIT FS='
                       WS-FS-CTATIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CLICIUD-FILE
           IF WS-FS-CLICIUD NOT = '00'
               DISPLAY 'CLIRESCT - ERROR AL ABRIR CLICIUD FS='
                       WS-FS-CLIRSCTA
           END-IF.

      *    PRIMERO LAS CUENTAS DONDE EL CLIENTE ES TITULAR O
      *    COTITULAR VIGENTE EN CTATIT; DESPUES, POR LA ALTERNATE KEY
      *    WK-CTA-NRO-CLIENTE (MISMO RECORRIDO QUE CLICIERR, PGM_28C),
      *    LAS CUENTAS DEL CLIENTE QUE NO TIENEN FILA EN CTATIT.
       4100-LISTAR-CUENTAS.
           MOVE ZEROS TO WS-CANT-CTAS-CLIENTE
           PERFORM 4050-LISTAR-TITULARIDADES
           MOVE 'N' TO WS-FIN-CUENTAS-CLIENTE
           MOVE WK-CLI-NRO-CLIENTE TO WK-CTA-NRO-CLIENTE
           READ CUENTAS-FILE KEY IS WK-CTA-NRO-CLIENTE
               IF WK-CTA-NRO-CLIENTE NOT = WK-CLI-NRO-CLIENTE
                   SET WS-NO-HAY-MAS-CTA-CLI TO TRUE
               ELSE
                   MOVE WK-CTA-NRO-CUENTA  TO WK-TIT-NRO-CUENTA
                   MOVE WK-CTA-NRO-CLIENTE TO WK-TIT-NRO-CLIENTE
                   READ CTATIT-FILE
                       INVALID KEY
                           MOVE 'T' TO WS-LIN-ROL
                           PERFORM 4110-LISTAR-UNA-CUENTA
                   END-READ
                   READ CUENTAS-FILE NEXT RECORD
                       AT END
                           SET WS-NO-HAY-MAS-CTA-CLI TO TRUE
               END-IF
           END-IF.

       4050-LISTAR-TITULARIDADES.
           SET WS-FIN-TITULARES TO FALSE
           MOVE WK-CLI-NRO-CLIENTE TO WK-TIT-NRO-CLIENTE
           START CTATIT-FILE KEY IS EQUAL TO WK-TIT-NRO-CLIENTE
               INVALID KEY
                   SET WS-FIN-TITULARES TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-TITULARES
               READ CTATIT-FILE NEXT RECORD
                   AT END
                       SET WS-FIN-TITULARES TO TRUE
                   NOT AT END
                       IF WK-TIT-NRO-CLIENTE NOT = WK-CLI-NRO-CLIENTE
                           SET WS-FIN-TITULARES TO TRUE
                       ELSE
                           PERFORM 4060-LISTAR-SI-ES-TITULAR
                       END-IF
               END-READ
           END-PERFORM.

       4060-LISTAR-SI-ES-TITULAR.
           IF WK-TIT-ES-TITULARIDAD
              AND WK-TIT-FECHA-DESDE NOT > WS-FECHA-DE-HOY
              AND (WK-TIT-FECHA-HASTA = SPACES
                   OR WK-TIT-FECHA-HASTA > WS-FECHA-DE-HOY)
               MOVE WK-TIT-NRO-CUENTA TO WK-CTA-NRO-CUENTA
               READ CUENTAS-FILE
                   INVALID KEY
                       DISPLAY 'CLIRESCT - CUENTA ' WK-TIT-NRO-CUENTA
                               ' DE CTATIT INEXISTENTE EN CUENTAS'
                   NOT INVALID KEY
                       MOVE WK-TIT-ROL TO WS-LIN-ROL
                       PERFORM 4110-LISTAR-UNA-CUENTA
               END-READ
           END-IF.

       4110-LISTAR-UNA-CUENTA.
           ADD 1 TO WS-CANT-CTAS-CLIENTE
           ADD 1 TO WS-CANT-CUENTAS-LISTADAS
           MOVE WK-CTA-FECHA-CIERRE    TO WS-LIN-FECHA-CIERRE
           MOVE WK-CTA-SALDO           TO WS-LIN-SALDO
           WRITE WK-CLIRSCTA-LINEA FROM WS-LINEA-CUENTA
           IF WS-FS-CLIRSCTA NOT = '00'
               DISPLAY 'CLIRESCT - ERROR AL ESCRIBIR CLIRSCTA FS='
                       WS-FS-CLIRSCTA
           END-IF
           PERFORM 4200-LISTAR-MOVIMIENTOS.

      *    LOS MOVIMIENTOS DE LA CUENTA ESTAN JUNTOS EN CTAMOVH (CLAVE
      *    NRO_CUENTA + LOTE + SECUENCIA) Y EN ORDEN DE APLICACION: SE
      *    POSICIONA EN CUENTA + AAAAMM01 DEL PERIODO Y SE LEE HASTA
      *    QUE CAMBIA LA CUENTA O EL LOTE PASA EL ULTIMO DIA DEL MES.
      *    EL PERIODO ES EL DEL LOTE (LA CORRIDA DE MOVCARGA QUE APLICO
      *    EL MOVIMIENTO), NO EL DE WK-MVH-FECHA: ASI CADA MOVIMIENTO
      *    SALE EN UN SOLO RESUMEN Y LOS SALDOS QUEDAN EN SECUENCIA.
       4200-LISTAR-MOVIMIENTOS.
           MOVE ZEROS TO WS-CANT-MOVS-CUENTA
           MOVE 'N' TO WS-FIN-MOVIMIENTOS-CUENTA
           MOVE WK-CTA-NRO-CUENTA TO WK-MVH-NRO-CUENTA
           MOVE WS-LOTE-PERIODO   TO WK-MVH-LOTE-ID
           MOVE ZEROS             TO WK-MVH-NRO-SEQ
           START CTAMOVH-FILE KEY IS NOT LESS THAN WK-MVH-CLAVE
               INVALID KEY
                   SET WS-NO-HAY-MAS-MOV-CTA TO TRUE
           END-START
           PERFORM UNTIL WS-NO-HAY-MAS-MOV-CTA
               READ CTAMOVH-FILE NEXT RECORD
                   AT END
                       SET WS-NO-HAY-MAS-MOV-CTA TO TRUE
                   NOT AT END
                       IF WK-MVH-NRO-CUENTA NOT = WK-CTA-NRO-CUENTA
                          OR WK-MVH-LOTE-ID(1:6) NOT =
                             WS-LOTE-PERIODO-AAAAMM
                           SET WS-NO-HAY-MAS-MOV-CTA TO TRUE
                       ELSE
                           PERFORM 4210-LISTAR-UN-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CANT-MOVS-CUENTA = ZEROS
               MOVE '      SIN MOVIMIENTOS EN EL PERIODO' TO
                   WK-CLIRSCTA-LINEA
               WRITE WK-CLIRSCTA-LINEA
               IF WS-FS-CLIRSCTA NOT = '00'
                   DISPLAY 'CLIRESCT - ERROR AL ESCRIBIR CLIRSCTA FS='
                           WS-FS-CLIRSCTA
               END-IF
           END-IF.

       4210-LISTAR-UN-MOVIMIENTO.
           ADD 1 TO WS-CANT-MOVS-CUENTA
           ADD 1 TO WS-CANT-MOVIMIENTOS-LISTADOS
           MOVE WK-MVH-FECHA TO WS-LIN-MOV-FECHA
           EVALUATE TRUE
               WHEN WK-MVH-TIPO-MOVIMIENTO = 'TR' AND WK-MVH-ES-DEBITO
                   MOVE 'TRANSF. ENVIADA'  TO WS-LIN-MOV-CONCEPTO
               WHEN WK-MVH-TIPO-MOVIMIENTO = 'TR'
                   MOVE 'TRANSF. RECIBIDA' TO WS-LIN-MOV-CONCEPTO
               WHEN WK-MVH-ORIGEN = 'OP'
                   MOVE 'DEBITO AUTOMAT.'  TO WS-LIN-MOV-CONCEPTO
               WHEN WK-MVH-ORIGEN = 'LQ' AND WK-MVH-ES-CREDITO
                   MOVE 'INTERESES'        TO WS-LIN-MOV-CONCEPTO
               WHEN WK-MVH-ORIGEN = 'LQ'
                   MOVE 'COMISION'         TO WS-LIN-MOV-CONCEPTO
               WHEN WK-MVH-ES-CREDITO
                   MOVE 'DEPOSITO'         TO WS-LIN-MOV-CONCEPTO
               WHEN OTHER
                   MOVE 'EXTRACCION'       TO WS-LIN-MOV-CONCEPTO
           END-EVALUATE
           IF WK-MVH-ES-DEBITO
               COMPUTE WS-IMPORTE-CON-SIGNO = ZERO - WK-MVH-IMPORTE
           ELSE
               MOVE WK-MVH-IMPORTE TO WS-IMPORTE-CON-SIGNO
           END-IF
           MOVE WS-IMPORTE-CON-SIGNO   TO WS-LIN-MOV-IMPORTE
           MOVE WK-MVH-SALDO-POSTERIOR TO WS-LIN-MOV-SALDO
           IF WK-MVH-TIPO-MOVIMIENTO = 'TR'
               MOVE ' CONTRAPARTE CTA=' TO WS-LIN-MOV-LEYENDA-CP
               MOVE WK-MVH-CUENTA-CONTRAPARTE TO WS-LIN-MOV-CONTRAPARTE
           ELSE
               MOVE SPACES TO WS-LIN-MOV-LEYENDA-CP
                              WS-LIN-MOV-CONTRAPARTE
           END-IF
           WRITE WK-CLIRSCTA-LINEA FROM WS-LINEA-MOVIMIENTO
           IF WS-FS-CLIRSCTA NOT = '00'
               DISPLAY 'CLIRESCT - ERROR AL ESCRIBIR CLIRSCTA FS='
                       WS-FS-CLIRSCTA
           CLOSE CLISEQ-FILE
                 TBVCLIEN-FILE
                 CUENTAS-FILE
                 CTAMOVH-FILE
                 CTATIT-FILE
                 CLICIUD-FILE
                 CLIRSCTA-FILE
                 CLIRSNOM-FILE.
