      * MANTENIDO POR CLICARGA EN LA MISMA UNIDAD DE TRABAJO QUE       *
      * CLISEQ. ANTES ESTA PASADA RECORRIA CLISEQ SECUENCIALMENTE      *
      * DESDE EL PRIMER REGISTRO POR CADA CUENTA.                      *
      *                                                                *
      * CUENTAS CONJUNTAS (CP-CTATIT, PGM_28W): EN LA PASADA 1 UN      *
      * CLIENTE SIN CUENTA COMO TITULAR PRINCIPAL NO SE INFORMA SI     *
      * TIENE ALGUNA FILA VIGENTE EN CTATIT (ALTERNATE KEY             *
      * NRO_CLIENTE). EN LA PASADA 2, CUANDO EL TITULAR PRINCIPAL NO   *
      * ESTA O ESTA DADO DE BAJA, SE RECORREN LAS FILAS DE LA CUENTA:  *
      * LA CUENTA ES HUERFANA O QUEDA ABIERTA CONTRA CLIENTE DADO DE   *
      * BAJA SOLO SI NINGUNO DE SUS TITULARES O COTITULARES ES         *
      * VIGENTE (FILA VIGENTE Y CLIENTE NO DADO DE BAJA EN CLIXREF).   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS WK-XRF-NRO-CLIENTE
               FILE STATUS IS WS-FS-CLIXREF.

           SELECT CTATIT-FILE ASSIGN TO "CTATIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-TIT-CLAVE
               ALTERNATE RECORD KEY IS WK-TIT-NRO-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CTATIT.

           SELECT CLIRECRPT-FILE ASSIGN TO "CLIRECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CLIRECRPT.
       FD  CLIXREF-FILE.
           COPY CP-CLIXREF.

       FD  CTATIT-FILE.
           COPY CP-CTATIT.

       FD  CLIRECRPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WK-CLIRECRPT-LINEA             PIC X(80).
       01  WS-FS-CLIXREF                  PIC XX.
           88  FS-OK-CLIXREF              VALUE '00'.
           88  FS-NOTFOUND-CLIXREF        VALUE '23'.
       01  WS-FS-CTATIT                   PIC XX.
       01  WS-FS-CLIRECRPT                PIC XX.

       01  WS-EOF-CLISEQ                  PIC X VALUE 'N'.
           88  WS-NO-HAY-MAS-CUENTAS      VALUE 'S'.
       01  WS-CLIENTE-HALLADO-SW          PIC X.
           88  WS-CLIENTE-HALLADO         VALUE 'S' FALSE 'N'.
       01  WS-CLIENTE-DE-BAJA-SW          PIC X.
           88  WS-CLIENTE-DE-BAJA         VALUE 'S' FALSE 'N'.
       01  WS-OTRO-TITULAR-SW             PIC X.
           88  WS-HAY-OTRO-TITULAR        VALUE 'S' FALSE 'N'.
       01  WS-FIN-TITULARES-SW            PIC X.
           88  WS-FIN-TITULARES           VALUE 'S' FALSE 'N'.
       01  WS-FECHA-DE-HOY                PIC X(10).

       01  WS-CANT-CLIENTES               PIC 9(8) VALUE ZEROS.
       01  WS-CANT-CLIENTES-SIN-CUENTA    PIC 9(8) VALUE ZEROS.
                                 WS-CTL-RECHAZADAS WS-CTL-RETORNO.

       1000-INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-FECHA-DE-HOY(1:4)
           MOVE '-'                        TO WS-FECHA-DE-HOY(5:1)
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-FECHA-DE-HOY(6:2)
           MOVE '-'                        TO WS-FECHA-DE-HOY(8:1)
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-FECHA-DE-HOY(9:2)
           OPEN INPUT CLISEQ-FILE
           IF WS-FS-CLISEQ NOT = '00'
               DISPLAY 'CLIRECON - ERROR AL ABRIR CLISEQ FS='
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CTATIT-FILE
           IF WS-FS-CTATIT NOT = '00'
               DISPLAY 'CLIRECON - ERROR AL ABRIR CTATIT FS='
                       WS-FS-CTATIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT CLIRECRPT-FILE
           IF WS-FS-CLIRECRPT NOT = '00'
               DISPLAY 'CLIRECON - ERROR AL ABRIR CLIRECRPT FS='
           MOVE WK-SEQ-NRO-CLIENTE TO WK-CTA-NRO-CLIENTE
           READ CUENTAS-FILE KEY IS WK-CTA-NRO-CLIENTE
               INVALID KEY
                   PERFORM 2110-BUSCAR-TITULARIDAD-VIGENTE
                   IF NOT WS-HAY-OTRO-TITULAR
                       ADD 1 TO WS-CANT-CLIENTES-SIN-CUENTA
                       STRING 'CLIENTE=' WK-SEQ-NRO-CLIENTE
                              ' DOCUMENTO=' WK-SEQ-NRO-DOCUMENTO
                              ' SIN CUENTA ASOCIADA'
                              DELIMITED BY SIZE INTO WK-CLIRECRPT-LINEA
                       WRITE WK-CLIRECRPT-LINEA
                       IF WS-FS-CLIRECRPT NOT = '00'
                           DISPLAY 'CLIRECON - ERROR AL ESCRIBIR '
                                   'CLIRECRPT FS=' WS-FS-CLIRECRPT
                       END-IF
                   END-IF
           END-READ.

      *    EL CLIENTE TIENE CUENTA SI TIENE ALGUNA FILA VIGENTE EN
      *    CTATIT, CON CUALQUIER ROL.
       2110-BUSCAR-TITULARIDAD-VIGENTE.
           SET WS-HAY-OTRO-TITULAR TO FALSE
           SET WS-FIN-TITULARES TO FALSE
           MOVE WK-SEQ-NRO-CLIENTE TO WK-TIT-NRO-CLIENTE
           START CTATIT-FILE KEY IS EQUAL TO WK-TIT-NRO-CLIENTE
               INVALID KEY
                   SET WS-FIN-TITULARES TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-TITULARES OR WS-HAY-OTRO-TITULAR
               READ CTATIT-FILE NEXT RECORD
                   AT END
                       SET WS-FIN-TITULARES TO TRUE
                   NOT AT END
                       IF WK-TIT-NRO-CLIENTE NOT = WK-SEQ-NRO-CLIENTE
                           SET WS-FIN-TITULARES TO TRUE
                       ELSE
                           IF WK-TIT-FECHA-DESDE NOT > WS-FECHA-DE-HOY
                              AND (WK-TIT-FECHA-HASTA = SPACES
                                   OR WK-TIT-FECHA-HASTA >
                                      WS-FECHA-DE-HOY)
                               SET WS-HAY-OTRO-TITULAR TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       3000-RECONCILIAR-CUENTAS-CONTRA-CLISEQ.
           MOVE ZEROS TO WK-CTA-NRO-CUENTA
           START CUENTAS-FILE KEY IS GREATER THAN OR EQUAL
       3100-VALIDAR-CUENTA-TIENE-CLIENTE.
           ADD 1 TO WS-CANT-CUENTAS
           PERFORM 3110-BUSCAR-CLIENTE-EN-CLIXREF
           SET WS-CLIENTE-DE-BAJA TO FALSE
           IF WS-CLIENTE-HALLADO AND WK-XRF-ULTIMO-TIPO-NOV = 'BA'
               SET WS-CLIENTE-DE-BAJA TO TRUE
           END-IF
           SET WS-HAY-OTRO-TITULAR TO FALSE
           IF NOT WS-CLIENTE-HALLADO OR WS-CLIENTE-DE-BAJA
               PERFORM 3200-BUSCAR-OTRO-TITULAR-VIGENTE
           END-IF
           IF NOT WS-HAY-OTRO-TITULAR
               PERFORM 3150-INFORMAR-CUENTA-SIN-TITULAR
           END-IF.

      *    NINGUN TITULAR O COTITULAR DE LA CUENTA ESTA VIGENTE.
       3150-INFORMAR-CUENTA-SIN-TITULAR.
           IF NOT WS-CLIENTE-HALLADO
               ADD 1 TO WS-CANT-CUENTAS-HUERFANAS
               STRING 'CUENTA=' WK-CTA-NRO-CUENTA
                           'FS=' WS-FS-CLIRECRPT
               END-IF
           ELSE
               IF WS-CLIENTE-DE-BAJA
                  AND WK-CTA-ESTA-ABIERTA
                   ADD 1 TO WS-CANT-CUENTAS-CLIENTE-BAJA
                   STRING 'CUENTA=' WK-CTA-NRO-CUENTA
                   SET WS-CLIENTE-HALLADO TO TRUE
           END-READ.

      *    RECORRE LAS FILAS DE LA CUENTA EN CTATIT BUSCANDO OTRO
      *    TITULAR O COTITULAR VIGENTE: FILA VIGENTE HOY Y CLIENTE
      *    PRESENTE EN CLIXREF Y NO DADO DE BAJA.
       3200-BUSCAR-OTRO-TITULAR-VIGENTE.
           SET WS-FIN-TITULARES TO FALSE
           MOVE WK-CTA-NRO-CUENTA TO WK-TIT-NRO-CUENTA
           MOVE ZEROS             TO WK-TIT-NRO-CLIENTE
           START CTATIT-FILE KEY IS NOT LESS THAN WK-TIT-CLAVE
               INVALID KEY
                   SET WS-FIN-TITULARES TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-TITULARES OR WS-HAY-OTRO-TITULAR
               READ CTATIT-FILE NEXT RECORD
                   AT END
                       SET WS-FIN-TITULARES TO TRUE
                   NOT AT END
                       IF WK-TIT-NRO-CUENTA NOT = WK-CTA-NRO-CUENTA
                           SET WS-FIN-TITULARES TO TRUE
                       ELSE
                           PERFORM 3210-EVALUAR-OTRO-TITULAR
                       END-IF
               END-READ
           END-PERFORM.

       3210-EVALUAR-OTRO-TITULAR.
           IF WK-TIT-ES-TITULARIDAD
              AND WK-TIT-NRO-CLIENTE NOT = WK-CTA-NRO-CLIENTE
              AND WK-TIT-FECHA-DESDE NOT > WS-FECHA-DE-HOY
              AND (WK-TIT-FECHA-HASTA = SPACES
                   OR WK-TIT-FECHA-HASTA > WS-FECHA-DE-HOY)
               MOVE WK-TIT-NRO-CLIENTE TO WK-XRF-NRO-CLIENTE
               READ CLIXREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WK-XRF-ULTIMO-TIPO-NOV NOT = 'BA'
                           SET WS-HAY-OTRO-TITULAR TO TRUE
                       END-IF
               END-READ
           END-IF.

       9000-FINALIZAR.
           CLOSE CLISEQ-FILE
                 CUENTAS-FILE
                 CLIXREF-FILE
                 CTATIT-FILE
                 CLIRECRPT-FILE.
