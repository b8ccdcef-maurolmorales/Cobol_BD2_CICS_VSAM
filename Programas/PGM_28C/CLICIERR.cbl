      * ARRASTRAR DIA A DIA LAS CUENTAS "ABIERTA PERO CLIENTE DADO DE  *
      * BAJA" QUE ERAN CONSECUENCIA ESPERADA DE LA CARGA: SOLO QUEDAN  *
      * LAS ANOMALIAS REALES.                                          *
      * CUENTAS CONJUNTAS (CP-CTATIT, PGM_28W): LA BAJA DEL CLIENTE    *
      * FINALIZA PRIMERO TODAS SUS FILAS DE TITULARIDAD (FECHA HASTA = *
      * FECHA DE BAJA) RECORRIENDO CTATIT POR SU ALTERNATE KEY         *
      * NRO_CLIENTE, Y SOLO DESPUES SE DECIDE CADA CUENTA DONDE ERA    *
      * TITULAR O COTITULAR: SI QUEDA OTRO TITULAR VIGENTE (FILA       *
      * VIGENTE Y ALTA VIGENTE EN CLIXREF) LA CUENTA SIGUE ABIERTA Y,  *
      * SI EL QUE SE VA ERA EL TITULAR PRINCIPAL WK-CTA-NRO-CLIENTE,   *
      * ESE LUGAR PASA AL OTRO TITULAR (PRIMERO UN T, SI NO UN C); LA  *
      * CUENTA SE CIERRA RECIEN CUANDO SE VA SU ULTIMO TITULAR         *
      * VIGENTE. EN LA CUENTA DONDE ERA APODERADO SOLO TERMINA SU FILA.*
      * LAS CUENTAS SIN FILA EN CTATIT (ANTERIORES A LA CARGA DE       *
      * CTATITI) SIGUEN POR EL CAMINO DE SIEMPRE, LA ALTERNATE KEY     *
      * WK-CTA-NRO-CLIENTE DE CUENTAS. LOS FINES DE TITULARIDAD Y LAS  *
      * CUENTAS QUE SIGUEN ABIERTAS TAMBIEN QUEDAN EN CLICIERJ.        *
      * UN CLIENTE CON MAS FILAS EN CTATIT QUE LA TABLA DE TRABAJO     *
      * (WS-MAX-TIT-CLIENTE) NO SE PROCESA A MEDIAS: LAS FILAS SE      *
      * CUENTAN ANTES DE TOCAR NADA Y, SI NO ENTRAN, LA BAJA QUEDA     *
      * RECHAZADA ENTERA EN CLICIEEX (SE REINTENTA CADA NOCHE HASTA    *
      * AMPLIAR LA TABLA).                                             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CUENTAS.

           SELECT CTATIT-FILE ASSIGN TO "CTATIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-TIT-CLAVE
               ALTERNATE RECORD KEY IS WK-TIT-NRO-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CTATIT.

           SELECT CLIXREF-FILE ASSIGN TO "CLIXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-XRF-NRO-CLIENTE
               FILE STATUS IS WS-FS-CLIXREF.

           SELECT CLICIERJ-FILE ASSIGN TO "CLICIERJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CLICIERJ.
       FD  CUENTAS-FILE.
           COPY CP-CUENTAS.

       FD  CTATIT-FILE.
           COPY CP-CTATIT.

       FD  CLIXREF-FILE.
           COPY CP-CLIXREF.

       FD  CLICIERJ-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WK-CLICIERJ-LINEA              PIC X(80).
       01  WS-FS-CUENTAS                  PIC XX.
           88  FS-OK-CUENTAS              VALUE '00'.
           88  FS-NOTFOUND-CUENTAS        VALUE '23'.
       01  WS-FS-CTATIT                   PIC XX.
           88  FS-OK-CTATIT               VALUE '00'.
       01  WS-FS-CLIXREF                  PIC XX.
       01  WS-FS-CLICIERJ                 PIC XX.
       01  WS-FS-CLICIEEX                 PIC XX.

           88  WS-NO-HAY-MAS-TBVHIST      VALUE 'S'.
       01  WS-FIN-CUENTAS-CLIENTE         PIC X.
           88  WS-NO-HAY-MAS-CTA-CLI      VALUE 'S'.
       01  WS-FIN-TITULARES-SW            PIC X.
           88  WS-FIN-TITULARES           VALUE 'S' FALSE 'N'.
       01  WS-FILA-VIGENTE-SW             PIC X.
           88  WS-FILA-VIGENTE            VALUE 'S' FALSE 'N'.
       01  WS-CUENTA-YA-VISTA-SW          PIC X.
           88  WS-CUENTA-YA-VISTA         VALUE 'S' FALSE 'N'.

       01  WS-CLIENTE-BAJA                PIC 9(5).
       01  WS-FECHA-BAJA-CLIENTE          PIC X(10).
       01  WS-CANT-YA-CERRADAS            PIC 9(8) VALUE ZEROS.
       01  WS-CANT-SIN-CERRAR             PIC 9(8) VALUE ZEROS.
       01  WS-CANT-CON-SALDO              PIC 9(8) VALUE ZEROS.
       01  WS-CANT-FIN-TITULARIDAD        PIC 9(8) VALUE ZEROS.
       01  WS-CANT-BAJAS-EXCEDIDAS        PIC 9(8) VALUE ZEROS.
       01  WS-CANT-SIGUEN-ABIERTAS        PIC 9(8) VALUE ZEROS.
       01  WS-SALDO-EDITADO               PIC -(11)9.99.
       01  WS-FECHA-DE-HOY                PIC X(10).

      *    CUENTAS DONDE EL CLIENTE DADO DE BAJA TENIA FILA EN CTATIT,
      *    JUNTADAS ANTES DE TOCAR CUENTAS PORQUE EL RECORRIDO POR LA
      *    ALTERNATE KEY DE CTATIT NO PUEDE CONVIVIR CON EL RECORRIDO
      *    POR CUENTA QUE HACE FALTA PARA CONTAR LOS OTROS TITULARES.
      *    WS-TCL-DECIDE = S: ERA TITULAR O COTITULAR VIGENTE A LA
      *    FECHA DE BAJA, Y LA CUENTA SE DEBE RESOLVER.
       01  WS-CANT-TIT-CLIENTE            PIC 9(4).
       01  WS-CANT-FILAS-CLIENTE          PIC 9(4).
       01  WS-MAX-TIT-CLIENTE             PIC 9(4) VALUE 200.
       01  WS-TCL-IX                      PIC 9(4).
       01  WS-TABLA-TIT-CLIENTE.
           05 WS-TCL-ENTRADA OCCURS 200 TIMES.
              10 WS-TCL-NRO-CUENTA        PIC 9(10).
              10 WS-TCL-DECIDE            PIC X(1).
       01  WS-CANT-OTROS-TITULARES        PIC 9(4).
       01  WS-OTRO-TITULAR                PIC 9(5).
       01  WS-OTRO-TITULAR-ROL            PIC X(1).
       01  WS-NRO-CUENTA-ACTUAL           PIC 9(10).

       01  WS-CTL-ACCION                  PIC X(3).
       01  WS-CTL-PROGRAMA                PIC X(8) VALUE 'CLICIERR'.
                   WS-CANT-BAJAS-HIST ' CUENTAS CERRADAS '
                   WS-CANT-CERRADAS ' YA CERRADAS '
                   WS-CANT-YA-CERRADAS
           DISPLAY 'CLICIERR - TITULARIDADES FINALIZADAS '
                   WS-CANT-FIN-TITULARIDAD
                   ' CUENTAS QUE SIGUEN CON OTRO TITULAR '
                   WS-CANT-SIGUEN-ABIERTAS
           IF WS-CANT-SIN-CERRAR > ZEROS
               DISPLAY 'CLICIERR - AVISO: ' WS-CANT-SIN-CERRAR
                       ' CUENTAS CON ERROR DE REGRABACION -- '
                       ' CUENTAS CON SALDO SIN CERRAR -- VER '
                       'EXCEPCIONES EN CLICIEEX'
           END-IF
           IF WS-CANT-BAJAS-EXCEDIDAS > ZEROS
               DISPLAY 'CLICIERR - AVISO: ' WS-CANT-BAJAS-EXCEDIDAS
                       ' BAJAS SIN PROCESAR POR EXCEDER LA TABLA DE '
                       'CTATIT -- VER EXCEPCIONES EN CLICIEEX'
           END-IF
           PERFORM 0200-ANOTAR-FIN-CONTROL
           PERFORM 9000-FINALIZAR
           GOBACK.
           MOVE WS-CANT-CERRADAS      TO WS-CTL-PROCESADAS
           COMPUTE WS-CTL-RECHAZADAS =
               WS-CANT-SIN-CERRAR + WS-CANT-CON-SALDO
                                  + WS-CANT-BAJAS-EXCEDIDAS
           MOVE RETURN-CODE           TO WS-CTL-RETORNO
           MOVE 'FIN' TO WS-CTL-ACCION
           CALL 'CLICTLW' USING WS-CTL-ACCION WS-CTL-PROGRAMA
                                 WS-CTL-RECHAZADAS WS-CTL-RETORNO.

       1000-INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-FECHA-DE-HOY(1:4)
           MOVE '-'                        TO WS-FECHA-DE-HOY(5:1)
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-FECHA-DE-HOY(6:2)
           MOVE '-'                        TO WS-FECHA-DE-HOY(8:1)
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-FECHA-DE-HOY(9:2)
           OPEN INPUT TBVHIST-FILE
           IF WS-FS-TBVHIST NOT = '00'
               DISPLAY 'CLICIERR - ERROR AL ABRIR TBVHIST FS='
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O CTATIT-FILE
           IF WS-FS-CTATIT NOT = '00'
               DISPLAY 'CLICIERR - ERROR AL ABRIR CTATIT FS='
                       WS-FS-CTATIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CLIXREF-FILE
           IF WS-FS-CLIXREF NOT = '00'
               DISPLAY 'CLICIERR - ERROR AL ABRIR CLIXREF FS='
                       WS-FS-CLIXREF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT CLICIERJ-FILE
           IF WS-FS-CLICIERJ NOT = '00'
               DISPLAY 'CLICIERR - ERROR AL ABRIR CLICIERJ FS='
                       WS-FS-CLICIEEX
           END-IF.

      *    SI LAS FILAS DEL CLIENTE EN CTATIT NO ENTRAN EN LA TABLA
      *    LA BAJA NO SE TOCA: FINALIZAR SOLO PARTE DE LAS FILAS Y
      *    MANDAR LAS DEMAS CUENTAS POR EL CAMINO DE SIEMPRE CERRARIA
      *    CUENTAS QUE TIENEN OTRO TITULAR.
       2000-CERRAR-CUENTAS-DEL-CLIENTE.
           MOVE WK-HIST-NVA-NRO-CLIENTE   TO WS-CLIENTE-BAJA
           MOVE WK-HIST-NVA-FECHA-DE-BAJA TO WS-FECHA-BAJA-CLIENTE
           PERFORM 4050-CONTAR-TITULARIDADES
           IF WS-CANT-FILAS-CLIENTE > WS-MAX-TIT-CLIENTE
               ADD 1 TO WS-CANT-BAJAS-EXCEDIDAS
               PERFORM 2300-INFORMAR-BAJA-EXCEDIDA
           ELSE
               PERFORM 2010-PROCESAR-BAJA-CLIENTE
           END-IF.

       2010-PROCESAR-BAJA-CLIENTE.
           PERFORM 4000-FINALIZAR-TITULARIDADES
           PERFORM VARYING WS-TCL-IX FROM 1 BY 1
                   UNTIL WS-TCL-IX > WS-CANT-TIT-CLIENTE
               IF WS-TCL-DECIDE(WS-TCL-IX) = 'S'
                   PERFORM 4200-RESOLVER-CUENTA-CONJUNTA
               END-IF
           END-PERFORM
      *    CAMINO DE SIEMPRE PARA LAS CUENTAS DEL CLIENTE QUE NO
      *    TIENEN FILA EN CTATIT
           MOVE 'N' TO WS-FIN-CUENTAS-CLIENTE
           MOVE WS-CLIENTE-BAJA TO WK-CTA-NRO-CLIENTE
           READ CUENTAS-FILE KEY IS WK-CTA-NRO-CLIENTE
               IF WK-CTA-NRO-CLIENTE NOT = WS-CLIENTE-BAJA
                   SET WS-NO-HAY-MAS-CTA-CLI TO TRUE
               ELSE
                   PERFORM 2050-BUSCAR-CUENTA-EN-TABLA
                   IF NOT WS-CUENTA-YA-VISTA
                       PERFORM 2100-CERRAR-UNA-CUENTA
                   END-IF
                   READ CUENTAS-FILE NEXT RECORD
                       AT END
                           SET WS-NO-HAY-MAS-CTA-CLI TO TRUE
               END-IF
           END-PERFORM.

       2050-BUSCAR-CUENTA-EN-TABLA.
           SET WS-CUENTA-YA-VISTA TO FALSE
           PERFORM VARYING WS-TCL-IX FROM 1 BY 1
                   UNTIL WS-TCL-IX > WS-CANT-TIT-CLIENTE
                      OR WS-CUENTA-YA-VISTA
               IF WS-TCL-NRO-CUENTA(WS-TCL-IX) = WK-CTA-NRO-CUENTA
                   SET WS-CUENTA-YA-VISTA TO TRUE
               END-IF
           END-PERFORM.

      *    UNA BAJA DE CLIENTE NO PISA PLATA: LA CUENTA ABIERTA CON
      *    SALDO DISTINTO DE CERO NO SE ESTAMPA CE, SE INFORMA EN
      *    CLICIEEX PARA BACK OFFICE Y QUEDA PENDIENTE PARA LA
                       WS-FS-CLICIEEX
           END-IF.

       2300-INFORMAR-BAJA-EXCEDIDA.
           MOVE SPACES TO WK-CLICIEEX-LINEA
           STRING 'CLIENTE=' WS-CLIENTE-BAJA
                  ' BAJA SIN PROCESAR, MAS DE ' WS-MAX-TIT-CLIENTE
                  ' FILAS EN CTATIT'
                  DELIMITED BY SIZE INTO WK-CLICIEEX-LINEA
           WRITE WK-CLICIEEX-LINEA
           IF WS-FS-CLICIEEX NOT = '00'
               DISPLAY 'CLICIERR - ERROR AL ESCRIBIR CLICIEEX FS='
                       WS-FS-CLICIEEX
           END-IF.

       3000-ANOTAR-EN-JOURNAL.
           STRING 'CUENTA=' WK-CTA-NRO-CUENTA
                  ' CLIENTE=' WS-CLIENTE-BAJA
                       WS-FS-CLICIERJ
           END-IF.

       3100-ANOTAR-FIN-TITULARIDAD.
           MOVE SPACES TO WK-CLICIERJ-LINEA
           STRING 'CUENTA=' WK-TIT-NRO-CUENTA
                  ' CLIENTE=' WS-CLIENTE-BAJA
                  ' FIN TITULARIDAD ROL=' WK-TIT-ROL
                  ' HASTA=' WK-TIT-FECHA-HASTA
                  DELIMITED BY SIZE INTO WK-CLICIERJ-LINEA
           WRITE WK-CLICIERJ-LINEA
           IF WS-FS-CLICIERJ NOT = '00'
               DISPLAY 'CLICIERR - ERROR AL ESCRIBIR CLICIERJ FS='
                       WS-FS-CLICIERJ
           END-IF.

       3200-ANOTAR-CUENTA-SIGUE-ABIERTA.
           MOVE SPACES TO WK-CLICIERJ-LINEA
           STRING 'CUENTA=' WK-CTA-NRO-CUENTA
                  ' CLIENTE=' WS-CLIENTE-BAJA
                  ' SIGUE ABIERTA, TITULAR PRINCIPAL='
                  WK-CTA-NRO-CLIENTE
                  DELIMITED BY SIZE INTO WK-CLICIERJ-LINEA
           WRITE WK-CLICIERJ-LINEA
           IF WS-FS-CLICIERJ NOT = '00'
               DISPLAY 'CLICIERR - ERROR AL ESCRIBIR CLICIERJ FS='
                       WS-FS-CLICIERJ
           END-IF.

      *    RECORRE LAS FILAS DEL CLIENTE POR LA ALTERNATE KEY
      *    NRO_CLIENTE DE CTATIT: LAS QUE SIGUEN VIGENTES A LA FECHA
      *    DE BAJA TERMINAN ESE DIA (LA CLAVE ALTERNADA NO CAMBIA, EL
      *    RECORRIDO NO SE PIERDE). UNA FILA QUE YA TERMINO EN LA
      *    FECHA DE BAJA (CORRIDA ANTERIOR) SE VUELVE A RESOLVER, ASI
      *    LA CUENTA QUE QUEDO CON SALDO SE REINTENTA CADA NOCHE.
       4000-FINALIZAR-TITULARIDADES.
           MOVE ZEROS TO WS-CANT-TIT-CLIENTE
           SET WS-FIN-TITULARES TO FALSE
           MOVE WS-CLIENTE-BAJA TO WK-TIT-NRO-CLIENTE
           START CTATIT-FILE KEY IS EQUAL TO WK-TIT-NRO-CLIENTE
               INVALID KEY
                   SET WS-FIN-TITULARES TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-TITULARES
               READ CTATIT-FILE NEXT RECORD
                   AT END
                       SET WS-FIN-TITULARES TO TRUE
                   NOT AT END
                       IF WK-TIT-NRO-CLIENTE NOT = WS-CLIENTE-BAJA
                           SET WS-FIN-TITULARES TO TRUE
                       ELSE
                           PERFORM 4100-FINALIZAR-UNA-TITULARIDAD
                       END-IF
               END-READ
           END-PERFORM.

      *    CUENTA LAS FILAS DEL CLIENTE SIN TOCARLAS; CORTA APENAS
      *    SE PASA DE LA TABLA.
       4050-CONTAR-TITULARIDADES.
           MOVE ZEROS TO WS-CANT-FILAS-CLIENTE
           SET WS-FIN-TITULARES TO FALSE
           MOVE WS-CLIENTE-BAJA TO WK-TIT-NRO-CLIENTE
           START CTATIT-FILE KEY IS EQUAL TO WK-TIT-NRO-CLIENTE
               INVALID KEY
                   SET WS-FIN-TITULARES TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-TITULARES
               READ CTATIT-FILE NEXT RECORD
                   AT END
                       SET WS-FIN-TITULARES TO TRUE
                   NOT AT END
                       IF WK-TIT-NRO-CLIENTE NOT = WS-CLIENTE-BAJA
                           SET WS-FIN-TITULARES TO TRUE
                       ELSE
                           ADD 1 TO WS-CANT-FILAS-CLIENTE
                           IF WS-CANT-FILAS-CLIENTE >
                              WS-MAX-TIT-CLIENTE
                               SET WS-FIN-TITULARES TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       4100-FINALIZAR-UNA-TITULARIDAD.
           ADD 1 TO WS-CANT-TIT-CLIENTE
           MOVE WK-TIT-NRO-CUENTA TO
               WS-TCL-NRO-CUENTA(WS-CANT-TIT-CLIENTE)
           MOVE 'N' TO WS-TCL-DECIDE(WS-CANT-TIT-CLIENTE)
           IF WK-TIT-FECHA-HASTA = SPACES
              OR WK-TIT-FECHA-HASTA NOT < WS-FECHA-BAJA-CLIENTE
               IF WK-TIT-ES-TITULARIDAD
                   MOVE 'S' TO WS-TCL-DECIDE(WS-CANT-TIT-CLIENTE)
               END-IF
           END-IF
           IF WK-TIT-FECHA-HASTA = SPACES
              OR WK-TIT-FECHA-HASTA > WS-FECHA-BAJA-CLIENTE
               MOVE WS-FECHA-BAJA-CLIENTE TO WK-TIT-FECHA-HASTA
               REWRITE WK-CTATIT
                   INVALID KEY
                       DISPLAY 'CLICIERR - ERROR AL REGRABAR '
                               'CTATIT CUENTA ' WK-TIT-NRO-CUENTA
                   NOT INVALID KEY
                       ADD 1 TO WS-CANT-FIN-TITULARIDAD
                       PERFORM 3100-ANOTAR-FIN-TITULARIDAD
               END-REWRITE
           END-IF.

      *    LA CUENTA SIGUE ABIERTA SI LE QUEDA OTRO TITULAR VIGENTE;
      *    SI NO, VA AL CIERRE DE SIEMPRE (CON SU REGLA DE SALDO).
       4200-RESOLVER-CUENTA-CONJUNTA.
           MOVE WS-TCL-NRO-CUENTA(WS-TCL-IX) TO WS-NRO-CUENTA-ACTUAL
           PERFORM 4300-BUSCAR-OTROS-TITULARES
           MOVE WS-NRO-CUENTA-ACTUAL TO WK-CTA-NRO-CUENTA
           READ CUENTAS-FILE
               INVALID KEY
                   DISPLAY 'CLICIERR - CUENTA ' WS-NRO-CUENTA-ACTUAL
                           ' DE CTATIT INEXISTENTE EN CUENTAS'
               NOT INVALID KEY
                   IF WK-CTA-ESTA-ABIERTA
                      AND WS-CANT-OTROS-TITULARES > ZEROS
                       PERFORM 4400-MANTENER-CUENTA-ABIERTA
                   ELSE
                       PERFORM 2100-CERRAR-UNA-CUENTA
                   END-IF
           END-READ.

       4300-BUSCAR-OTROS-TITULARES.
           MOVE ZEROS TO WS-CANT-OTROS-TITULARES
                         WS-OTRO-TITULAR
           MOVE SPACES TO WS-OTRO-TITULAR-ROL
           SET WS-FIN-TITULARES TO FALSE
           MOVE WS-NRO-CUENTA-ACTUAL TO WK-TIT-NRO-CUENTA
           MOVE ZEROS                TO WK-TIT-NRO-CLIENTE
           START CTATIT-FILE KEY IS NOT LESS THAN WK-TIT-CLAVE
               INVALID KEY
                   SET WS-FIN-TITULARES TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-TITULARES
               READ CTATIT-FILE NEXT RECORD
                   AT END
                       SET WS-FIN-TITULARES TO TRUE
                   NOT AT END
                       IF WK-TIT-NRO-CUENTA NOT = WS-NRO-CUENTA-ACTUAL
                           SET WS-FIN-TITULARES TO TRUE
                       ELSE
                           PERFORM 4310-EVALUAR-OTRO-TITULAR
                       END-IF
               END-READ
           END-PERFORM.

      *    OTRO TITULAR VIGENTE HOY: FILA VIGENTE Y ALTA VIGENTE EN
      *    CLIXREF (MISMO CRITERIO QUE PGM_28F/CTACARGA EN UNA TB).
       4310-EVALUAR-OTRO-TITULAR.
           SET WS-FILA-VIGENTE TO FALSE
           IF WK-TIT-ES-TITULARIDAD
              AND WK-TIT-NRO-CLIENTE NOT = WS-CLIENTE-BAJA
              AND WK-TIT-FECHA-DESDE NOT > WS-FECHA-DE-HOY
              AND (WK-TIT-FECHA-HASTA = SPACES
                   OR WK-TIT-FECHA-HASTA > WS-FECHA-DE-HOY)
               MOVE WK-TIT-NRO-CLIENTE TO WK-XRF-NRO-CLIENTE
               READ CLIXREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WK-XRF-ULTIMO-TIPO-NOV NOT = 'BA'
                           SET WS-FILA-VIGENTE TO TRUE
                       END-IF
               END-READ
           END-IF
           IF WS-FILA-VIGENTE
               ADD 1 TO WS-CANT-OTROS-TITULARES
               IF WS-OTRO-TITULAR-ROL = SPACES
                  OR (WS-OTRO-TITULAR-ROL = 'C' AND WK-TIT-ES-TITULAR)
                   MOVE WK-TIT-NRO-CLIENTE TO WS-OTRO-TITULAR
                   MOVE WK-TIT-ROL         TO WS-OTRO-TITULAR-ROL
               END-IF
           END-IF.

       4400-MANTENER-CUENTA-ABIERTA.
           ADD 1 TO WS-CANT-SIGUEN-ABIERTAS
           IF WK-CTA-NRO-CLIENTE = WS-CLIENTE-BAJA
               MOVE WS-OTRO-TITULAR TO WK-CTA-NRO-CLIENTE
               REWRITE WK-CUENTAS
                   INVALID KEY
                       ADD 1 TO WS-CANT-SIN-CERRAR
                       DISPLAY 'CLICIERR - ERROR AL REGRABAR CUENTA '
                               WK-CTA-NRO-CUENTA
               END-REWRITE
           END-IF
           PERFORM 3200-ANOTAR-CUENTA-SIGUE-ABIERTA.

       9000-FINALIZAR.
           CLOSE TBVHIST-FILE
                 CUENTAS-FILE
                 CTATIT-FILE
                 CLIXREF-FILE
                 CLICIERJ-FILE
                 CLICIEEX-FILE.
