       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTACONVI.
      ******************************************************************
      * PGM_29B - CTACONVI                                             *
      * CONVERSION UNICA DE CUENTAS (PGM_27V/CP-CUENTAS) Y DE LAS      *
      * COLAS DE NOVEDADES CTATRAN (PGM_28F/CP-CTATRAN) Y DE           *
      * MOVIMIENTOS CTAMOV (PGM_28J/CP-CTAMOV) AL LAYOUT AMPLIADO.     *
      * CUENTAS PASA DE 52 A 94 BYTES: SE AGREGARON LIMITE_PROPIO,     *
      * LIMITE_DESCUBIERTO, FECHA_DESCUBIERTO, EL ULTIMO MOVIMIENTO    *
      * APLICADO (LOTE + SECUENCIA) Y LA SUCURSAL DE RADICACION.       *
      * CTATRAN PASA DE 47 A 84 BYTES: LIMITE_PROPIO,                  *
      * LIMITE_DESCUBIERTO, SUCURSAL, ROL, FECHA_DESDE Y FECHA_HASTA.  *
      * CTAMOV PASA DE 43 A 67 BYTES: ORIGEN, REFERENCIA Y             *
      * NRO_CUENTA_DESTINO.                                            *
      * CADA REGISTRO VIEJO SE COPIA CAMPO A CAMPO AL NUEVO Y LOS      *
      * CAMPOS AGREGADOS QUEDAN EN SU VALOR NEUTRO: LIMITE_PROPIO EN   *
      * 'N' (RIGE EL LIMITE DEL TIPO DE CUENTA), LOS NUMERICOS EN      *
      * CEROS Y LOS ALFANUMERICOS EN ESPACIOS (SIN FECHA DE            *
      * DESCUBIERTO, SIN ULTIMO MOVIMIENTO, SUCURSAL NO IDENTIFICADA,  *
      * ORIGEN VENTANILLA). EN CTATRAN SOLO VIAJABAN AP Y CE Y EN      *
      * CTAMOV SOLO DE Y EX, QUE NO USAN LOS CAMPOS NUEVOS.            *
      * SE CORRE UNA SOLA VEZ AL PASAR AL LAYOUT NUEVO (MISMO PATRON   *
      * QUE PGM_27T/CLIXREFI Y PGM_28W/CTATITI), CON LA TRANSACCION    *
      * CTAN (PGM_28M/CTANOVE) CERRADA Y ANTES DE LA PRIMERA CORRIDA   *
      * QUE YA USE EL LAYOUT NUEVO: ANTES DE CTATITI Y DE LA CADENA    *
      * NOCTURNA (CLICIERR ES EL PRIMERO DE LA CADENA QUE ABRE         *
      * CUENTAS). LEE LOS ARCHIVOS VIEJOS RENOMBRADOS COMO CUENTANT,   *
      * CTATRANT Y CTAMOVT Y ARMA CUENTAS, CTATRAN Y CTAMOV DE CERO    *
      * (OPEN OUTPUT); LOS VIEJOS NO SE TOCAN, ASI QUE UNA CORRIDA     *
      * CORTADA SE REPITE ENTERA. UNA COLA VIEJA INEXISTENTE NO ES     *
      * ERROR: SE CREA VACIA. CUENTANT ES OBLIGATORIO.                 *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTANT-FILE ASSIGN TO "CUENTANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WK-CAN-NRO-CUENTA
               ALTERNATE RECORD KEY IS WK-CAN-NRO-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CUENTANT.

           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WK-CTA-NRO-CUENTA
               ALTERNATE RECORD KEY IS WK-CTA-NRO-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CUENTAS.

           SELECT CTATRANT-FILE ASSIGN TO "CTATRANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WK-CRA-NRO-SEQ
               FILE STATUS IS WS-FS-CTATRANT.

           SELECT CTATRAN-FILE ASSIGN TO "CTATRAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WK-CTR-NRO-SEQ
               FILE STATUS IS WS-FS-CTATRAN.

           SELECT CTAMOVT-FILE ASSIGN TO "CTAMOVT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WK-MVA-NRO-SEQ
               FILE STATUS IS WS-FS-CTAMOVT.

           SELECT CTAMOV-FILE ASSIGN TO "CTAMOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WK-MOV-NRO-SEQ
               FILE STATUS IS WS-FS-CTAMOV.

       DATA DIVISION.
       FILE SECTION.
      *    CUENTAS CON EL LAYOUT ANTERIOR (52 BYTES)
       FD  CUENTANT-FILE.
       01  WK-CUENTAS-ANT.
           10 WK-CAN-NRO-CUENTA           PIC 9(10).
           10 WK-CAN-NRO-CLIENTE          PIC 9(5).
           10 WK-CAN-TIPO-CUENTA          PIC X(2).
           10 WK-CAN-ESTADO               PIC X(2).
           10 WK-CAN-FECHA-APERTURA       PIC X(10).
           10 WK-CAN-FECHA-CIERRE         PIC X(10).
           10 WK-CAN-SALDO                PIC S9(11)V99.

       FD  CUENTAS-FILE.
           COPY CP-CUENTAS.

      *    CTATRAN CON EL LAYOUT ANTERIOR (47 BYTES)
       FD  CTATRANT-FILE.
       01  WK-CTATRAN-ANT.
           10 WK-CRA-NRO-SEQ              PIC 9(8).
           10 WK-CRA-DETALLE.
              15 WK-CRA-TIPO-NOVEDAD      PIC X(2).
              15 WK-CRA-NRO-CUENTA        PIC 9(10).
              15 WK-CRA-NRO-CLIENTE       PIC 9(5).
              15 WK-CRA-TIPO-CUENTA       PIC X(2).
              15 WK-CRA-FECHA-APERTURA    PIC X(10).
              15 WK-CRA-FECHA-CIERRE      PIC X(10).

       FD  CTATRAN-FILE.
           COPY CP-CTATRAN.

      *    CTAMOV CON EL LAYOUT ANTERIOR (43 BYTES)
       FD  CTAMOVT-FILE.
       01  WK-CTAMOV-ANT.
           10 WK-MVA-NRO-SEQ              PIC 9(8).
           10 WK-MVA-DETALLE.
              15 WK-MVA-TIPO-MOVIMIENTO   PIC X(2).
              15 WK-MVA-NRO-CUENTA        PIC 9(10).
              15 WK-MVA-IMPORTE           PIC 9(11)V99.
              15 WK-MVA-FECHA             PIC X(10).

       FD  CTAMOV-FILE.
           COPY CP-CTAMOV.

       WORKING-STORAGE SECTION.
       01  WS-FS-CUENTANT                PIC XX.
       01  WS-FS-CUENTAS                 PIC XX.
       01  WS-FS-CTATRANT                PIC XX.
           88  FS-OK-CTATRANT            VALUE '00'.
           88  FS-NO-EXISTE-CTATRANT     VALUE '35'.
       01  WS-FS-CTATRAN                 PIC XX.
       01  WS-FS-CTAMOVT                 PIC XX.
           88  FS-OK-CTAMOVT             VALUE '00'.
           88  FS-NO-EXISTE-CTAMOVT      VALUE '35'.
       01  WS-FS-CTAMOV                  PIC XX.

       01  WS-EOF-CUENTANT               PIC X VALUE 'N'.
           88  WS-NO-HAY-MAS-CUENTANT    VALUE 'S'.
       01  WS-EOF-CTATRANT               PIC X VALUE 'N'.
           88  WS-NO-HAY-MAS-CTATRANT    VALUE 'S'.
       01  WS-EOF-CTAMOVT                PIC X VALUE 'N'.
           88  WS-NO-HAY-MAS-CTAMOVT     VALUE 'S'.

       01  WS-CANT-CTA-LEIDAS            PIC 9(8) VALUE ZEROS.
       01  WS-CANT-CTA-CONVERTIDAS       PIC 9(8) VALUE ZEROS.
       01  WS-CANT-CTA-ERRORES           PIC 9(8) VALUE ZEROS.
       01  WS-CANT-TRN-LEIDAS            PIC 9(8) VALUE ZEROS.
       01  WS-CANT-TRN-CONVERTIDAS       PIC 9(8) VALUE ZEROS.
       01  WS-CANT-TRN-ERRORES           PIC 9(8) VALUE ZEROS.
       01  WS-CANT-MOV-LEIDOS            PIC 9(8) VALUE ZEROS.
       01  WS-CANT-MOV-CONVERTIDOS       PIC 9(8) VALUE ZEROS.
       01  WS-CANT-MOV-ERRORES           PIC 9(8) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-CONVERTIR-CUENTAS
           PERFORM 2000-CONVERTIR-CTATRAN
           PERFORM 3000-CONVERTIR-CTAMOV
           DISPLAY 'CTACONVI - CUENTAS LEIDAS ' WS-CANT-CTA-LEIDAS
                   ' CONVERTIDAS ' WS-CANT-CTA-CONVERTIDAS
                   ' CON ERROR ' WS-CANT-CTA-ERRORES
           DISPLAY 'CTACONVI - CTATRAN LEIDAS ' WS-CANT-TRN-LEIDAS
                   ' CONVERTIDAS ' WS-CANT-TRN-CONVERTIDAS
                   ' CON ERROR ' WS-CANT-TRN-ERRORES
           DISPLAY 'CTACONVI - CTAMOV LEIDOS ' WS-CANT-MOV-LEIDOS
                   ' CONVERTIDOS ' WS-CANT-MOV-CONVERTIDOS
                   ' CON ERROR ' WS-CANT-MOV-ERRORES
           IF WS-CANT-CTA-ERRORES > ZEROS
              OR WS-CANT-TRN-ERRORES > ZEROS
              OR WS-CANT-MOV-ERRORES > ZEROS
               MOVE 16 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-CONVERTIR-CUENTAS.
           OPEN INPUT CUENTANT-FILE
           IF WS-FS-CUENTANT NOT = '00'
               DISPLAY 'CTACONVI - ERROR AL ABRIR CUENTANT FS='
                       WS-FS-CUENTANT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT CUENTAS-FILE
           IF WS-FS-CUENTAS NOT = '00'
               DISPLAY 'CTACONVI - ERROR AL ABRIR CUENTAS FS='
                       WS-FS-CUENTAS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-NO-HAY-MAS-CUENTANT
               READ CUENTANT-FILE NEXT RECORD
                   AT END
                       SET WS-NO-HAY-MAS-CUENTANT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CANT-CTA-LEIDAS
                       PERFORM 1100-CONVERTIR-CUENTA
               END-READ
           END-PERFORM
           CLOSE CUENTANT-FILE
                 CUENTAS-FILE.

       1100-CONVERTIR-CUENTA.
           MOVE WK-CAN-NRO-CUENTA     TO WK-CTA-NRO-CUENTA
           MOVE WK-CAN-NRO-CLIENTE    TO WK-CTA-NRO-CLIENTE
           MOVE WK-CAN-TIPO-CUENTA    TO WK-CTA-TIPO-CUENTA
           MOVE WK-CAN-ESTADO         TO WK-CTA-ESTADO
           MOVE WK-CAN-FECHA-APERTURA TO WK-CTA-FECHA-APERTURA
           MOVE WK-CAN-FECHA-CIERRE   TO WK-CTA-FECHA-CIERRE
           MOVE WK-CAN-SALDO          TO WK-CTA-SALDO
           MOVE 'N'                   TO WK-CTA-LIMITE-PROPIO
           MOVE ZEROS                 TO WK-CTA-LIMITE-DESCUBIERTO
                                         WK-CTA-ULT-MOV-SEQ
           MOVE SPACES                TO WK-CTA-FECHA-DESCUBIERTO
                                         WK-CTA-ULT-MOV-LOTE
                                         WK-CTA-SUCURSAL
           WRITE WK-CUENTAS
               INVALID KEY
                   ADD 1 TO WS-CANT-CTA-ERRORES
                   DISPLAY 'CTACONVI - ERROR AL GRABAR CUENTA '
                           WK-CTA-NRO-CUENTA ' FS=' WS-FS-CUENTAS
               NOT INVALID KEY
                   ADD 1 TO WS-CANT-CTA-CONVERTIDAS
           END-WRITE.

       2000-CONVERTIR-CTATRAN.
           OPEN INPUT CTATRANT-FILE
           IF FS-NO-EXISTE-CTATRANT
               DISPLAY 'CTACONVI - NO EXISTE CTATRANT, SE CREA '
                       'CTATRAN VACIO'
               SET WS-NO-HAY-MAS-CTATRANT TO TRUE
           ELSE
               IF NOT FS-OK-CTATRANT
                   DISPLAY 'CTACONVI - ERROR AL ABRIR CTATRANT FS='
                           WS-FS-CTATRANT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN OUTPUT CTATRAN-FILE
           IF WS-FS-CTATRAN NOT = '00'
               DISPLAY 'CTACONVI - ERROR AL ABRIR CTATRAN FS='
                       WS-FS-CTATRAN
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-NO-HAY-MAS-CTATRANT
               READ CTATRANT-FILE NEXT RECORD
                   AT END
                       SET WS-NO-HAY-MAS-CTATRANT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CANT-TRN-LEIDAS
                       PERFORM 2100-CONVERTIR-NOVEDAD
               END-READ
           END-PERFORM
           IF FS-OK-CTATRANT
               CLOSE CTATRANT-FILE
           END-IF
           CLOSE CTATRAN-FILE.

       2100-CONVERTIR-NOVEDAD.
           MOVE WK-CRA-NRO-SEQ        TO WK-CTR-NRO-SEQ
           MOVE WK-CRA-TIPO-NOVEDAD   TO WK-CTR-TIPO-NOVEDAD
           MOVE WK-CRA-NRO-CUENTA     TO WK-CTR-NRO-CUENTA
           MOVE WK-CRA-NRO-CLIENTE    TO WK-CTR-NRO-CLIENTE
           MOVE WK-CRA-TIPO-CUENTA    TO WK-CTR-TIPO-CUENTA
           MOVE WK-CRA-FECHA-APERTURA TO WK-CTR-FECHA-APERTURA
           MOVE WK-CRA-FECHA-CIERRE   TO WK-CTR-FECHA-CIERRE
           MOVE 'N'                   TO WK-CTR-LIMITE-PROPIO
           MOVE ZEROS                 TO WK-CTR-LIMITE-DESCUBIERTO
           MOVE SPACES                TO WK-CTR-SUCURSAL
                                         WK-CTR-ROL
                                         WK-CTR-FECHA-DESDE
                                         WK-CTR-FECHA-HASTA
           WRITE WK-CTATRAN
               INVALID KEY
                   ADD 1 TO WS-CANT-TRN-ERRORES
                   DISPLAY 'CTACONVI - ERROR AL GRABAR CTATRAN '
                           'SECUENCIA ' WK-CTR-NRO-SEQ
                           ' FS=' WS-FS-CTATRAN
               NOT INVALID KEY
                   ADD 1 TO WS-CANT-TRN-CONVERTIDAS
           END-WRITE.

       3000-CONVERTIR-CTAMOV.
           OPEN INPUT CTAMOVT-FILE
           IF FS-NO-EXISTE-CTAMOVT
               DISPLAY 'CTACONVI - NO EXISTE CTAMOVT, SE CREA '
                       'CTAMOV VACIO'
               SET WS-NO-HAY-MAS-CTAMOVT TO TRUE
           ELSE
               IF NOT FS-OK-CTAMOVT
                   DISPLAY 'CTACONVI - ERROR AL ABRIR CTAMOVT FS='
                           WS-FS-CTAMOVT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN OUTPUT CTAMOV-FILE
           IF WS-FS-CTAMOV NOT = '00'
               DISPLAY 'CTACONVI - ERROR AL ABRIR CTAMOV FS='
                       WS-FS-CTAMOV
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-NO-HAY-MAS-CTAMOVT
               READ CTAMOVT-FILE NEXT RECORD
                   AT END
                       SET WS-NO-HAY-MAS-CTAMOVT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CANT-MOV-LEIDOS
                       PERFORM 3100-CONVERTIR-MOVIMIENTO
               END-READ
           END-PERFORM
           IF FS-OK-CTAMOVT
               CLOSE CTAMOVT-FILE
           END-IF
           CLOSE CTAMOV-FILE.

       3100-CONVERTIR-MOVIMIENTO.
           MOVE WK-MVA-NRO-SEQ         TO WK-MOV-NRO-SEQ
           MOVE WK-MVA-TIPO-MOVIMIENTO TO WK-MOV-TIPO-MOVIMIENTO
           MOVE WK-MVA-NRO-CUENTA      TO WK-MOV-NRO-CUENTA
           MOVE WK-MVA-IMPORTE         TO WK-MOV-IMPORTE
           MOVE WK-MVA-FECHA           TO WK-MOV-FECHA
           MOVE SPACES                 TO WK-MOV-ORIGEN
                                          WK-MOV-REFERENCIA
           MOVE ZEROS                  TO WK-MOV-NRO-CUENTA-DESTINO
           WRITE WK-CTAMOV
               INVALID KEY
                   ADD 1 TO WS-CANT-MOV-ERRORES
                   DISPLAY 'CTACONVI - ERROR AL GRABAR CTAMOV '
                           'SECUENCIA ' WK-MOV-NRO-SEQ
                           ' FS=' WS-FS-CTAMOV
               NOT INVALID KEY
                   ADD 1 TO WS-CANT-MOV-CONVERTIDOS
           END-WRITE.
