       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTATITI.
      ******************************************************************
      * PGM_28W - CTATITI                                              *
      * CARGA INICIAL (SEED) DEL ARCHIVO DE TITULARIDAD CP-CTATIT A    *
      * PARTIR DE CUENTAS (PGM_27V/CP-CUENTAS): UNA FILA DE ROL T      *
      * (TITULAR) POR CUENTA CON SU WK-CTA-NRO-CLIENTE, VIGENTE DESDE  *
      * LA FECHA DE APERTURA Y SIN FECHA HASTA. SE CORRE UNA VEZ AL    *
      * PONER EN MARCHA EL ARCHIVO (MISMO PATRON QUE PGM_27T/          *
      * CLIXREFI), ANTES DE LA PRIMERA CORRIDA DE CTACARGA QUE TRAIGA  *
      * NOVEDADES TA/TB; EL MANTENIMIENTO FILA A FILA LO HACEN         *
      * PGM_28F/CTACARGA Y PGM_28C/CLICIERR.                           *
      * A DIFERENCIA DE CLIXREFI NO REARMA EL ARCHIVO: LO ABRE I-O Y   *
      * SOLO AGREGA LAS FILAS QUE FALTAN, ASI UNA REEJECUCION NO       *
      * PIERDE LOS COTITULARES Y APODERADOS YA CARGADOS NI LAS FECHAS  *
      * HASTA YA INFORMADAS.                                           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WK-CTA-NRO-CUENTA
               FILE STATUS IS WS-FS-CUENTAS.

           SELECT CTATIT-FILE ASSIGN TO "CTATIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-TIT-CLAVE
               ALTERNATE RECORD KEY IS WK-TIT-NRO-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CTATIT.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-FILE.
           COPY CP-CUENTAS.

       FD  CTATIT-FILE.
           COPY CP-CTATIT.

       WORKING-STORAGE SECTION.
       01  WS-FS-CUENTAS                 PIC XX.
       01  WS-FS-CTATIT                  PIC XX.
           88  FS-OK-CTATIT              VALUE '00'.
           88  FS-NO-EXISTE-CTATIT       VALUE '35'.

       01  WS-EOF-CUENTAS                PIC X VALUE 'N'.
           88  WS-NO-HAY-MAS-CUENTAS     VALUE 'S'.

       01  WS-CANT-LEIDAS                PIC 9(8) VALUE ZEROS.
       01  WS-CANT-SEMBRADAS             PIC 9(8) VALUE ZEROS.
       01  WS-CANT-EXISTENTES            PIC 9(8) VALUE ZEROS.

       01  WS-FECHA-DE-HOY               PIC X(10).

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-FECHA-DE-HOY(1:4)
           MOVE '-'                        TO WS-FECHA-DE-HOY(5:1)
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-FECHA-DE-HOY(6:2)
           MOVE '-'                        TO WS-FECHA-DE-HOY(8:1)
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-FECHA-DE-HOY(9:2)
           OPEN INPUT CUENTAS-FILE
           IF WS-FS-CUENTAS NOT = '00'
               DISPLAY 'CTATITI - ERROR AL ABRIR CUENTAS FS='
                       WS-FS-CUENTAS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O CTATIT-FILE
           IF FS-NO-EXISTE-CTATIT
               OPEN OUTPUT CTATIT-FILE
           END-IF
           IF NOT FS-OK-CTATIT
               DISPLAY 'CTATITI - ERROR AL ABRIR CTATIT FS='
                       WS-FS-CTATIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-NO-HAY-MAS-CUENTAS
               READ CUENTAS-FILE NEXT RECORD
                   AT END
                       SET WS-NO-HAY-MAS-CUENTAS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CANT-LEIDAS
                       PERFORM 1000-SEMBRAR-TITULAR
               END-READ
           END-PERFORM
           DISPLAY 'CTATITI - CUENTAS LEIDAS ' WS-CANT-LEIDAS
                   ' TITULARES SEMBRADOS ' WS-CANT-SEMBRADAS
                   ' YA EXISTENTES ' WS-CANT-EXISTENTES
           CLOSE CUENTAS-FILE
                 CTATIT-FILE
           GOBACK.

      *    LA FILA DEL TITULAR PRINCIPAL QUEDA VIGENTE AUNQUE LA CUENTA
      *    ESTE CERRADA: EL CIERRE NO TERMINA LA TITULARIDAD (MISMO
      *    CRITERIO QUE LA NOVEDAD CE DE CTACARGA).
       1000-SEMBRAR-TITULAR.
           MOVE WK-CTA-NRO-CUENTA  TO WK-TIT-NRO-CUENTA
           MOVE WK-CTA-NRO-CLIENTE TO WK-TIT-NRO-CLIENTE
           MOVE 'T'                TO WK-TIT-ROL
           IF WK-CTA-FECHA-APERTURA = SPACES
               MOVE WS-FECHA-DE-HOY TO WK-TIT-FECHA-DESDE
           ELSE
               MOVE WK-CTA-FECHA-APERTURA TO WK-TIT-FECHA-DESDE
           END-IF
           MOVE SPACES             TO WK-TIT-FECHA-HASTA
           WRITE WK-CTATIT
               INVALID KEY
                   ADD 1 TO WS-CANT-EXISTENTES
               NOT INVALID KEY
                   ADD 1 TO WS-CANT-SEMBRADAS
           END-WRITE.
