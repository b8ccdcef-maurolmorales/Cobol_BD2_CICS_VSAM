       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDGEN.
      ******************************************************************
      * PGM_29A - ORDGEN                                               *
      * GENERADOR NOCTURNO DE LAS ORDENES PERMANENTES (CP-ORDPERM,     *
      * PGM_29A): DEBITOS AUTOMATICOS Y TRANSFERENCIAS PERIODICAS QUE  *
      * HASTA AHORA LA SUCURSAL TIPEABA A MANO COMO MOVIMIENTOS. LAS   *
      * ORDENES SE DAN DE ALTA, SE SUSPENDEN Y SE CANCELAN EN LINEA    *
      * CON PGM_29A/ORDMANE.                                           *
      *                                                                *
      * CORRE EN EL BATCH NOCTURNO DESPUES DE CTACARGA (PGM_28F: LOS   *
      * CIERRES DE LA NOCHE YA ESTAN APLICADOS) Y ANTES DE MOVCARGA    *
      * (PGM_28J), EN CUYO CTAMOV (CP-CTAMOV) AGREGA LOS MOVIMIENTOS   *
      * QUE VENCEN, CON ORIGEN OP Y REFERENCIA = NRO_ORDEN + AAMM DEL  *
      * VENCIMIENTO: EX SOBRE LA CUENTA ORIGEN EN UN DEBITO AUTOMATICO *
      * (DA) Y TR ORIGEN -> DESTINO EN UNA TRANSFERENCIA (TR). LAS     *
      * SECUENCIAS SIGUEN A LA MAYOR PRESENTE EN CTAMOV, IGUAL QUE LA  *
      * LIQUIDACION DE PGM_28S/CTALIQ. MOVCARGA LOS APLICA COMO A      *
      * CUALQUIER OTRO, CON SU CONTROL DE FONDOS CONTRA EL LIMITE DE   *
      * DESCUBIERTO, Y RECHAZA A MOVRECH LO QUE NO PASA.               *
      *                                                                *
      * POR CADA ORDEN:                                                *
      *   - UNA OCURRENCIA GENERADA EN UNA CORRIDA ANTERIOR            *
      *     (WK-ORP-GEN-PENDIENTE) SE RESUELVE PRIMERO: SI TODAVIA     *
      *     ESTA EN CTAMOV ES DEL LOTE EN CURSO (REEJECUCION) Y NO SE  *
      *     VUELVE A GENERAR; SI ESTA EN EL HISTORICO CTAMOVH          *
      *     (CP-CTAMOVH) MOVCARGA LA APLICO: QUEDA COMO ULTIMA         *
      *     OCURRENCIA, LAS FALLAS VUELVEN A CERO Y SE PASA AL         *
      *     VENCIMIENTO SIGUIENTE; SI NO ESTA EN NINGUNO, MOVCARGA LA  *
      *     RECHAZO Y CUENTA COMO FALLA                                *
      *   - UNA ORDEN ACTIVA CUYO VENCIMIENTO LLEGO (Y CUYO REINTENTO, *
      *     SI LO HAY, TAMBIEN) SE CONTROLA CONTRA CUENTAS (PGM_27V):  *
      *     ORIGEN Y, EN UNA TR, DESTINO DEBEN EXISTIR Y ESTAR         *
      *     ABIERTAS. SI PASA, SE GENERA LA OCURRENCIA; SI NO, ES UNA  *
      *     FALLA                                                      *
      *   - EL PRIMER VENCIMIENTO (Y EL DE UNA ORDEN REACTIVADA) ES EL *
      *     PRIMER DIA_DEL_MES A PARTIR DE LA FECHA_DESDE O DE LA      *
      *     CORRIDA, LA QUE SEA POSTERIOR; LOS SIGUIENTES SUMAN LOS    *
      *     MESES DE LA FRECUENCIA (EN UN MES MAS CORTO, EL ULTIMO     *
      *     DIA). PASADA LA FECHA_HASTA LA ORDEN QUEDA FINALIZADA (F)  *
      *                                                                *
      * NO SE GENERA DOS VECES: LA OCURRENCIA SE ANOTA EN LA ORDEN     *
      * (LOTE, SECUENCIA RESERVADA Y FECHA) ANTES DE ESCRIBIR EL       *
      * MOVIMIENTO. UNA REEJECUCION LA ENCUENTRA EN CTAMOV Y LA        *
      * SALTEA; SI EL CORTE FUE ENTRE LA ORDEN Y EL MOVIMIENTO (MISMO  *
      * LOTE, SIN FILA EN CTAMOV) ESCRIBE SOLO EL MOVIMIENTO QUE       *
      * FALTA CON LA SECUENCIA YA RESERVADA.                           *
      *                                                                *
      * POLITICA DE REINTENTOS: CADA FALLA SUMA UNA FALLA CONSECUTIVA  *
      * Y PROGRAMA EL REINTENTO A N DIAS DE LA CORRIDA. SI EL          *
      * REINTENTO CAERIA EN O DESPUES DEL VENCIMIENTO SIGUIENTE, ESA   *
      * OCURRENCIA SE DA POR NO COBRADA Y LA ORDEN PASA AL SIGUIENTE   *
      * (NUNCA SE ACUMULAN DOS). AL LLEGAR AL MAXIMO DE FALLAS         *
      * CONSECUTIVAS LA ORDEN SE SUSPENDE SOLA (ESTADO S, ORIGEN G)    *
      * HASTA QUE LA SUCURSAL LA REACTIVE EN ORDMANE.                  *
      *                                                                *
      * PARAMETRO (ARCHIVO ORDGEPAR, UNA LINEA):                       *
      *   COL 1-2   = FALLAS CONSECUTIVAS QUE SUSPENDEN LA ORDEN       *
      *   COL 4-5   = DIAS ENTRE REINTENTOS                            *
      *   COL 7-16  = FECHA DE LA CORRIDA AAAA-MM-DD (EN BLANCO = LA   *
      *               FECHA DEL DIA, COMO EN PGM_28Z/CLICERTV)         *
      * REPORTE ORDGENRP (132 COLUMNAS): UNA LINEA POR OCURRENCIA      *
      * GENERADA, FALLA, OCURRENCIA NO COBRADA, SUSPENSION Y           *
      * FINALIZACION. CONTROL DE LOTES: LEIDAS = ORDENES, PROCESADAS = *
      * OCURRENCIAS GENERADAS, RECHAZADAS = FALLAS Y ERRORES DE        *
      * GRABACION (EL LOTE QUEDA PARA REVISAR EN CLIRESUM).            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDGEPAR-FILE ASSIGN TO "ORDGEPAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ORDGEPAR.

           SELECT ORDPERM-FILE ASSIGN TO "ORDPERM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-ORP-NRO-ORDEN
               FILE STATUS IS WS-FS-ORDPERM.

           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-CTA-NRO-CUENTA
               ALTERNATE RECORD KEY IS WK-CTA-NRO-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CUENTAS.

           SELECT CTAMOV-FILE ASSIGN TO "CTAMOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-MOV-NRO-SEQ
               FILE STATUS IS WS-FS-CTAMOV.

           SELECT CTAMOVH-FILE ASSIGN TO "CTAMOVH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-MVH-CLAVE
               ALTERNATE RECORD KEY IS WK-MVH-LOTE-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CTAMOVH.

           SELECT ORDGENRP-FILE ASSIGN TO "ORDGENRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ORDGENRP.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDGEPAR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WK-ORDGEPAR-LINEA              PIC X(80).

       FD  ORDPERM-FILE.
           COPY CP-ORDPERM.

       FD  CUENTAS-FILE.
           COPY CP-CUENTAS.

       FD  CTAMOV-FILE.
           COPY CP-CTAMOV.

       FD  CTAMOVH-FILE.
           COPY CP-CTAMOVH.

       FD  ORDGENRP-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  WK-ORDGENRP-LINEA              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FS-ORDGEPAR                 PIC XX.
       01  WS-FS-ORDPERM                  PIC XX.
           88  FS-OK-ORDPERM              VALUE '00'.
           88  FS-NO-EXISTE-ORDPERM       VALUE '35'.
       01  WS-FS-CUENTAS                  PIC XX.
       01  WS-FS-CTAMOV                   PIC XX.
       01  WS-FS-CTAMOVH                  PIC XX.
       01  WS-FS-ORDGENRP                 PIC XX.

       01  WS-EOF-ORDPERM                 PIC X VALUE 'N'.
           88  WS-NO-HAY-MAS-ORDENES      VALUE 'S'.
       01  WS-EOF-CTAMOV                  PIC X VALUE 'N'.
           88  WS-NO-HAY-MAS-CTAMOV       VALUE 'S'.
       01  WS-FIN-CTAMOVH-SW              PIC X.
           88  WS-FIN-CTAMOVH             VALUE 'S' FALSE 'N'.
       01  WS-EN-CTAMOV-SW                PIC X.
           88  WS-EN-CTAMOV               VALUE 'S' FALSE 'N'.
       01  WS-EN-CTAMOVH-SW               PIC X.
           88  WS-EN-CTAMOVH              VALUE 'S' FALSE 'N'.
       01  WS-ORDEN-MODIFICADA-SW         PIC X.
           88  WS-ORDEN-MODIFICADA        VALUE 'S' FALSE 'N'.
       01  WS-CUENTAS-VALIDAS-SW          PIC X.
           88  WS-CUENTAS-OK              VALUE 'S' FALSE 'N'.
       01  WS-GRABACION-SW                PIC X.
           88  WS-GRABACION-OK            VALUE 'S' FALSE 'N'.

      *    *************************************************************
      *    PARAMETRO DE LA CORRIDA (ORDGEPAR)
       01  WS-PARAMETRO                   PIC X(80).
       01  WS-PARAMETRO-CAMPOS REDEFINES WS-PARAMETRO.
           05 WS-PAR-MAX-FALLAS           PIC 9(2).
           05 FILLER                      PIC X.
           05 WS-PAR-DIAS-REINTENTO       PIC 9(2).
           05 FILLER                      PIC X.
           05 WS-PAR-FECHA.
              10 WS-PAR-FECHA-AAAA        PIC 9(4).
              10 FILLER                   PIC X.
              10 WS-PAR-FECHA-MM          PIC 9(2).
              10 FILLER                   PIC X.
              10 WS-PAR-FECHA-DD          PIC 9(2).
           05 WS-PAR-FECHA-X REDEFINES WS-PAR-FECHA
                                          PIC X(10).
           05 FILLER                      PIC X(64).

      *    EL LOTE ES SIEMPRE EL DEL DIA (EL MISMO QUE TOMA MOVCARGA);
      *    LA FECHA DE LA CORRIDA PUEDE VENIR DEL PARAMETRO.
       01  WS-LOTE-ID                     PIC X(8).
       01  WS-FECHA-CORRIDA               PIC X(10).
       01  WS-FECHA-CORRIDA-NUM           PIC 9(8).

      *    FECHA DE TRABAJO AAAA-MM-DD PARA LA ARITMETICA DE FECHAS
       01  WS-FEC-TRABAJO.
           05 WS-FT-AAAA                  PIC 9(4).
           05 WS-FT-SEP1                  PIC X.
           05 WS-FT-MM                    PIC 9(2).
           05 WS-FT-SEP2                  PIC X.
           05 WS-FT-DD                    PIC 9(2).
       01  WS-FEC-TRABAJO-X REDEFINES WS-FEC-TRABAJO
                                          PIC X(10).
       01  WS-FEC-NUM                     PIC 9(8).
       01  WS-FEC-DIA                     PIC 9(8).
       01  WS-FEC-DIAS-A-SUMAR            PIC 9(3).
       01  WS-MESES-A-SUMAR               PIC 9(3).
       01  WS-MESES-TOTAL                 PIC 9(6).
       01  WS-MESES-RESTO                 PIC 9(2).
       01  WS-ULTIMO-DIA-NUM              PIC 9(8).
       01  WS-FECHA-BASE                  PIC X(10).
       01  WS-FECHA-OCURRENCIA            PIC X(10).
       01  WS-FECHA-REINTENTO             PIC X(10).
       01  WS-FECHA-SIGUIENTE             PIC X(10).

      *    REFERENCIA DEL MOVIMIENTO EN CTAMOV: NRO_ORDEN + AAMM DEL
      *    VENCIMIENTO (UNA OCURRENCIA POR MES COMO MAXIMO).
       01  WS-REFERENCIA.
           05 WS-REF-NRO-ORDEN            PIC 9(8).
           05 WS-REF-AA                   PIC X(2).
           05 WS-REF-MM                   PIC X(2).
       01  WS-REFERENCIA-X REDEFINES WS-REFERENCIA
                                          PIC X(12).

       01  WS-ULTIMA-SEQ-CTAMOV           PIC 9(8) VALUE ZEROS.
       01  WS-MOTIVO                      PIC X(40).

       01  WS-CANT-LEIDAS                 PIC 9(8) VALUE ZEROS.
       01  WS-CANT-GENERADAS              PIC 9(8) VALUE ZEROS.
       01  WS-CANT-EN-LOTE                PIC 9(8) VALUE ZEROS.
       01  WS-CANT-APLICADAS              PIC 9(8) VALUE ZEROS.
       01  WS-CANT-FALLAS                 PIC 9(8) VALUE ZEROS.
       01  WS-CANT-NO-COBRADAS            PIC 9(8) VALUE ZEROS.
       01  WS-CANT-SUSPENDIDAS            PIC 9(8) VALUE ZEROS.
       01  WS-CANT-FINALIZADAS            PIC 9(8) VALUE ZEROS.
       01  WS-CANT-ERRORES                PIC 9(8) VALUE ZEROS.

       01  WS-LINEA-ORDEN.
           05 FILLER                      PIC X(4)  VALUE 'ORD='.
           05 WS-LIN-NRO-ORDEN            PIC 9(8).
           05 FILLER                      PIC X(5)  VALUE ' CTA='.
           05 WS-LIN-NRO-CUENTA           PIC 9(10).
           05 FILLER                      PIC X(5)  VALUE ' VTO='.
           05 WS-LIN-VENCIMIENTO          PIC X(10).
           05 FILLER                      PIC X(5)  VALUE ' IMP='.
           05 WS-LIN-IMPORTE              PIC Z(10)9.99.
           05 FILLER                      PIC X(1)  VALUE SPACES.
           05 WS-LIN-EVENTO               PIC X(11).
           05 FILLER                      PIC X(1)  VALUE SPACES.
           05 WS-LIN-MOTIVO               PIC X(40).
           05 FILLER                      PIC X(7)  VALUE ' SIGUE='.
           05 WS-LIN-SIGUE                PIC X(10).
           05 FILLER                      PIC X(1)  VALUE SPACES.
       01  WS-EVENTO-FALLA.
           05 FILLER                      PIC X(6)  VALUE 'FALLA '.
           05 WS-EVF-FALLAS               PIC 9(2).
           05 FILLER                      PIC X(1)  VALUE '/'.
           05 WS-EVF-MAXIMO               PIC 9(2).

       01  WS-CTL-ACCION                  PIC X(3).
       01  WS-CTL-PROGRAMA                PIC X(8) VALUE 'ORDGEN'.
       01  WS-CTL-LEIDAS                  PIC 9(8) VALUE ZEROS.
       01  WS-CTL-PROCESADAS              PIC 9(8) VALUE ZEROS.
       01  WS-CTL-RECHAZADAS              PIC 9(8) VALUE ZEROS.
       01  WS-CTL-RETORNO                 PIC 9(4) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 0100-ANOTAR-INICIO-CONTROL
           PERFORM 1000-INICIALIZAR
           PERFORM UNTIL WS-NO-HAY-MAS-ORDENES
               READ ORDPERM-FILE NEXT RECORD
                   AT END
                       SET WS-NO-HAY-MAS-ORDENES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CANT-LEIDAS
                       PERFORM 2000-PROCESAR-ORDEN
               END-READ
           END-PERFORM
           DISPLAY 'ORDGEN - FECHA ' WS-FECHA-CORRIDA
                   ' LOTE ' WS-LOTE-ID
                   ' ORDENES LEIDAS ' WS-CANT-LEIDAS
                   ' GENERADAS ' WS-CANT-GENERADAS
                   ' YA EN EL LOTE ' WS-CANT-EN-LOTE
           DISPLAY 'ORDGEN - APLICADAS POR MOVCARGA ' WS-CANT-APLICADAS
                   ' FALLAS ' WS-CANT-FALLAS
                   ' NO COBRADAS ' WS-CANT-NO-COBRADAS
                   ' SUSPENDIDAS ' WS-CANT-SUSPENDIDAS
                   ' FINALIZADAS ' WS-CANT-FINALIZADAS
                   ' ERRORES ' WS-CANT-ERRORES
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
           MOVE WS-CANT-LEIDAS     TO WS-CTL-LEIDAS
           MOVE WS-CANT-GENERADAS  TO WS-CTL-PROCESADAS
           COMPUTE WS-CTL-RECHAZADAS =
               WS-CANT-FALLAS + WS-CANT-ERRORES
           MOVE RETURN-CODE        TO WS-CTL-RETORNO
           MOVE 'FIN' TO WS-CTL-ACCION
           CALL 'CLICTLW' USING WS-CTL-ACCION WS-CTL-PROGRAMA
                                 WS-CTL-LEIDAS WS-CTL-PROCESADAS
                                 WS-CTL-RECHAZADAS WS-CTL-RETORNO
           MOVE 'CIE' TO WS-CTL-ACCION
           CALL 'CLICTLW' USING WS-CTL-ACCION WS-CTL-PROGRAMA
                                 WS-CTL-LEIDAS WS-CTL-PROCESADAS
                                 WS-CTL-RECHAZADAS WS-CTL-RETORNO.

       1000-INICIALIZAR.
           PERFORM 1100-LEER-PARAMETRO
      *    LA PRIMERA CORRIDA PUEDE ENCONTRAR ORDPERM SIN CREAR (MISMO
      *    CRITERIO QUE PGM_28Z/CLICERTV).
           OPEN I-O ORDPERM-FILE
           IF FS-NO-EXISTE-ORDPERM
               OPEN OUTPUT ORDPERM-FILE
               CLOSE ORDPERM-FILE
               OPEN I-O ORDPERM-FILE
           END-IF
           IF NOT FS-OK-ORDPERM
               DISPLAY 'ORDGEN - ERROR AL ABRIR ORDPERM FS='
                       WS-FS-ORDPERM
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CUENTAS-FILE
           IF WS-FS-CUENTAS NOT = '00'
               DISPLAY 'ORDGEN - ERROR AL ABRIR CUENTAS FS='
                       WS-FS-CUENTAS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O CTAMOV-FILE
           IF WS-FS-CTAMOV NOT = '00'
               DISPLAY 'ORDGEN - ERROR AL ABRIR CTAMOV FS='
                       WS-FS-CTAMOV
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CTAMOVH-FILE
           IF WS-FS-CTAMOVH NOT = '00'
               DISPLAY 'ORDGEN - ERROR AL ABRIR CTAMOVH FS='
                       WS-FS-CTAMOVH
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ORDGENRP-FILE
           IF WS-FS-ORDGENRP NOT = '00'
               DISPLAY 'ORDGEN - ERROR AL ABRIR ORDGENRP FS='
                       WS-FS-ORDGENRP
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1200-BUSCAR-ULTIMA-SEQ-CTAMOV
           MOVE SPACES TO WK-ORDGENRP-LINEA
           STRING 'ORDENES PERMANENTES - GENERACION DEL LOTE '
                  WS-LOTE-ID ' - FECHA ' WS-FECHA-CORRIDA
                  ' (ORDGEN)'
                  DELIMITED BY SIZE INTO WK-ORDGENRP-LINEA
           PERFORM 8000-ESCRIBIR-LINEA
           MOVE 'SIGUE = PROXIMO VENCIMIENTO O REINTENTO DE LA ORDEN'
               TO WK-ORDGENRP-LINEA
           PERFORM 8000-ESCRIBIR-LINEA
           MOVE ZEROS TO WK-ORP-NRO-ORDEN
           START ORDPERM-FILE KEY IS GREATER THAN OR EQUAL
               WK-ORP-NRO-ORDEN
               INVALID KEY
                   SET WS-NO-HAY-MAS-ORDENES TO TRUE
           END-START.

       1100-LEER-PARAMETRO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LOTE-ID
           OPEN INPUT ORDGEPAR-FILE
           IF WS-FS-ORDGEPAR NOT = '00'
               DISPLAY 'ORDGEN - ERROR AL ABRIR ORDGEPAR FS='
                       WS-FS-ORDGEPAR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ ORDGEPAR-FILE INTO WS-PARAMETRO
               AT END
                   DISPLAY 'ORDGEN - ORDGEPAR SIN PARAMETRO'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           CLOSE ORDGEPAR-FILE
           IF WS-PAR-MAX-FALLAS NOT NUMERIC
              OR WS-PAR-DIAS-REINTENTO NOT NUMERIC
              OR WS-PAR-MAX-FALLAS = ZEROS
              OR WS-PAR-DIAS-REINTENTO = ZEROS
               DISPLAY 'ORDGEN - PARAMETRO INVALIDO: FALLAS/DIAS ENTRE '
                       'REINTENTOS ' WS-PARAMETRO(1:5)
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-PAR-FECHA-X = SPACES
               MOVE WS-LOTE-ID TO WS-FECHA-CORRIDA-NUM
           ELSE
               IF WS-PAR-FECHA-AAAA NOT NUMERIC
                  OR WS-PAR-FECHA-MM NOT NUMERIC
                  OR WS-PAR-FECHA-DD NOT NUMERIC
                  OR WS-PAR-FECHA-X(5:1) NOT = '-'
                  OR WS-PAR-FECHA-X(8:1) NOT = '-'
                   DISPLAY 'ORDGEN - PARAMETRO INVALIDO: FECHA '
                           WS-PAR-FECHA-X
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               COMPUTE WS-FECHA-CORRIDA-NUM =
                   WS-PAR-FECHA-AAAA * 10000
                   + WS-PAR-FECHA-MM * 100 + WS-PAR-FECHA-DD
           END-IF
           STRING WS-FECHA-CORRIDA-NUM(1:4) '-'
                  WS-FECHA-CORRIDA-NUM(5:2) '-'
                  WS-FECHA-CORRIDA-NUM(7:2)
                  DELIMITED BY SIZE INTO WS-FECHA-CORRIDA.

      *    MISMO RECORRIDO QUE PGM_28S/CTALIQ: LA MAYOR SECUENCIA
      *    PRESENTE EN EL CTAMOV DEL LOTE ES LA DEL ULTIMO REGISTRO.
       1200-BUSCAR-ULTIMA-SEQ-CTAMOV.
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

      *    PRIMERO SE RESUELVE LO GENERADO EN UNA CORRIDA ANTERIOR;
      *    RECIEN SIN OCURRENCIA PENDIENTE SE MIRA EL VENCIMIENTO.
      *    SUSPENDIDAS Y CANCELADAS TAMBIEN RESUELVEN LA PENDIENTE
      *    (EL MOVIMIENTO YA ESTABA EN CTAMOV CUANDO SE LAS CAMBIO).
       2000-PROCESAR-ORDEN.
           SET WS-ORDEN-MODIFICADA TO FALSE
           IF WK-ORP-GEN-PENDIENTE
               PERFORM 3000-RESOLVER-GENERADA
           END-IF
           IF WK-ORP-ACTIVA AND WK-ORP-GEN-NINGUNA
               PERFORM 4000-EVALUAR-VENCIMIENTO
           END-IF
           IF WS-ORDEN-MODIFICADA
               PERFORM 7000-GRABAR-ORDEN
           END-IF.

       3000-RESOLVER-GENERADA.
           MOVE WK-ORP-GEN-FECHA-OCURR TO WS-FECHA-OCURRENCIA
           PERFORM 3050-ARMAR-REFERENCIA
           PERFORM 3100-BUSCAR-EN-CTAMOV
           IF WS-EN-CTAMOV
               ADD 1 TO WS-CANT-EN-LOTE
               MOVE 'EN EL LOTE'  TO WS-LIN-EVENTO
               MOVE SPACES TO WS-MOTIVO
               STRING 'YA GENERADA, CTAMOV SEQ ' WK-ORP-GEN-NRO-SEQ
                      DELIMITED BY SIZE INTO WS-MOTIVO
               PERFORM 8100-INFORMAR-ORDEN
           ELSE
               PERFORM 3200-BUSCAR-EN-CTAMOVH
               IF WS-EN-CTAMOVH
                   PERFORM 3300-CONFIRMAR-OCURRENCIA
               ELSE
                   IF WK-ORP-GEN-LOTE-ID = WS-LOTE-ID
                       PERFORM 3400-COMPLETAR-GENERADA
                   ELSE
                       MOVE SPACES TO WK-ORP-GENERADA
                       MOVE ZEROS  TO WK-ORP-GEN-NRO-SEQ
                       MOVE 'RECHAZADA POR MOVCARGA (VER MOVRECH)'
                           TO WS-MOTIVO
                       PERFORM 5000-REGISTRAR-FALLA
                   END-IF
               END-IF
           END-IF.

       3050-ARMAR-REFERENCIA.
           MOVE WK-ORP-NRO-ORDEN           TO WS-REF-NRO-ORDEN
           MOVE WS-FECHA-OCURRENCIA(3:2)   TO WS-REF-AA
           MOVE WS-FECHA-OCURRENCIA(6:2)   TO WS-REF-MM.

      *    LA SECUENCIA RESERVADA SOLO ES NUESTRA SI EL MOVIMIENTO ES
      *    DE ORIGEN OP CON LA MISMA REFERENCIA: EL CTAMOV DE OTRA
      *    NOCHE REUTILIZA LAS SECUENCIAS.
       3100-BUSCAR-EN-CTAMOV.
           SET WS-EN-CTAMOV TO FALSE
           MOVE WK-ORP-GEN-NRO-SEQ TO WK-MOV-NRO-SEQ
           READ CTAMOV-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WK-MOV-ES-ORDEN-PERMANENTE
                      AND WK-MOV-REFERENCIA = WS-REFERENCIA-X
                       SET WS-EN-CTAMOV TO TRUE
                   END-IF
           END-READ.

      *    LO APLICADO POR MOVCARGA DEJA EN CTAMOVH EL TRAMO DEBITO
      *    SOBRE LA CUENTA ORIGEN. SE RECORREN LAS FILAS DE LA CUENTA
      *    DESDE EL LOTE DE GENERACION (MOVCARGA PUDO CORRER PASADA LA
      *    MEDIANOCHE, CON LOTE DEL DIA SIGUIENTE).
       3200-BUSCAR-EN-CTAMOVH.
           SET WS-EN-CTAMOVH TO FALSE
           SET WS-FIN-CTAMOVH TO FALSE
           MOVE WK-ORP-NRO-CUENTA-ORIGEN TO WK-MVH-NRO-CUENTA
           MOVE WK-ORP-GEN-LOTE-ID       TO WK-MVH-LOTE-ID
           MOVE ZEROS                    TO WK-MVH-NRO-SEQ
           START CTAMOVH-FILE KEY IS GREATER THAN OR EQUAL
               WK-MVH-CLAVE
               INVALID KEY
                   SET WS-FIN-CTAMOVH TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-CTAMOVH OR WS-EN-CTAMOVH
               READ CTAMOVH-FILE NEXT RECORD
                   AT END
                       SET WS-FIN-CTAMOVH TO TRUE
                   NOT AT END
                       IF WK-MVH-NRO-CUENTA NOT =
                          WK-ORP-NRO-CUENTA-ORIGEN
                           SET WS-FIN-CTAMOVH TO TRUE
                       ELSE
                           IF WK-MVH-ORIGEN = 'OP'
                              AND WK-MVH-REFERENCIA = WS-REFERENCIA-X
                               SET WS-EN-CTAMOVH TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    OCURRENCIA APLICADA: LAS FALLAS CONSECUTIVAS VUELVEN A CERO
      *    Y, SI LA ORDEN SIGUE EN ESE VENCIMIENTO (NO LA REACTIVARON
      *    EN EL MEDIO), PASA AL SIGUIENTE.
       3300-CONFIRMAR-OCURRENCIA.
           ADD 1 TO WS-CANT-APLICADAS
           MOVE WK-ORP-GEN-FECHA-OCURR TO WK-ORP-FECHA-ULTIMA-OCURR
           MOVE ZEROS  TO WK-ORP-CANT-FALLAS
           MOVE SPACES TO WK-ORP-FECHA-REINTENTO
           IF WK-ORP-FECHA-PROXIMA = WK-ORP-GEN-FECHA-OCURR
               MOVE WK-ORP-FECHA-PROXIMA TO WS-FEC-TRABAJO-X
               PERFORM 4300-SIGUIENTE-VENCIMIENTO
               MOVE WS-FEC-TRABAJO-X TO WK-ORP-FECHA-PROXIMA
               PERFORM 4400-CONTROLAR-FIN-VIGENCIA
           END-IF
           MOVE SPACES TO WK-ORP-GENERADA
           MOVE ZEROS  TO WK-ORP-GEN-NRO-SEQ
           SET WS-ORDEN-MODIFICADA TO TRUE.

      *    CORTE ENTRE LA GRABACION DE LA ORDEN Y LA DEL MOVIMIENTO EN
      *    ESTE MISMO LOTE: LA SECUENCIA RESERVADA ERA MAYOR QUE TODO
      *    LO QUE HABIA EN CTAMOV, SIGUE LIBRE Y SE USA AHORA.
       3400-COMPLETAR-GENERADA.
           IF WK-ORP-GEN-NRO-SEQ > WS-ULTIMA-SEQ-CTAMOV
               MOVE WK-ORP-GEN-NRO-SEQ TO WS-ULTIMA-SEQ-CTAMOV
           END-IF
           PERFORM 6100-ESCRIBIR-MOVIMIENTO
           IF WS-GRABACION-OK
               ADD 1 TO WS-CANT-GENERADAS
               MOVE 'GENERADA'    TO WS-LIN-EVENTO
               MOVE SPACES TO WS-MOTIVO
               STRING 'COMPLETADA, CTAMOV SEQ ' WK-ORP-GEN-NRO-SEQ
                      DELIMITED BY SIZE INTO WS-MOTIVO
               PERFORM 8100-INFORMAR-ORDEN
           END-IF.

       4000-EVALUAR-VENCIMIENTO.
           IF WK-ORP-FECHA-PROXIMA = SPACES
               PERFORM 4100-CALCULAR-PRIMER-VENCIMIENTO
               SET WS-ORDEN-MODIFICADA TO TRUE
               PERFORM 4400-CONTROLAR-FIN-VIGENCIA
           END-IF
           IF WK-ORP-ACTIVA
              AND WK-ORP-FECHA-PROXIMA NOT > WS-FECHA-CORRIDA
              AND (WK-ORP-FECHA-REINTENTO = SPACES
                   OR WK-ORP-FECHA-REINTENTO NOT > WS-FECHA-CORRIDA)
               MOVE WK-ORP-FECHA-PROXIMA TO WS-FECHA-OCURRENCIA
               PERFORM 4500-CONTROLAR-CUENTAS
               IF WS-CUENTAS-OK
                   PERFORM 6000-GENERAR-OCURRENCIA
               ELSE
                   PERFORM 5000-REGISTRAR-FALLA
               END-IF
           END-IF.

      *    PRIMER DIA_DEL_MES A PARTIR DE LA FECHA_DESDE O DE LA
      *    CORRIDA (LA POSTERIOR): UNA ORDEN NUEVA O REACTIVADA NO
      *    COBRA VENCIMIENTOS PASADOS. NUNCA REPITE LA ULTIMA
      *    OCURRENCIA APLICADA.
       4100-CALCULAR-PRIMER-VENCIMIENTO.
           MOVE WK-ORP-FECHA-DESDE TO WS-FECHA-BASE
           IF WS-FECHA-BASE < WS-FECHA-CORRIDA
               MOVE WS-FECHA-CORRIDA TO WS-FECHA-BASE
           END-IF
           MOVE WS-FECHA-BASE TO WS-FEC-TRABAJO-X
           MOVE WK-ORP-DIA-DEL-MES TO WS-FT-DD
           PERFORM 4250-AJUSTAR-DIA
           IF WS-FEC-TRABAJO-X < WS-FECHA-BASE
               MOVE 1 TO WS-MESES-A-SUMAR
               PERFORM 4200-SUMAR-MESES
           END-IF
           IF WK-ORP-FECHA-ULTIMA-OCURR NOT = SPACES
              AND WS-FEC-TRABAJO-X NOT > WK-ORP-FECHA-ULTIMA-OCURR
               MOVE 1 TO WS-MESES-A-SUMAR
               PERFORM 4200-SUMAR-MESES
           END-IF
           MOVE WS-FEC-TRABAJO-X TO WK-ORP-FECHA-PROXIMA.

      *    WS-FEC-TRABAJO + WS-MESES-A-SUMAR, VENCIENDO EL DIA_DEL_MES
      *    DE LA ORDEN (ARITMETICA DE PGM_28Z/CLICERTV).
       4200-SUMAR-MESES.
           COMPUTE WS-MESES-TOTAL =
               WS-FT-AAAA * 12 + WS-FT-MM - 1 + WS-MESES-A-SUMAR
           DIVIDE WS-MESES-TOTAL BY 12
               GIVING WS-FT-AAAA REMAINDER WS-MESES-RESTO
           COMPUTE WS-FT-MM = WS-MESES-RESTO + 1
           MOVE WK-ORP-DIA-DEL-MES TO WS-FT-DD
           PERFORM 4250-AJUSTAR-DIA.

      *    EN UN MES MAS CORTO QUE EL DIA_DEL_MES VENCE EL ULTIMO DIA.
       4250-AJUSTAR-DIA.
           IF WS-FT-DD > 28
               IF WS-FT-MM = 12
                   COMPUTE WS-FEC-NUM = (WS-FT-AAAA + 1) * 10000 + 101
               ELSE
                   COMPUTE WS-FEC-NUM =
                       WS-FT-AAAA * 10000 + (WS-FT-MM + 1) * 100 + 1
               END-IF
               COMPUTE WS-FEC-DIA =
                   FUNCTION INTEGER-OF-DATE(WS-FEC-NUM) - 1
               COMPUTE WS-ULTIMO-DIA-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-FEC-DIA)
               IF WS-FT-DD > WS-ULTIMO-DIA-NUM(7:2)
                   MOVE WS-ULTIMO-DIA-NUM(7:2) TO WS-FT-DD
               END-IF
           END-IF
           MOVE '-' TO WS-FT-SEP1
                       WS-FT-SEP2.

       4300-SIGUIENTE-VENCIMIENTO.
           EVALUATE TRUE
               WHEN WK-ORP-BIMESTRAL
                   MOVE 2  TO WS-MESES-A-SUMAR
               WHEN WK-ORP-TRIMESTRAL
                   MOVE 3  TO WS-MESES-A-SUMAR
               WHEN WK-ORP-SEMESTRAL
                   MOVE 6  TO WS-MESES-A-SUMAR
               WHEN WK-ORP-ANUAL
                   MOVE 12 TO WS-MESES-A-SUMAR
               WHEN OTHER
                   MOVE 1  TO WS-MESES-A-SUMAR
           END-EVALUATE
           PERFORM 4200-SUMAR-MESES.

       4350-SUMAR-DIAS.
           COMPUTE WS-FEC-NUM =
               WS-FT-AAAA * 10000 + WS-FT-MM * 100 + WS-FT-DD
           COMPUTE WS-FEC-DIA =
               FUNCTION INTEGER-OF-DATE(WS-FEC-NUM)
               + WS-FEC-DIAS-A-SUMAR
           COMPUTE WS-FEC-NUM = FUNCTION DATE-OF-INTEGER(WS-FEC-DIA)
           MOVE SPACES TO WS-FEC-TRABAJO-X
           STRING WS-FEC-NUM(1:4) '-' WS-FEC-NUM(5:2) '-'
                  WS-FEC-NUM(7:2)
                  DELIMITED BY SIZE INTO WS-FEC-TRABAJO-X.

       4400-CONTROLAR-FIN-VIGENCIA.
           IF WK-ORP-ACTIVA
              AND WK-ORP-FECHA-HASTA NOT = SPACES
              AND WK-ORP-FECHA-PROXIMA > WK-ORP-FECHA-HASTA
               SET WK-ORP-FINALIZADA TO TRUE
               PERFORM 5200-ANOTAR-CAMBIO-GENERADOR
               ADD 1 TO WS-CANT-FINALIZADAS
               MOVE WK-ORP-FECHA-PROXIMA TO WS-FECHA-OCURRENCIA
               MOVE 'FINALIZADA'  TO WS-LIN-EVENTO
               MOVE 'SIN VENCIMIENTOS HASTA LA FECHA_HASTA'
                   TO WS-MOTIVO
               MOVE SPACES TO WK-ORP-FECHA-PROXIMA
               PERFORM 8100-INFORMAR-ORDEN
           END-IF.

      *    LAS CUENTAS DE LA ORDEN SE MIRAN ANTES DE GENERAR; LOS
      *    FONDOS LOS CONTROLA MOVCARGA CON EL SALDO YA MOVIDO POR LOS
      *    MOVIMIENTOS DEL DIA (LOS DE LA ORDEN VAN DESPUES EN CTAMOV).
       4500-CONTROLAR-CUENTAS.
           SET WS-CUENTAS-OK TO TRUE
           MOVE WK-ORP-NRO-CUENTA-ORIGEN TO WK-CTA-NRO-CUENTA
           READ CUENTAS-FILE
               INVALID KEY
                   MOVE 'CUENTA ORIGEN INEXISTENTE' TO WS-MOTIVO
                   SET WS-CUENTAS-OK TO FALSE
               NOT INVALID KEY
                   IF NOT WK-CTA-ESTA-ABIERTA
                       MOVE 'CUENTA ORIGEN CERRADA' TO WS-MOTIVO
                       SET WS-CUENTAS-OK TO FALSE
                   END-IF
           END-READ
           IF WS-CUENTAS-OK AND WK-ORP-ES-TRANSFERENCIA
               MOVE WK-ORP-NRO-CUENTA-DESTINO TO WK-CTA-NRO-CUENTA
               READ CUENTAS-FILE
                   INVALID KEY
                       MOVE 'CUENTA DESTINO INEXISTENTE' TO WS-MOTIVO
                       SET WS-CUENTAS-OK TO FALSE
                   NOT INVALID KEY
                       IF NOT WK-CTA-ESTA-ABIERTA
                           MOVE 'CUENTA DESTINO CERRADA' TO WS-MOTIVO
                           SET WS-CUENTAS-OK TO FALSE
                       END-IF
               END-READ
           END-IF.

      *    FALLA DE LA OCURRENCIA WS-FECHA-OCURRENCIA POR WS-MOTIVO.
      *    EN UNA ORDEN ACTIVA: AL MAXIMO DE FALLAS CONSECUTIVAS SE
      *    SUSPENDE; SI NO, SE PROGRAMA EL REINTENTO. UNA ORDEN QUE YA
      *    NO ESTA ACTIVA SOLO ACUMULA LA FALLA.
       5000-REGISTRAR-FALLA.
           ADD 1 TO WS-CANT-FALLAS
           IF WK-ORP-CANT-FALLAS < 99
               ADD 1 TO WK-ORP-CANT-FALLAS
           END-IF
           MOVE WS-FECHA-CORRIDA TO WK-ORP-FECHA-ULTIMA-FALLA
           MOVE WS-MOTIVO        TO WK-ORP-MOTIVO-ULTIMA-FALLA
           MOVE SPACES           TO WK-ORP-FECHA-REINTENTO
           SET WS-ORDEN-MODIFICADA TO TRUE
           MOVE WK-ORP-CANT-FALLAS TO WS-EVF-FALLAS
           MOVE WS-PAR-MAX-FALLAS  TO WS-EVF-MAXIMO
           MOVE WS-EVENTO-FALLA    TO WS-LIN-EVENTO
           IF WK-ORP-ACTIVA
               IF WK-ORP-CANT-FALLAS NOT < WS-PAR-MAX-FALLAS
                   PERFORM 8100-INFORMAR-ORDEN
                   SET WK-ORP-SUSPENDIDA TO TRUE
                   PERFORM 5200-ANOTAR-CAMBIO-GENERADOR
                   ADD 1 TO WS-CANT-SUSPENDIDAS
                   MOVE 'SUSPENDIDA'  TO WS-LIN-EVENTO
                   MOVE 'FALLAS CONSECUTIVAS, REACTIVAR EN ORDMANE'
                       TO WS-MOTIVO
                   PERFORM 8100-INFORMAR-ORDEN
               ELSE
                   IF WS-FECHA-OCURRENCIA = WK-ORP-FECHA-PROXIMA
                       PERFORM 5100-PROGRAMAR-REINTENTO
                   ELSE
                       PERFORM 8100-INFORMAR-ORDEN
                   END-IF
               END-IF
           ELSE
               PERFORM 8100-INFORMAR-ORDEN
           END-IF.

      *    REINTENTO A N DIAS DE LA CORRIDA, SALVO QUE CAIGA EN O
      *    DESPUES DEL VENCIMIENTO SIGUIENTE: AHI LA OCURRENCIA QUEDA
      *    SIN COBRAR Y LA ORDEN PASA AL SIGUIENTE.
       5100-PROGRAMAR-REINTENTO.
           MOVE WS-FECHA-CORRIDA TO WS-FEC-TRABAJO-X
           MOVE WS-PAR-DIAS-REINTENTO TO WS-FEC-DIAS-A-SUMAR
           PERFORM 4350-SUMAR-DIAS
           MOVE WS-FEC-TRABAJO-X TO WS-FECHA-REINTENTO
           MOVE WK-ORP-FECHA-PROXIMA TO WS-FEC-TRABAJO-X
           PERFORM 4300-SIGUIENTE-VENCIMIENTO
           MOVE WS-FEC-TRABAJO-X TO WS-FECHA-SIGUIENTE
           IF WS-FECHA-REINTENTO < WS-FECHA-SIGUIENTE
               MOVE WS-FECHA-REINTENTO TO WK-ORP-FECHA-REINTENTO
               PERFORM 8100-INFORMAR-ORDEN
           ELSE
               PERFORM 8100-INFORMAR-ORDEN
               ADD 1 TO WS-CANT-NO-COBRADAS
               MOVE WS-FECHA-SIGUIENTE TO WK-ORP-FECHA-PROXIMA
               MOVE 'NO COBRADA'  TO WS-LIN-EVENTO
               MOVE 'EL REINTENTO PASA AL VENCIMIENTO SIGUIENTE'
                   TO WS-MOTIVO
               PERFORM 8100-INFORMAR-ORDEN
               PERFORM 4400-CONTROLAR-FIN-VIGENCIA
           END-IF.

       5200-ANOTAR-CAMBIO-GENERADOR.
           SET WK-ORP-ESTADO-POR-GENERADOR TO TRUE
           MOVE WS-FECHA-CORRIDA TO WK-ORP-FECHA-ULTIMO-CAMBIO
           MOVE 'ORDGEN'         TO WK-ORP-OPERADOR-ULTIMO-CAMBIO
           SET WS-ORDEN-MODIFICADA TO TRUE.

      *    LA ORDEN SE GRABA CON LA OCURRENCIA Y LA SECUENCIA
      *    RESERVADA ANTES DE ESCRIBIR EL MOVIMIENTO: SI ALGO CORTA EN
      *    EL MEDIO, LA REEJECUCION COMPLETA EN VEZ DE DUPLICAR.
       6000-GENERAR-OCURRENCIA.
           ADD 1 TO WS-ULTIMA-SEQ-CTAMOV
           SET WK-ORP-GEN-PENDIENTE TO TRUE
           MOVE WK-ORP-FECHA-PROXIMA  TO WK-ORP-GEN-FECHA-OCURR
           MOVE WS-LOTE-ID            TO WK-ORP-GEN-LOTE-ID
           MOVE WS-ULTIMA-SEQ-CTAMOV  TO WK-ORP-GEN-NRO-SEQ
           PERFORM 7000-GRABAR-ORDEN
           IF WS-GRABACION-OK
               PERFORM 3050-ARMAR-REFERENCIA
               PERFORM 6100-ESCRIBIR-MOVIMIENTO
           END-IF
           IF WS-GRABACION-OK
               ADD 1 TO WS-CANT-GENERADAS
               MOVE 'GENERADA'    TO WS-LIN-EVENTO
               MOVE SPACES TO WS-MOTIVO
               STRING 'CTAMOV SEQ ' WK-ORP-GEN-NRO-SEQ
                      DELIMITED BY SIZE INTO WS-MOTIVO
               PERFORM 8100-INFORMAR-ORDEN
           END-IF.

      *    DA = EXTRACCION SOBRE LA CUENTA ORIGEN; TR = TRANSFERENCIA
      *    A LA CUENTA DESTINO (MOVCARGA APLICA LOS DOS TRAMOS JUNTOS).
       6100-ESCRIBIR-MOVIMIENTO.
           SET WS-GRABACION-OK TO TRUE
           MOVE WK-ORP-GEN-NRO-SEQ       TO WK-MOV-NRO-SEQ
           MOVE WK-ORP-NRO-CUENTA-ORIGEN TO WK-MOV-NRO-CUENTA
           IF WK-ORP-ES-TRANSFERENCIA
               MOVE 'TR' TO WK-MOV-TIPO-MOVIMIENTO
               MOVE WK-ORP-NRO-CUENTA-DESTINO TO
                   WK-MOV-NRO-CUENTA-DESTINO
           ELSE
               MOVE 'EX' TO WK-MOV-TIPO-MOVIMIENTO
               MOVE ZEROS TO WK-MOV-NRO-CUENTA-DESTINO
           END-IF
           MOVE WK-ORP-IMPORTE           TO WK-MOV-IMPORTE
           MOVE WS-FECHA-CORRIDA         TO WK-MOV-FECHA
           SET WK-MOV-ES-ORDEN-PERMANENTE TO TRUE
           MOVE WS-REFERENCIA-X          TO WK-MOV-REFERENCIA
           WRITE WK-CTAMOV
               INVALID KEY
                   DISPLAY 'ORDGEN - ERROR AL GRABAR CTAMOV SEQ '
                           WK-MOV-NRO-SEQ ' ORDEN ' WK-ORP-NRO-ORDEN
                           ' FS=' WS-FS-CTAMOV
                   SET WS-GRABACION-OK TO FALSE
                   ADD 1 TO WS-CANT-ERRORES
                   MOVE 'ERROR'       TO WS-LIN-EVENTO
                   MOVE 'ERROR AL GRABAR EL MOVIMIENTO EN CTAMOV'
                       TO WS-MOTIVO
                   PERFORM 8100-INFORMAR-ORDEN
           END-WRITE.

       7000-GRABAR-ORDEN.
           SET WS-GRABACION-OK TO TRUE
           REWRITE WK-ORDPERM
               INVALID KEY
                   DISPLAY 'ORDGEN - ERROR AL REGRABAR ORDPERM ORDEN '
                           WK-ORP-NRO-ORDEN ' FS=' WS-FS-ORDPERM
                   SET WS-GRABACION-OK TO FALSE
                   ADD 1 TO WS-CANT-ERRORES
                   MOVE 'ERROR'       TO WS-LIN-EVENTO
                   MOVE 'ERROR AL REGRABAR LA ORDEN EN ORDPERM'
                       TO WS-MOTIVO
                   PERFORM 8100-INFORMAR-ORDEN
           END-REWRITE
           SET WS-ORDEN-MODIFICADA TO FALSE.

       8000-ESCRIBIR-LINEA.
           WRITE WK-ORDGENRP-LINEA
           IF WS-FS-ORDGENRP NOT = '00'
               DISPLAY 'ORDGEN - ERROR AL ESCRIBIR ORDGENRP FS='
                       WS-FS-ORDGENRP
           END-IF
           MOVE SPACES TO WK-ORDGENRP-LINEA.

      *    SIGUE = LA PROXIMA FECHA EN QUE LA ORDEN VUELVE A MOVERSE:
      *    EL REINTENTO SI HAY UNO PROGRAMADO, SI NO EL VENCIMIENTO
      *    (EN BLANCO EN UNA ORDEN QUE YA NO ESTA ACTIVA).
       8100-INFORMAR-ORDEN.
           MOVE WK-ORP-NRO-ORDEN         TO WS-LIN-NRO-ORDEN
           MOVE WK-ORP-NRO-CUENTA-ORIGEN TO WS-LIN-NRO-CUENTA
           MOVE WS-FECHA-OCURRENCIA      TO WS-LIN-VENCIMIENTO
           MOVE WK-ORP-IMPORTE           TO WS-LIN-IMPORTE
           MOVE WS-MOTIVO                TO WS-LIN-MOTIVO
           EVALUATE TRUE
               WHEN NOT WK-ORP-ACTIVA
                   MOVE SPACES TO WS-LIN-SIGUE
               WHEN WK-ORP-FECHA-REINTENTO NOT = SPACES
                   MOVE WK-ORP-FECHA-REINTENTO TO WS-LIN-SIGUE
               WHEN OTHER
                   MOVE WK-ORP-FECHA-PROXIMA TO WS-LIN-SIGUE
           END-EVALUATE
           WRITE WK-ORDGENRP-LINEA FROM WS-LINEA-ORDEN
           IF WS-FS-ORDGENRP NOT = '00'
               DISPLAY 'ORDGEN - ERROR AL ESCRIBIR ORDGENRP FS='
                       WS-FS-ORDGENRP
           END-IF.

       9000-FINALIZAR.
           CLOSE ORDPERM-FILE
                 CUENTAS-FILE
                 CTAMOV-FILE
                 CTAMOVH-FILE
                 ORDGENRP-FILE.
