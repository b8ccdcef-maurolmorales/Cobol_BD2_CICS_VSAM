      *   - TOTALES DE RECHAZOS/EXCEPCIONES/ALERTAS POR FUENTE        *
      *     (CLIRECH, CLICOBRJ, CTARECH, CLIRECRPT, CLIFEXCP,          *
      *     CLICTEXP, CLISECRP, CLISECRA, MOVRECH, CLICIEEX,           *
      *     CLISUCRP, CTADESRP, CTACONEX)                              *
      *   - UN VEREDICTO UNICO: OK SI TODOS LOS PROGRAMAS ESPERADOS   *
      *     TERMINARON EN OK Y NINGUNA FUENTE TRAE NOVEDADES;         *
      *     REVISAR EN CUALQUIER OTRO CASO                             *
      * Y EL CONSOLIDADOR DE LAS 05:00 DEBE MIRAR ESE LOTE.           *
      * UNA FUENTE SIN ARCHIVO SE INFORMA COMO TAL Y NO CUENTA PARA   *
      * EL VEREDICTO (LA AUSENCIA DEL PROGRAMA YA LA MARCA EL CONTROL) *
      * CLISECRA, CLICIEEX, CLISUCRP, CTADESRP Y CTACONEX SIEMPRE      *
      * ARRANCAN CON UNA LINEA DE TITULO, QUE SE DESCUENTA DEL TOTAL   *
      * DE ESAS FUENTES. CTADESRP (CUENTAS EN DESCUBIERTO) ES          *
      * INFORMATIVA. CTACONEX (PGM_28U/CTACONT) TRAE LOS TIPOS DE      *
      * CUENTA DESCUADRADOS: UNA NOCHE QUE NO CUADRA ES A REVISAR.     *
      * DESPUES DE LAS FUENTES, Y ANTES DE LA LINEA DEL VEREDICTO, SE  *
      * LISTAN LAS BAJAS Y CIERRES CAPTURADOS EN LINEA QUE             *
      * AL CORTE SEGUIAN PENDIENTES DE APROBACION EN CP-NOVPEND        *
      * (PGM_28X): ESTADO P Y CAPTURADOS HASTA LA FECHA DEL LOTE       *
      * INCLUSIVE. NO ENTRARON EN LA CARGA DE LA NOCHE; LA LISTA ES    *
      * PARA QUE LOS SUPERVISORES LAS DECIDAN Y NO VOLTEA EL           *
      * VEREDICTO. SIN ARCHIVO NOVPEND SE INFORMA Y SE SIGUE.          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CLISUCRP.

           SELECT CTADESRP-FILE ASSIGN TO "CTADESRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTADESRP.

           SELECT CTACONEX-FILE ASSIGN TO "CTACONEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTACONEX.

           SELECT NOVPEND-FILE ASSIGN TO "NOVPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-PND-NRO-PEND
               ALTERNATE RECORD KEY IS WK-PND-CLAVE-ESTADO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-NOVPEND.

           SELECT CLIRESRP-FILE ASSIGN TO "CLIRESRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CLIRESRP.
           RECORD CONTAINS 80 CHARACTERS.
       01  WK-CLISUCRP-LINEA              PIC X(80).

       FD  CTADESRP-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  WK-CTADESRP-LINEA              PIC X(132).

       FD  CTACONEX-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WK-CTACONEX-LINEA              PIC X(80).

       FD  NOVPEND-FILE.
           COPY CP-NOVPEND.

       FD  CLIRESRP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WK-CLIRESRP-LINEA              PIC X(80).
       01  WS-FS-MOVRECH                  PIC XX.
       01  WS-FS-CLICIEEX                 PIC XX.
       01  WS-FS-CLISUCRP                 PIC XX.
       01  WS-FS-CTADESRP                 PIC XX.
       01  WS-FS-CTACONEX                 PIC XX.
       01  WS-FS-NOVPEND                  PIC XX.
       01  WS-FS-CLIRESRP                 PIC XX.

       01  WS-EOF-CLICTL                  PIC X VALUE 'N'.
           05 FILLER                      PIC X(8) VALUE 'CLICONV'.
           05 FILLER                      PIC X(8) VALUE 'CLICARGA'.
           05 FILLER                      PIC X(8) VALUE 'CLICIERR'.
           05 FILLER                      PIC X(8) VALUE 'CLICERTV'.
           05 FILLER                      PIC X(8) VALUE 'CTACARGA'.
           05 FILLER                      PIC X(8) VALUE 'ORDGEN'.
           05 FILLER                      PIC X(8) VALUE 'MOVCARGA'.
           05 FILLER                      PIC X(8) VALUE 'CTADESC'.
           05 FILLER                      PIC X(8) VALUE 'CTACONT'.
           05 FILLER                      PIC X(8) VALUE 'CTALAVA'.
           05 FILLER                      PIC X(8) VALUE 'CLIRECON'.
           05 FILLER                      PIC X(8) VALUE 'CLIFECHA'.
           05 FILLER                      PIC X(8) VALUE 'CLICONTV'.
           05 FILLER                      PIC X(8) VALUE 'CLISECW'.
           05 FILLER                      PIC X(8) VALUE 'CLISECA'.
           05 FILLER                      PIC X(8) VALUE 'OPESEGR'.
       01  FILLER REDEFINES WS-TABLA-ESPERADOS.
           05 WS-ESPERADO OCCURS 16 TIMES PIC X(8).
       01  WS-ESP-IX                      PIC 9(2).

      *    *************************************************************
      *    INFORMATIVAS: CLISUCRP TRAE UNA LINEA POR SUCURSAL DE
      *    PRODUCCION NORMAL (ALTAS/BAJAS/MODIFS), ASI QUE SUS LINEAS
      *    NO SON NOVEDADES A REVISAR Y NO DEBEN VOLTEAR EL VEREDICTO.
      *    CTADESRP (CTADESC, PGM_28T) TRAE UNA LINEA POR CUENTA EN
      *    DESCUBIERTO: EL DESCUBIERTO DENTRO DEL LIMITE ES OPERATORIA
      *    NORMAL, SE CUENTA PERO NO VOLTEA EL VEREDICTO.
       01  WS-TABLA-FUENTES.
           05 FILLER PIC X(10) VALUE 'CLIRECH NS'.
           05 FILLER PIC X(10) VALUE 'CLICOBRJNS'.
           05 FILLER PIC X(10) VALUE 'MOVRECH NS'.
           05 FILLER PIC X(10) VALUE 'CLICIEEXSS'.
           05 FILLER PIC X(10) VALUE 'CLISUCRPSN'.
           05 FILLER PIC X(10) VALUE 'CTADESRPSN'.
           05 FILLER PIC X(10) VALUE 'CTACONEXSS'.
       01  FILLER REDEFINES WS-TABLA-FUENTES.
           05 WS-FUENTE-ENTRADA OCCURS 13 TIMES.
              10 WS-FTE-NOMBRE            PIC X(8).
              10 WS-FTE-DESCONTAR-TITULO  PIC X.
              10 WS-FTE-AFECTA-VEREDICTO  PIC X.
           88  WS-FUENTE-AUSENTE          VALUE 'N'.

       01  WS-CANT-PROGRAMAS              PIC 9(4) VALUE ZEROS.
       01  WS-CANT-PENDIENTES             PIC 9(8) VALUE ZEROS.
       01  WS-EOF-NOVPEND                 PIC X VALUE 'N'.
           88  WS-NO-HAY-MAS-NOVPEND      VALUE 'S'.
       01  WS-CANT-NO-CORRIERON           PIC 9(4) VALUE ZEROS.
       01  WS-REGISTRO-HALLADO            PIC X.
           88  WS-CTL-HALLADO             VALUE 'S' FALSE 'N'.
           05 WS-LIN-FUENTE-DETALLE       PIC X(30).
           05 FILLER                      PIC X(35) VALUE SPACES.

       01  WS-LINEA-PENDIENTE.
           05 FILLER                      PIC X(10) VALUE 'PENDIENTE='.
           05 WS-LIN-NRO-PEND             PIC 9(8).
           05 FILLER                      PIC X(9) VALUE ' DESTINO='.
           05 WS-LIN-DESTINO              PIC X(7).
           05 FILLER                      PIC X(4) VALUE ' TN='.
           05 WS-LIN-TIPO-NOVEDAD         PIC X(2).
           05 FILLER                      PIC X(5) VALUE ' SUC='.
           05 WS-LIN-SUCURSAL             PIC X(4).
           05 FILLER                      PIC X(4) VALUE ' OP='.
           05 WS-LIN-OPERADOR             PIC X(8).
           05 FILLER                      PIC X(9) VALUE ' CAPTURA='.
           05 WS-LIN-FECHA-CAPTURA        PIC X(8).
           05 FILLER                      PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-RESUMIR-PROGRAMAS
           PERFORM 3000-TOTALIZAR-FUENTES
           PERFORM 3500-LISTAR-PENDIENTES
           PERFORM 4000-EMITIR-VEREDICTO
           DISPLAY 'CLIRESUM - LOTE ' WS-LOTE-ID
                   ' PROGRAMAS ' WS-CANT-PROGRAMAS
                   ' NO CORRIERON ' WS-CANT-NO-CORRIERON
                   ' PENDIENTES ' WS-CANT-PENDIENTES
                   ' VEREDICTO ' WS-VEREDICTO
           PERFORM 9000-FINALIZAR
           GOBACK.

       2000-RESUMIR-PROGRAMAS.
           PERFORM VARYING WS-ESP-IX FROM 1 BY 1
                   UNTIL WS-ESP-IX > 16
               PERFORM 2100-RESUMIR-UN-PROGRAMA
           END-PERFORM.


       3000-TOTALIZAR-FUENTES.
           PERFORM VARYING WS-FTE-IX FROM 1 BY 1
                   UNTIL WS-FTE-IX > 13
               PERFORM 3100-TOTALIZAR-UNA-FUENTE
           END-PERFORM.

               WHEN 9 PERFORM 3190-CONTAR-MOVRECH
               WHEN 10 PERFORM 3200-CONTAR-CLICIEEX
               WHEN 11 PERFORM 3210-CONTAR-CLISUCRP
               WHEN 12 PERFORM 3220-CONTAR-CTADESRP
               WHEN 13 PERFORM 3230-CONTAR-CTACONEX
           END-EVALUATE
           IF WS-FUENTE-PRESENTE
              AND WS-FTE-DESCONTAR-TITULO(WS-FTE-IX) = 'S'
               CLOSE CLISUCRP-FILE
           END-IF.

       3220-CONTAR-CTADESRP.
           OPEN INPUT CTADESRP-FILE
           IF WS-FS-CTADESRP = '00'
               SET WS-FUENTE-PRESENTE TO TRUE
               PERFORM UNTIL WS-NO-HAY-MAS-FUENTE
                   READ CTADESRP-FILE
                       AT END
                           SET WS-NO-HAY-MAS-FUENTE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-FUENTE-LINEAS
                   END-READ
               END-PERFORM
               CLOSE CTADESRP-FILE
           END-IF.

       3230-CONTAR-CTACONEX.
           OPEN INPUT CTACONEX-FILE
           IF WS-FS-CTACONEX = '00'
               SET WS-FUENTE-PRESENTE TO TRUE
               PERFORM UNTIL WS-NO-HAY-MAS-FUENTE
                   READ CTACONEX-FILE
                       AT END
                           SET WS-NO-HAY-MAS-FUENTE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-FUENTE-LINEAS
                   END-READ
               END-PERFORM
               CLOSE CTACONEX-FILE
           END-IF.

      *    PENDIENTES AL CORTE: ALTERNATE KEY ESTADO + SUCURSAL
      *    DESDE 'P' (LAS DE CADA SUCURSAL SALEN EN ORDEN DE NRO).
      *    LAS CAPTURADAS DESPUES DE LA FECHA DEL LOTE SON DEL DIA
      *    SIGUIENTE Y NO SE LISTAN.
       3500-LISTAR-PENDIENTES.
           OPEN INPUT NOVPEND-FILE
           IF WS-FS-NOVPEND NOT = '00'
               MOVE SPACES TO WK-CLIRESRP-LINEA
               STRING 'PENDIENTES DE APROBACION: SIN ARCHIVO NOVPEND '
                      'FS=' WS-FS-NOVPEND
                      DELIMITED BY SIZE INTO WK-CLIRESRP-LINEA
               PERFORM 8000-ESCRIBIR-LINEA
           ELSE
               MOVE 'P'        TO WK-PND-ESTADO
               MOVE LOW-VALUES TO WK-PND-SUCURSAL
               START NOVPEND-FILE KEY IS NOT LESS THAN
                   WK-PND-CLAVE-ESTADO
                   INVALID KEY
                       SET WS-NO-HAY-MAS-NOVPEND TO TRUE
               END-START
               PERFORM UNTIL WS-NO-HAY-MAS-NOVPEND
                   READ NOVPEND-FILE NEXT RECORD
                       AT END
                           SET WS-NO-HAY-MAS-NOVPEND TO TRUE
                       NOT AT END
                           IF NOT WK-PND-ES-PENDIENTE
                               SET WS-NO-HAY-MAS-NOVPEND TO TRUE
                           ELSE
                               PERFORM 3510-LISTAR-UNA-PENDIENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOVPEND-FILE
               MOVE SPACES TO WK-CLIRESRP-LINEA
               STRING 'PENDIENTES DE APROBACION AL CORTE: '
                      WS-CANT-PENDIENTES
                      DELIMITED BY SIZE INTO WK-CLIRESRP-LINEA
               PERFORM 8000-ESCRIBIR-LINEA
           END-IF.

       3510-LISTAR-UNA-PENDIENTE.
           IF WK-PND-FECHA-HORA-CAPTURA(1:8) NOT > WS-LOTE-ID
               ADD 1 TO WS-CANT-PENDIENTES
               MOVE WK-PND-NRO-PEND          TO WS-LIN-NRO-PEND
               MOVE WK-PND-DESTINO           TO WS-LIN-DESTINO
               IF WK-PND-VA-A-CLITRAN
                   MOVE WK-PND-CLI-TIPO-NOVEDAD TO WS-LIN-TIPO-NOVEDAD
               ELSE
                   MOVE WK-PND-CTA-TIPO-NOVEDAD TO WS-LIN-TIPO-NOVEDAD
               END-IF
               MOVE WK-PND-SUCURSAL          TO WS-LIN-SUCURSAL
               MOVE WK-PND-OPERADOR-CAPTURA  TO WS-LIN-OPERADOR
               MOVE WK-PND-FECHA-HORA-CAPTURA(1:8)
                   TO WS-LIN-FECHA-CAPTURA
               WRITE WK-CLIRESRP-LINEA FROM WS-LINEA-PENDIENTE
               IF WS-FS-CLIRESRP NOT = '00'
                   DISPLAY 'CLIRESUM - ERROR AL ESCRIBIR CLIRESRP FS='
                           WS-FS-CLIRESRP
               END-IF
           END-IF.

       4000-EMITIR-VEREDICTO.
           MOVE SPACES TO WK-CLIRESRP-LINEA
           STRING 'VEREDICTO DE LA NOCHE: ' WS-VEREDICTO
                  DELIMITED BY SIZE INTO WK-CLIRESRP-LINEA
           PERFORM 8000-ESCRIBIR-LINEA.
