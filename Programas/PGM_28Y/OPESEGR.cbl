       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPESEGR.
      ******************************************************************
      * PGM_28Y - OPESEGR                                              *
      * REPORTE DIARIO DE SEGURIDAD DE LAS TRANSACCIONES CICS PARA     *
      * AUDITORIA (OPESEGRP, 80 COLUMNAS):                             *
      *   - LAS VIOLACIONES DEL DIA: CADA INTENTO DENEGADO QUE         *
      *     PGM_28Y/OPESEGV DEJO EN CP-OPEVIOL, CON HORA, OPERADOR,    *
      *     TERMINAL, TRANSACCION, SUCURSAL Y MOTIVO                   *
      *   - LOS PERFILES VIGENTES DE CP-OPEPERF SIN USO EN LOS ULTIMOS *
      *     N DIAS: ULTIMO USO (O, SI NUNCA SE USO, ALTA) IGUAL O      *
      *     ANTERIOR A LA FECHA DEL REPORTE MENOS N. SON LOS ACCESOS   *
      *     CANDIDATOS A RETIRAR CON PGM_28O/CLIMANT                   *
      * PARAMETRO (ARCHIVO OPESEPAR, UNA LINEA):                       *
      *   COL 1-3   = N, DIAS SIN USO (OBLIGATORIO, MAYOR QUE CERO)    *
      *   COL 5-14  = FECHA A INFORMAR AAAA-MM-DD (EN BLANCO = LA      *
      *               FECHA DE LA CORRIDA; SE INFORMA PARA REPETIR UN  *
      *               DIA ANTERIOR O SI LA CORRIDA CRUZA LA            *
      *               MEDIANOCHE)                                      *
      * EL LOG SE RECORRE POR NRO DE SECUENCIA, QUE CRECE CON LA HORA: *
      * LA LECTURA TERMINA EN LA PRIMERA VIOLACION POSTERIOR AL DIA.   *
      * CONTROL DE LOTES: LEIDAS = VIOLACIONES Y PERFILES LEIDOS,      *
      * PROCESADAS = LINEAS INFORMADAS. EL REPORTE ES PARA AUDITORIA   *
      * Y NO TIENE RECHAZOS: SUS HALLAZGOS NO VOLTEAN EL VEREDICTO DE  *
      * LA NOCHE EN PGM_28I/CLIRESUM.                                  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPESEPAR-FILE ASSIGN TO "OPESEPAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPESEPAR.

           SELECT OPEVIOL-FILE ASSIGN TO "OPEVIOL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WK-VIO-NRO-SEQ
               FILE STATUS IS WS-FS-OPEVIOL.

           SELECT OPEPERF-FILE ASSIGN TO "OPEPERF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WK-OPE-CLAVE
               FILE STATUS IS WS-FS-OPEPERF.

           SELECT OPESEGRP-FILE ASSIGN TO "OPESEGRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPESEGRP.

       DATA DIVISION.
       FILE SECTION.
       FD  OPESEPAR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WK-OPESEPAR-LINEA             PIC X(80).

       FD  OPEVIOL-FILE.
           COPY CP-OPEVIOL.

       FD  OPEPERF-FILE.
           COPY CP-OPEPERF.

       FD  OPESEGRP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WK-OPESEGRP-LINEA             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FS-OPESEPAR                PIC XX.
       01  WS-FS-OPEVIOL                 PIC XX.
       01  WS-FS-OPEPERF                 PIC XX.
       01  WS-FS-OPESEGRP                PIC XX.

       01  WS-EOF-OPEVIOL                PIC X VALUE 'N'.
           88  WS-NO-HAY-MAS-OPEVIOL     VALUE 'S'.
       01  WS-EOF-OPEPERF                PIC X VALUE 'N'.
           88  WS-NO-HAY-MAS-OPEPERF     VALUE 'S'.

      *    *************************************************************
      *    PARAMETRO DE LA CORRIDA (OPESEPAR)
       01  WS-PARAMETRO                  PIC X(80).
       01  WS-PARAMETRO-CAMPOS REDEFINES WS-PARAMETRO.
           05 WS-PAR-DIAS-SIN-USO        PIC 9(3).
           05 FILLER                     PIC X.
           05 WS-PAR-FECHA.
              10 WS-PAR-FECHA-AAAA       PIC 9(4).
              10 FILLER                  PIC X.
              10 WS-PAR-FECHA-MM         PIC 9(2).
              10 FILLER                  PIC X.
              10 WS-PAR-FECHA-DD         PIC 9(2).
           05 WS-PAR-FECHA-X REDEFINES WS-PAR-FECHA
                                         PIC X(10).
           05 FILLER                     PIC X(66).
       01  WS-DIAS-SIN-USO               PIC 9(3).

       01  WS-FECHA-REPORTE              PIC X(10).
       01  WS-FECHA-REPORTE-NUM          PIC 9(8).
       01  WS-FECHA-LIMITE               PIC X(10).
       01  WS-FECHA-LIMITE-NUM           PIC 9(8).
       01  WS-DIA-LIMITE                 PIC 9(8).

       01  WS-CANT-VIOL-LEIDAS           PIC 9(8) VALUE ZEROS.
       01  WS-CANT-VIOL-DIA              PIC 9(8) VALUE ZEROS.
       01  WS-CANT-PERF-LEIDOS           PIC 9(8) VALUE ZEROS.
       01  WS-CANT-PERF-SIN-USO          PIC 9(8) VALUE ZEROS.

       01  WS-LINEA-VIOLACION.
           05 WS-LV-NRO-SEQ              PIC 9(8).
           05 FILLER                     PIC X(1) VALUE SPACES.
           05 WS-LV-HORA                 PIC X(8).
           05 FILLER                     PIC X(1) VALUE SPACES.
           05 WS-LV-OPERADOR             PIC X(8).
           05 FILLER                     PIC X(1) VALUE SPACES.
           05 WS-LV-TERMINAL             PIC X(4).
           05 FILLER                     PIC X(1) VALUE SPACES.
           05 WS-LV-TRANSACCION          PIC X(4).
           05 FILLER                     PIC X(1) VALUE SPACES.
           05 WS-LV-SUCURSAL             PIC X(4).
           05 FILLER                     PIC X(1) VALUE SPACES.
           05 WS-LV-MOTIVO               PIC X(30).
           05 FILLER                     PIC X(8) VALUE SPACES.

       01  WS-LINEA-PERFIL.
           05 WS-LP-OPERADOR             PIC X(8).
           05 FILLER                     PIC X(1) VALUE SPACES.
           05 WS-LP-TRANSACCION          PIC X(4).
           05 FILLER                     PIC X(1) VALUE SPACES.
           05 WS-LP-SUCURSAL             PIC X(4).
           05 FILLER                     PIC X(1) VALUE SPACES.
           05 WS-LP-FECHA-ALTA           PIC X(10).
           05 FILLER                     PIC X(1) VALUE SPACES.
           05 WS-LP-ULTIMO-USO           PIC X(10).
           05 FILLER                     PIC X(40) VALUE SPACES.

       01  WS-CTL-ACCION                 PIC X(3).
       01  WS-CTL-PROGRAMA               PIC X(8) VALUE 'OPESEGR'.
       01  WS-CTL-LEIDAS                 PIC 9(8) VALUE ZEROS.
       01  WS-CTL-PROCESADAS             PIC 9(8) VALUE ZEROS.
       01  WS-CTL-RECHAZADAS             PIC 9(8) VALUE ZEROS.
       01  WS-CTL-RETORNO                PIC 9(4) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 0100-ANOTAR-INICIO-CONTROL
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-INFORMAR-VIOLACIONES
           PERFORM 3000-INFORMAR-PERFILES-SIN-USO
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
           COMPUTE WS-CTL-LEIDAS =
               WS-CANT-VIOL-LEIDAS + WS-CANT-PERF-LEIDOS
           COMPUTE WS-CTL-PROCESADAS =
               WS-CANT-VIOL-DIA + WS-CANT-PERF-SIN-USO
           MOVE ZEROS       TO WS-CTL-RECHAZADAS
           MOVE RETURN-CODE TO WS-CTL-RETORNO
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
           PERFORM 1200-CALCULAR-FECHAS
           OPEN INPUT OPEVIOL-FILE
           IF WS-FS-OPEVIOL NOT = '00'
               DISPLAY 'OPESEGR - ERROR AL ABRIR OPEVIOL FS='
                       WS-FS-OPEVIOL
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT OPEPERF-FILE
           IF WS-FS-OPEPERF NOT = '00'
               DISPLAY 'OPESEGR - ERROR AL ABRIR OPEPERF FS='
                       WS-FS-OPEPERF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT OPESEGRP-FILE
           IF WS-FS-OPESEGRP NOT = '00'
               DISPLAY 'OPESEGR - ERROR AL ABRIR OPESEGRP FS='
                       WS-FS-OPESEGRP
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *    N ES OBLIGATORIO; LA FECHA, SI VIENE, DEBE SER AAAA-MM-DD
      *    NUMERICA. UN PARAMETRO INVALIDO CORTA LA CORRIDA ANTES DE
      *    ABRIR LOS ARCHIVOS.
       1100-LEER-PARAMETRO.
           OPEN INPUT OPESEPAR-FILE
           IF WS-FS-OPESEPAR NOT = '00'
               DISPLAY 'OPESEGR - ERROR AL ABRIR OPESEPAR FS='
                       WS-FS-OPESEPAR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ OPESEPAR-FILE INTO WS-PARAMETRO
               AT END
                   DISPLAY 'OPESEGR - OPESEPAR SIN PARAMETRO'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           CLOSE OPESEPAR-FILE
           IF WS-PAR-DIAS-SIN-USO NOT NUMERIC
              OR WS-PAR-DIAS-SIN-USO = ZEROS
               DISPLAY 'OPESEGR - PARAMETRO INVALIDO: DIAS SIN USO '
                       WS-PARAMETRO(1:3)
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-PAR-DIAS-SIN-USO TO WS-DIAS-SIN-USO
           IF WS-PAR-FECHA-X = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-REPORTE-NUM
           ELSE
               IF WS-PAR-FECHA-AAAA NOT NUMERIC
                  OR WS-PAR-FECHA-MM NOT NUMERIC
                  OR WS-PAR-FECHA-DD NOT NUMERIC
                  OR WS-PAR-FECHA-X(5:1) NOT = '-'
                  OR WS-PAR-FECHA-X(8:1) NOT = '-'
                   DISPLAY 'OPESEGR - PARAMETRO INVALIDO: FECHA '
                           WS-PAR-FECHA-X
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               COMPUTE WS-FECHA-REPORTE-NUM =
                   WS-PAR-FECHA-AAAA * 10000
                   + WS-PAR-FECHA-MM * 100 + WS-PAR-FECHA-DD
           END-IF.

      *    FECHA LIMITE = FECHA DEL REPORTE MENOS N DIAS CORRIDOS
      *    (MISMA ARITMETICA DE FECHAS QUE CTALAVA, PGM_28V).
       1200-CALCULAR-FECHAS.
           STRING WS-FECHA-REPORTE-NUM(1:4) '-'
                  WS-FECHA-REPORTE-NUM(5:2) '-'
                  WS-FECHA-REPORTE-NUM(7:2)
                  DELIMITED BY SIZE INTO WS-FECHA-REPORTE
           COMPUTE WS-DIA-LIMITE =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-REPORTE-NUM)
               - WS-DIAS-SIN-USO
           COMPUTE WS-FECHA-LIMITE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DIA-LIMITE)
           STRING WS-FECHA-LIMITE-NUM(1:4) '-'
                  WS-FECHA-LIMITE-NUM(5:2) '-'
                  WS-FECHA-LIMITE-NUM(7:2)
                  DELIMITED BY SIZE INTO WS-FECHA-LIMITE.

       2000-INFORMAR-VIOLACIONES.
           MOVE SPACES TO WK-OPESEGRP-LINEA
           STRING 'SEGURIDAD DE TRANSACCIONES CICS - FECHA '
                  WS-FECHA-REPORTE ' (OPESEGR)'
                  DELIMITED BY SIZE INTO WK-OPESEGRP-LINEA
           PERFORM 8000-ESCRIBIR-LINEA
           MOVE SPACES TO WK-OPESEGRP-LINEA
           PERFORM 8000-ESCRIBIR-LINEA
           MOVE 'VIOLACIONES DE SEGURIDAD DEL DIA (INTENTOS DENEGADOS)'
               TO WK-OPESEGRP-LINEA
           PERFORM 8000-ESCRIBIR-LINEA
           MOVE 'NRO_SEQ  HORA     OPERADOR TERM TRAN SUC  MOTIVO'
               TO WK-OPESEGRP-LINEA
           PERFORM 8000-ESCRIBIR-LINEA
           PERFORM UNTIL WS-NO-HAY-MAS-OPEVIOL
               READ OPEVIOL-FILE NEXT RECORD
                   AT END
                       SET WS-NO-HAY-MAS-OPEVIOL TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CANT-VIOL-LEIDAS
                       PERFORM 2100-EVALUAR-VIOLACION
               END-READ
           END-PERFORM
           MOVE SPACES TO WK-OPESEGRP-LINEA
           STRING 'TOTAL VIOLACIONES DEL DIA: ' WS-CANT-VIOL-DIA
                  DELIMITED BY SIZE INTO WK-OPESEGRP-LINEA
           PERFORM 8000-ESCRIBIR-LINEA.

       2100-EVALUAR-VIOLACION.
           IF WK-VIO-FECHA-HORA(1:8) > WS-FECHA-REPORTE-NUM
               SET WS-NO-HAY-MAS-OPEVIOL TO TRUE
           ELSE
               IF WK-VIO-FECHA-HORA(1:8) = WS-FECHA-REPORTE-NUM
                   PERFORM 2200-ESCRIBIR-VIOLACION
               END-IF
           END-IF.

       2200-ESCRIBIR-VIOLACION.
           ADD 1 TO WS-CANT-VIOL-DIA
           MOVE WK-VIO-NRO-SEQ           TO WS-LV-NRO-SEQ
           MOVE WK-VIO-FECHA-HORA(9:2)   TO WS-LV-HORA(1:2)
           MOVE ':'                      TO WS-LV-HORA(3:1)
           MOVE WK-VIO-FECHA-HORA(11:2)  TO WS-LV-HORA(4:2)
           MOVE ':'                      TO WS-LV-HORA(6:1)
           MOVE WK-VIO-FECHA-HORA(13:2)  TO WS-LV-HORA(7:2)
           MOVE WK-VIO-OPERADOR          TO WS-LV-OPERADOR
           MOVE WK-VIO-TERMINAL          TO WS-LV-TERMINAL
           MOVE WK-VIO-TRANSACCION       TO WS-LV-TRANSACCION
           MOVE WK-VIO-SUCURSAL          TO WS-LV-SUCURSAL
           MOVE WK-VIO-MOTIVO            TO WS-LV-MOTIVO
           WRITE WK-OPESEGRP-LINEA FROM WS-LINEA-VIOLACION
           IF WS-FS-OPESEGRP NOT = '00'
               DISPLAY 'OPESEGR - ERROR AL ESCRIBIR OPESEGRP FS='
                       WS-FS-OPESEGRP
           END-IF.

       3000-INFORMAR-PERFILES-SIN-USO.
           MOVE SPACES TO WK-OPESEGRP-LINEA
           PERFORM 8000-ESCRIBIR-LINEA
           MOVE SPACES TO WK-OPESEGRP-LINEA
           STRING 'PERFILES VIGENTES SIN USO EN ' WS-DIAS-SIN-USO
                  ' DIAS (ULTIMO USO AL ' WS-FECHA-LIMITE
                  ' O ANTES)'
                  DELIMITED BY SIZE INTO WK-OPESEGRP-LINEA
           PERFORM 8000-ESCRIBIR-LINEA
           MOVE 'OPERADOR TRAN SUC  ALTA       ULTIMO USO'
               TO WK-OPESEGRP-LINEA
           PERFORM 8000-ESCRIBIR-LINEA
           PERFORM UNTIL WS-NO-HAY-MAS-OPEPERF
               READ OPEPERF-FILE NEXT RECORD
                   AT END
                       SET WS-NO-HAY-MAS-OPEPERF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CANT-PERF-LEIDOS
                       PERFORM 3100-EVALUAR-PERFIL
               END-READ
           END-PERFORM
           MOVE SPACES TO WK-OPESEGRP-LINEA
           STRING 'TOTAL PERFILES SIN USO: ' WS-CANT-PERF-SIN-USO
                  DELIMITED BY SIZE INTO WK-OPESEGRP-LINEA
           PERFORM 8000-ESCRIBIR-LINEA.

      *    UN PERFIL NUNCA USADO SE MIDE DESDE SU ALTA: EL DADO DE ALTA
      *    AYER NO ES TODAVIA UN ACCESO OCIOSO.
       3100-EVALUAR-PERFIL.
           IF WK-OPE-ES-VIGENTE
               IF WK-OPE-FECHA-ULTIMO-USO = SPACES
                   IF WK-OPE-FECHA-ALTA NOT > WS-FECHA-LIMITE
                       PERFORM 3200-ESCRIBIR-PERFIL
                   END-IF
               ELSE
                   IF WK-OPE-FECHA-ULTIMO-USO NOT > WS-FECHA-LIMITE
                       PERFORM 3200-ESCRIBIR-PERFIL
                   END-IF
               END-IF
           END-IF.

       3200-ESCRIBIR-PERFIL.
           ADD 1 TO WS-CANT-PERF-SIN-USO
           MOVE WK-OPE-OPERADOR          TO WS-LP-OPERADOR
           MOVE WK-OPE-TRANSACCION       TO WS-LP-TRANSACCION
           MOVE WK-OPE-SUCURSAL          TO WS-LP-SUCURSAL
           MOVE WK-OPE-FECHA-ALTA        TO WS-LP-FECHA-ALTA
           IF WK-OPE-FECHA-ULTIMO-USO = SPACES
               MOVE 'NUNCA'              TO WS-LP-ULTIMO-USO
           ELSE
               MOVE WK-OPE-FECHA-ULTIMO-USO TO WS-LP-ULTIMO-USO
           END-IF
           WRITE WK-OPESEGRP-LINEA FROM WS-LINEA-PERFIL
           IF WS-FS-OPESEGRP NOT = '00'
               DISPLAY 'OPESEGR - ERROR AL ESCRIBIR OPESEGRP FS='
                       WS-FS-OPESEGRP
           END-IF.

       8000-ESCRIBIR-LINEA.
           WRITE WK-OPESEGRP-LINEA
           IF WS-FS-OPESEGRP NOT = '00'
               DISPLAY 'OPESEGR - ERROR AL ESCRIBIR OPESEGRP FS='
                       WS-FS-OPESEGRP
           END-IF.

       9000-FINALIZAR.
           DISPLAY 'OPESEGR - FECHA ' WS-FECHA-REPORTE
                   ' VIOLACIONES ' WS-CANT-VIOL-DIA
                   ' PERFILES SIN USO ' WS-CANT-PERF-SIN-USO
           PERFORM 0200-ANOTAR-FIN-CONTROL
           CLOSE OPEVIOL-FILE
                 OPEPERF-FILE
                 OPESEGRP-FILE.
