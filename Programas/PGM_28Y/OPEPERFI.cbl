       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPEPERFI.
      ******************************************************************
      * PGM_28Y - OPEPERFI                                             *
      * CARGA INICIAL (SEED) DEL ARCHIVO DE PERFILES DE OPERADOR       *
      * CP-OPEPERF. A DIFERENCIA DE CLIDOMI/CLISUCI LOS PERFILES NO    *
      * SE PUEDEN ESCRIBIR EN EL PROGRAMA: VIENEN DE LA PLANILLA DE    *
      * ACCESOS QUE ENTREGA SEGURIDAD INFORMATICA EN EL ARCHIVO        *
      * OPEPERIN (UNA LINEA POR PERFIL):                               *
      *   COL 1-8   = OPERADOR (USERID CICS)                           *
      *   COL 10-13 = TRANSACCION (CLIC, CTAC, CLIB, CLIN, ...)        *
      *   COL 15-18 = SUCURSAL (CP-CLISUC) O '****' PARA TODAS         *
      * AL MENOS UN OPERADOR DEBE QUEDAR CON CLIM: DESDE LA PUESTA EN  *
      * MARCHA LOS PERFILES SE MANTIENEN SOLO POR PGM_28O/CLIMANT      *
      * (ARCHIVO OPEPERF), QUE TAMBIEN VERIFICA EL PERFIL DE QUIEN LA  *
      * USA.                                                           *
      * MISMO CRITERIO QUE PGM_28W/CTATITI: ABRE I-O (OUTPUT SI EL     *
      * ARCHIVO NO EXISTE) Y SOLO AGREGA LAS FILAS QUE FALTAN, ASI UNA *
      * REEJECUCION NO PISA BAJAS NI FECHAS DE USO YA ANOTADAS. LAS    *
      * LINEAS INCOMPLETAS SE INFORMAN POR DISPLAY Y SE SALTEAN.       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEPERIN-FILE ASSIGN TO "OPEPERIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPEPERIN.

           SELECT OPEPERF-FILE ASSIGN TO "OPEPERF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-OPE-CLAVE
               FILE STATUS IS WS-FS-OPEPERF.

       DATA DIVISION.
       FILE SECTION.
       FD  OPEPERIN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WK-OPEPERIN-LINEA             PIC X(80).

       FD  OPEPERF-FILE.
           COPY CP-OPEPERF.

       WORKING-STORAGE SECTION.
       01  WS-FS-OPEPERIN                PIC XX.
       01  WS-FS-OPEPERF                 PIC XX.
           88  FS-OK-OPEPERF             VALUE '00'.
           88  FS-NO-EXISTE-OPEPERF      VALUE '35'.

       01  WS-EOF-OPEPERIN               PIC X VALUE 'N'.
           88  WS-NO-HAY-MAS-OPEPERIN    VALUE 'S'.

       01  WS-LINEA                      PIC X(80).
       01  WS-LINEA-CAMPOS REDEFINES WS-LINEA.
           05 WS-LIN-OPERADOR            PIC X(8).
           05 FILLER                     PIC X.
           05 WS-LIN-TRANSACCION         PIC X(4).
           05 FILLER                     PIC X.
           05 WS-LIN-SUCURSAL            PIC X(4).
           05 FILLER                     PIC X(62).

       01  WS-CANT-LEIDAS                PIC 9(8) VALUE ZEROS.
       01  WS-CANT-SEMBRADAS             PIC 9(8) VALUE ZEROS.
       01  WS-CANT-EXISTENTES            PIC 9(8) VALUE ZEROS.
       01  WS-CANT-INVALIDAS             PIC 9(8) VALUE ZEROS.

       01  WS-FECHA-DE-HOY               PIC X(10).

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-FECHA-DE-HOY(1:4)
           MOVE '-'                        TO WS-FECHA-DE-HOY(5:1)
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-FECHA-DE-HOY(6:2)
           MOVE '-'                        TO WS-FECHA-DE-HOY(8:1)
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-FECHA-DE-HOY(9:2)
           OPEN INPUT OPEPERIN-FILE
           IF WS-FS-OPEPERIN NOT = '00'
               DISPLAY 'OPEPERFI - ERROR AL ABRIR OPEPERIN FS='
                       WS-FS-OPEPERIN
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O OPEPERF-FILE
           IF FS-NO-EXISTE-OPEPERF
               OPEN OUTPUT OPEPERF-FILE
           END-IF
           IF NOT FS-OK-OPEPERF
               DISPLAY 'OPEPERFI - ERROR AL ABRIR OPEPERF FS='
                       WS-FS-OPEPERF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-NO-HAY-MAS-OPEPERIN
               READ OPEPERIN-FILE INTO WS-LINEA
                   AT END
                       SET WS-NO-HAY-MAS-OPEPERIN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CANT-LEIDAS
                       PERFORM 1000-SEMBRAR-PERFIL
               END-READ
           END-PERFORM
           DISPLAY 'OPEPERFI - LINEAS LEIDAS ' WS-CANT-LEIDAS
                   ' PERFILES SEMBRADOS ' WS-CANT-SEMBRADAS
                   ' YA EXISTENTES ' WS-CANT-EXISTENTES
                   ' INVALIDAS ' WS-CANT-INVALIDAS
           IF WS-CANT-INVALIDAS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE OPEPERIN-FILE
                 OPEPERF-FILE
           GOBACK.

       1000-SEMBRAR-PERFIL.
           IF WS-LIN-OPERADOR = SPACES
              OR WS-LIN-TRANSACCION = SPACES
              OR WS-LIN-SUCURSAL = SPACES
               ADD 1 TO WS-CANT-INVALIDAS
               DISPLAY 'OPEPERFI - LINEA ' WS-CANT-LEIDAS
                       ' INCOMPLETA: ' WS-LINEA(1:18)
           ELSE
               MOVE WS-LIN-OPERADOR    TO WK-OPE-OPERADOR
               MOVE WS-LIN-TRANSACCION TO WK-OPE-TRANSACCION
               MOVE WS-LIN-SUCURSAL    TO WK-OPE-SUCURSAL
               MOVE 'S'                TO WK-OPE-VIGENTE
               MOVE WS-FECHA-DE-HOY    TO WK-OPE-FECHA-ALTA
               MOVE SPACES             TO WK-OPE-FECHA-ULTIMO-USO
               WRITE WK-OPEPERF
                   INVALID KEY
                       ADD 1 TO WS-CANT-EXISTENTES
                   NOT INVALID KEY
                       ADD 1 TO WS-CANT-SEMBRADAS
               END-WRITE
           END-IF.
