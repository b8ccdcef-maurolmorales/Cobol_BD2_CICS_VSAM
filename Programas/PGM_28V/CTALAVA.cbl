       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTALAVA.
      ******************************************************************
      * PGM_28V - CTALAVA                                              *
      * REPORTE DE OPERACIONES EN EFECTIVO PARA PREVENCION DE LAVADO   *
      * DE DINERO. SE CORRE EN EL BATCH NOCTURNO A CONTINUACION DE     *
      * MOVCARGA (PGM_28J), SOBRE EL LOTE QUE ESTA ACABA DE APLICAR    *
      * (EL ULTIMO REGISTRADO EN MOVCKPT; UN LOTE EN ESTADO EP NO SE   *
      * INFORMA: RC 16). EFECTIVO = DE/EX CON ORIGEN VENTANILLA        *
      * (WK-MOV-ES-VENTANILLA); LAS TR Y LA LIQUIDACION NO SON         *
      * EFECTIVO. DOS REPORTES:                                        *
      *   - UM: CADA DE/EX EN EFECTIVO DE CTAMOV CON IMPORTE IGUAL O   *
      *     SUPERIOR AL UMBRAL. EN EL LISTADO SALE TAMBIEN LA          *
      *     OPERACION QUE MOVCARGA RECHAZO (SIN FILA EN CTAMOVH),      *
      *     MARCADA COMO TAL; AL ARCHIVO REGULATORIO SOLO VAN LAS      *
      *     APLICADAS                                                  *
      *   - FR: FRACCIONAMIENTO. UN DEPOSITO EN EFECTIVO DEL LOTE CON  *
      *     IMPORTE ENTRE EL PISO Y EL UMBRAL HACE REVISAR A SU        *
      *     CLIENTE: SE SUMAN LOS DEPOSITOS EN EFECTIVO DEL MISMO      *
      *     RANGO APLICADOS EN TODAS SUS CUENTAS DENTRO DE LA VENTANA  *
      *     DE DIAS QUE TERMINA EN LA FECHA DEL LOTE, TOMADOS DEL      *
      *     HISTORICO CTAMOVH. SI HAY AL MENOS EL MINIMO DE DEPOSITOS  *
      *     Y EL TOTAL LLEGA AL UMBRAL, SE INFORMA EL CLIENTE CON EL   *
      *     DETALLE DE ESOS DEPOSITOS.                                 *
      *     SUS CUENTAS SON LAS DE SUS FILAS DE TITULAR O COTITULAR    *
      *     CON FECHA HASTA ABIERTA EN CP-CTATIT (PGM_28W), POR SU     *
      *     ALTERNATE KEY NRO_CLIENTE, MAS LAS DE LA ALTERNATE KEY     *
      *     WK-CTA-NRO-CLIENTE DE CUENTAS QUE NO TENGAN FILA DEL       *
      *     CLIENTE EN CTATIT (MISMO CRITERIO QUE PGM_28K/CLIRESCT):   *
      *     CADA CUENTA SE SUMA UNA SOLA VEZ                           *
      * CADA CLIENTE SE RESUELVE POR CP-CLIXREF (PGM_27T) -> CP-CLISEQ *
      * -> FILA VIGENTE DE TBVCLIEN (PGM_27S), EL MISMO CAMINO DE      *
      * CTADESC (PGM_28T): DOCUMENTO, NOMBRE, NACIONALIDAD Y           *
      * DOMICILIO.                                                     *
      * PARAMETRO (ARCHIVO CTALAPAR, UNA LINEA):                       *
      *   COL 1-11  = UMBRAL DE REPORTE (9 ENTEROS Y 2 DECIMALES, SIN  *
      *               PUNTO)                                           *
      *   COL 13-23 = PISO DE FRACCIONAMIENTO (MISMO FORMATO, MENOR    *
      *               QUE EL UMBRAL)                                   *
      *   COL 25-27 = VENTANA EN DIAS CORRIDOS (INCLUYE EL DEL LOTE)   *
      *   COL 29-30 = MINIMO DE DEPOSITOS PARA FR (EN BLANCO = 2)      *
      * SALIDAS: CTALAVRP (LISTADO DE 132 COLUMNAS PARA CUMPLIMIENTO)  *
      * Y CTALAVRG (ARCHIVO REGULATORIO DE FORMATO FIJO, PGM_28V/      *
      * CP-CTALAVR).                                                   *
      * CONTROL DE LOTES: LEIDAS = MOVIMIENTOS DE CTAMOV, PROCESADAS = *
      * OPERACIONES UM MAS CLIENTES FR INFORMADOS, RECHAZADAS =        *
      * OPERACIONES DE CUENTA INEXISTENTE Y CLIENTES SIN FILA VIGENTE  *
      * EN TBVCLIEN.                                                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTALAPAR-FILE ASSIGN TO "CTALAPAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTALAPAR.

           SELECT MOVCKPT-FILE ASSIGN TO "MOVCKPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-CKPT-LOTE-ID
               FILE STATUS IS WS-FS-MOVCKPT.

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

           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-CTA-NRO-CUENTA
               ALTERNATE RECORD KEY IS WK-CTA-NRO-CLIENTE
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

           SELECT CTALAVRP-FILE ASSIGN TO "CTALAVRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTALAVRP.

           SELECT CTALAVRG-FILE ASSIGN TO "CTALAVRG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTALAVRG.

       DATA DIVISION.
       FILE SECTION.
       FD  CTALAPAR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WK-CTALAPAR-LINEA            PIC X(80).

       FD  MOVCKPT-FILE.
           COPY CP-CLICKPT.

       FD  CTAMOV-FILE.
           COPY CP-CTAMOV.

       FD  CTAMOVH-FILE.
           COPY CP-CTAMOVH.

       FD  CUENTAS-FILE.
           COPY CP-CUENTAS.

       FD  CTATIT-FILE.
           COPY CP-CTATIT.

       FD  CLIXREF-FILE.
           COPY CP-CLIXREF.

       FD  CLISEQ-FILE.
           COPY CP-CLISEQ.

       FD  TBVCLIEN-FILE.
           COPY CP-TBVCLIEN.

       FD  CTALAVRP-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  WK-CTALAVRP-LINEA            PIC X(132).

       FD  CTALAVRG-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY CP-CTALAVR.

       WORKING-STORAGE SECTION.
       01  WS-FS-CTALAPAR               PIC XX.
       01  WS-FS-MOVCKPT                PIC XX.
       01  WS-FS-CTAMOV                 PIC XX.
           88  FS-OK-CTAMOV             VALUE '00'.
           88  FS-EOF-CTAMOV            VALUE '10'.
       01  WS-FS-CTAMOVH                PIC XX.
           88  FS-OK-CTAMOVH            VALUE '00'.
           88  FS-NOTFOUND-CTAMOVH      VALUE '23'.
       01  WS-FS-CUENTAS                PIC XX.
           88  FS-OK-CUENTAS            VALUE '00'.
           88  FS-NOTFOUND-CUENTAS      VALUE '23'.
       01  WS-FS-CTATIT                 PIC XX.
       01  WS-FS-CLIXREF                PIC XX.
           88  FS-OK-CLIXREF            VALUE '00'.
           88  FS-NOTFOUND-CLIXREF      VALUE '23'.
       01  WS-FS-CLISEQ                 PIC XX.
           88  FS-OK-CLISEQ             VALUE '00'.
           88  FS-NOTFOUND-CLISEQ       VALUE '23'.
       01  WS-FS-TBVCLIEN               PIC XX.
           88  FS-OK-TBVCLIEN           VALUE '00'.
           88  FS-NOTFOUND-TBVCLIEN     VALUE '23'.
       01  WS-FS-CTALAVRP               PIC XX.
       01  WS-FS-CTALAVRG               PIC XX.

       01  WS-EOF-MOVCKPT               PIC X VALUE 'N'.
           88  WS-NO-HAY-MAS-MOVCKPT    VALUE 'S'.
       01  WS-EOF-CTAMOV                PIC X VALUE 'N'.
           88  WS-NO-HAY-MAS-CTAMOV     VALUE 'S'.
       01  WS-EOF-CUENTAS-CLIENTE       PIC X VALUE 'N'.
           88  WS-NO-HAY-MAS-CTAS-CLI   VALUE 'S'.
       01  WS-EOF-TITULARIDADES         PIC X VALUE 'N'.
           88  WS-NO-HAY-MAS-TITULARIDAD VALUE 'S'.
       01  WS-EOF-MOV-CUENTA            PIC X VALUE 'N'.
           88  WS-NO-HAY-MAS-MOV-CTA    VALUE 'S'.

      *    *************************************************************
      *    PARAMETRO DE LA CORRIDA (CTALAPAR)
       01  WS-PARAMETRO                 PIC X(80).
       01  WS-PARAMETRO-CAMPOS REDEFINES WS-PARAMETRO.
           05 WS-PAR-UMBRAL             PIC 9(9)V99.
           05 FILLER                    PIC X.
           05 WS-PAR-PISO               PIC 9(9)V99.
           05 FILLER                    PIC X.
           05 WS-PAR-VENTANA-DIAS       PIC 9(3).
           05 FILLER                    PIC X.
           05 WS-PAR-MINIMO-DEPOSITOS   PIC 9(2).
           05 WS-PAR-MINIMO-X REDEFINES WS-PAR-MINIMO-DEPOSITOS
                                        PIC X(2).
           05 FILLER                    PIC X(50).
       01  WS-UMBRAL                    PIC 9(9)V99.
       01  WS-PISO                      PIC 9(9)V99.
       01  WS-VENTANA-DIAS              PIC 9(3).
       01  WS-MINIMO-DEPOSITOS          PIC 9(2).

       01  WS-LOTE-ID                   PIC X(8).
       01  WS-ESTADO-LOTE               PIC X(2).
       01  WS-FECHA-LOTE-NUM            PIC 9(8).
       01  WS-FECHA-HASTA               PIC X(10).
       01  WS-FECHA-DESDE               PIC X(10).
       01  WS-FECHA-DESDE-NUM           PIC 9(8).
       01  WS-DIA-DESDE                 PIC 9(7).

      *    *************************************************************
      *    ESTADO DEL MOVIMIENTO DE CTAMOV EN CURSO
       01  WS-CUENTA-HALLADA            PIC X.
           88  WS-CUENTA-OK             VALUE 'S' FALSE 'N'.
       01  WS-MOV-APLICADO              PIC X.
           88  WS-MOVIMIENTO-APLICADO   VALUE 'S' FALSE 'N'.
       01  WS-NRO-CLIENTE               PIC 9(5).
       01  WS-NRO-CUENTA-REVISADA       PIC 9(10).

      *    *************************************************************
      *    CLIENTE RESUELTO (FILA VIGENTE DE TBVCLIEN)
       01  WS-CLIENTE-HALLADO           PIC X.
           88  WS-CLIENTE-OK            VALUE 'S' FALSE 'N'.
       01  WS-CLIENTE.
           05 WS-CLI-TIPO-DOCUMENTO     PIC X(2).
           05 WS-CLI-NRO-DOCUMENTO      PIC 9(11).
           05 WS-CLI-APELLIDO           PIC X(30).
           05 WS-CLI-NOMBRE             PIC X(30).
           05 WS-CLI-NACIONALIDAD       PIC X(30).
           05 WS-CLI-DOMICILIO          PIC X(30).
           05 WS-CLI-CIUDAD             PIC X(30).
       01  WS-TITULAR                   PIC X(37).

      *    *************************************************************
      *    CLIENTES A REVISAR POR FRACCIONAMIENTO (UNO POR CLIENTE CON
      *    UN DEPOSITO ENTRE PISO Y UMBRAL EN EL LOTE)
       01  WS-CANT-CANDIDATOS           PIC 9(4) VALUE ZEROS.
       01  WS-MAX-CANDIDATOS            PIC 9(4) VALUE 5000.
       01  WS-TABLA-CANDIDATOS.
           05 WS-CANDIDATO OCCURS 5000 TIMES PIC 9(5).
       01  WS-CAN-IX                    PIC 9(4).
       01  WS-CANDIDATO-HALLADO         PIC X.
           88  WS-CANDIDATO-YA-ANOTADO  VALUE 'S' FALSE 'N'.

      *    *************************************************************
      *    DEPOSITOS DEL CLIENTE EN LA VENTANA. MAS ALLA DE LA TABLA
      *    SE SIGUEN SUMANDO PERO NO SE DETALLAN EN EL LISTADO.
       01  WS-CANT-DEPOSITOS            PIC 9(4) VALUE ZEROS.
       01  WS-TOTAL-DEPOSITOS           PIC 9(13)V99 VALUE ZEROS.
       01  WS-MAX-DEPOSITOS             PIC 9(4) VALUE 100.
       01  WS-TABLA-DEPOSITOS.
           05 WS-DEPOSITO OCCURS 100 TIMES.
              10 WS-DEP-NRO-CUENTA      PIC 9(10).
              10 WS-DEP-FECHA           PIC X(10).
              10 WS-DEP-IMPORTE         PIC 9(11)V99.
              10 WS-DEP-LOTE-ID         PIC X(8).
              10 WS-DEP-NRO-SEQ         PIC 9(8).
       01  WS-DEP-IX                    PIC 9(4).

       01  WS-CANT-LEIDAS               PIC 9(8) VALUE ZEROS.
       01  WS-CANT-UMBRAL               PIC 9(8) VALUE ZEROS.
       01  WS-CANT-UMBRAL-RECHAZADAS    PIC 9(8) VALUE ZEROS.
       01  WS-CANT-FRACCIONADO          PIC 9(8) VALUE ZEROS.
       01  WS-CANT-SIN-CUENTA           PIC 9(8) VALUE ZEROS.
       01  WS-CANT-SIN-CLIENTE          PIC 9(8) VALUE ZEROS.
       01  WS-TOTAL-UMBRAL              PIC 9(15)V99 VALUE ZEROS.
       01  WS-TOTAL-FRACCIONADO         PIC 9(15)V99 VALUE ZEROS.
      *    RC CON QUE TERMINA LA CORRIDA: 16 SI FALLO EL REGULATORIO O
      *    SE LLENO LA TABLA DE CANDIDATOS; SE ANOTA EN CLICTL Y SE
      *    DEVUELVE AL FINAL (LOS CALL A CLICTLW PISAN RETURN-CODE).
       01  WS-RETORNO-FINAL             PIC 9(4) VALUE ZEROS.

       01  WS-CTL-ACCION                PIC X(3).
       01  WS-CTL-PROGRAMA              PIC X(8) VALUE 'CTALAVA'.
       01  WS-CTL-LEIDAS                PIC 9(8) VALUE ZEROS.
       01  WS-CTL-PROCESADAS            PIC 9(8) VALUE ZEROS.
       01  WS-CTL-RECHAZADAS            PIC 9(8) VALUE ZEROS.
       01  WS-CTL-RETORNO               PIC 9(4) VALUE ZEROS.

       01  WS-UMBRAL-EDITADO            PIC Z(8)9.99.
       01  WS-PISO-EDITADO              PIC Z(8)9.99.

       01  WS-LINEA-UMBRAL.
           05 FILLER                    PIC X(4)  VALUE 'CTA='.
           05 WS-LIU-NRO-CUENTA         PIC 9(10).
           05 FILLER                    PIC X(5)  VALUE ' SEQ='.
           05 WS-LIU-NRO-SEQ            PIC 9(8).
           05 FILLER                    PIC X(1)  VALUE SPACES.
           05 WS-LIU-TIPO-MOVIMIENTO    PIC X(2).
           05 FILLER                    PIC X(7)  VALUE ' FECHA='.
           05 WS-LIU-FECHA              PIC X(10).
           05 FILLER                    PIC X(5)  VALUE ' IMP='.
           05 WS-LIU-IMPORTE            PIC Z(10)9.99.
           05 FILLER                    PIC X(5)  VALUE ' CLI='.
           05 WS-LIU-NRO-CLIENTE        PIC 9(5).
           05 FILLER                    PIC X(1)  VALUE SPACES.
           05 WS-LIU-ESTADO             PIC X(9).
           05 FILLER                    PIC X(1)  VALUE SPACES.
           05 WS-LIU-TITULAR            PIC X(37).
           05 FILLER                    PIC X(8)  VALUE SPACES.

       01  WS-LINEA-CLIENTE.
           05 FILLER                    PIC X(9)  VALUE '     DOC='.
           05 WS-LIC-TIPO-DOCUMENTO     PIC X(2).
           05 FILLER                    PIC X(1)  VALUE '-'.
           05 WS-LIC-NRO-DOCUMENTO      PIC 9(11).
           05 FILLER                    PIC X(5)  VALUE ' NAC='.
           05 WS-LIC-NACIONALIDAD       PIC X(30).
           05 FILLER                    PIC X(5)  VALUE ' DOM='.
           05 WS-LIC-DOMICILIO          PIC X(30).
           05 FILLER                    PIC X(1)  VALUE SPACES.
           05 WS-LIC-CIUDAD             PIC X(30).
           05 FILLER                    PIC X(8)  VALUE SPACES.

       01  WS-LINEA-FRACCIONADO.
           05 FILLER                    PIC X(4)  VALUE 'CLI='.
           05 WS-LIF-NRO-CLIENTE        PIC 9(5).
           05 FILLER                    PIC X(11) VALUE ' DEPOSITOS='.
           05 WS-LIF-CANT-DEPOSITOS     PIC Z(3)9.
           05 FILLER                    PIC X(7)  VALUE ' TOTAL='.
           05 WS-LIF-TOTAL              PIC Z(12)9.99.
           05 FILLER                    PIC X(7)  VALUE ' DESDE='.
           05 WS-LIF-FECHA-DESDE        PIC X(10).
           05 FILLER                    PIC X(7)  VALUE ' HASTA='.
           05 WS-LIF-FECHA-HASTA        PIC X(10).
           05 FILLER                    PIC X(1)  VALUE SPACES.
           05 WS-LIF-TITULAR            PIC X(37).
           05 FILLER                    PIC X(13) VALUE SPACES.

       01  WS-LINEA-DEPOSITO.
           05 FILLER                    PIC X(9)  VALUE '     CTA='.
           05 WS-LID-NRO-CUENTA         PIC 9(10).
           05 FILLER                    PIC X(7)  VALUE ' FECHA='.
           05 WS-LID-FECHA              PIC X(10).
           05 FILLER                    PIC X(5)  VALUE ' IMP='.
           05 WS-LID-IMPORTE            PIC Z(10)9.99.
           05 FILLER                    PIC X(6)  VALUE ' LOTE='.
           05 WS-LID-LOTE-ID            PIC X(8).
           05 FILLER                    PIC X(5)  VALUE ' SEQ='.
           05 WS-LID-NRO-SEQ            PIC 9(8).
           05 FILLER                    PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 0100-ANOTAR-INICIO-CONTROL
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-REVISAR-MOVIMIENTOS
           PERFORM 3000-REVISAR-FRACCIONAMIENTO
           PERFORM 6000-CERRAR-SALIDAS
           DISPLAY 'CTALAVA - LOTE ' WS-LOTE-ID
                   ' MOVIMIENTOS ' WS-CANT-LEIDAS
                   ' SOBRE UMBRAL ' WS-CANT-UMBRAL
                   ' CLIENTES FRACCIONADO ' WS-CANT-FRACCIONADO
           DISPLAY 'CTALAVA - SIN CUENTA ' WS-CANT-SIN-CUENTA
                   ' SIN CLIENTE ' WS-CANT-SIN-CLIENTE
           PERFORM 0200-ANOTAR-FIN-CONTROL
           PERFORM 9000-FINALIZAR
           MOVE WS-RETORNO-FINAL TO RETURN-CODE
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
           COMPUTE WS-CTL-PROCESADAS =
               WS-CANT-UMBRAL + WS-CANT-FRACCIONADO
           COMPUTE WS-CTL-RECHAZADAS =
               WS-CANT-SIN-CUENTA + WS-CANT-SIN-CLIENTE
           MOVE WS-RETORNO-FINAL        TO WS-CTL-RETORNO
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
           OPEN INPUT  MOVCKPT-FILE
           OPEN INPUT  CTAMOV-FILE
           OPEN INPUT  CTAMOVH-FILE
           OPEN INPUT  CUENTAS-FILE
           OPEN INPUT  CTATIT-FILE
           OPEN INPUT  CLIXREF-FILE
           OPEN INPUT  CLISEQ-FILE
           OPEN INPUT  TBVCLIEN-FILE
           OPEN OUTPUT CTALAVRP-FILE
           OPEN OUTPUT CTALAVRG-FILE
           PERFORM 1010-VALIDAR-APERTURAS
           PERFORM 1200-DETERMINAR-LOTE
           PERFORM 1300-CALCULAR-VENTANA
           MOVE WS-UMBRAL TO WS-UMBRAL-EDITADO
           MOVE WS-PISO   TO WS-PISO-EDITADO
           MOVE SPACES TO WK-CTALAVRP-LINEA
           STRING 'OPERACIONES EN EFECTIVO - LOTE ' WS-LOTE-ID
                  ' UMBRAL=' WS-UMBRAL-EDITADO
                  ' PISO=' WS-PISO-EDITADO
                  ' VENTANA=' WS-VENTANA-DIAS ' DIAS'
                  ' MINIMO=' WS-MINIMO-DEPOSITOS ' (CTALAVA)'
                  DELIMITED BY SIZE INTO WK-CTALAVRP-LINEA
           PERFORM 8000-ESCRIBIR-LINEA
           MOVE SPACES TO WK-CTALAVRP-LINEA
           PERFORM 8000-ESCRIBIR-LINEA
           MOVE 'OPERACIONES EN EFECTIVO IGUALES O SUPERIORES AL UMBRAL'
               TO WK-CTALAVRP-LINEA
           PERFORM 8000-ESCRIBIR-LINEA
           MOVE SPACES TO WK-CTALAVR
           SET WK-LAV-ES-CABECERA TO TRUE
           MOVE WS-LOTE-ID          TO WK-LAV-CAB-LOTE-ID
           MOVE WS-FECHA-HASTA      TO WK-LAV-CAB-FECHA
           MOVE 'CUENTAS'           TO WK-LAV-CAB-SISTEMA
           MOVE 'CTALAVA'           TO WK-LAV-CAB-PROGRAMA
           MOVE WS-UMBRAL           TO WK-LAV-CAB-UMBRAL
           MOVE WS-PISO             TO WK-LAV-CAB-PISO
           MOVE WS-VENTANA-DIAS     TO WK-LAV-CAB-VENTANA-DIAS
           MOVE WS-MINIMO-DEPOSITOS TO WK-LAV-CAB-MINIMO-DEPOSITOS
           PERFORM 8100-ESCRIBIR-REGULATORIO.

       1010-VALIDAR-APERTURAS.
           IF WS-FS-MOVCKPT NOT = '00'
               DISPLAY 'CTALAVA - ERROR AL ABRIR MOVCKPT FS='
                       WS-FS-MOVCKPT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FS-CTAMOV NOT = '00'
               DISPLAY 'CTALAVA - ERROR AL ABRIR CTAMOV FS='
                       WS-FS-CTAMOV
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FS-CTAMOVH NOT = '00'
               DISPLAY 'CTALAVA - ERROR AL ABRIR CTAMOVH FS='
                       WS-FS-CTAMOVH
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FS-CUENTAS NOT = '00'
               DISPLAY 'CTALAVA - ERROR AL ABRIR CUENTAS FS='
                       WS-FS-CUENTAS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FS-CTATIT NOT = '00'
               DISPLAY 'CTALAVA - ERROR AL ABRIR CTATIT FS='
                       WS-FS-CTATIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FS-CLIXREF NOT = '00'
               DISPLAY 'CTALAVA - ERROR AL ABRIR CLIXREF FS='
                       WS-FS-CLIXREF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FS-CLISEQ NOT = '00'
               DISPLAY 'CTALAVA - ERROR AL ABRIR CLISEQ FS='
                       WS-FS-CLISEQ
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FS-TBVCLIEN NOT = '00'
               DISPLAY 'CTALAVA - ERROR AL ABRIR TBVCLIEN FS='
                       WS-FS-TBVCLIEN
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FS-CTALAVRP NOT = '00'
               DISPLAY 'CTALAVA - ERROR AL ABRIR CTALAVRP FS='
                       WS-FS-CTALAVRP
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FS-CTALAVRG NOT = '00'
               DISPLAY 'CTALAVA - ERROR AL ABRIR CTALAVRG FS='
                       WS-FS-CTALAVRG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *    UMBRAL, PISO Y VENTANA SON OBLIGATORIOS: UN PARAMETRO
      *    INVALIDO CORTA LA CORRIDA ANTES DE ABRIR LOS ARCHIVOS.
       1100-LEER-PARAMETRO.
           OPEN INPUT CTALAPAR-FILE
           IF WS-FS-CTALAPAR NOT = '00'
               DISPLAY 'CTALAVA - ERROR AL ABRIR CTALAPAR FS='
                       WS-FS-CTALAPAR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ CTALAPAR-FILE INTO WS-PARAMETRO
               AT END
                   DISPLAY 'CTALAVA - CTALAPAR SIN PARAMETRO'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           CLOSE CTALAPAR-FILE
           IF WS-PAR-UMBRAL NOT NUMERIC
              OR WS-PAR-PISO NOT NUMERIC
              OR WS-PAR-VENTANA-DIAS NOT NUMERIC
               DISPLAY 'CTALAVA - PARAMETRO INVALIDO: '
                       WS-PARAMETRO(1:30)
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-PAR-UMBRAL       TO WS-UMBRAL
           MOVE WS-PAR-PISO         TO WS-PISO
           MOVE WS-PAR-VENTANA-DIAS TO WS-VENTANA-DIAS
           IF WS-UMBRAL = ZEROS
              OR WS-PISO NOT < WS-UMBRAL
              OR WS-VENTANA-DIAS = ZEROS
               DISPLAY 'CTALAVA - PARAMETRO INVALIDO: UMBRAL EN CERO, '
                       'PISO NO MENOR AL UMBRAL O VENTANA EN CERO'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-PAR-MINIMO-X = SPACES
               MOVE 2 TO WS-MINIMO-DEPOSITOS
           ELSE
               IF WS-PAR-MINIMO-DEPOSITOS NOT NUMERIC
                  OR WS-PAR-MINIMO-DEPOSITOS < 2
                   DISPLAY 'CTALAVA - MINIMO DE DEPOSITOS INVALIDO: '
                           WS-PAR-MINIMO-X ' (DEBE SER 2 O MAS)'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-PAR-MINIMO-DEPOSITOS TO WS-MINIMO-DEPOSITOS
           END-IF.

      *    LOTE A INFORMAR = EL MAYOR WK-CKPT-LOTE-ID DE MOVCKPT (MISMO
      *    CRITERIO QUE CTACONT, PGM_28U).
       1200-DETERMINAR-LOTE.
           MOVE SPACES TO WS-LOTE-ID
           MOVE LOW-VALUES TO WK-CKPT-LOTE-ID
           START MOVCKPT-FILE KEY IS GREATER THAN OR EQUAL
               WK-CKPT-LOTE-ID
               INVALID KEY
                   SET WS-NO-HAY-MAS-MOVCKPT TO TRUE
           END-START
           PERFORM UNTIL WS-NO-HAY-MAS-MOVCKPT
               READ MOVCKPT-FILE NEXT RECORD
                   AT END
                       SET WS-NO-HAY-MAS-MOVCKPT TO TRUE
                   NOT AT END
                       MOVE WK-CKPT-LOTE-ID     TO WS-LOTE-ID
                       MOVE WK-CKPT-ESTADO-LOTE TO WS-ESTADO-LOTE
               END-READ
           END-PERFORM
           IF WS-LOTE-ID = SPACES
               DISPLAY 'CTALAVA - MOVCKPT SIN LOTES, MOVCARGA NO CORRIO'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ESTADO-LOTE = 'EP'
               DISPLAY 'CTALAVA - EL LOTE ' WS-LOTE-ID
                       ' DE MOVCARGA NO TERMINO, NO SE INFORMA'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *    LA VENTANA TERMINA EN LA FECHA DEL LOTE Y ABARCA
      *    WS-VENTANA-DIAS DIAS CORRIDOS CONTANDO ESE DIA.
       1300-CALCULAR-VENTANA.
           MOVE WS-LOTE-ID TO WS-FECHA-LOTE-NUM
           STRING WS-LOTE-ID(1:4) '-' WS-LOTE-ID(5:2) '-'
                  WS-LOTE-ID(7:2)
                  DELIMITED BY SIZE INTO WS-FECHA-HASTA
           COMPUTE WS-DIA-DESDE =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-LOTE-NUM)
               - WS-VENTANA-DIAS + 1
           COMPUTE WS-FECHA-DESDE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DIA-DESDE)
           STRING WS-FECHA-DESDE-NUM(1:4) '-'
                  WS-FECHA-DESDE-NUM(5:2) '-'
                  WS-FECHA-DESDE-NUM(7:2)
                  DELIMITED BY SIZE INTO WS-FECHA-DESDE.

      *    PRIMERA PASADA: TODO CTAMOV. INFORMA LAS OPERACIONES SOBRE
      *    EL UMBRAL Y ANOTA LOS CLIENTES A REVISAR POR FRACCIONAMIENTO.
       2000-REVISAR-MOVIMIENTOS.
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
                       ADD 1 TO WS-CANT-LEIDAS
                       PERFORM 2100-EVALUAR-MOVIMIENTO
               END-READ
           END-PERFORM.

      *    SOLO EFECTIVO (DE/EX DE VENTANILLA) DESDE EL PISO PARA
      *    ARRIBA; LO DEMAS NO INTERESA A NINGUNO DE LOS DOS REPORTES.
       2100-EVALUAR-MOVIMIENTO.
           IF WK-MOV-ES-VENTANILLA
              AND (WK-MOV-TIPO-MOVIMIENTO = 'DE'
                   OR WK-MOV-TIPO-MOVIMIENTO = 'EX')
              AND WK-MOV-IMPORTE NOT < WS-PISO
               PERFORM 2200-UBICAR-CUENTA
               IF WK-MOV-IMPORTE NOT < WS-UMBRAL
                   PERFORM 2300-INFORMAR-UMBRAL
               ELSE
                   IF WK-MOV-TIPO-MOVIMIENTO = 'DE'
                      AND WS-CUENTA-OK
                      AND WS-MOVIMIENTO-APLICADO
                       PERFORM 2400-ANOTAR-CANDIDATO
                   END-IF
               END-IF
           END-IF.

      *    CLIENTE DE LA CUENTA Y SI MOVCARGA APLICO EL MOVIMIENTO
      *    (FILA CUENTA + LOTE + SECUENCIA EN CTAMOVH).
       2200-UBICAR-CUENTA.
           SET WS-CUENTA-OK TO TRUE
           SET WS-MOVIMIENTO-APLICADO TO FALSE
           MOVE ZEROS TO WS-NRO-CLIENTE
           MOVE WK-MOV-NRO-CUENTA TO WK-CTA-NRO-CUENTA
           READ CUENTAS-FILE
               INVALID KEY
                   SET WS-CUENTA-OK TO FALSE
                   ADD 1 TO WS-CANT-SIN-CUENTA
               NOT INVALID KEY
                   MOVE WK-CTA-NRO-CLIENTE TO WS-NRO-CLIENTE
           END-READ
           MOVE WK-MOV-NRO-CUENTA TO WK-MVH-NRO-CUENTA
           MOVE WS-LOTE-ID        TO WK-MVH-LOTE-ID
           MOVE WK-MOV-NRO-SEQ    TO WK-MVH-NRO-SEQ
           READ CTAMOVH-FILE
               INVALID KEY
                   SET WS-MOVIMIENTO-APLICADO TO FALSE
               NOT INVALID KEY
                   SET WS-MOVIMIENTO-APLICADO TO TRUE
           END-READ.

       2300-INFORMAR-UMBRAL.
           IF WS-CUENTA-OK
               PERFORM 5000-RESOLVER-CLIENTE
           ELSE
               MOVE SPACES TO WS-CLIENTE
               MOVE ZEROS  TO WS-CLI-NRO-DOCUMENTO
               MOVE '*** CUENTA INEXISTENTE EN CUENTAS ***'
                   TO WS-TITULAR
           END-IF
           MOVE WK-MOV-NRO-CUENTA      TO WS-LIU-NRO-CUENTA
           MOVE WK-MOV-NRO-SEQ         TO WS-LIU-NRO-SEQ
           MOVE WK-MOV-TIPO-MOVIMIENTO TO WS-LIU-TIPO-MOVIMIENTO
           MOVE WK-MOV-FECHA           TO WS-LIU-FECHA
           MOVE WK-MOV-IMPORTE         TO WS-LIU-IMPORTE
           MOVE WS-NRO-CLIENTE         TO WS-LIU-NRO-CLIENTE
           MOVE WS-TITULAR             TO WS-LIU-TITULAR
           IF WS-MOVIMIENTO-APLICADO
               MOVE 'APLICADA'  TO WS-LIU-ESTADO
           ELSE
               MOVE 'RECHAZADA' TO WS-LIU-ESTADO
               ADD 1 TO WS-CANT-UMBRAL-RECHAZADAS
           END-IF
           WRITE WK-CTALAVRP-LINEA FROM WS-LINEA-UMBRAL
           PERFORM 8010-VERIFICAR-ESCRITURA
           PERFORM 7000-EMITIR-DATOS-CLIENTE
           IF WS-MOVIMIENTO-APLICADO
               ADD 1 TO WS-CANT-UMBRAL
               ADD WK-MOV-IMPORTE TO WS-TOTAL-UMBRAL
               PERFORM 2310-GRABAR-UMBRAL
           END-IF.

       2310-GRABAR-UMBRAL.
           MOVE SPACES TO WK-CTALAVR
           SET WK-LAV-ES-DETALLE TO TRUE
           MOVE 'UM' TO WK-LAV-DET-TIPO-REPORTE
           PERFORM 7100-MOVER-CLIENTE-REGULATORIO
           MOVE WK-MOV-NRO-CUENTA      TO WK-LAV-DET-NRO-CUENTA
           MOVE WK-MOV-TIPO-MOVIMIENTO TO WK-LAV-DET-TIPO-MOVIMIENTO
           MOVE WK-MOV-FECHA           TO WK-LAV-DET-FECHA-DESDE
                                          WK-LAV-DET-FECHA-HASTA
           MOVE WK-MOV-IMPORTE         TO WK-LAV-DET-IMPORTE
           MOVE 1                      TO WK-LAV-DET-CANT-OPERACIONES
           MOVE WK-MOV-NRO-SEQ         TO WK-LAV-DET-NRO-SEQ
           PERFORM 8100-ESCRIBIR-REGULATORIO.

      *    UN CLIENTE SE REVISA UNA SOLA VEZ POR CORRIDA, AUNQUE TENGA
      *    VARIOS DEPOSITOS EN EL RANGO DENTRO DEL LOTE.
       2400-ANOTAR-CANDIDATO.
           SET WS-CANDIDATO-YA-ANOTADO TO FALSE
           PERFORM VARYING WS-CAN-IX FROM 1 BY 1
                   UNTIL WS-CAN-IX > WS-CANT-CANDIDATOS
                      OR WS-CANDIDATO-YA-ANOTADO
               IF WS-CANDIDATO(WS-CAN-IX) = WS-NRO-CLIENTE
                   SET WS-CANDIDATO-YA-ANOTADO TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-CANDIDATO-YA-ANOTADO
               IF WS-CANT-CANDIDATOS >= WS-MAX-CANDIDATOS
                   DISPLAY 'CTALAVA - TABLA DE CLIENTES A REVISAR LLENA'
                           ' (' WS-MAX-CANDIDATOS '), AMPLIAR WS-TABLA-'
                           'CANDIDATOS'
                   MOVE 16 TO WS-RETORNO-FINAL
                   PERFORM 0200-ANOTAR-FIN-CONTROL
                   PERFORM 9000-FINALIZAR
                   MOVE WS-RETORNO-FINAL TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-CANT-CANDIDATOS
               MOVE WS-NRO-CLIENTE TO WS-CANDIDATO(WS-CANT-CANDIDATOS)
           END-IF.

      *    SEGUNDA PASADA: POR CADA CLIENTE ANOTADO, TODAS SUS CUENTAS
      *    Y SUS DEPOSITOS EN EFECTIVO DEL RANGO DENTRO DE LA VENTANA.
       3000-REVISAR-FRACCIONAMIENTO.
           MOVE SPACES TO WK-CTALAVRP-LINEA
           PERFORM 8000-ESCRIBIR-LINEA
           MOVE SPACES TO WK-CTALAVRP-LINEA
           STRING 'POSIBLE FRACCIONAMIENTO: DEPOSITOS EN EFECTIVO ENTRE'
                  ' PISO Y UMBRAL DEL ' WS-FECHA-DESDE ' AL '
                  WS-FECHA-HASTA ' EN TODAS LAS CUENTAS DEL CLIENTE'
                  DELIMITED BY SIZE INTO WK-CTALAVRP-LINEA
           PERFORM 8000-ESCRIBIR-LINEA
           PERFORM VARYING WS-CAN-IX FROM 1 BY 1
                   UNTIL WS-CAN-IX > WS-CANT-CANDIDATOS
               PERFORM 3100-REVISAR-CLIENTE
           END-PERFORM.

      *    PRIMERO LAS CUENTAS DONDE EL CLIENTE ES TITULAR O
      *    COTITULAR CON FECHA HASTA ABIERTA EN CTATIT; DESPUES, POR LA
      *    ALTERNATE KEY WK-CTA-NRO-CLIENTE, LAS CUENTAS DEL CLIENTE
      *    QUE NO TIENEN FILA SUYA EN CTATIT (LAS QUE LA TIENEN YA SE
      *    SUMARON, O NO CORRESPONDEN SI ES APODERADO O SU ROL TERMINO).
       3100-REVISAR-CLIENTE.
           MOVE WS-CANDIDATO(WS-CAN-IX) TO WS-NRO-CLIENTE
           MOVE ZEROS TO WS-CANT-DEPOSITOS
                         WS-TOTAL-DEPOSITOS
           PERFORM 3110-REVISAR-TITULARIDADES
           MOVE 'N' TO WS-EOF-CUENTAS-CLIENTE
           MOVE WS-NRO-CLIENTE TO WK-CTA-NRO-CLIENTE
           START CUENTAS-FILE KEY IS EQUAL TO WK-CTA-NRO-CLIENTE
               INVALID KEY
                   SET WS-NO-HAY-MAS-CTAS-CLI TO TRUE
           END-START
           PERFORM UNTIL WS-NO-HAY-MAS-CTAS-CLI
               READ CUENTAS-FILE NEXT RECORD
                   AT END
                       SET WS-NO-HAY-MAS-CTAS-CLI TO TRUE
                   NOT AT END
                       IF WK-CTA-NRO-CLIENTE NOT = WS-NRO-CLIENTE
                           SET WS-NO-HAY-MAS-CTAS-CLI TO TRUE
                       ELSE
                           PERFORM 3130-SUMAR-SI-SIN-TITULARIDAD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CANT-DEPOSITOS NOT < WS-MINIMO-DEPOSITOS
              AND WS-TOTAL-DEPOSITOS NOT < WS-UMBRAL
               PERFORM 4000-INFORMAR-FRACCIONADO
           END-IF.

       3110-REVISAR-TITULARIDADES.
           MOVE 'N' TO WS-EOF-TITULARIDADES
           MOVE WS-NRO-CLIENTE TO WK-TIT-NRO-CLIENTE
           START CTATIT-FILE KEY IS EQUAL TO WK-TIT-NRO-CLIENTE
               INVALID KEY
                   SET WS-NO-HAY-MAS-TITULARIDAD TO TRUE
           END-START
           PERFORM UNTIL WS-NO-HAY-MAS-TITULARIDAD
               READ CTATIT-FILE NEXT RECORD
                   AT END
                       SET WS-NO-HAY-MAS-TITULARIDAD TO TRUE
                   NOT AT END
                       IF WK-TIT-NRO-CLIENTE NOT = WS-NRO-CLIENTE
                           SET WS-NO-HAY-MAS-TITULARIDAD TO TRUE
                       ELSE
                           PERFORM 3120-SUMAR-SI-ES-TITULAR
                       END-IF
               END-READ
           END-PERFORM.

      *    FECHA HASTA ABIERTA: EN BLANCO O POSTERIOR A LA FECHA DEL
      *    LOTE (VER CP-CTATIT).
       3120-SUMAR-SI-ES-TITULAR.
           IF WK-TIT-ES-TITULARIDAD
              AND (WK-TIT-FECHA-HASTA = SPACES
                   OR WK-TIT-FECHA-HASTA > WS-FECHA-HASTA)
               MOVE WK-TIT-NRO-CUENTA TO WS-NRO-CUENTA-REVISADA
               PERFORM 3200-SUMAR-DEPOSITOS-CUENTA
           END-IF.

       3130-SUMAR-SI-SIN-TITULARIDAD.
           MOVE WK-CTA-NRO-CUENTA TO WK-TIT-NRO-CUENTA
           MOVE WS-NRO-CLIENTE    TO WK-TIT-NRO-CLIENTE
           READ CTATIT-FILE
               INVALID KEY
                   MOVE WK-CTA-NRO-CUENTA TO WS-NRO-CUENTA-REVISADA
                   PERFORM 3200-SUMAR-DEPOSITOS-CUENTA
           END-READ.

      *    LOS MOVIMIENTOS DE LA CUENTA ESTAN JUNTOS EN CTAMOVH (CLAVE
      *    NRO_CUENTA + LOTE + SECUENCIA): SE POSICIONA EN EL LOTE DEL
      *    PRIMER DIA DE LA VENTANA. UN MOVIMIENTO NO SE APLICA ANTES
      *    DE SU FECHA, ASI QUE LOS LOTES ANTERIORES NO TRAEN NADA DE
      *    LA VENTANA.
       3200-SUMAR-DEPOSITOS-CUENTA.
           MOVE 'N' TO WS-EOF-MOV-CUENTA
           MOVE WS-NRO-CUENTA-REVISADA TO WK-MVH-NRO-CUENTA
           MOVE WS-FECHA-DESDE-NUM     TO WK-MVH-LOTE-ID
           MOVE ZEROS                  TO WK-MVH-NRO-SEQ
           START CTAMOVH-FILE KEY IS NOT LESS THAN WK-MVH-CLAVE
               INVALID KEY
                   SET WS-NO-HAY-MAS-MOV-CTA TO TRUE
           END-START
           PERFORM UNTIL WS-NO-HAY-MAS-MOV-CTA
               READ CTAMOVH-FILE NEXT RECORD
                   AT END
                       SET WS-NO-HAY-MAS-MOV-CTA TO TRUE
                   NOT AT END
                       IF WK-MVH-NRO-CUENTA NOT = WS-NRO-CUENTA-REVISADA
                           SET WS-NO-HAY-MAS-MOV-CTA TO TRUE
                       ELSE
                           PERFORM 3300-EVALUAR-DEPOSITO
                       END-IF
               END-READ
           END-PERFORM.

       3300-EVALUAR-DEPOSITO.
           IF WK-MVH-TIPO-MOVIMIENTO = 'DE'
              AND (WK-MVH-ORIGEN = SPACES OR WK-MVH-ORIGEN = 'VE')
              AND WK-MVH-IMPORTE NOT < WS-PISO
              AND WK-MVH-IMPORTE < WS-UMBRAL
              AND WK-MVH-FECHA NOT < WS-FECHA-DESDE
              AND WK-MVH-FECHA NOT > WS-FECHA-HASTA
               ADD 1 TO WS-CANT-DEPOSITOS
               ADD WK-MVH-IMPORTE TO WS-TOTAL-DEPOSITOS
               IF WS-CANT-DEPOSITOS <= WS-MAX-DEPOSITOS
                   MOVE WK-MVH-NRO-CUENTA TO
                       WS-DEP-NRO-CUENTA(WS-CANT-DEPOSITOS)
                   MOVE WK-MVH-FECHA TO
                       WS-DEP-FECHA(WS-CANT-DEPOSITOS)
                   MOVE WK-MVH-IMPORTE TO
                       WS-DEP-IMPORTE(WS-CANT-DEPOSITOS)
                   MOVE WK-MVH-LOTE-ID TO
                       WS-DEP-LOTE-ID(WS-CANT-DEPOSITOS)
                   MOVE WK-MVH-NRO-SEQ TO
                       WS-DEP-NRO-SEQ(WS-CANT-DEPOSITOS)
               END-IF
           END-IF.

       4000-INFORMAR-FRACCIONADO.
           ADD 1 TO WS-CANT-FRACCIONADO
           ADD WS-TOTAL-DEPOSITOS TO WS-TOTAL-FRACCIONADO
           PERFORM 5000-RESOLVER-CLIENTE
           MOVE WS-NRO-CLIENTE      TO WS-LIF-NRO-CLIENTE
           MOVE WS-CANT-DEPOSITOS   TO WS-LIF-CANT-DEPOSITOS
           MOVE WS-TOTAL-DEPOSITOS  TO WS-LIF-TOTAL
           MOVE WS-FECHA-DESDE      TO WS-LIF-FECHA-DESDE
           MOVE WS-FECHA-HASTA      TO WS-LIF-FECHA-HASTA
           MOVE WS-TITULAR          TO WS-LIF-TITULAR
           WRITE WK-CTALAVRP-LINEA FROM WS-LINEA-FRACCIONADO
           PERFORM 8010-VERIFICAR-ESCRITURA
           PERFORM 7000-EMITIR-DATOS-CLIENTE
           PERFORM VARYING WS-DEP-IX FROM 1 BY 1
                   UNTIL WS-DEP-IX > WS-CANT-DEPOSITOS
                      OR WS-DEP-IX > WS-MAX-DEPOSITOS
               MOVE WS-DEP-NRO-CUENTA(WS-DEP-IX) TO WS-LID-NRO-CUENTA
               MOVE WS-DEP-FECHA(WS-DEP-IX)      TO WS-LID-FECHA
               MOVE WS-DEP-IMPORTE(WS-DEP-IX)    TO WS-LID-IMPORTE
               MOVE WS-DEP-LOTE-ID(WS-DEP-IX)    TO WS-LID-LOTE-ID
               MOVE WS-DEP-NRO-SEQ(WS-DEP-IX)    TO WS-LID-NRO-SEQ
               WRITE WK-CTALAVRP-LINEA FROM WS-LINEA-DEPOSITO
               PERFORM 8010-VERIFICAR-ESCRITURA
           END-PERFORM
           IF WS-CANT-DEPOSITOS > WS-MAX-DEPOSITOS
               MOVE SPACES TO WK-CTALAVRP-LINEA
               STRING '     ... DETALLE LIMITADO A LOS PRIMEROS '
                      WS-MAX-DEPOSITOS ' DEPOSITOS'
                      DELIMITED BY SIZE INTO WK-CTALAVRP-LINEA
               PERFORM 8000-ESCRIBIR-LINEA
           END-IF
           MOVE SPACES TO WK-CTALAVR
           SET WK-LAV-ES-DETALLE TO TRUE
           MOVE 'FR' TO WK-LAV-DET-TIPO-REPORTE
           PERFORM 7100-MOVER-CLIENTE-REGULATORIO
           MOVE ZEROS              TO WK-LAV-DET-NRO-CUENTA
           MOVE 'DE'               TO WK-LAV-DET-TIPO-MOVIMIENTO
           MOVE WS-FECHA-DESDE     TO WK-LAV-DET-FECHA-DESDE
           MOVE WS-FECHA-HASTA     TO WK-LAV-DET-FECHA-HASTA
           MOVE WS-TOTAL-DEPOSITOS TO WK-LAV-DET-IMPORTE
           MOVE WS-CANT-DEPOSITOS  TO WK-LAV-DET-CANT-OPERACIONES
           MOVE ZEROS              TO WK-LAV-DET-NRO-SEQ
           PERFORM 8100-ESCRIBIR-REGULATORIO.

      *    MISMO CAMINO QUE CTADESC (PGM_28T): EL CRUZADO DA EL
      *    DOCUMENTO, CLISEQ LA ULTIMA SECUENCIA Y EL ULTIMO TIPO DE
      *    NOVEDAD, Y CON ELLOS SE RE-ARMA LA CLAVE DE LA FILA VIGENTE
      *    DE TBVCLIEN.
       5000-RESOLVER-CLIENTE.
           SET WS-CLIENTE-OK TO TRUE
           MOVE SPACES TO WS-CLIENTE
                          WS-TITULAR
           MOVE ZEROS  TO WS-CLI-NRO-DOCUMENTO
           MOVE WS-NRO-CLIENTE TO WK-XRF-NRO-CLIENTE
           READ CLIXREF-FILE
               INVALID KEY
                   MOVE '*** CLIENTE SIN CRUZADO CLIXREF ***'
                       TO WS-TITULAR
                   SET WS-CLIENTE-OK TO FALSE
           END-READ
           IF WS-CLIENTE-OK
               MOVE WK-XRF-TIPO-DOCUMENTO TO WS-CLI-TIPO-DOCUMENTO
               MOVE WK-XRF-NRO-DOCUMENTO  TO WS-CLI-NRO-DOCUMENTO
               MOVE WK-XRF-NRO-DOCUMENTO  TO WK-SEQ-NRO-DOCUMENTO
               READ CLISEQ-FILE
                   INVALID KEY
                       MOVE '*** DOCUMENTO SIN CONTADOR CLISEQ ***'
                           TO WS-TITULAR
                       SET WS-CLIENTE-OK TO FALSE
               END-READ
           END-IF
           IF WS-CLIENTE-OK
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
                       SET WS-CLIENTE-OK TO FALSE
                   NOT INVALID KEY
                       MOVE WK-CLI-APELLIDO-CLIENTE TO WS-CLI-APELLIDO
                       MOVE WK-CLI-NOMBRE-CLIENTE   TO WS-CLI-NOMBRE
                       MOVE WK-CLI-NACIONALIDAD  TO WS-CLI-NACIONALIDAD
                       MOVE WK-CLI-DOMICILIO        TO WS-CLI-DOMICILIO
                       MOVE WK-CLI-CIUDAD           TO WS-CLI-CIUDAD
                       STRING WK-CLI-APELLIDO-CLIENTE
                                  DELIMITED BY '  '
                              ', ' DELIMITED BY SIZE
                              WK-CLI-NOMBRE-CLIENTE
                                  DELIMITED BY '  '
                              INTO WS-TITULAR
               END-READ
           END-IF
           IF NOT WS-CLIENTE-OK
               ADD 1 TO WS-CANT-SIN-CLIENTE
           END-IF.

       7000-EMITIR-DATOS-CLIENTE.
           MOVE WS-CLI-TIPO-DOCUMENTO  TO WS-LIC-TIPO-DOCUMENTO
           MOVE WS-CLI-NRO-DOCUMENTO   TO WS-LIC-NRO-DOCUMENTO
           MOVE WS-CLI-NACIONALIDAD    TO WS-LIC-NACIONALIDAD
           MOVE WS-CLI-DOMICILIO       TO WS-LIC-DOMICILIO
           MOVE WS-CLI-CIUDAD          TO WS-LIC-CIUDAD
           WRITE WK-CTALAVRP-LINEA FROM WS-LINEA-CLIENTE
           PERFORM 8010-VERIFICAR-ESCRITURA.

       7100-MOVER-CLIENTE-REGULATORIO.
           MOVE WS-NRO-CLIENTE         TO WK-LAV-DET-NRO-CLIENTE
           MOVE WS-CLI-TIPO-DOCUMENTO  TO WK-LAV-DET-TIPO-DOCUMENTO
           MOVE WS-CLI-NRO-DOCUMENTO   TO WK-LAV-DET-NRO-DOCUMENTO
           MOVE WS-CLI-APELLIDO        TO WK-LAV-DET-APELLIDO
           MOVE WS-CLI-NOMBRE          TO WK-LAV-DET-NOMBRE
           MOVE WS-CLI-NACIONALIDAD    TO WK-LAV-DET-NACIONALIDAD
           MOVE WS-CLI-DOMICILIO       TO WK-LAV-DET-DOMICILIO
           MOVE WS-CLI-CIUDAD          TO WK-LAV-DET-CIUDAD.

      *    TOTALES DEL LISTADO Y PIE DEL ARCHIVO REGULATORIO.
       6000-CERRAR-SALIDAS.
           MOVE SPACES TO WK-CTALAVRP-LINEA
           PERFORM 8000-ESCRIBIR-LINEA
           MOVE SPACES TO WK-CTALAVRP-LINEA
           STRING 'MOVIMIENTOS=' WS-CANT-LEIDAS
                  ' SOBRE UMBRAL APLICADAS=' WS-CANT-UMBRAL
                  ' RECHAZADAS=' WS-CANT-UMBRAL-RECHAZADAS
                  ' CLIENTES REVISADOS=' WS-CANT-CANDIDATOS
                  ' CON FRACCIONAMIENTO=' WS-CANT-FRACCIONADO
                  DELIMITED BY SIZE INTO WK-CTALAVRP-LINEA
           PERFORM 8000-ESCRIBIR-LINEA
           MOVE SPACES TO WK-CTALAVR
           SET WK-LAV-ES-PIE TO TRUE
           MOVE WS-CANT-UMBRAL       TO WK-LAV-PIE-CANT-UMBRAL
           MOVE WS-CANT-FRACCIONADO  TO WK-LAV-PIE-CANT-FRACCIONADO
           MOVE WS-TOTAL-UMBRAL      TO WK-LAV-PIE-TOTAL-UMBRAL
           MOVE WS-TOTAL-FRACCIONADO TO WK-LAV-PIE-TOTAL-FRACCIONADO
           PERFORM 8100-ESCRIBIR-REGULATORIO.

       8000-ESCRIBIR-LINEA.
           WRITE WK-CTALAVRP-LINEA
           PERFORM 8010-VERIFICAR-ESCRITURA.

       8010-VERIFICAR-ESCRITURA.
           IF WS-FS-CTALAVRP NOT = '00'
               DISPLAY 'CTALAVA - ERROR AL ESCRIBIR CTALAVRP FS='
                       WS-FS-CTALAVRP
           END-IF.

       8100-ESCRIBIR-REGULATORIO.
           WRITE WK-CTALAVR
           IF WS-FS-CTALAVRG NOT = '00'
               DISPLAY 'CTALAVA - ERROR AL ESCRIBIR CTALAVRG FS='
                       WS-FS-CTALAVRG
               MOVE 16 TO WS-RETORNO-FINAL
           END-IF.

       9000-FINALIZAR.
           CLOSE MOVCKPT-FILE
                 CTAMOV-FILE
                 CTAMOVH-FILE
                 CUENTAS-FILE
                 CTATIT-FILE
                 CLIXREF-FILE
                 CLISEQ-FILE
                 TBVCLIEN-FILE
                 CTALAVRP-FILE
                 CTALAVRG-FILE.
