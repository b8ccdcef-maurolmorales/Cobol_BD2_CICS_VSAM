       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTATASI.
      ******************************************************************
      * PGM_28S - CTATASI                                              *
      * CARGA INICIAL (SEED) DEL MAESTRO DE TASAS, COMISIONES Y        *
      * LIMITES DE DESCUBIERTO POR TIPO DE CUENTA CP-CTATASA, MISMO    *
      * PATRON QUE PGM_28R/CLISUCI.                                    *
      * SE CORRE UNA SOLA VEZ AL PONER EN MARCHA EL ARCHIVO; LOS       *
      * CAMBIOS DE TASA O COMISION POSTERIORES SE HACEN POR LA         *
      * TRANSACCION PGM_28O/CLIMANT (ARCHIVO CTATASA), QUE LOS DEJA    *
      * JOURNALIZADOS EN CLIMANJ.                                      *
      * UN TIPO DE CUENTA SIN FILA VIGENTE NO SE LIQUIDA (LA           *
      * LIQUIDACION PGM_28S/CTALIQ LO INFORMA EN SU REPORTE).          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTATASA-FILE ASSIGN TO "CTATASA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WK-TAS-TIPO-CUENTA
               FILE STATUS IS WS-FS-CTATASA.

       DATA DIVISION.
       FILE SECTION.
       FD  CTATASA-FILE.
           COPY CP-CTATASA.

       WORKING-STORAGE SECTION.
       01  WS-FS-CTATASA                 PIC XX.
       01  WS-CANT-SEMBRADAS             PIC 9(4) VALUE ZEROS.

      *    *************************************************************
      *    TASAS Y COMISIONES VIGENTES AL MOMENTO DE LA PUESTA EN
      *    MARCHA, EN ORDEN ASCENDENTE DE TIPO DE CUENTA PORQUE EL
      *    ARCHIVO SE CARGA EN ACCESO SECUENCIAL POR SU CLAVE.
      *    TIPO(2) + DESCRIPCION(15) + TNA 9(3)V9(4) + COMISION
      *    9(7)V99 + LIMITE DE DESCUBIERTO 9(9)V99 (LA CAJA DE AHORRO
      *    NO ADMITE DESCUBIERTO).
       01  WS-TABLA-SEMILLA.
           05 FILLER PIC X(44) VALUE
               'CACAJA DE AHORRO 003500000000000000000000000'.
           05 FILLER PIC X(44) VALUE
               'CCCTA CORRIENTE  000000000015000000050000000'.
       01  FILLER REDEFINES WS-TABLA-SEMILLA.
           05 WS-SEMILLA OCCURS 2 TIMES.
              10 WS-SEM-TIPO-CUENTA      PIC X(2).
              10 WS-SEM-DESCRIPCION      PIC X(15).
              10 WS-SEM-TNA              PIC 9(3)V9(4).
              10 WS-SEM-COMISION         PIC 9(7)V99.
              10 WS-SEM-LIMITE           PIC 9(9)V99.

       01  WS-IX                         PIC 9(2).

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           OPEN OUTPUT CTATASA-FILE
           IF WS-FS-CTATASA NOT = '00'
               DISPLAY 'CTATASI - ERROR AL ABRIR CTATASA FS='
                       WS-FS-CTATASA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > 2
               MOVE WS-SEM-TIPO-CUENTA(WS-IX) TO WK-TAS-TIPO-CUENTA
               MOVE WS-SEM-DESCRIPCION(WS-IX) TO WK-TAS-DESCRIPCION
               MOVE WS-SEM-TNA(WS-IX)         TO WK-TAS-TNA
               MOVE WS-SEM-COMISION(WS-IX)    TO
                   WK-TAS-COMISION-MENSUAL
               MOVE WS-SEM-LIMITE(WS-IX)      TO
                   WK-TAS-LIMITE-DESCUBIERTO
               SET WK-TAS-ES-VIGENTE TO TRUE
               WRITE WK-CTATASA
                   INVALID KEY
                       DISPLAY 'CTATASI - ERROR AL GRABAR TIPO '
                               WK-TAS-TIPO-CUENTA
                   NOT INVALID KEY
                       ADD 1 TO WS-CANT-SEMBRADAS
               END-WRITE
           END-PERFORM
           DISPLAY 'CTATASI - TIPOS DE CUENTA CARGADOS: '
                   WS-CANT-SEMBRADAS
           CLOSE CTATASA-FILE
           GOBACK.
