      * DATA POR CADA CAMPO DEL MAPA DE ENTRADA, MAS EL MAPA DE        *
      * SALIDA REDEFINIENDO EL MISMO AREA), IGUAL QUE CP-CLICNSM       *
      * (PGM_27X). USADO POR PGM_28O/CLIMANT (TRANSACCION CICS DE      *
      * MANTENIMIENTO DE CLIDOM/CRUCEEC/CLICIUD/CTATASA/OPEPERF).      *
      ******************************************************************
       01  CLIMAN1I.
           02  FILLER                      PIC X(12).
           02  FILLER REDEFINES VIGENTF.
               03  VIGENTA                 PIC X.
           02  VIGENTI                     PIC X(1).
           02  TASAL                       COMP PIC S9(4).
           02  TASAF                       PIC X.
           02  FILLER REDEFINES TASAF.
               03  TASAA                   PIC X.
           02  TASAI                       PIC 9(3)V9(4).
           02  COMISIL                     COMP PIC S9(4).
           02  COMISIF                     PIC X.
           02  FILLER REDEFINES COMISIF.
               03  COMISIA                 PIC X.
           02  COMISII                     PIC 9(7)V99.
           02  LIMITEL                     COMP PIC S9(4).
           02  LIMITEF                     PIC X.
           02  FILLER REDEFINES LIMITEF.
               03  LIMITEA                 PIC X.
           02  LIMITEI                     PIC 9(9)V99.
           02  MSGL                        COMP PIC S9(4).
           02  MSGF                        PIC X.
           02  FILLER REDEFINES MSGF.
           02  FILLER                      PIC X(3).
           02  VIGENTO                     PIC X(1).
           02  FILLER                      PIC X(3).
           02  TASAO                       PIC 9(3)V9(4).
           02  FILLER                      PIC X(3).
           02  COMISIO                     PIC 9(7)V99.
           02  FILLER                      PIC X(3).
           02  LIMITEO                     PIC 9(9)V99.
           02  FILLER                      PIC X(3).
           02  MSGO                        PIC X(60).
      ******************************************************************
