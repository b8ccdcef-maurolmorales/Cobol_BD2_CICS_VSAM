           02  FILLER REDEFINES NOMBREF.
               03  NOMBREA                 PIC X.
           02  NOMBREI                     PIC X(30).
           02  TITULSL                     COMP PIC S9(4).
           02  TITULSF                     PIC X.
           02  FILLER REDEFINES TITULSF.
               03  TITULSA                 PIC X.
           02  TITULSI                     PIC X(64).
           02  LINTITL                     COMP PIC S9(4).
           02  LINTITF                     PIC X.
           02  FILLER REDEFINES LINTITF.
               03  LINTITA                 PIC X.
           02  LINTITI                     PIC X(40).
           02  LINC1L                      COMP PIC S9(4).
           02  LINC1F                      PIC X.
           02  FILLER REDEFINES LINC1F.
           02  FILLER                      PIC X(3).
           02  NOMBREO                     PIC X(30).
           02  FILLER                      PIC X(3).
           02  TITULSO                     PIC X(64).
           02  FILLER                      PIC X(3).
           02  LINTITO                     PIC X(40).
           02  FILLER                      PIC X(3).
           02  LINC1O                      PIC X(78).
           02  FILLER                      PIC X(3).
           02  LINC2O                      PIC X(78).
