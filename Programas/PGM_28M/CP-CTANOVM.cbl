      * DATA POR CADA CAMPO UNPROT DEL MAPA DE ENTRADA, MAS EL MAPA    *
      * DE SALIDA REDEFINIENDO EL MISMO AREA), IGUAL QUE CP-CLINOVM    *
      * (PGM_28A). USADO POR PGM_28M/CTANOVE (TRANSACCION CICS DE      *
      * CAPTURA DE NOVEDADES AP/CE/LD/TA/TB HACIA CP-CTATRAN).         *
      ******************************************************************
       01  CTANOV1I.
           02  FILLER                      PIC X(12).
           02  FILLER REDEFINES FCIERF.
               03  FCIERA                  PIC X.
           02  FCIERI                      PIC X(10).
           02  LIMPROL                     COMP PIC S9(4).
           02  LIMPROF                     PIC X.
           02  FILLER REDEFINES LIMPROF.
               03  LIMPROA                 PIC X.
           02  LIMPROI                     PIC X(1).
           02  LIMITEL                     COMP PIC S9(4).
           02  LIMITEF                     PIC X.
           02  FILLER REDEFINES LIMITEF.
               03  LIMITEA                 PIC X.
           02  LIMITEI                     PIC 9(9)V99.
           02  ROLL                        COMP PIC S9(4).
           02  ROLF                        PIC X.
           02  FILLER REDEFINES ROLF.
               03  ROLA                    PIC X.
           02  ROLI                        PIC X(1).
           02  FDESDEL                     COMP PIC S9(4).
           02  FDESDEF                     PIC X.
           02  FILLER REDEFINES FDESDEF.
               03  FDESDEA                 PIC X.
           02  FDESDEI                     PIC X(10).
           02  FHASTAL                     COMP PIC S9(4).
           02  FHASTAF                     PIC X.
           02  FILLER REDEFINES FHASTAF.
               03  FHASTAA                 PIC X.
           02  FHASTAI                     PIC X(10).
           02  MSGL                        COMP PIC S9(4).
           02  MSGF                        PIC X.
           02  FILLER REDEFINES MSGF.
           02  FILLER                      PIC X(3).
           02  FCIERO                      PIC X(10).
           02  FILLER                      PIC X(3).
           02  LIMPROO                     PIC X(1).
           02  FILLER                      PIC X(3).
           02  LIMITEO                     PIC 9(9)V99.
           02  FILLER                      PIC X(3).
           02  ROLO                        PIC X(1).
           02  FILLER                      PIC X(3).
           02  FDESDEO                     PIC X(10).
           02  FILLER                      PIC X(3).
           02  FHASTAO                     PIC X(10).
           02  FILLER                      PIC X(3).
           02  MSGO                        PIC X(60).
      ******************************************************************
