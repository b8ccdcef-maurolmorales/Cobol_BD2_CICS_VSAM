      *    CLICERM
      ******************************************************************
      * MAPA SIMBOLICO DEL BMS CLICERM (VER PGM_28Z/CLICERM.BMS).      *
      * GENERADO A MANO SIGUIENDO EL LAYOUT ESTANDAR QUE PRODUCE EL    *
      * ASSEMBLY DE UN DFHMSD/DFHMDI/DFHMDF (LENGTH/FLAG/ATTRIBUTE/    *
      * DATA POR CADA CAMPO DEL MAPA DE ENTRADA, MAS EL MAPA DE        *
      * SALIDA REDEFINIENDO EL MISMO AREA), IGUAL QUE CP-NOVAPRM       *
      * (PGM_28X). USADO POR PGM_28Z/CLICERE (TRANSACCION CICS DE      *
      * RECERTIFICACION DE DATOS DEL CLIENTE).                         *
      ******************************************************************
       01  CLICER1I.
           02  FILLER                      PIC X(12).
           02  TIPDOCL                     COMP PIC S9(4).
           02  TIPDOCF                     PIC X.
           02  FILLER REDEFINES TIPDOCF.
               03  TIPDOCA                 PIC X.
           02  TIPDOCI                     PIC X(2).
           02  NRODOCL                     COMP PIC S9(4).
           02  NRODOCF                     PIC X.
           02  FILLER REDEFINES NRODOCF.
               03  NRODOCA                 PIC X.
           02  NRODOCI                     PIC 9(11).
           02  NROCLIL                     COMP PIC S9(4).
           02  NROCLIF                     PIC X.
           02  FILLER REDEFINES NROCLIF.
               03  NROCLIA                 PIC X.
           02  NROCLII                     PIC 9(5).
           02  ACCIONL                     COMP PIC S9(4).
           02  ACCIONF                     PIC X.
           02  FILLER REDEFINES ACCIONF.
               03  ACCIONA                 PIC X.
           02  ACCIONI                     PIC X(3).
           02  PERFILL                     COMP PIC S9(4).
           02  PERFILF                     PIC X.
           02  FILLER REDEFINES PERFILF.
               03  PERFILA                 PIC X.
           02  PERFILI                     PIC X(1).
           02  NOMBREL                     COMP PIC S9(4).
           02  NOMBREF                     PIC X.
           02  FILLER REDEFINES NOMBREF.
               03  NOMBREA                 PIC X.
           02  NOMBREI                     PIC X(30).
           02  APELLIL                     COMP PIC S9(4).
           02  APELLIF                     PIC X.
           02  FILLER REDEFINES APELLIF.
               03  APELLIA                 PIC X.
           02  APELLII                     PIC X(30).
           02  FRECERL                     COMP PIC S9(4).
           02  FRECERF                     PIC X.
           02  FILLER REDEFINES FRECERF.
               03  FRECERA                 PIC X.
           02  FRECERI                     PIC X(10).
           02  OPERECL                     COMP PIC S9(4).
           02  OPERECF                     PIC X.
           02  FILLER REDEFINES OPERECF.
               03  OPERECA                 PIC X.
           02  OPERECI                     PIC X(8).
           02  FCONFL                      COMP PIC S9(4).
           02  FCONFF                      PIC X.
           02  FILLER REDEFINES FCONFF.
               03  FCONFA                  PIC X.
           02  FCONFI                      PIC X(10).
           02  ORIGENL                     COMP PIC S9(4).
           02  ORIGENF                     PIC X.
           02  FILLER REDEFINES ORIGENF.
               03  ORIGENA                 PIC X.
           02  ORIGENI                     PIC X(2).
           02  FVENCL                      COMP PIC S9(4).
           02  FVENCF                      PIC X.
           02  FILLER REDEFINES FVENCF.
               03  FVENCA                  PIC X.
           02  FVENCI                      PIC X(10).
           02  FBLOQL                      COMP PIC S9(4).
           02  FBLOQF                      PIC X.
           02  FILLER REDEFINES FBLOQF.
               03  FBLOQA                  PIC X.
           02  FBLOQI                      PIC X(10).
           02  ESTADOL                     COMP PIC S9(4).
           02  ESTADOF                     PIC X.
           02  FILLER REDEFINES ESTADOF.
               03  ESTADOA                 PIC X.
           02  ESTADOI                     PIC X(30).
           02  FAVISOL                     COMP PIC S9(4).
           02  FAVISOF                     PIC X.
           02  FILLER REDEFINES FAVISOF.
               03  FAVISOA                 PIC X.
           02  FAVISOI                     PIC X(10).
           02  RAVISOL                     COMP PIC S9(4).
           02  RAVISOF                     PIC X.
           02  FILLER REDEFINES RAVISOF.
               03  RAVISOA                 PIC X.
           02  RAVISOI                     PIC X(1).
           02  MSGL                        COMP PIC S9(4).
           02  MSGF                        PIC X.
           02  FILLER REDEFINES MSGF.
               03  MSGA                    PIC X.
           02  MSGI                        PIC X(60).

       01  CLICER1O REDEFINES CLICER1I.
           02  FILLER                      PIC X(12).
           02  FILLER                      PIC X(3).
           02  TIPDOCO                     PIC X(2).
           02  FILLER                      PIC X(3).
           02  NRODOCO                     PIC 9(11).
           02  FILLER                      PIC X(3).
           02  NROCLIO                     PIC 9(5).
           02  FILLER                      PIC X(3).
           02  ACCIONO                     PIC X(3).
           02  FILLER                      PIC X(3).
           02  PERFILO                     PIC X(1).
           02  FILLER                      PIC X(3).
           02  NOMBREO                     PIC X(30).
           02  FILLER                      PIC X(3).
           02  APELLIO                     PIC X(30).
           02  FILLER                      PIC X(3).
           02  FRECERO                     PIC X(10).
           02  FILLER                      PIC X(3).
           02  OPERECO                     PIC X(8).
           02  FILLER                      PIC X(3).
           02  FCONFO                      PIC X(10).
           02  FILLER                      PIC X(3).
           02  ORIGENO                     PIC X(2).
           02  FILLER                      PIC X(3).
           02  FVENCO                      PIC X(10).
           02  FILLER                      PIC X(3).
           02  FBLOQO                      PIC X(10).
           02  FILLER                      PIC X(3).
           02  ESTADOO                     PIC X(30).
           02  FILLER                      PIC X(3).
           02  FAVISOO                     PIC X(10).
           02  FILLER                      PIC X(3).
           02  RAVISOO                     PIC X(1).
           02  FILLER                      PIC X(3).
           02  MSGO                        PIC X(60).
      ******************************************************************
