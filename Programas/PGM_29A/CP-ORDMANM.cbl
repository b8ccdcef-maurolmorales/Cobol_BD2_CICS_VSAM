      *    ORDMANM
      ******************************************************************
      * MAPA SIMBOLICO DEL BMS ORDMANM (VER PGM_29A/ORDMANM.BMS).      *
      * GENERADO A MANO SIGUIENDO EL LAYOUT ESTANDAR QUE PRODUCE EL    *
      * ASSEMBLY DE UN DFHMSD/DFHMDI/DFHMDF (LENGTH/FLAG/ATTRIBUTE/    *
      * DATA POR CADA CAMPO DEL MAPA DE ENTRADA, MAS EL MAPA DE        *
      * SALIDA REDEFINIENDO EL MISMO AREA), IGUAL QUE CP-NOVAPRM       *
      * (PGM_28X). USADO POR PGM_29A/ORDMANE (TRANSACCION CICS DE      *
      * MANTENIMIENTO DE ORDENES PERMANENTES).                         *
      ******************************************************************
       01  ORDMAN1I.
           02  FILLER                      PIC X(12).
           02  ORDENL                      COMP PIC S9(4).
           02  ORDENF                      PIC X.
           02  FILLER REDEFINES ORDENF.
               03  ORDENA                  PIC X.
           02  ORDENI                      PIC 9(8).
           02  ACCIONL                     COMP PIC S9(4).
           02  ACCIONF                     PIC X.
           02  FILLER REDEFINES ACCIONF.
               03  ACCIONA                 PIC X.
           02  ACCIONI                     PIC X(3).
           02  NROCLIL                     COMP PIC S9(4).
           02  NROCLIF                     PIC X.
           02  FILLER REDEFINES NROCLIF.
               03  NROCLIA                 PIC X.
           02  NROCLII                     PIC 9(5).
           02  TIPORDL                     COMP PIC S9(4).
           02  TIPORDF                     PIC X.
           02  FILLER REDEFINES TIPORDF.
               03  TIPORDA                 PIC X.
           02  TIPORDI                     PIC X(2).
           02  CTAORIL                     COMP PIC S9(4).
           02  CTAORIF                     PIC X.
           02  FILLER REDEFINES CTAORIF.
               03  CTAORIA                 PIC X.
           02  CTAORII                     PIC 9(10).
           02  CTADESL                     COMP PIC S9(4).
           02  CTADESF                     PIC X.
           02  FILLER REDEFINES CTADESF.
               03  CTADESA                 PIC X.
           02  CTADESI                     PIC 9(10).
           02  BENEFL                      COMP PIC S9(4).
           02  BENEFF                      PIC X.
           02  FILLER REDEFINES BENEFF.
               03  BENEFA                  PIC X.
           02  BENEFI                      PIC X(30).
           02  IMPORTL                     COMP PIC S9(4).
           02  IMPORTF                     PIC X.
           02  FILLER REDEFINES IMPORTF.
               03  IMPORTA                 PIC X.
           02  IMPORTI                     PIC 9(11)V99.
           02  FRECUL                      COMP PIC S9(4).
           02  FRECUF                      PIC X.
           02  FILLER REDEFINES FRECUF.
               03  FRECUA                  PIC X.
           02  FRECUI                      PIC X(1).
           02  DIAMESL                     COMP PIC S9(4).
           02  DIAMESF                     PIC X.
           02  FILLER REDEFINES DIAMESF.
               03  DIAMESA                 PIC X.
           02  DIAMESI                     PIC 9(2).
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
           02  ESTADOL                     COMP PIC S9(4).
           02  ESTADOF                     PIC X.
           02  FILLER REDEFINES ESTADOF.
               03  ESTADOA                 PIC X.
           02  ESTADOI                     PIC X(32).
           02  FPROXL                      COMP PIC S9(4).
           02  FPROXF                      PIC X.
           02  FILLER REDEFINES FPROXF.
               03  FPROXA                  PIC X.
           02  FPROXI                      PIC X(10).
           02  FULTL                       COMP PIC S9(4).
           02  FULTF                       PIC X.
           02  FILLER REDEFINES FULTF.
               03  FULTA                   PIC X.
           02  FULTI                       PIC X(10).
           02  FALLASL                     COMP PIC S9(4).
           02  FALLASF                     PIC X.
           02  FILLER REDEFINES FALLASF.
               03  FALLASA                 PIC X.
           02  FALLASI                     PIC 9(2).
           02  FREINTL                     COMP PIC S9(4).
           02  FREINTF                     PIC X.
           02  FILLER REDEFINES FREINTF.
               03  FREINTA                 PIC X.
           02  FREINTI                     PIC X(10).
           02  FFALLAL                     COMP PIC S9(4).
           02  FFALLAF                     PIC X.
           02  FILLER REDEFINES FFALLAF.
               03  FFALLAA                 PIC X.
           02  FFALLAI                     PIC X(10).
           02  MOTFALL                     COMP PIC S9(4).
           02  MOTFALF                     PIC X.
           02  FILLER REDEFINES MOTFALF.
               03  MOTFALA                 PIC X.
           02  MOTFALI                     PIC X(40).
           02  FALTAL                      COMP PIC S9(4).
           02  FALTAF                      PIC X.
           02  FILLER REDEFINES FALTAF.
               03  FALTAA                  PIC X.
           02  FALTAI                      PIC X(10).
           02  OPEALTL                     COMP PIC S9(4).
           02  OPEALTF                     PIC X.
           02  FILLER REDEFINES OPEALTF.
               03  OPEALTA                 PIC X.
           02  OPEALTI                     PIC X(8).
           02  SUCURL                      COMP PIC S9(4).
           02  SUCURF                      PIC X.
           02  FILLER REDEFINES SUCURF.
               03  SUCURA                  PIC X.
           02  SUCURI                      PIC X(4).
           02  FCAMBL                      COMP PIC S9(4).
           02  FCAMBF                      PIC X.
           02  FILLER REDEFINES FCAMBF.
               03  FCAMBA                  PIC X.
           02  FCAMBI                      PIC X(10).
           02  OPECAML                     COMP PIC S9(4).
           02  OPECAMF                     PIC X.
           02  FILLER REDEFINES OPECAMF.
               03  OPECAMA                 PIC X.
           02  OPECAMI                     PIC X(8).
           02  MSGL                        COMP PIC S9(4).
           02  MSGF                        PIC X.
           02  FILLER REDEFINES MSGF.
               03  MSGA                    PIC X.
           02  MSGI                        PIC X(60).
       01  ORDMAN1O REDEFINES ORDMAN1I.
           02  FILLER                      PIC X(12).
           02  FILLER                      PIC X(3).
           02  ORDENO                      PIC 9(8).
           02  FILLER                      PIC X(3).
           02  ACCIONO                     PIC X(3).
           02  FILLER                      PIC X(3).
           02  NROCLIO                     PIC 9(5).
           02  FILLER                      PIC X(3).
           02  TIPORDO                     PIC X(2).
           02  FILLER                      PIC X(3).
           02  CTAORIO                     PIC 9(10).
           02  FILLER                      PIC X(3).
           02  CTADESO                     PIC 9(10).
           02  FILLER                      PIC X(3).
           02  BENEFO                      PIC X(30).
           02  FILLER                      PIC X(3).
           02  IMPORTO                     PIC 9(11)V99.
           02  FILLER                      PIC X(3).
           02  FRECUO                      PIC X(1).
           02  FILLER                      PIC X(3).
           02  DIAMESO                     PIC 9(2).
           02  FILLER                      PIC X(3).
           02  FDESDEO                     PIC X(10).
           02  FILLER                      PIC X(3).
           02  FHASTAO                     PIC X(10).
           02  FILLER                      PIC X(3).
           02  ESTADOO                     PIC X(32).
           02  FILLER                      PIC X(3).
           02  FPROXO                      PIC X(10).
           02  FILLER                      PIC X(3).
           02  FULTO                       PIC X(10).
           02  FILLER                      PIC X(3).
           02  FALLASO                     PIC 9(2).
           02  FILLER                      PIC X(3).
           02  FREINTO                     PIC X(10).
           02  FILLER                      PIC X(3).
           02  FFALLAO                     PIC X(10).
           02  FILLER                      PIC X(3).
           02  MOTFALO                     PIC X(40).
           02  FILLER                      PIC X(3).
           02  FALTAO                      PIC X(10).
           02  FILLER                      PIC X(3).
           02  OPEALTO                     PIC X(8).
           02  FILLER                      PIC X(3).
           02  SUCURO                      PIC X(4).
           02  FILLER                      PIC X(3).
           02  FCAMBO                      PIC X(10).
           02  FILLER                      PIC X(3).
           02  OPECAMO                     PIC X(8).
           02  FILLER                      PIC X(3).
           02  MSGO                        PIC X(60).
      ******************************************************************
