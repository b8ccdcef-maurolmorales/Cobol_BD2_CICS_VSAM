      *    NOVAPRM
      ******************************************************************
      * MAPA SIMBOLICO DEL BMS NOVAPRM (VER PGM_28X/NOVAPRM.BMS).      *
      * GENERADO A MANO SIGUIENDO EL LAYOUT ESTANDAR QUE PRODUCE EL    *
      * ASSEMBLY DE UN DFHMSD/DFHMDI/DFHMDF (LENGTH/FLAG/ATTRIBUTE/    *
      * DATA POR CADA CAMPO DEL MAPA DE ENTRADA, MAS EL MAPA DE        *
      * SALIDA REDEFINIENDO EL MISMO AREA), IGUAL QUE CP-CLIMANTM      *
      * (PGM_28O). USADO POR PGM_28X/NOVAPRB (TRANSACCION CICS DE      *
      * APROBACION DE NOVEDADES PENDIENTES).                           *
      ******************************************************************
       01  NOVAPR1I.
           02  FILLER                      PIC X(12).
           02  SUCURSL                     COMP PIC S9(4).
           02  SUCURSF                     PIC X.
           02  FILLER REDEFINES SUCURSF.
               03  SUCURSA                 PIC X.
           02  SUCURSI                     PIC X(4).
           02  DESDEL                      COMP PIC S9(4).
           02  DESDEF                      PIC X.
           02  FILLER REDEFINES DESDEF.
               03  DESDEA                  PIC X.
           02  DESDEI                      PIC 9(8).
           02  LINP1L                      COMP PIC S9(4).
           02  LINP1F                      PIC X.
           02  FILLER REDEFINES LINP1F.
               03  LINP1A                  PIC X.
           02  LINP1I                      PIC X(78).
           02  LINP2L                      COMP PIC S9(4).
           02  LINP2F                      PIC X.
           02  FILLER REDEFINES LINP2F.
               03  LINP2A                  PIC X.
           02  LINP2I                      PIC X(78).
           02  LINP3L                      COMP PIC S9(4).
           02  LINP3F                      PIC X.
           02  FILLER REDEFINES LINP3F.
               03  LINP3A                  PIC X.
           02  LINP3I                      PIC X(78).
           02  LINP4L                      COMP PIC S9(4).
           02  LINP4F                      PIC X.
           02  FILLER REDEFINES LINP4F.
               03  LINP4A                  PIC X.
           02  LINP4I                      PIC X(78).
           02  LINP5L                      COMP PIC S9(4).
           02  LINP5F                      PIC X.
           02  FILLER REDEFINES LINP5F.
               03  LINP5A                  PIC X.
           02  LINP5I                      PIC X(78).
           02  LINP6L                      COMP PIC S9(4).
           02  LINP6F                      PIC X.
           02  FILLER REDEFINES LINP6F.
               03  LINP6A                  PIC X.
           02  LINP6I                      PIC X(78).
           02  LINP7L                      COMP PIC S9(4).
           02  LINP7F                      PIC X.
           02  FILLER REDEFINES LINP7F.
               03  LINP7A                  PIC X.
           02  LINP7I                      PIC X(78).
           02  LINP8L                      COMP PIC S9(4).
           02  LINP8F                      PIC X.
           02  FILLER REDEFINES LINP8F.
               03  LINP8A                  PIC X.
           02  LINP8I                      PIC X(78).
           02  NROPENL                     COMP PIC S9(4).
           02  NROPENF                     PIC X.
           02  FILLER REDEFINES NROPENF.
               03  NROPENA                 PIC X.
           02  NROPENI                     PIC 9(8).
           02  ACCIONL                     COMP PIC S9(4).
           02  ACCIONF                     PIC X.
           02  FILLER REDEFINES ACCIONF.
               03  ACCIONA                 PIC X.
           02  ACCIONI                     PIC X(3).
           02  MOTIVOL                     COMP PIC S9(4).
           02  MOTIVOF                     PIC X.
           02  FILLER REDEFINES MOTIVOF.
               03  MOTIVOA                 PIC X.
           02  MOTIVOI                     PIC X(40).
           02  MSGL                        COMP PIC S9(4).
           02  MSGF                        PIC X.
           02  FILLER REDEFINES MSGF.
               03  MSGA                    PIC X.
           02  MSGI                        PIC X(60).

       01  NOVAPR1O REDEFINES NOVAPR1I.
           02  FILLER                      PIC X(12).
           02  FILLER                      PIC X(3).
           02  SUCURSO                     PIC X(4).
           02  FILLER                      PIC X(3).
           02  DESDEO                      PIC 9(8).
           02  FILLER                      PIC X(3).
           02  LINP1O                      PIC X(78).
           02  FILLER                      PIC X(3).
           02  LINP2O                      PIC X(78).
           02  FILLER                      PIC X(3).
           02  LINP3O                      PIC X(78).
           02  FILLER                      PIC X(3).
           02  LINP4O                      PIC X(78).
           02  FILLER                      PIC X(3).
           02  LINP5O                      PIC X(78).
           02  FILLER                      PIC X(3).
           02  LINP6O                      PIC X(78).
           02  FILLER                      PIC X(3).
           02  LINP7O                      PIC X(78).
           02  FILLER                      PIC X(3).
           02  LINP8O                      PIC X(78).
           02  FILLER                      PIC X(3).
           02  NROPENO                     PIC 9(8).
           02  FILLER                      PIC X(3).
           02  ACCIONO                     PIC X(3).
           02  FILLER                      PIC X(3).
           02  MOTIVOO                     PIC X(40).
           02  FILLER                      PIC X(3).
           02  MSGO                        PIC X(60).
      ******************************************************************
