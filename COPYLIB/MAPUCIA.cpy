      *===================================================*
      *   MAPSET GESPRLV - MAP MAPU - SYMBOLIC MAP        *
      *   ECRAN DE MAINTENANCE DES MANDATS DE PRELEVEMENT *
      *   (FICHIER FPRLMDT, CLE COMPTE + CREANCIER + RUM) *
      *===================================================*
       01  MAPUI.
           02 FILLER               PIC X(12).
           02 DATEL                PIC S9(4) COMP.
           02 DATEF                PIC X.
           02 FILLER REDEFINES DATEF.
              03 DATEA             PIC X.
           02 DATEI                PIC X(10).
           02 HEUREL               PIC S9(4) COMP.
           02 HEUREF               PIC X.
           02 FILLER REDEFINES HEUREF.
              03 HEUREA            PIC X.
           02 HEUREI               PIC X(08).
           02 TRTML                PIC S9(4) COMP.
           02 TRTMF                PIC X.
           02 FILLER REDEFINES TRTMF.
              03 TRTMA             PIC X.
           02 TRTMI                PIC X(09).
           02 CPTEL                PIC S9(4) COMP.
           02 CPTEF                PIC X.
           02 FILLER REDEFINES CPTEF.
              03 CPTEA             PIC X.
           02 CPTEI                PIC X(08).
           02 ICSL                 PIC S9(4) COMP.
           02 ICSF                 PIC X.
           02 FILLER REDEFINES ICSF.
              03 ICSA              PIC X.
           02 ICSI                 PIC X(13).
           02 RUML                 PIC S9(4) COMP.
           02 RUMF                 PIC X.
           02 FILLER REDEFINES RUMF.
              03 RUMA              PIC X.
           02 RUMI                 PIC X(20).
           02 CREDL                PIC S9(4) COMP.
           02 CREDF                PIC X.
           02 FILLER REDEFINES CREDF.
              03 CREDA             PIC X.
           02 CREDI                PIC X(15).
           02 DSIGNL               PIC S9(4) COMP.
           02 DSIGNF               PIC X.
           02 FILLER REDEFINES DSIGNF.
              03 DSIGNA            PIC X.
           02 DSIGNI               PIC X(08).
           02 STATL                PIC S9(4) COMP.
           02 STATF                PIC X.
           02 FILLER REDEFINES STATF.
              03 STATA             PIC X.
           02 STATI                PIC X(01).
           02 DREVOCL              PIC S9(4) COMP.
           02 DREVOCF              PIC X.
           02 FILLER REDEFINES DREVOCF.
              03 DREVOCA           PIC X.
           02 DREVOCI              PIC X(08).
           02 MESSAGEL             PIC S9(4) COMP.
           02 MESSAGEF             PIC X.
           02 FILLER REDEFINES MESSAGEF.
              03 MESSAGEA          PIC X.
           02 MESSAGEI             PIC X(65).
      *
       01  MAPUO REDEFINES MAPUI.
           02 FILLER               PIC X(12).
           02 FILLER               PIC X(03).
           02 DATEO                PIC X(10).
           02 FILLER               PIC X(03).
           02 HEUREO               PIC X(08).
           02 FILLER               PIC X(03).
           02 TRTMO                PIC X(09).
           02 FILLER               PIC X(03).
           02 CPTEO                PIC X(08).
           02 FILLER               PIC X(03).
           02 ICSO                 PIC X(13).
           02 FILLER               PIC X(03).
           02 RUMO                 PIC X(20).
           02 FILLER               PIC X(03).
           02 CREDO                PIC X(15).
           02 FILLER               PIC X(03).
           02 DSIGNO               PIC X(08).
           02 FILLER               PIC X(03).
           02 STATO                PIC X(01).
           02 FILLER               PIC X(03).
           02 DREVOCO              PIC X(08).
           02 FILLER               PIC X(03).
           02 MESSAGEO             PIC X(65).
