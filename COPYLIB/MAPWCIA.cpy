      *===================================================*
      *   MAPSET GESBENF - MAP MAPW - SYMBOLIC MAP        *
      *   ECRAN DE MAINTENANCE DES BENEFICIAIRES EXTERNES *
      *   (FICHIER FBENEF, CLE COMPTE + IBAN)             *
      *===================================================*
       01  MAPWI.
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
           02 IBANL                PIC S9(4) COMP.
           02 IBANF                PIC X.
           02 FILLER REDEFINES IBANF.
              03 IBANA             PIC X.
           02 IBANI                PIC X(27).
           02 NOMBENL              PIC S9(4) COMP.
           02 NOMBENF              PIC X.
           02 FILLER REDEFINES NOMBENF.
              03 NOMBENA           PIC X.
           02 NOMBENI              PIC X(20).
           02 DAJOUTL              PIC S9(4) COMP.
           02 DAJOUTF              PIC X.
           02 FILLER REDEFINES DAJOUTF.
              03 DAJOUTA           PIC X.
           02 DAJOUTI              PIC X(08).
           02 DDISPOL              PIC S9(4) COMP.
           02 DDISPOF              PIC X.
           02 FILLER REDEFINES DDISPOF.
              03 DDISPOA           PIC X.
           02 DDISPOI              PIC X(08).
           02 STATL                PIC S9(4) COMP.
           02 STATF                PIC X.
           02 FILLER REDEFINES STATF.
              03 STATA             PIC X.
           02 STATI                PIC X(01).
           02 MESSAGEL             PIC S9(4) COMP.
           02 MESSAGEF             PIC X.
           02 FILLER REDEFINES MESSAGEF.
              03 MESSAGEA          PIC X.
           02 MESSAGEI             PIC X(65).
      *
       01  MAPWO REDEFINES MAPWI.
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
           02 IBANO                PIC X(27).
           02 FILLER               PIC X(03).
           02 NOMBENO              PIC X(20).
           02 FILLER               PIC X(03).
           02 DAJOUTO              PIC X(08).
           02 FILLER               PIC X(03).
           02 DDISPOO              PIC X(08).
           02 FILLER               PIC X(03).
           02 STATO                PIC X(01).
           02 FILLER               PIC X(03).
           02 MESSAGEO             PIC X(65).
