      *===================================================*
      *   MAPSET GESCART - MAP MAPX - SYMBOLIC MAP        *
      *   ECRAN DE GESTION DES CARTES DE DEBIT            *
      *   (FICHIER FCARTE, CLE NUMERO DE CARTE)           *
      *===================================================*
       01  MAPXI.
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
           02 NUMCRTL              PIC S9(4) COMP.
           02 NUMCRTF              PIC X.
           02 FILLER REDEFINES NUMCRTF.
              03 NUMCRTA           PIC X.
           02 NUMCRTI              PIC X(16).
           02 EXPIRL               PIC S9(4) COMP.
           02 EXPIRF               PIC X.
           02 FILLER REDEFINES EXPIRF.
              03 EXPIRA            PIC X.
           02 EXPIRI               PIC X(06).
           02 STATL                PIC S9(4) COMP.
           02 STATF                PIC X.
           02 FILLER REDEFINES STATF.
              03 STATA             PIC X.
           02 STATI                PIC X(01).
           02 PLFRETL              PIC S9(4) COMP.
           02 PLFRETF              PIC X.
           02 FILLER REDEFINES PLFRETF.
              03 PLFRETA           PIC X.
           02 PLFRETI              PIC X(04).
           02 PLFACHL              PIC S9(4) COMP.
           02 PLFACHF              PIC X.
           02 FILLER REDEFINES PLFACHF.
              03 PLFACHA           PIC X.
           02 PLFACHI              PIC X(04).
           02 DSTATL               PIC S9(4) COMP.
           02 DSTATF               PIC X.
           02 FILLER REDEFINES DSTATF.
              03 DSTATA            PIC X.
           02 DSTATI               PIC X(08).
           02 MESSAGEL             PIC S9(4) COMP.
           02 MESSAGEF             PIC X.
           02 FILLER REDEFINES MESSAGEF.
              03 MESSAGEA          PIC X.
           02 MESSAGEI             PIC X(65).
      *
       01  MAPXO REDEFINES MAPXI.
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
           02 NUMCRTO              PIC X(16).
           02 FILLER               PIC X(03).
           02 EXPIRO               PIC X(06).
           02 FILLER               PIC X(03).
           02 STATO                PIC X(01).
           02 FILLER               PIC X(03).
           02 PLFRETO              PIC X(04).
           02 FILLER               PIC X(03).
           02 PLFACHO              PIC X(04).
           02 FILLER               PIC X(03).
           02 DSTATO               PIC X(08).
           02 FILLER               PIC X(03).
           02 MESSAGEO             PIC X(65).
