      *===================================================*
      *   MAPSET GESALRT - MAP MAPS - SYMBOLIC MAP        *
      *   ECRAN DE MAINTENANCE DES ABONNEMENTS AUX        *
      *   ALERTES SMS / EMAIL (FICHIER FALERTE, CLE       *
      *   COMPTE + TYPE D'ALERTE)                         *
      *===================================================*
       01  MAPSI.
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
           02 TYPALL               PIC S9(4) COMP.
           02 TYPALF               PIC X.
           02 FILLER REDEFINES TYPALF.
              03 TYPALA            PIC X.
           02 TYPALI               PIC X(01).
           02 SEUILL               PIC S9(4) COMP.
           02 SEUILF               PIC X.
           02 FILLER REDEFINES SEUILF.
              03 SEUILA            PIC X.
           02 SEUILI               PIC X(10).
           02 CANALL               PIC S9(4) COMP.
           02 CANALF               PIC X.
           02 FILLER REDEFINES CANALF.
              03 CANALA            PIC X.
           02 CANALI               PIC X(01).
           02 STATL                PIC S9(4) COMP.
           02 STATF                PIC X.
           02 FILLER REDEFINES STATF.
              03 STATA             PIC X.
           02 STATI                PIC X(01).
           02 DCREAL               PIC S9(4) COMP.
           02 DCREAF               PIC X.
           02 FILLER REDEFINES DCREAF.
              03 DCREAA            PIC X.
           02 DCREAI               PIC X(08).
           02 DENVOIL              PIC S9(4) COMP.
           02 DENVOIF              PIC X.
           02 FILLER REDEFINES DENVOIF.
              03 DENVOIA           PIC X.
           02 DENVOII              PIC X(08).
           02 MESSAGEL             PIC S9(4) COMP.
           02 MESSAGEF             PIC X.
           02 FILLER REDEFINES MESSAGEF.
              03 MESSAGEA          PIC X.
           02 MESSAGEI             PIC X(65).
      *
       01  MAPSO REDEFINES MAPSI.
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
           02 TYPALO               PIC X(01).
           02 FILLER               PIC X(03).
           02 SEUILO               PIC X(10).
           02 FILLER               PIC X(03).
           02 CANALO               PIC X(01).
           02 FILLER               PIC X(03).
           02 STATO                PIC X(01).
           02 FILLER               PIC X(03).
           02 DCREAO               PIC X(08).
           02 FILLER               PIC X(03).
           02 DENVOIO              PIC X(08).
           02 FILLER               PIC X(03).
           02 MESSAGEO             PIC X(65).
