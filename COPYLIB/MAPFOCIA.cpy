      *===================================================*
      *   MAPSET GESFORF - MAP MAPFO - SYMBOLIC MAP       *
      *   ECRAN DES SOUSCRIPTIONS AUX FORFAITS DE         *
      *   COMPTE (FICHIER FSOUSOFR, CLE COMPTE + DATE     *
      *   DE DEBUT ; CATALOGUE FOFFRE)                    *
      *===================================================*
       01  MAPFOI.
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
           02 DDEBL                PIC S9(4) COMP.
           02 DDEBF                PIC X.
           02 FILLER REDEFINES DDEBF.
              03 DDEBA             PIC X.
           02 DDEBI                PIC X(08).
           02 OFFREL               PIC S9(4) COMP.
           02 OFFREF               PIC X.
           02 FILLER REDEFINES OFFREF.
              03 OFFREA            PIC X.
           02 OFFREI               PIC X(04).
           02 DFINL                PIC S9(4) COMP.
           02 DFINF                PIC X.
           02 FILLER REDEFINES DFINF.
              03 DFINA             PIC X.
           02 DFINI                PIC X(08).
           02 LIBOFRL              PIC S9(4) COMP.
           02 LIBOFRF              PIC X.
           02 FILLER REDEFINES LIBOFRF.
              03 LIBOFRA           PIC X.
           02 LIBOFRI              PIC X(20).
           02 PRIXL                PIC S9(4) COMP.
           02 PRIXF                PIC X.
           02 FILLER REDEFINES PRIXF.
              03 PRIXA             PIC X.
           02 PRIXI                PIC X(10).
           02 SERVL                PIC S9(4) COMP.
           02 SERVF                PIC X.
           02 FILLER REDEFINES SERVF.
              03 SERVA             PIC X.
           02 SERVI                PIC X(04).
           02 EXOFL                PIC S9(4) COMP.
           02 EXOFF                PIC X.
           02 FILLER REDEFINES EXOFF.
              03 EXOFA             PIC X.
           02 EXOFI                PIC X(01).
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
           02 MESSAGEL             PIC S9(4) COMP.
           02 MESSAGEF             PIC X.
           02 FILLER REDEFINES MESSAGEF.
              03 MESSAGEA          PIC X.
           02 MESSAGEI             PIC X(65).
      *
       01  MAPFOO REDEFINES MAPFOI.
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
           02 DDEBO                PIC X(08).
           02 FILLER               PIC X(03).
           02 OFFREO               PIC X(04).
           02 FILLER               PIC X(03).
           02 DFINO                PIC X(08).
           02 FILLER               PIC X(03).
           02 LIBOFRO              PIC X(20).
           02 FILLER               PIC X(03).
           02 PRIXO                PIC X(10).
           02 FILLER               PIC X(03).
           02 SERVO                PIC X(04).
           02 FILLER               PIC X(03).
           02 EXOFO                PIC X(01).
           02 FILLER               PIC X(03).
           02 STATO                PIC X(01).
           02 FILLER               PIC X(03).
           02 DCREAO               PIC X(08).
           02 FILLER               PIC X(03).
           02 MESSAGEO             PIC X(65).
