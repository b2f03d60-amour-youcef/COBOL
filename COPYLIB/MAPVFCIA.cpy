      *===================================================*
      *   MAPSET VALFUS - MAP MAPVF - SYMBOLIC MAP        *
      *   ECRAN D'APPROBATION DES DEMANDES DE FUSION DE   *
      *   DOUBLONS (FICHIER FAPPFUS)                      *
      *===================================================*
       01  MAPVFI.
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
           02 NUMABSL              PIC S9(4) COMP.
           02 NUMABSF              PIC X.
           02 FILLER REDEFINES NUMABSF.
              03 NUMABSA           PIC X.
           02 NUMABSI              PIC X(08).
           02 NOMABSL              PIC S9(4) COMP.
           02 NOMABSF              PIC X.
           02 FILLER REDEFINES NOMABSF.
              03 NOMABSA           PIC X.
           02 NOMABSI              PIC X(20).
           02 PNMABSL              PIC S9(4) COMP.
           02 PNMABSF              PIC X.
           02 FILLER REDEFINES PNMABSF.
              03 PNMABSA           PIC X.
           02 PNMABSI              PIC X(20).
           02 NUMSURL              PIC S9(4) COMP.
           02 NUMSURF              PIC X.
           02 FILLER REDEFINES NUMSURF.
              03 NUMSURA           PIC X.
           02 NUMSURI              PIC X(08).
           02 NOMSURL              PIC S9(4) COMP.
           02 NOMSURF              PIC X.
           02 FILLER REDEFINES NOMSURF.
              03 NOMSURA           PIC X.
           02 NOMSURI              PIC X(20).
           02 PNMSURL              PIC S9(4) COMP.
           02 PNMSURF              PIC X.
           02 FILLER REDEFINES PNMSURF.
              03 PNMSURA           PIC X.
           02 PNMSURI              PIC X(20).
           02 OPDEML               PIC S9(4) COMP.
           02 OPDEMF               PIC X.
           02 FILLER REDEFINES OPDEMF.
              03 OPDEMA            PIC X.
           02 OPDEMI               PIC X(03).
           02 DATDEML              PIC S9(4) COMP.
           02 DATDEMF              PIC X.
           02 FILLER REDEFINES DATDEMF.
              03 DATDEMA           PIC X.
           02 DATDEMI              PIC X(08).
           02 HREDEML              PIC S9(4) COMP.
           02 HREDEMF              PIC X.
           02 FILLER REDEFINES HREDEMF.
              03 HREDEMA           PIC X.
           02 HREDEMI              PIC X(08).
           02 MESSAGEL             PIC S9(4) COMP.
           02 MESSAGEF             PIC X.
           02 FILLER REDEFINES MESSAGEF.
              03 MESSAGEA          PIC X.
           02 MESSAGEI             PIC X(65).
      *
       01  MAPVFO REDEFINES MAPVFI.
           02 FILLER               PIC X(12).
           02 FILLER               PIC X(03).
           02 DATEO                PIC X(10).
           02 FILLER               PIC X(03).
           02 HEUREO               PIC X(08).
           02 FILLER               PIC X(03).
           02 TRTMO                PIC X(09).
           02 FILLER               PIC X(03).
           02 NUMABSO              PIC X(08).
           02 FILLER               PIC X(03).
           02 NOMABSO              PIC X(20).
           02 FILLER               PIC X(03).
           02 PNMABSO              PIC X(20).
           02 FILLER               PIC X(03).
           02 NUMSURO              PIC X(08).
           02 FILLER               PIC X(03).
           02 NOMSURO              PIC X(20).
           02 FILLER               PIC X(03).
           02 PNMSURO              PIC X(20).
           02 FILLER               PIC X(03).
           02 OPDEMO               PIC X(03).
           02 FILLER               PIC X(03).
           02 DATDEMO              PIC X(08).
           02 FILLER               PIC X(03).
           02 HREDEMO              PIC X(08).
           02 FILLER               PIC X(03).
           02 MESSAGEO             PIC X(65).
