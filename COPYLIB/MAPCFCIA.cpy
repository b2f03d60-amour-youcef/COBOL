      *===================================================*
      *   MAPSET GESCOFF - MAP MAPCF - SYMBOLIC MAP       *
      *   ECRAN DU COFFRE DE L'AGENCE (FICHIER FCOFFRE) : *
      *   POSITION, LIVRAISONS ET REMISES DU CENTRE FORT, *
      *   COMPTAGE ET SEUILS DE L'ENCAISSE                *
      *===================================================*
       01  MAPCFI.
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
           02 OPIDL                PIC S9(4) COMP.
           02 OPIDF                PIC X.
           02 FILLER REDEFINES OPIDF.
              03 OPIDA             PIC X.
           02 OPIDI                PIC X(03).
           02 AGENCL               PIC S9(4) COMP.
           02 AGENCF               PIC X.
           02 FILLER REDEFINES AGENCF.
              03 AGENCA            PIC X.
           02 AGENCI               PIC X(04).
           02 AGNOML               PIC S9(4) COMP.
           02 AGNOMF               PIC X.
           02 FILLER REDEFINES AGNOMF.
              03 AGNOMA            PIC X.
           02 AGNOMI               PIC X(20).
           02 DARREL               PIC S9(4) COMP.
           02 DARREF               PIC X.
           02 FILLER REDEFINES DARREF.
              03 DARREA            PIC X.
           02 DARREI               PIC X(08).
           02 SOLDOL               PIC S9(4) COMP.
           02 SOLDOF               PIC X.
           02 FILLER REDEFINES SOLDOF.
              03 SOLDOA            PIC X.
           02 SOLDOI               PIC X(13).
           02 VERSTL               PIC S9(4) COMP.
           02 VERSTF               PIC X.
           02 FILLER REDEFINES VERSTF.
              03 VERSTA            PIC X.
           02 VERSTI               PIC X(13).
           02 DESTL                PIC S9(4) COMP.
           02 DESTF                PIC X.
           02 FILLER REDEFINES DESTF.
              03 DESTA             PIC X.
           02 DESTI                PIC X(13).
           02 LIVRL                PIC S9(4) COMP.
           02 LIVRF                PIC X.
           02 FILLER REDEFINES LIVRF.
              03 LIVRA             PIC X.
           02 LIVRI                PIC X(13).
           02 REMISL               PIC S9(4) COMP.
           02 REMISF               PIC X.
           02 FILLER REDEFINES REMISF.
              03 REMISA            PIC X.
           02 REMISI               PIC X(13).
           02 POSITL               PIC S9(4) COMP.
           02 POSITF               PIC X.
           02 FILLER REDEFINES POSITF.
              03 POSITA            PIC X.
           02 POSITI               PIC X(13).
           02 COMPTL               PIC S9(4) COMP.
           02 COMPTF               PIC X.
           02 FILLER REDEFINES COMPTF.
              03 COMPTA            PIC X.
           02 COMPTI               PIC X(13).
           02 TYPMVL               PIC S9(4) COMP.
           02 TYPMVF               PIC X.
           02 FILLER REDEFINES TYPMVF.
              03 TYPMVA            PIC X.
           02 TYPMVI               PIC X(01).
           02 MONTML               PIC S9(4) COMP.
           02 MONTMF               PIC X.
           02 FILLER REDEFINES MONTMF.
              03 MONTMA            PIC X.
           02 MONTMI               PIC X(10).
           02 REFMVL               PIC S9(4) COMP.
           02 REFMVF               PIC X.
           02 FILLER REDEFINES REFMVF.
              03 REFMVA            PIC X.
           02 REFMVI               PIC X(12).
           02 ESPECL               PIC S9(4) COMP.
           02 ESPECF               PIC X.
           02 FILLER REDEFINES ESPECF.
              03 ESPECA            PIC X.
           02 ESPECI               PIC X(10).
           02 SEMINL               PIC S9(4) COMP.
           02 SEMINF               PIC X.
           02 FILLER REDEFINES SEMINF.
              03 SEMINA            PIC X.
           02 SEMINI               PIC X(10).
           02 SEMAXL               PIC S9(4) COMP.
           02 SEMAXF               PIC X.
           02 FILLER REDEFINES SEMAXF.
              03 SEMAXA            PIC X.
           02 SEMAXI               PIC X(10).
           02 MESSAGEL             PIC S9(4) COMP.
           02 MESSAGEF             PIC X.
           02 FILLER REDEFINES MESSAGEF.
              03 MESSAGEA          PIC X.
           02 MESSAGEI             PIC X(65).
      *
       01  MAPCFO REDEFINES MAPCFI.
           02 FILLER               PIC X(12).
           02 FILLER               PIC X(03).
           02 DATEO                PIC X(10).
           02 FILLER               PIC X(03).
           02 HEUREO               PIC X(08).
           02 FILLER               PIC X(03).
           02 TRTMO                PIC X(09).
           02 FILLER               PIC X(03).
           02 OPIDO                PIC X(03).
           02 FILLER               PIC X(03).
           02 AGENCO               PIC X(04).
           02 FILLER               PIC X(03).
           02 AGNOMO               PIC X(20).
           02 FILLER               PIC X(03).
           02 DARREO               PIC X(08).
           02 FILLER               PIC X(03).
           02 SOLDOO               PIC X(13).
           02 FILLER               PIC X(03).
           02 VERSTO               PIC X(13).
           02 FILLER               PIC X(03).
           02 DESTO                PIC X(13).
           02 FILLER               PIC X(03).
           02 LIVRO                PIC X(13).
           02 FILLER               PIC X(03).
           02 REMISO               PIC X(13).
           02 FILLER               PIC X(03).
           02 POSITO               PIC X(13).
           02 FILLER               PIC X(03).
           02 COMPTO               PIC X(13).
           02 FILLER               PIC X(03).
           02 TYPMVO               PIC X(01).
           02 FILLER               PIC X(03).
           02 MONTMO               PIC X(10).
           02 FILLER               PIC X(03).
           02 REFMVO               PIC X(12).
           02 FILLER               PIC X(03).
           02 ESPECO               PIC X(10).
           02 FILLER               PIC X(03).
           02 SEMINO               PIC X(10).
           02 FILLER               PIC X(03).
           02 SEMAXO               PIC X(10).
           02 FILLER               PIC X(03).
           02 MESSAGEO             PIC X(65).
