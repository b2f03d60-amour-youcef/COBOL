      *===================================================*
      *   MAPSET FUSCLI - MAP MAPFU - SYMBOLIC MAP        *
      *   ECRAN DE DEMANDE DE FUSION DE DEUX CLIENTS EN   *
      *   DOUBLON (CLIENT ABSORBE / CLIENT ABSORBANT),    *
      *   DEMANDE DEPOSEE DANS FAPPFUS                    *
      *===================================================*
       01  MAPFUI.
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
           02 VILABSL              PIC S9(4) COMP.
           02 VILABSF              PIC X.
           02 FILLER REDEFINES VILABSF.
              03 VILABSA           PIC X.
           02 VILABSI              PIC X(25).
           02 CPTABSL              PIC S9(4) COMP.
           02 CPTABSF              PIC X.
           02 FILLER REDEFINES CPTABSF.
              03 CPTABSA           PIC X.
           02 CPTABSI              PIC X(03).
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
           02 VILSURL              PIC S9(4) COMP.
           02 VILSURF              PIC X.
           02 FILLER REDEFINES VILSURF.
              03 VILSURA           PIC X.
           02 VILSURI              PIC X(25).
           02 CPTSURL              PIC S9(4) COMP.
           02 CPTSURF              PIC X.
           02 FILLER REDEFINES CPTSURF.
              03 CPTSURA           PIC X.
           02 CPTSURI              PIC X(03).
           02 MESSAGEL             PIC S9(4) COMP.
           02 MESSAGEF             PIC X.
           02 FILLER REDEFINES MESSAGEF.
              03 MESSAGEA          PIC X.
           02 MESSAGEI             PIC X(65).
      *
       01  MAPFUO REDEFINES MAPFUI.
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
           02 VILABSO              PIC X(25).
           02 FILLER               PIC X(03).
           02 CPTABSO              PIC X(03).
           02 FILLER               PIC X(03).
           02 NUMSURO              PIC X(08).
           02 FILLER               PIC X(03).
           02 NOMSURO              PIC X(20).
           02 FILLER               PIC X(03).
           02 PNMSURO              PIC X(20).
           02 FILLER               PIC X(03).
           02 VILSURO              PIC X(25).
           02 FILLER               PIC X(03).
           02 CPTSURO              PIC X(03).
           02 FILLER               PIC X(03).
           02 MESSAGEO             PIC X(65).
