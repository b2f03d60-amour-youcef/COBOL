      *===================================================*
      *   MAPSET FILSUP - MAP MAPSU - SYMBOLIC MAP        *
      *   FILE DES APPROBATIONS EN ATTENTE DU SUPERVISEUR *
      *   (SUPPRESSIONS, FUSIONS, GESTES COMMERCIAUX ET   *
      *   DEMANDES DE PRET A REVOIR)                      *
      *===================================================*
       01  MAPSUI.
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
           02 OPERL                PIC S9(4) COMP.
           02 OPERF                PIC X.
           02 FILLER REDEFINES OPERF.
              03 OPERA             PIC X.
           02 OPERI                PIC X(03).
           02 SELSUPL              PIC S9(4) COMP.
           02 SELSUPF              PIC X.
           02 FILLER REDEFINES SELSUPF.
              03 SELSUPA           PIC X.
           02 SELSUPI              PIC X(02).
           02 LIGNEI OCCURS 10.
              03 TYPLIGL           PIC S9(4) COMP.
              03 TYPLIGF           PIC X.
              03 FILLER REDEFINES TYPLIGF.
                 04 TYPLIGA        PIC X.
              03 TYPLIGI           PIC X(12).
              03 REFLIGL           PIC S9(4) COMP.
              03 REFLIGF           PIC X.
              03 FILLER REDEFINES REFLIGF.
                 04 REFLIGA        PIC X.
              03 REFLIGI           PIC X(17).
              03 DEMLIGL           PIC S9(4) COMP.
              03 DEMLIGF           PIC X.
              03 FILLER REDEFINES DEMLIGF.
                 04 DEMLIGA        PIC X.
              03 DEMLIGI           PIC X(03).
              03 DATLIGL           PIC S9(4) COMP.
              03 DATLIGF           PIC X.
              03 FILLER REDEFINES DATLIGF.
                 04 DATLIGA        PIC X.
              03 DATLIGI           PIC X(10).
              03 MNTLIGL           PIC S9(4) COMP.
              03 MNTLIGF           PIC X.
              03 FILLER REDEFINES MNTLIGF.
                 04 MNTLIGA        PIC X.
              03 MNTLIGI           PIC X(13).
              03 AGELIGL           PIC S9(4) COMP.
              03 AGELIGF           PIC X.
              03 FILLER REDEFINES AGELIGF.
                 04 AGELIGA        PIC X.
              03 AGELIGI           PIC X(04).
           02 MESSAGEL             PIC S9(4) COMP.
           02 MESSAGEF             PIC X.
           02 FILLER REDEFINES MESSAGEF.
              03 MESSAGEA          PIC X.
           02 MESSAGEI             PIC X(65).
      *
       01  MAPSUO REDEFINES MAPSUI.
           02 FILLER               PIC X(12).
           02 FILLER               PIC X(03).
           02 DATEO                PIC X(10).
           02 FILLER               PIC X(03).
           02 HEUREO               PIC X(08).
           02 FILLER               PIC X(03).
           02 TRTMO                PIC X(09).
           02 FILLER               PIC X(03).
           02 OPERO                PIC X(03).
           02 FILLER               PIC X(03).
           02 SELSUPO              PIC X(02).
           02 LIGNEO OCCURS 10.
              03 FILLER            PIC X(03).
              03 TYPLIGO           PIC X(12).
              03 FILLER            PIC X(03).
              03 REFLIGO           PIC X(17).
              03 FILLER            PIC X(03).
              03 DEMLIGO           PIC X(03).
              03 FILLER            PIC X(03).
              03 DATLIGO           PIC X(10).
              03 FILLER            PIC X(03).
              03 MNTLIGO           PIC X(13).
              03 FILLER            PIC X(03).
              03 AGELIGO           PIC X(04).
           02 FILLER               PIC X(03).
           02 MESSAGEO             PIC X(65).
