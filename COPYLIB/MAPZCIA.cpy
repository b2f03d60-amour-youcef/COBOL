      *===================================================*
      *   MAPSET GESLIEN - MAP MAPZ - SYMBOLIC MAP        *
      *   LIENS DE RELATION ENTRE CLIENTS (FLIENCLI) :    *
      *   LIEN SAISI ET LISTE DES LIENS DU CLIENT         *
      *===================================================*
       01  MAPZI.
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
           02 NUMCL1L              PIC S9(4) COMP.
           02 NUMCL1F              PIC X.
           02 FILLER REDEFINES NUMCL1F.
              03 NUMCL1A           PIC X.
           02 NUMCL1I              PIC X(08).
           02 NOMCL1L              PIC S9(4) COMP.
           02 NOMCL1F              PIC X.
           02 FILLER REDEFINES NOMCL1F.
              03 NOMCL1A           PIC X.
           02 NOMCL1I              PIC X(20).
           02 NUMCL2L              PIC S9(4) COMP.
           02 NUMCL2F              PIC X.
           02 FILLER REDEFINES NUMCL2F.
              03 NUMCL2A           PIC X.
           02 NUMCL2I              PIC X(08).
           02 NOMCL2L              PIC S9(4) COMP.
           02 NOMCL2F              PIC X.
           02 FILLER REDEFINES NOMCL2F.
              03 NOMCL2A           PIC X.
           02 NOMCL2I              PIC X(20).
           02 TYPLNL               PIC S9(4) COMP.
           02 TYPLNF               PIC X.
           02 FILLER REDEFINES TYPLNF.
              03 TYPLNA            PIC X.
           02 TYPLNI               PIC X(02).
           02 DDEBUTL              PIC S9(4) COMP.
           02 DDEBUTF              PIC X.
           02 FILLER REDEFINES DDEBUTF.
              03 DDEBUTA           PIC X.
           02 DDEBUTI              PIC X(08).
           02 DFINL                PIC S9(4) COMP.
           02 DFINF                PIC X.
           02 FILLER REDEFINES DFINF.
              03 DFINA             PIC X.
           02 DFINI                PIC X(08).
           02 LIENLIGI OCCURS 8.
              03 LIENLGL           PIC S9(4) COMP.
              03 LIENLGF           PIC X.
              03 FILLER REDEFINES LIENLGF.
                 04 LIENLGA        PIC X.
              03 LIENLGI           PIC X(65).
           02 MESSAGEL             PIC S9(4) COMP.
           02 MESSAGEF             PIC X.
           02 FILLER REDEFINES MESSAGEF.
              03 MESSAGEA          PIC X.
           02 MESSAGEI             PIC X(65).
      *
       01  MAPZO REDEFINES MAPZI.
           02 FILLER               PIC X(12).
           02 FILLER               PIC X(03).
           02 DATEO                PIC X(10).
           02 FILLER               PIC X(03).
           02 HEUREO               PIC X(08).
           02 FILLER               PIC X(03).
           02 TRTMO                PIC X(09).
           02 FILLER               PIC X(03).
           02 NUMCL1O              PIC X(08).
           02 FILLER               PIC X(03).
           02 NOMCL1O              PIC X(20).
           02 FILLER               PIC X(03).
           02 NUMCL2O              PIC X(08).
           02 FILLER               PIC X(03).
           02 NOMCL2O              PIC X(20).
           02 FILLER               PIC X(03).
           02 TYPLNO               PIC X(02).
           02 FILLER               PIC X(03).
           02 DDEBUTO              PIC X(08).
           02 FILLER               PIC X(03).
           02 DFINO                PIC X(08).
           02 LIENLIGO OCCURS 8.
              03 FILLER            PIC X(03).
              03 LIENLGO           PIC X(65).
           02 FILLER               PIC X(03).
           02 MESSAGEO             PIC X(65).
