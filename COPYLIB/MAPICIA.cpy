      *===================================================*
      *   MAPSET GESDPRT - MAP MAPI - SYMBOLIC MAP        *
      *   ECRAN DE SAISIE ET DE DECISION DES DEMANDES     *
      *   DE PRET (FICHIER FDEMPRET)                      *
      *===================================================*
       01  MAPII.
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
           02 NUMDEML              PIC S9(4) COMP.
           02 NUMDEMF              PIC X.
           02 FILLER REDEFINES NUMDEMF.
              03 NUMDEMA           PIC X.
           02 NUMDEMI              PIC X(08).
           02 CLIENTL              PIC S9(4) COMP.
           02 CLIENTF              PIC X.
           02 FILLER REDEFINES CLIENTF.
              03 CLIENTA           PIC X.
           02 CLIENTI              PIC X(08).
           02 NOMCLIL              PIC S9(4) COMP.
           02 NOMCLIF              PIC X.
           02 FILLER REDEFINES NOMCLIF.
              03 NOMCLIA           PIC X.
           02 NOMCLII              PIC X(20).
           02 CPTREML              PIC S9(4) COMP.
           02 CPTREMF              PIC X.
           02 FILLER REDEFINES CPTREMF.
              03 CPTREMA           PIC X.
           02 CPTREMI              PIC X(08).
           02 MONTANTL             PIC S9(4) COMP.
           02 MONTANTF             PIC X.
           02 FILLER REDEFINES MONTANTF.
              03 MONTANTA          PIC X.
           02 MONTANTI             PIC X(10).
           02 DUREEL               PIC S9(4) COMP.
           02 DUREEF               PIC X.
           02 FILLER REDEFINES DUREEF.
              03 DUREEA            PIC X.
           02 DUREEI               PIC X(03).
           02 OBJETL               PIC S9(4) COMP.
           02 OBJETF               PIC X.
           02 FILLER REDEFINES OBJETF.
              03 OBJETA            PIC X.
           02 OBJETI               PIC X(20).
           02 REVENUL              PIC S9(4) COMP.
           02 REVENUF              PIC X.
           02 FILLER REDEFINES REVENUF.
              03 REVENUA           PIC X.
           02 REVENUI              PIC X(10).
           02 STATL                PIC S9(4) COMP.
           02 STATF                PIC X.
           02 FILLER REDEFINES STATF.
              03 STATA             PIC X.
           02 STATI                PIC X(01).
           02 SCOREL               PIC S9(4) COMP.
           02 SCOREF               PIC X.
           02 FILLER REDEFINES SCOREF.
              03 SCOREA            PIC X.
           02 SCOREI               PIC X(03).
           02 MOTIFSL              PIC S9(4) COMP.
           02 MOTIFSF              PIC X.
           02 FILLER REDEFINES MOTIFSF.
              03 MOTIFSA           PIC X.
           02 MOTIFSI              PIC X(08).
           02 ENDETL               PIC S9(4) COMP.
           02 ENDETF               PIC X.
           02 FILLER REDEFINES ENDETF.
              03 ENDETA            PIC X.
           02 ENDETI               PIC X(03).
           02 MENSUL               PIC S9(4) COMP.
           02 MENSUF               PIC X.
           02 FILLER REDEFINES MENSUF.
              03 MENSUA            PIC X.
           02 MENSUI               PIC X(10).
           02 DSAISL               PIC S9(4) COMP.
           02 DSAISF               PIC X.
           02 FILLER REDEFINES DSAISF.
              03 DSAISA            PIC X.
           02 DSAISI               PIC X(08).
           02 DDECIL               PIC S9(4) COMP.
           02 DDECIF               PIC X.
           02 FILLER REDEFINES DDECIF.
              03 DDECIA            PIC X.
           02 DDECII               PIC X(08).
           02 CPTPRTL              PIC S9(4) COMP.
           02 CPTPRTF              PIC X.
           02 FILLER REDEFINES CPTPRTF.
              03 CPTPRTA           PIC X.
           02 CPTPRTI              PIC X(08).
           02 MESSAGEL             PIC S9(4) COMP.
           02 MESSAGEF             PIC X.
           02 FILLER REDEFINES MESSAGEF.
              03 MESSAGEA          PIC X.
           02 MESSAGEI             PIC X(65).
      *
       01  MAPIO REDEFINES MAPII.
           02 FILLER               PIC X(12).
           02 FILLER               PIC X(03).
           02 DATEO                PIC X(10).
           02 FILLER               PIC X(03).
           02 HEUREO               PIC X(08).
           02 FILLER               PIC X(03).
           02 TRTMO                PIC X(09).
           02 FILLER               PIC X(03).
           02 NUMDEMO              PIC X(08).
           02 FILLER               PIC X(03).
           02 CLIENTO              PIC X(08).
           02 FILLER               PIC X(03).
           02 NOMCLIO              PIC X(20).
           02 FILLER               PIC X(03).
           02 CPTREMO              PIC X(08).
           02 FILLER               PIC X(03).
           02 MONTANTO             PIC X(10).
           02 FILLER               PIC X(03).
           02 DUREEO               PIC X(03).
           02 FILLER               PIC X(03).
           02 OBJETO               PIC X(20).
           02 FILLER               PIC X(03).
           02 REVENUO              PIC X(10).
           02 FILLER               PIC X(03).
           02 STATO                PIC X(01).
           02 FILLER               PIC X(03).
           02 SCOREO               PIC X(03).
           02 FILLER               PIC X(03).
           02 MOTIFSO              PIC X(08).
           02 FILLER               PIC X(03).
           02 ENDETO               PIC X(03).
           02 FILLER               PIC X(03).
           02 MENSUO               PIC X(10).
           02 FILLER               PIC X(03).
           02 DSAISO               PIC X(08).
           02 FILLER               PIC X(03).
           02 DDECIO               PIC X(08).
           02 FILLER               PIC X(03).
           02 CPTPRTO              PIC X(08).
           02 FILLER               PIC X(03).
           02 MESSAGEO             PIC X(65).
