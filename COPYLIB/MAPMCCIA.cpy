      *===================================================*
      *   MAPSET GESCPTE - MAP MAPMC - SYMBOLIC MAP       *
      *   ECRAN DE MISE A JOUR D'UN COMPTE CLIENT.DAT :   *
      *   DECOUVERT AUTORISE, NATURE ET AGENCE, AVEC      *
      *   VISA SUPERVISEUR AU-DELA DU PLAFOND OPERATEUR   *
      *===================================================*
       01  MAPMCI.
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
           02 NUMCLL               PIC S9(4) COMP.
           02 NUMCLF               PIC X.
           02 FILLER REDEFINES NUMCLF.
              03 NUMCLA            PIC X.
           02 NUMCLI               PIC X(08).
           02 CPTEL                PIC S9(4) COMP.
           02 CPTEF                PIC X.
           02 FILLER REDEFINES CPTEF.
              03 CPTEA             PIC X.
           02 CPTEI                PIC X(08).
           02 NOMCLL               PIC S9(4) COMP.
           02 NOMCLF               PIC X.
           02 FILLER REDEFINES NOMCLF.
              03 NOMCLA            PIC X.
           02 NOMCLI               PIC X(20).
           02 SOLDEL               PIC S9(4) COMP.
           02 SOLDEF               PIC X.
           02 FILLER REDEFINES SOLDEF.
              03 SOLDEA            PIC X.
           02 SOLDEI               PIC X(13).
           02 STATUL               PIC S9(4) COMP.
           02 STATUF               PIC X.
           02 FILLER REDEFINES STATUF.
              03 STATUA            PIC X.
           02 STATUI               PIC X(01).
           02 NATACL               PIC S9(4) COMP.
           02 NATACF               PIC X.
           02 FILLER REDEFINES NATACF.
              03 NATACA            PIC X.
           02 NATACI               PIC X(02).
           02 DECACL               PIC S9(4) COMP.
           02 DECACF               PIC X.
           02 FILLER REDEFINES DECACF.
              03 DECACA            PIC X.
           02 DECACI               PIC X(06).
           02 AGCACL               PIC S9(4) COMP.
           02 AGCACF               PIC X.
           02 FILLER REDEFINES AGCACF.
              03 AGCACA            PIC X.
           02 AGCACI               PIC X(04).
           02 NATNVL               PIC S9(4) COMP.
           02 NATNVF               PIC X.
           02 FILLER REDEFINES NATNVF.
              03 NATNVA            PIC X.
           02 NATNVI               PIC X(02).
           02 DECNVL               PIC S9(4) COMP.
           02 DECNVF               PIC X.
           02 FILLER REDEFINES DECNVF.
              03 DECNVA            PIC X.
           02 DECNVI               PIC X(06).
           02 AGCNVL               PIC S9(4) COMP.
           02 AGCNVF               PIC X.
           02 FILLER REDEFINES AGCNVF.
              03 AGCNVA            PIC X.
           02 AGCNVI               PIC X(02).
           02 SUPOPL               PIC S9(4) COMP.
           02 SUPOPF               PIC X.
           02 FILLER REDEFINES SUPOPF.
              03 SUPOPA            PIC X.
           02 SUPOPI               PIC X(03).
           02 MESSAGEL             PIC S9(4) COMP.
           02 MESSAGEF             PIC X.
           02 FILLER REDEFINES MESSAGEF.
              03 MESSAGEA          PIC X.
           02 MESSAGEI             PIC X(65).
      *
       01  MAPMCO REDEFINES MAPMCI.
           02 FILLER               PIC X(12).
           02 FILLER               PIC X(03).
           02 DATEO                PIC X(10).
           02 FILLER               PIC X(03).
           02 HEUREO               PIC X(08).
           02 FILLER               PIC X(03).
           02 TRTMO                PIC X(09).
           02 FILLER               PIC X(03).
           02 NUMCLO               PIC X(08).
           02 FILLER               PIC X(03).
           02 CPTEO                PIC X(08).
           02 FILLER               PIC X(03).
           02 NOMCLO               PIC X(20).
           02 FILLER               PIC X(03).
           02 SOLDEO               PIC X(13).
           02 FILLER               PIC X(03).
           02 STATUO               PIC X(01).
           02 FILLER               PIC X(03).
           02 NATACO               PIC X(02).
           02 FILLER               PIC X(03).
           02 DECACO               PIC X(06).
           02 FILLER               PIC X(03).
           02 AGCACO               PIC X(04).
           02 FILLER               PIC X(03).
           02 NATNVO               PIC X(02).
           02 FILLER               PIC X(03).
           02 DECNVO               PIC X(06).
           02 FILLER               PIC X(03).
           02 AGCNVO               PIC X(02).
           02 FILLER               PIC X(03).
           02 SUPOPO               PIC X(03).
           02 FILLER               PIC X(03).
           02 MESSAGEO             PIC X(65).
