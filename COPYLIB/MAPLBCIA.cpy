      *===================================================*
      *   MAPSET REVLCB - MAP MAPLB - SYMBOLIC MAP        *
      *   ECRAN DE REVUE DES DOSSIERS D'ALERTES LCB-FT    *
      *   (FICHIER FDOSLCB) : DOSSIER, CINQ DERNIERES     *
      *   ALERTES, DECISION ET COMMENTAIRE DE L'ANALYSTE  *
      *===================================================*
       01  MAPLBI.
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
           02 NUMCPL               PIC S9(4) COMP.
           02 NUMCPF               PIC X.
           02 FILLER REDEFINES NUMCPF.
              03 NUMCPA            PIC X.
           02 NUMCPI               PIC X(08).
           02 NODOSL               PIC S9(4) COMP.
           02 NODOSF               PIC X.
           02 FILLER REDEFINES NODOSF.
              03 NODOSA            PIC X.
           02 NODOSI               PIC X(03).
           02 NOMCLL               PIC S9(4) COMP.
           02 NOMCLF               PIC X.
           02 FILLER REDEFINES NOMCLF.
              03 NOMCLA            PIC X.
           02 NOMCLI               PIC X(21).
           02 STATUL               PIC S9(4) COMP.
           02 STATUF               PIC X.
           02 FILLER REDEFINES STATUF.
              03 STATUA            PIC X.
           02 STATUI               PIC X(01).
           02 DATOUL               PIC S9(4) COMP.
           02 DATOUF               PIC X.
           02 FILLER REDEFINES DATOUF.
              03 DATOUA            PIC X.
           02 DATOUI               PIC X(08).
           02 DATECL               PIC S9(4) COMP.
           02 DATECF               PIC X.
           02 FILLER REDEFINES DATECF.
              03 DATECA            PIC X.
           02 DATECI               PIC X(08).
           02 NBALRL               PIC S9(4) COMP.
           02 NBALRF               PIC X.
           02 FILLER REDEFINES NBALRF.
              03 NBALRA            PIC X.
           02 NBALRI               PIC X(05).
           02 CUMULL               PIC S9(4) COMP.
           02 CUMULF               PIC X.
           02 FILLER REDEFINES CUMULF.
              03 CUMULA            PIC X.
           02 CUMULI               PIC X(15).
           02 ALRLIGI OCCURS 5.
              03 ALRLGL            PIC S9(4) COMP.
              03 ALRLGF            PIC X.
              03 FILLER REDEFINES ALRLGF.
                 04 ALRLGA         PIC X.
              03 ALRLGI            PIC X(65).
           02 DECISL               PIC S9(4) COMP.
           02 DECISF               PIC X.
           02 FILLER REDEFINES DECISF.
              03 DECISA            PIC X.
           02 DECISI               PIC X(01).
           02 DATRVL               PIC S9(4) COMP.
           02 DATRVF               PIC X.
           02 FILLER REDEFINES DATRVF.
              03 DATRVA            PIC X.
           02 DATRVI               PIC X(08).
           02 COMMTL               PIC S9(4) COMP.
           02 COMMTF               PIC X.
           02 FILLER REDEFINES COMMTF.
              03 COMMTA            PIC X.
           02 COMMTI               PIC X(60).
           02 MESSAGEL             PIC S9(4) COMP.
           02 MESSAGEF             PIC X.
           02 FILLER REDEFINES MESSAGEF.
              03 MESSAGEA          PIC X.
           02 MESSAGEI             PIC X(65).
      *
       01  MAPLBO REDEFINES MAPLBI.
           02 FILLER               PIC X(12).
           02 FILLER               PIC X(03).
           02 DATEO                PIC X(10).
           02 FILLER               PIC X(03).
           02 HEUREO               PIC X(08).
           02 FILLER               PIC X(03).
           02 TRTMO                PIC X(09).
           02 FILLER               PIC X(03).
           02 NUMCPO               PIC X(08).
           02 FILLER               PIC X(03).
           02 NODOSO               PIC X(03).
           02 FILLER               PIC X(03).
           02 NOMCLO               PIC X(21).
           02 FILLER               PIC X(03).
           02 STATUO               PIC X(01).
           02 FILLER               PIC X(03).
           02 DATOUO               PIC X(08).
           02 FILLER               PIC X(03).
           02 DATECO               PIC X(08).
           02 FILLER               PIC X(03).
           02 NBALRO               PIC X(05).
           02 FILLER               PIC X(03).
           02 CUMULO               PIC X(15).
           02 ALRLIGO OCCURS 5.
              03 FILLER            PIC X(03).
              03 ALRLGO            PIC X(65).
           02 FILLER               PIC X(03).
           02 DECISO               PIC X(01).
           02 FILLER               PIC X(03).
           02 DATRVO               PIC X(08).
           02 FILLER               PIC X(03).
           02 COMMTO               PIC X(60).
           02 FILLER               PIC X(03).
           02 MESSAGEO             PIC X(65).
