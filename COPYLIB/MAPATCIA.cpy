      *===================================================*
      *   MAPSET GESATTE - MAP MAPAT - SYMBOLIC MAP       *
      *   ECRAN DE DELIVRANCE DES ATTESTATIONS DE         *
      *   COMPTE (RIB, SOLDE A UNE DATE, CLOTURE)         *
      *   REGISTRE FATTEST, FILE D'IMPRESSION FIMPATT     *
      *===================================================*
       01  MAPATI.
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
           02 CLIENTL              PIC S9(4) COMP.
           02 CLIENTF              PIC X.
           02 FILLER REDEFINES CLIENTF.
              03 CLIENTA           PIC X.
           02 CLIENTI              PIC X(08).
           02 CPTEL                PIC S9(4) COMP.
           02 CPTEF                PIC X.
           02 FILLER REDEFINES CPTEF.
              03 CPTEA             PIC X.
           02 CPTEI                PIC X(08).
           02 TYPEL                PIC S9(4) COMP.
           02 TYPEF                PIC X.
           02 FILLER REDEFINES TYPEF.
              03 TYPEA             PIC X.
           02 TYPEI                PIC X(01).
           02 DSOLDEL              PIC S9(4) COMP.
           02 DSOLDEF              PIC X.
           02 FILLER REDEFINES DSOLDEF.
              03 DSOLDEA           PIC X.
           02 DSOLDEI              PIC X(08).
           02 DESTL                PIC S9(4) COMP.
           02 DESTF                PIC X.
           02 FILLER REDEFINES DESTF.
              03 DESTA             PIC X.
           02 DESTI                PIC X(16).
           02 SERIEL               PIC S9(4) COMP.
           02 SERIEF               PIC X.
           02 FILLER REDEFINES SERIEF.
              03 SERIEA            PIC X.
           02 SERIEI               PIC X(08).
           02 NOML                 PIC S9(4) COMP.
           02 NOMF                 PIC X.
           02 FILLER REDEFINES NOMF.
              03 NOMA              PIC X.
           02 NOMI                 PIC X(40).
           02 RIBL                 PIC S9(4) COMP.
           02 RIBF                 PIC X.
           02 FILLER REDEFINES RIBF.
              03 RIBA              PIC X.
           02 RIBI                 PIC X(27).
           02 IBANL                PIC S9(4) COMP.
           02 IBANF                PIC X.
           02 FILLER REDEFINES IBANF.
              03 IBANA             PIC X.
           02 IBANI                PIC X(27).
           02 STATUTL              PIC S9(4) COMP.
           02 STATUTF              PIC X.
           02 FILLER REDEFINES STATUTF.
              03 STATUTA           PIC X.
           02 STATUTI              PIC X(20).
           02 SOLDEL               PIC S9(4) COMP.
           02 SOLDEF               PIC X.
           02 FILLER REDEFINES SOLDEF.
              03 SOLDEA            PIC X.
           02 SOLDEI               PIC X(12).
           02 DEVISEL              PIC S9(4) COMP.
           02 DEVISEF              PIC X.
           02 FILLER REDEFINES DEVISEF.
              03 DEVISEA           PIC X.
           02 DEVISEI              PIC X(02).
           02 DEMISL               PIC S9(4) COMP.
           02 DEMISF               PIC X.
           02 FILLER REDEFINES DEMISF.
              03 DEMISA            PIC X.
           02 DEMISI               PIC X(08).
           02 OPERL                PIC S9(4) COMP.
           02 OPERF                PIC X.
           02 FILLER REDEFINES OPERF.
              03 OPERA             PIC X.
           02 OPERI                PIC X(03).
           02 MESSAGEL             PIC S9(4) COMP.
           02 MESSAGEF             PIC X.
           02 FILLER REDEFINES MESSAGEF.
              03 MESSAGEA          PIC X.
           02 MESSAGEI             PIC X(65).
      *
       01  MAPATO REDEFINES MAPATI.
           02 FILLER               PIC X(12).
           02 FILLER               PIC X(03).
           02 DATEO                PIC X(10).
           02 FILLER               PIC X(03).
           02 HEUREO               PIC X(08).
           02 FILLER               PIC X(03).
           02 TRTMO                PIC X(09).
           02 FILLER               PIC X(03).
           02 CLIENTO              PIC X(08).
           02 FILLER               PIC X(03).
           02 CPTEO                PIC X(08).
           02 FILLER               PIC X(03).
           02 TYPEO                PIC X(01).
           02 FILLER               PIC X(03).
           02 DSOLDEO              PIC X(08).
           02 FILLER               PIC X(03).
           02 DESTO                PIC X(16).
           02 FILLER               PIC X(03).
           02 SERIEO               PIC X(08).
           02 FILLER               PIC X(03).
           02 NOMO                 PIC X(40).
           02 FILLER               PIC X(03).
           02 RIBO                 PIC X(27).
           02 FILLER               PIC X(03).
           02 IBANO                PIC X(27).
           02 FILLER               PIC X(03).
           02 STATUTO              PIC X(20).
           02 FILLER               PIC X(03).
           02 SOLDEO               PIC X(12).
           02 FILLER               PIC X(03).
           02 DEVISEO              PIC X(02).
           02 FILLER               PIC X(03).
           02 DEMISO               PIC X(08).
           02 FILLER               PIC X(03).
           02 OPERO                PIC X(03).
           02 FILLER               PIC X(03).
           02 MESSAGEO             PIC X(65).
