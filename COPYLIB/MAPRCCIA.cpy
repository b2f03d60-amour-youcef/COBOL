      *===================================================*
      *   MAPSET GESRECL - MAP MAPRC - SYMBOLIC MAP       *
      *   ECRAN D'OUVERTURE ET DE SUIVI DES DOSSIERS DE   *
      *   RECLAMATION (FICHIER FRECLAM)                   *
      *===================================================*
       01  MAPRCI.
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
           02 NUMRCLL              PIC S9(4) COMP.
           02 NUMRCLF              PIC X.
           02 FILLER REDEFINES NUMRCLF.
              03 NUMRCLA           PIC X.
           02 NUMRCLI              PIC X(08).
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
           02 CPTEL                PIC S9(4) COMP.
           02 CPTEF                PIC X.
           02 FILLER REDEFINES CPTEF.
              03 CPTEA             PIC X.
           02 CPTEI                PIC X(08).
           02 SEQMVTL              PIC S9(4) COMP.
           02 SEQMVTF              PIC X.
           02 FILLER REDEFINES SEQMVTF.
              03 SEQMVTA           PIC X.
           02 SEQMVTI              PIC X(05).
           02 AGENCEL              PIC S9(4) COMP.
           02 AGENCEF              PIC X.
           02 FILLER REDEFINES AGENCEF.
              03 AGENCEA           PIC X.
           02 AGENCEI              PIC X(04).
           02 CANALL               PIC S9(4) COMP.
           02 CANALF               PIC X.
           02 FILLER REDEFINES CANALF.
              03 CANALA            PIC X.
           02 CANALI               PIC X(01).
           02 MOTIFL               PIC S9(4) COMP.
           02 MOTIFF               PIC X.
           02 FILLER REDEFINES MOTIFF.
              03 MOTIFA            PIC X.
           02 MOTIFI               PIC X(02).
           02 OBJETL               PIC S9(4) COMP.
           02 OBJETF               PIC X.
           02 FILLER REDEFINES OBJETF.
              03 OBJETA            PIC X.
           02 OBJETI               PIC X(40).
           02 RESPL                PIC S9(4) COMP.
           02 RESPF                PIC X.
           02 FILLER REDEFINES RESPF.
              03 RESPA             PIC X.
           02 RESPI                PIC X(03).
           02 STATL                PIC S9(4) COMP.
           02 STATF                PIC X.
           02 FILLER REDEFINES STATF.
              03 STATA             PIC X.
           02 STATI                PIC X(01).
           02 DRECEPL              PIC S9(4) COMP.
           02 DRECEPF              PIC X.
           02 FILLER REDEFINES DRECEPF.
              03 DRECEPA           PIC X.
           02 DRECEPI              PIC X(08).
           02 ECHACCL              PIC S9(4) COMP.
           02 ECHACCF              PIC X.
           02 FILLER REDEFINES ECHACCF.
              03 ECHACCA           PIC X.
           02 ECHACCI              PIC X(08).
           02 ECHREPL              PIC S9(4) COMP.
           02 ECHREPF              PIC X.
           02 FILLER REDEFINES ECHREPF.
              03 ECHREPA           PIC X.
           02 ECHREPI              PIC X(08).
           02 DACCUSL              PIC S9(4) COMP.
           02 DACCUSF              PIC X.
           02 FILLER REDEFINES DACCUSF.
              03 DACCUSA           PIC X.
           02 DACCUSI              PIC X(08).
           02 DREPONL              PIC S9(4) COMP.
           02 DREPONF              PIC X.
           02 FILLER REDEFINES DREPONF.
              03 DREPONA           PIC X.
           02 DREPONI              PIC X(08).
           02 ISSUEL               PIC S9(4) COMP.
           02 ISSUEF               PIC X.
           02 FILLER REDEFINES ISSUEF.
              03 ISSUEA            PIC X.
           02 ISSUEI               PIC X(01).
           02 REMBL                PIC S9(4) COMP.
           02 REMBF                PIC X.
           02 FILLER REDEFINES REMBF.
              03 REMBA             PIC X.
           02 REMBI                PIC X(10).
           02 MESSAGEL             PIC S9(4) COMP.
           02 MESSAGEF             PIC X.
           02 FILLER REDEFINES MESSAGEF.
              03 MESSAGEA          PIC X.
           02 MESSAGEI             PIC X(65).
      *
       01  MAPRCO REDEFINES MAPRCI.
           02 FILLER               PIC X(12).
           02 FILLER               PIC X(03).
           02 DATEO                PIC X(10).
           02 FILLER               PIC X(03).
           02 HEUREO               PIC X(08).
           02 FILLER               PIC X(03).
           02 TRTMO                PIC X(09).
           02 FILLER               PIC X(03).
           02 NUMRCLO              PIC X(08).
           02 FILLER               PIC X(03).
           02 CLIENTO              PIC X(08).
           02 FILLER               PIC X(03).
           02 NOMCLIO              PIC X(20).
           02 FILLER               PIC X(03).
           02 CPTEO                PIC X(08).
           02 FILLER               PIC X(03).
           02 SEQMVTO              PIC X(05).
           02 FILLER               PIC X(03).
           02 AGENCEO              PIC X(04).
           02 FILLER               PIC X(03).
           02 CANALO               PIC X(01).
           02 FILLER               PIC X(03).
           02 MOTIFO               PIC X(02).
           02 FILLER               PIC X(03).
           02 OBJETO               PIC X(40).
           02 FILLER               PIC X(03).
           02 RESPO                PIC X(03).
           02 FILLER               PIC X(03).
           02 STATO                PIC X(01).
           02 FILLER               PIC X(03).
           02 DRECEPO              PIC X(08).
           02 FILLER               PIC X(03).
           02 ECHACCO              PIC X(08).
           02 FILLER               PIC X(03).
           02 ECHREPO              PIC X(08).
           02 FILLER               PIC X(03).
           02 DACCUSO              PIC X(08).
           02 FILLER               PIC X(03).
           02 DREPONO              PIC X(08).
           02 FILLER               PIC X(03).
           02 ISSUEO               PIC X(01).
           02 FILLER               PIC X(03).
           02 REMBO                PIC X(10).
           02 FILLER               PIC X(03).
           02 MESSAGEO             PIC X(65).
