      *===================================================*
      *   MAPSET GESGEST - MAP MAPM - SYMBOLIC MAP        *
      *   ECRAN DES REMBOURSEMENTS DE FRAIS               *
      *   (FICHIER FGESTE, QUATRE YEUX)                   *
      *===================================================*
       01  MAPMI.
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
           02 CPTEL                PIC S9(4) COMP.
           02 CPTEF                PIC X.
           02 FILLER REDEFINES CPTEF.
              03 CPTEA             PIC X.
           02 CPTEI                PIC X(08).
           02 SEQHSTL              PIC S9(4) COMP.
           02 SEQHSTF              PIC X.
           02 FILLER REDEFINES SEQHSTF.
              03 SEQHSTA           PIC X.
           02 SEQHSTI              PIC X(05).
           02 RANGL                PIC S9(4) COMP.
           02 RANGF                PIC X.
           02 FILLER REDEFINES RANGF.
              03 RANGA             PIC X.
           02 RANGI                PIC X(01).
           02 CODORIL              PIC S9(4) COMP.
           02 CODORIF              PIC X.
           02 FILLER REDEFINES CODORIF.
              03 CODORIA           PIC X.
           02 CODORII              PIC X(01).
           02 DATORIL              PIC S9(4) COMP.
           02 DATORIF              PIC X.
           02 FILLER REDEFINES DATORIF.
              03 DATORIA           PIC X.
           02 DATORII              PIC X(08).
           02 MNTORIL              PIC S9(4) COMP.
           02 MNTORIF              PIC X.
           02 FILLER REDEFINES MNTORIF.
              03 MNTORIA           PIC X.
           02 MNTORII              PIC X(12).
           02 DEJREML              PIC S9(4) COMP.
           02 DEJREMF              PIC X.
           02 FILLER REDEFINES DEJREMF.
              03 DEJREMA           PIC X.
           02 DEJREMI              PIC X(12).
           02 MONTANTL             PIC S9(4) COMP.
           02 MONTANTF             PIC X.
           02 FILLER REDEFINES MONTANTF.
              03 MONTANTA          PIC X.
           02 MONTANTI             PIC X(10).
           02 MOTIFL               PIC S9(4) COMP.
           02 MOTIFF               PIC X.
           02 FILLER REDEFINES MOTIFF.
              03 MOTIFA            PIC X.
           02 MOTIFI               PIC X(02).
           02 STATL                PIC S9(4) COMP.
           02 STATF                PIC X.
           02 FILLER REDEFINES STATF.
              03 STATA             PIC X.
           02 STATI                PIC X(01).
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
           02 OPDECL               PIC S9(4) COMP.
           02 OPDECF               PIC X.
           02 FILLER REDEFINES OPDECF.
              03 OPDECA            PIC X.
           02 OPDECI               PIC X(03).
           02 MESSAGEL             PIC S9(4) COMP.
           02 MESSAGEF             PIC X.
           02 FILLER REDEFINES MESSAGEF.
              03 MESSAGEA          PIC X.
           02 MESSAGEI             PIC X(65).
      *
       01  MAPMO REDEFINES MAPMI.
           02 FILLER               PIC X(12).
           02 FILLER               PIC X(03).
           02 DATEO                PIC X(10).
           02 FILLER               PIC X(03).
           02 HEUREO               PIC X(08).
           02 FILLER               PIC X(03).
           02 TRTMO                PIC X(09).
           02 FILLER               PIC X(03).
           02 CPTEO                PIC X(08).
           02 FILLER               PIC X(03).
           02 SEQHSTO              PIC X(05).
           02 FILLER               PIC X(03).
           02 RANGO                PIC X(01).
           02 FILLER               PIC X(03).
           02 CODORIO              PIC X(01).
           02 FILLER               PIC X(03).
           02 DATORIO              PIC X(08).
           02 FILLER               PIC X(03).
           02 MNTORIO              PIC X(12).
           02 FILLER               PIC X(03).
           02 DEJREMO              PIC X(12).
           02 FILLER               PIC X(03).
           02 MONTANTO             PIC X(10).
           02 FILLER               PIC X(03).
           02 MOTIFO               PIC X(02).
           02 FILLER               PIC X(03).
           02 STATO                PIC X(01).
           02 FILLER               PIC X(03).
           02 OPDEMO               PIC X(03).
           02 FILLER               PIC X(03).
           02 DATDEMO              PIC X(08).
           02 FILLER               PIC X(03).
           02 OPDECO               PIC X(03).
           02 FILLER               PIC X(03).
           02 MESSAGEO             PIC X(65).
