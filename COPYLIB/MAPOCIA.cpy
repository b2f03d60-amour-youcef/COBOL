      *===================================================*
      *   MAPSET GESFRAI - MAP MAPO - SYMBOLIC MAP        *
      *   ECRAN DE SAISIE ET D'APPROBATION DES NOTES DE   *
      *   FRAIS DU PERSONNEL (FICHIER FFRAIS)             *
      *===================================================*
       01  MAPOI.
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
           02 NUMNOTEL             PIC S9(4) COMP.
           02 NUMNOTEF             PIC X.
           02 FILLER REDEFINES NUMNOTEF.
              03 NUMNOTEA          PIC X.
           02 NUMNOTEI             PIC X(08).
           02 EMPIDL               PIC S9(4) COMP.
           02 EMPIDF               PIC X.
           02 FILLER REDEFINES EMPIDF.
              03 EMPIDA            PIC X.
           02 EMPIDI               PIC X(07).
           02 NOMEMPL              PIC S9(4) COMP.
           02 NOMEMPF              PIC X.
           02 FILLER REDEFINES NOMEMPF.
              03 NOMEMPA           PIC X.
           02 NOMEMPI              PIC X(20).
           02 SERVL                PIC S9(4) COMP.
           02 SERVF                PIC X.
           02 FILLER REDEFINES SERVF.
              03 SERVA             PIC X.
           02 SERVI                PIC X(04).
           02 DATEFRL              PIC S9(4) COMP.
           02 DATEFRF              PIC X.
           02 FILLER REDEFINES DATEFRF.
              03 DATEFRA           PIC X.
           02 DATEFRI              PIC X(08).
           02 CATEGL               PIC S9(4) COMP.
           02 CATEGF               PIC X.
           02 FILLER REDEFINES CATEGF.
              03 CATEGA            PIC X.
           02 CATEGI               PIC X(02).
           02 LIBCATL              PIC S9(4) COMP.
           02 LIBCATF              PIC X.
           02 FILLER REDEFINES LIBCATF.
              03 LIBCATA           PIC X.
           02 LIBCATI              PIC X(15).
           02 MONTANTL             PIC S9(4) COMP.
           02 MONTANTF             PIC X.
           02 FILLER REDEFINES MONTANTF.
              03 MONTANTA          PIC X.
           02 MONTANTI             PIC X(09).
           02 JUSTIFL              PIC S9(4) COMP.
           02 JUSTIFF              PIC X.
           02 FILLER REDEFINES JUSTIFF.
              03 JUSTIFA           PIC X.
           02 JUSTIFI              PIC X(12).
           02 STATL                PIC S9(4) COMP.
           02 STATF                PIC X.
           02 FILLER REDEFINES STATF.
              03 STATA             PIC X.
           02 STATI                PIC X(01).
           02 LIBSTATL             PIC S9(4) COMP.
           02 LIBSTATF             PIC X.
           02 FILLER REDEFINES LIBSTATF.
              03 LIBSTATA          PIC X.
           02 LIBSTATI             PIC X(12).
           02 DSAISL               PIC S9(4) COMP.
           02 DSAISF               PIC X.
           02 FILLER REDEFINES DSAISF.
              03 DSAISA            PIC X.
           02 DSAISI               PIC X(08).
           02 OPSAISL              PIC S9(4) COMP.
           02 OPSAISF              PIC X.
           02 FILLER REDEFINES OPSAISF.
              03 OPSAISA           PIC X.
           02 OPSAISI              PIC X(03).
           02 DDECIL               PIC S9(4) COMP.
           02 DDECIF               PIC X.
           02 FILLER REDEFINES DDECIF.
              03 DDECIA            PIC X.
           02 DDECII               PIC X(08).
           02 OPDECIL              PIC S9(4) COMP.
           02 OPDECIF              PIC X.
           02 FILLER REDEFINES OPDECIF.
              03 OPDECIA           PIC X.
           02 OPDECII              PIC X(03).
           02 EMPDECIL             PIC S9(4) COMP.
           02 EMPDECIF             PIC X.
           02 FILLER REDEFINES EMPDECIF.
              03 EMPDECIA          PIC X.
           02 EMPDECII             PIC X(07).
           02 PERIODEL             PIC S9(4) COMP.
           02 PERIODEF             PIC X.
           02 FILLER REDEFINES PERIODEF.
              03 PERIODEA          PIC X.
           02 PERIODEI             PIC X(06).
           02 MESSAGEL             PIC S9(4) COMP.
           02 MESSAGEF             PIC X.
           02 FILLER REDEFINES MESSAGEF.
              03 MESSAGEA          PIC X.
           02 MESSAGEI             PIC X(65).
      *
       01  MAPOO REDEFINES MAPOI.
           02 FILLER               PIC X(12).
           02 FILLER               PIC X(03).
           02 DATEO                PIC X(10).
           02 FILLER               PIC X(03).
           02 HEUREO               PIC X(08).
           02 FILLER               PIC X(03).
           02 TRTMO                PIC X(09).
           02 FILLER               PIC X(03).
           02 NUMNOTEO             PIC X(08).
           02 FILLER               PIC X(03).
           02 EMPIDO               PIC X(07).
           02 FILLER               PIC X(03).
           02 NOMEMPO              PIC X(20).
           02 FILLER               PIC X(03).
           02 SERVO                PIC X(04).
           02 FILLER               PIC X(03).
           02 DATEFRO              PIC X(08).
           02 FILLER               PIC X(03).
           02 CATEGO               PIC X(02).
           02 FILLER               PIC X(03).
           02 LIBCATO              PIC X(15).
           02 FILLER               PIC X(03).
           02 MONTANTO             PIC X(09).
           02 FILLER               PIC X(03).
           02 JUSTIFO              PIC X(12).
           02 FILLER               PIC X(03).
           02 STATO                PIC X(01).
           02 FILLER               PIC X(03).
           02 LIBSTATO             PIC X(12).
           02 FILLER               PIC X(03).
           02 DSAISO               PIC X(08).
           02 FILLER               PIC X(03).
           02 OPSAISO              PIC X(03).
           02 FILLER               PIC X(03).
           02 DDECIO               PIC X(08).
           02 FILLER               PIC X(03).
           02 OPDECIO              PIC X(03).
           02 FILLER               PIC X(03).
           02 EMPDECIO             PIC X(07).
           02 FILLER               PIC X(03).
           02 PERIODEO             PIC X(06).
           02 FILLER               PIC X(03).
           02 MESSAGEO             PIC X(65).
