      *===================================================*
      *   MAPSET GESBALA - MAP MAPBL - SYMBOLIC MAP       *
      *   ECRAN DES CONVENTIONS DE BALAYAGE ENTRE         *
      *   COMPTE COURANT ET COMPTE D'EPARGNE (FICHIER     *
      *   FBALAY, CLE COMPTE COURANT)                     *
      *===================================================*
       01  MAPBLI.
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
           02 CLIENTL              PIC S9(4) COMP.
           02 CLIENTF              PIC X.
           02 FILLER REDEFINES CLIENTF.
              03 CLIENTA           PIC X.
           02 CLIENTI              PIC X(08).
           02 EPARL                PIC S9(4) COMP.
           02 EPARF                PIC X.
           02 FILLER REDEFINES EPARF.
              03 EPARA             PIC X.
           02 EPARI                PIC X(08).
           02 SEUILL               PIC S9(4) COMP.
           02 SEUILF               PIC X.
           02 FILLER REDEFINES SEUILF.
              03 SEUILA            PIC X.
           02 SEUILI               PIC X(10).
           02 PLANCHL              PIC S9(4) COMP.
           02 PLANCHF              PIC X.
           02 FILLER REDEFINES PLANCHF.
              03 PLANCHA           PIC X.
           02 PLANCHI              PIC X(10).
           02 SENSL                PIC S9(4) COMP.
           02 SENSF                PIC X.
           02 FILLER REDEFINES SENSF.
              03 SENSA             PIC X.
           02 SENSI                PIC X(01).
           02 STATL                PIC S9(4) COMP.
           02 STATF                PIC X.
           02 FILLER REDEFINES STATF.
              03 STATA             PIC X.
           02 STATI                PIC X(01).
           02 DCREAL               PIC S9(4) COMP.
           02 DCREAF               PIC X.
           02 FILLER REDEFINES DCREAF.
              03 DCREAA            PIC X.
           02 DCREAI               PIC X(08).
           02 DDERNL               PIC S9(4) COMP.
           02 DDERNF               PIC X.
           02 FILLER REDEFINES DDERNF.
              03 DDERNA            PIC X.
           02 DDERNI               PIC X(08).
           02 MDERNL               PIC S9(4) COMP.
           02 MDERNF               PIC X.
           02 FILLER REDEFINES MDERNF.
              03 MDERNA            PIC X.
           02 MDERNI               PIC X(12).
           02 SLDCL                PIC S9(4) COMP.
           02 SLDCF                PIC X.
           02 FILLER REDEFINES SLDCF.
              03 SLDCA             PIC X.
           02 SLDCI                PIC X(12).
           02 SLDEL                PIC S9(4) COMP.
           02 SLDEF                PIC X.
           02 FILLER REDEFINES SLDEF.
              03 SLDEA             PIC X.
           02 SLDEI                PIC X(12).
           02 MESSAGEL             PIC S9(4) COMP.
           02 MESSAGEF             PIC X.
           02 FILLER REDEFINES MESSAGEF.
              03 MESSAGEA          PIC X.
           02 MESSAGEI             PIC X(65).
      *
       01  MAPBLO REDEFINES MAPBLI.
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
           02 CLIENTO              PIC X(08).
           02 FILLER               PIC X(03).
           02 EPARO                PIC X(08).
           02 FILLER               PIC X(03).
           02 SEUILO               PIC X(10).
           02 FILLER               PIC X(03).
           02 PLANCHO              PIC X(10).
           02 FILLER               PIC X(03).
           02 SENSO                PIC X(01).
           02 FILLER               PIC X(03).
           02 STATO                PIC X(01).
           02 FILLER               PIC X(03).
           02 DCREAO               PIC X(08).
           02 FILLER               PIC X(03).
           02 DDERNO               PIC X(08).
           02 FILLER               PIC X(03).
           02 MDERNO               PIC X(12).
           02 FILLER               PIC X(03).
           02 SLDCO                PIC X(12).
           02 FILLER               PIC X(03).
           02 SLDEO                PIC X(12).
           02 FILLER               PIC X(03).
           02 MESSAGEO             PIC X(65).
