      *===================================================*
      *   MAPSET REVKYC - MAP MAPK - SYMBOLIC MAP         *
      *   ECRAN DE REVUE PERIODIQUE KYC D'UN CLIENT       *
      *   (ZONES E-KYC-* DE FCLIENTS) ET DE SA RESIDENCE  *
      *   FISCALE (ZONES FISCALES DE FCLIENTS, FRESFIS)   *
      *===================================================*
       01  MAPKI.
           02 FILLER               PIC X(12).
           02 FILLER REDEFINES DATPRF.
              03 DATPRA            PIC X.
           02 DATPRI               PIC X(08).
           02 NATIONL              PIC S9(4) COMP.
           02 NATIONF              PIC X.
           02 FILLER REDEFINES NATIONF.
              03 NATIONA           PIC X.
           02 NATIONI              PIC X(02).
           02 USPERSL              PIC S9(4) COMP.
           02 USPERSF              PIC X.
           02 FILLER REDEFINES USPERSF.
              03 USPERSA           PIC X.
           02 USPERSI              PIC X(01).
           02 CERTSTL              PIC S9(4) COMP.
           02 CERTSTF              PIC X.
           02 FILLER REDEFINES CERTSTF.
              03 CERTSTA           PIC X.
           02 CERTSTI              PIC X(01).
           02 CERTDTL              PIC S9(4) COMP.
           02 CERTDTF              PIC X.
           02 FILLER REDEFINES CERTDTF.
              03 CERTDTA           PIC X.
           02 CERTDTI              PIC X(08).
           02 PAYS1L               PIC S9(4) COMP.
           02 PAYS1F               PIC X.
           02 FILLER REDEFINES PAYS1F.
              03 PAYS1A            PIC X.
           02 PAYS1I               PIC X(02).
           02 NIF1L                PIC S9(4) COMP.
           02 NIF1F                PIC X.
           02 FILLER REDEFINES NIF1F.
              03 NIF1A             PIC X.
           02 NIF1I                PIC X(20).
           02 PAYS2L               PIC S9(4) COMP.
           02 PAYS2F               PIC X.
           02 FILLER REDEFINES PAYS2F.
              03 PAYS2A            PIC X.
           02 PAYS2I               PIC X(02).
           02 NIF2L                PIC S9(4) COMP.
           02 NIF2F                PIC X.
           02 FILLER REDEFINES NIF2F.
              03 NIF2A             PIC X.
           02 NIF2I                PIC X(20).
           02 PAYS3L               PIC S9(4) COMP.
           02 PAYS3F               PIC X.
           02 FILLER REDEFINES PAYS3F.
              03 PAYS3A            PIC X.
           02 PAYS3I               PIC X(02).
           02 NIF3L                PIC S9(4) COMP.
           02 NIF3F                PIC X.
           02 FILLER REDEFINES NIF3F.
              03 NIF3A             PIC X.
           02 NIF3I                PIC X(20).
           02 MESSAGEL             PIC S9(4) COMP.
           02 MESSAGEF             PIC X.
           02 FILLER REDEFINES MESSAGEF.
           02 FILLER               PIC X(03).
           02 DATPRO               PIC X(08).
           02 FILLER               PIC X(03).
           02 NATIONO              PIC X(02).
           02 FILLER               PIC X(03).
           02 USPERSO              PIC X(01).
           02 FILLER               PIC X(03).
           02 CERTSTO              PIC X(01).
           02 FILLER               PIC X(03).
           02 CERTDTO              PIC X(08).
           02 FILLER               PIC X(03).
           02 PAYS1O               PIC X(02).
           02 FILLER               PIC X(03).
           02 NIF1O                PIC X(20).
           02 FILLER               PIC X(03).
           02 PAYS2O               PIC X(02).
           02 FILLER               PIC X(03).
           02 NIF2O                PIC X(20).
           02 FILLER               PIC X(03).
           02 PAYS3O               PIC X(02).
           02 FILLER               PIC X(03).
           02 NIF3O                PIC X(20).
           02 FILLER               PIC X(03).
           02 MESSAGEO             PIC X(65).
