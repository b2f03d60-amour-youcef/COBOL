      *   MAPSET CONSAUD - MAP MAPA - SYMBOLIC MAP        *
      *   ECRAN CONSULTATION DE LA PISTE D'AUDIT FAUDCLI  *
      *   (OPERATIONS SUR UN CLIENT, DU PLUS RECENT AU    *
      *   PLUS ANCIEN) ; LES MISES A JOUR DE COMPTE       *
      *   (GESCPTE) PORTENT LE DETAIL AVANT/APRES         *
      *===================================================*
       01  MAPAI.
           02 FILLER               PIC X(12).
              03 FILLER REDEFINES AHEUREF.
                 04 AHEUREA        PIC X.
              03 AHEUREI           PIC X(08).
              03 ADETL             PIC S9(4) COMP.
              03 ADETF             PIC X.
              03 FILLER REDEFINES ADETF.
                 04 ADETA          PIC X.
              03 ADETI             PIC X(26).
           02 MESSAGEL             PIC S9(4) COMP.
           02 MESSAGEF             PIC X.
           02 FILLER REDEFINES MESSAGEF.
              03 ADATEO            PIC X(08).
              03 FILLER            PIC X(03).
              03 AHEUREO           PIC X(08).
              03 FILLER            PIC X(03).
              03 ADETO             PIC X(26).
           02 FILLER               PIC X(03).
           02 MESSAGEO             PIC X(65).
