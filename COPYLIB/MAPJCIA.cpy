      *   MAPSET CLI360 - MAP MAPJ - SYMBOLIC MAP         *
      *   VUE 360 D'UN CLIENT : IDENTITE FCLIENTS,        *
      *   COMPTES ARRETES DE LA VEILLE (RESUME FCLISUM),  *
      *   RIB / IBAN DU COMPTE PRIMAIRE (FCLICPT),        *
      *   CINQ DERNIERS MOUVEMENTS FHISTCLT, DEMANDE DE   *
      *   SUPPRESSION EN ATTENTE (FAPPSUP), LIENS DE      *
      *   RELATION EN COURS (FLIENCLI). LES TOUCHES       *
      *   FONCTIONS BRANCHENT VERS LES ECRANS DE DETAIL.  *
      *===================================================*
       01  MAPJI.
              03 FILLER REDEFINES CPTLGF.
                 04 CPTLGA         PIC X.
              03 CPTLGI            PIC X(65).
           02 RIBCPTL              PIC S9(4) COMP.
           02 RIBCPTF              PIC X.
           02 FILLER REDEFINES RIBCPTF.
              03 RIBCPTA           PIC X.
           02 RIBCPTI              PIC X(65).
           02 MVTLIGI OCCURS 5.
              03 MVTLGL            PIC S9(4) COMP.
              03 MVTLGF            PIC X.
           02 FILLER REDEFINES MESSAGEF.
              03 MESSAGEA          PIC X.
           02 MESSAGEI             PIC X(65).
      *    CONSEILLER DE CLIENTELE : MATRICULE ET NOM FEMPLOY
           02 CONSEILL             PIC S9(4) COMP.
           02 CONSEILF             PIC X.
           02 FILLER REDEFINES CONSEILF.
              03 CONSEILA          PIC X.
           02 CONSEILI             PIC X(40).
           02 LIENLIGI OCCURS 3.
              03 LIENLGL           PIC S9(4) COMP.
              03 LIENLGF           PIC X.
              03 FILLER REDEFINES LIENLGF.
                 04 LIENLGA        PIC X.
              03 LIENLGI           PIC X(65).
      *
       01  MAPJO REDEFINES MAPJI.
           02 FILLER               PIC X(12).
           02 CPTLIGO OCCURS 3.
              03 FILLER            PIC X(03).
              03 CPTLGO            PIC X(65).
           02 FILLER               PIC X(03).
           02 RIBCPTO              PIC X(65).
           02 MVTLIGO OCCURS 5.
              03 FILLER            PIC X(03).
              03 MVTLGO            PIC X(65).
           02 APPSUPO              PIC X(60).
           02 FILLER               PIC X(03).
           02 MESSAGEO             PIC X(65).
           02 FILLER               PIC X(03).
           02 CONSEILO             PIC X(40).
           02 LIENLIGO OCCURS 3.
              03 FILLER            PIC X(03).
              03 LIENLGO           PIC X(65).
