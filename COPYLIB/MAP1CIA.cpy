           02 FILLER REDEFINES NPAIF.
              03 NPAIA             PIC X.
           02 NPAII                PIC X(01).
      *    CONSEILLER DE CLIENTELE (MATRICULE FEMPLOY) - SAISI
      *    DANS PRGCREA ET MODIFCLI, AFFICHE PAR CONSCLI ;
      *    CONSNOM EN RETOUR : NOM DU CONSEILLER (PROTEGE)
           02 CONSL                PIC S9(4) COMP.
           02 CONSF                PIC X.
           02 FILLER REDEFINES CONSF.
              03 CONSA             PIC X.
           02 CONSI                PIC X(07).
           02 CONSNOML             PIC S9(4) COMP.
           02 CONSNOMF             PIC X.
           02 FILLER REDEFINES CONSNOMF.
              03 CONSNOMA          PIC X.
           02 CONSNOMI             PIC X(21).
      *    CANAL D'ENVOI DU RELEVE (P = PAPIER, E = EMAIL,
      *    D = LES DEUX) - SAISI DANS PRGCREA ET MODIFCLI
           02 CANALL               PIC S9(4) COMP.
           02 CANALF               PIC X.
           02 FILLER REDEFINES CANALF.
              03 CANALA            PIC X.
           02 CANALI               PIC X(01).
      *    PERSONNE MORALE : TYPE DE CLIENT (P/M), RAISON SOCIALE,
      *    SIREN, FORME JURIDIQUE, DATE DE CREATION (AAAAMMJJ)
      *    ET REPRESENTANT LEGAL (NUMERO D'UN CLIENT PARTICULIER)
      *    - SAISIS DANS PRGCREA ET MODIFCLI, AFFICHES PAR
      *    CONSCLI ; REPNOM EN RETOUR : NOM DU REPRESENTANT
           02 TYPCLIL              PIC S9(4) COMP.
           02 TYPCLIF              PIC X.
           02 FILLER REDEFINES TYPCLIF.
              03 TYPCLIA           PIC X.
           02 TYPCLII              PIC X(01).
           02 RAISOCL              PIC S9(4) COMP.
           02 RAISOCF              PIC X.
           02 FILLER REDEFINES RAISOCF.
              03 RAISOCA           PIC X.
           02 RAISOCI              PIC X(60).
           02 SIRENL               PIC S9(4) COMP.
           02 SIRENF               PIC X.
           02 FILLER REDEFINES SIRENF.
              03 SIRENA            PIC X.
           02 SIRENI               PIC X(09).
           02 FORMJL               PIC S9(4) COMP.
           02 FORMJF               PIC X.
           02 FILLER REDEFINES FORMJF.
              03 FORMJA            PIC X.
           02 FORMJI               PIC X(04).
           02 DCREASL              PIC S9(4) COMP.
           02 DCREASF              PIC X.
           02 FILLER REDEFINES DCREASF.
              03 DCREASA           PIC X.
           02 DCREASI              PIC X(08).
           02 REPRESL              PIC S9(4) COMP.
           02 REPRESF              PIC X.
           02 FILLER REDEFINES REPRESF.
              03 REPRESA           PIC X.
           02 REPRESI              PIC X(08).
           02 REPNOML              PIC S9(4) COMP.
           02 REPNOMF              PIC X.
           02 FILLER REDEFINES REPNOMF.
              03 REPNOMA           PIC X.
           02 REPNOMI              PIC X(21).
      *    CLIENT MINEUR : DATE DE NAISSANCE (AAAAMMJJ) ET
      *    REPRESENTANT LEGAL DU MINEUR (NUMERO D'UN CLIENT
      *    PARTICULIER MAJEUR) - SAISIS DANS PRGCREA ET
      *    MODIFCLI, AFFICHES PAR CONSCLI ; TUTNOM EN RETOUR :
      *    NOM DU REPRESENTANT (PROTEGE)
           02 DNAISSL              PIC S9(4) COMP.
           02 DNAISSF              PIC X.
           02 FILLER REDEFINES DNAISSF.
              03 DNAISSA           PIC X.
           02 DNAISSI              PIC X(08).
           02 TUTEURL              PIC S9(4) COMP.
           02 TUTEURF              PIC X.
           02 FILLER REDEFINES TUTEURF.
              03 TUTEURA           PIC X.
           02 TUTEURI              PIC X(08).
           02 TUTNOML              PIC S9(4) COMP.
           02 TUTNOMF              PIC X.
           02 FILLER REDEFINES TUTNOMF.
              03 TUTNOMA           PIC X.
           02 TUTNOMI              PIC X(21).
      *    CONSULTATION (CONSCLI) : COMPTE PRINCIPAL DU CLIENT,
      *    SON SOLDE COMPTABLE ET SON DISPONIBLE (SOLDE +
      *    DECOUVERT - SAISIES - CHEQUES REMIS INDISPONIBLES),
      *    EN RETOUR SEULEMENT (PROTEGES)
           02 CPTPRIL              PIC S9(4) COMP.
           02 CPTPRIF              PIC X.
           02 FILLER REDEFINES CPTPRIF.
              03 CPTPRIA           PIC X.
           02 CPTPRII              PIC X(08).
           02 SLDCPTL              PIC S9(4) COMP.
           02 SLDCPTF              PIC X.
           02 FILLER REDEFINES SLDCPTF.
              03 SLDCPTA           PIC X.
           02 SLDCPTI              PIC X(12).
           02 DISCPTL              PIC S9(4) COMP.
           02 DISCPTF              PIC X.
           02 FILLER REDEFINES DISCPTF.
              03 DISCPTA           PIC X.
           02 DISCPTI              PIC X(12).
      *
       01  MAP1O REDEFINES MAP1I.
           02 FILLER               PIC X(12).
           02 NOTE3O               PIC X(70).
           02 FILLER               PIC X(03).
           02 NPAIO                PIC X(01).
           02 FILLER               PIC X(03).
           02 CONSO                PIC X(07).
           02 FILLER               PIC X(03).
           02 CONSNOMO             PIC X(21).
           02 FILLER               PIC X(03).
           02 CANALO               PIC X(01).
           02 FILLER               PIC X(03).
           02 TYPCLIO              PIC X(01).
           02 FILLER               PIC X(03).
           02 RAISOCO              PIC X(60).
           02 FILLER               PIC X(03).
           02 SIRENO               PIC X(09).
           02 FILLER               PIC X(03).
           02 FORMJO               PIC X(04).
           02 FILLER               PIC X(03).
           02 DCREASO              PIC X(08).
           02 FILLER               PIC X(03).
           02 REPRESO              PIC X(08).
           02 FILLER               PIC X(03).
           02 REPNOMO              PIC X(21).
           02 FILLER               PIC X(03).
           02 DNAISSO              PIC X(08).
           02 FILLER               PIC X(03).
           02 TUTEURO              PIC X(08).
           02 FILLER               PIC X(03).
           02 TUTNOMO              PIC X(21).
           02 FILLER               PIC X(03).
           02 CPTPRIO              PIC X(08).
           02 FILLER               PIC X(03).
           02 SLDCPTO              PIC X(12).
           02 FILLER               PIC X(03).
           02 DISCPTO              PIC X(12).
