           ACCESS MODE IS RANDOM
           RECORD KEY IS CT-ID-CPTE
           FILE STATUS IS FS-COT.
            SELECT FPIN  ASSIGN TO 'PINCTL.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PIN-ID-CPTE
           FILE STATUS IS FS-PIN.
            SELECT FSUSIN  ASSIGN TO 'SUSPMVT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAI-CLE
           FILE STATUS IS FS-SAI.
            SELECT FIND  ASSIGN TO 'INDISPO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IND-CLE
           FILE STATUS IS FS-IND.
            SELECT FCHQ  ASSIGN TO 'CHQREG.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TX-CLE
           FILE STATUS IS FS-TAUX.
            SELECT FPRR  ASSIGN TO 'PRLRET.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRR.
            SELECT FBEN  ASSIGN TO 'FBENEF.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BEN-CLE
           FILE STATUS IS FS-BEN.
            SELECT FINS  ASSIGN TO 'INSTREG.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-INS.
            SELECT FCKP  ASSIGN TO 'CHKP15.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CKP.
            SELECT FMVJ  ASSIGN TO 'MVTJBRUT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MVJ.
      *    TITULAIRE DU COMPTE (CROSS-REFERENCE CLIENT/COMPTES
      *    PUIS FICHE CLIENT) : DEBITS DU COMPTE D'UN MINEUR
            SELECT FXRF  ASSIGN TO 'FCLICPT.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS XRF-CLE
           ALTERNATE RECORD KEY IS XRF-ID-CPTE
           FILE STATUS IS FS-XRF.
            SELECT FCLI  ASSIGN TO 'FCLIENTS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS E-NUMERO
           FILE STATUS IS FS-CLI.
        DATA DIVISION.
        FILE SECTION.
        FD FCLT.
           05  MVT-DATE-VALEUR PIC 9(08).
           05  MVT-SEQ       PIC 9(04).
           05  MVT-SOURCE    PIC X(04).
      *       SOURCES DES GENERATEURS INTERNES QUI ECRIVENT DANS
      *       MVTCLT SANS PASSER PAR TRIFILE
              88  MVT-SOURCE-INTERNE  VALUE 'ORDP' 'BALA' 'CART'
                                            'CLRI' 'CLRR' 'CLRP'
                                            'CLRU' 'CLRJ' 'TERM'
                                            'PRET' 'GEST'.
      *    CONTREPARTIE DU MOUVEMENT (26 POSITIONS) SELON LE CODE
           05  MVT-CONTREPARTIE.
      *       NUMERO DU CHEQUE PRESENTE (CODE C), OU DU CHEQUE
      *       REMIS REVENU IMPAYE (CODE R, SOURCE CLRU, CLRIN)
              10  MVT-NUM-CHEQUE PIC 9(07).
      *       CONTREPASSATION (CODE X) : SEQUENCE HISTCLT DE LA
      *       LIGNE ANNULEE SUR LE COMPTE MVT-ID-CPTE
              10  MVT-SEQ-ANNULEE REDEFINES MVT-NUM-CHEQUE
                             PIC 9(07).
      *       PRELEVEMENT RECU (CODE R, SOURCE CLRP, BATCH CLRIN) :
      *       RANG DE LA LIGNE DANS LE FICHIER RECU, REPRIS SUR LE
      *       RETOUR AU CREANCIER SI LE PRELEVEMENT EST REFUSE
              10  MVT-REF-PRL REDEFINES MVT-NUM-CHEQUE
                             PIC 9(07).
      *       IDENTIFIANTS EXTERNES DU CREANCIER (CODE R, SOURCE
      *       CLRP), REPRIS SUR LE RETOUR DE PRELEVEMENT
              10  MVT-BANQUE-EXT PIC X(08).
              10  MVT-CPTE-EXT  PIC X(11).
      *    VIREMENT EXTERNE (CODE E) : IBAN DU BENEFICIAIRE SANS
      *    LE CODE PAYS (COMPENSATION NATIONALE, TOUJOURS 'FR') =
      *    CLE IBAN + RIB ; CONTROLE MOD 97 AVANT LE DEBIT
           05  MVT-IBAN-EXT REDEFINES MVT-CONTREPARTIE.
              10  MVT-IBAN-CLE  PIC X(02).
              10  MVT-IBAN-BBAN PIC X(23).
              10  FILLER        PIC X(01).
      *    TRANSACTION CARTE (CODE K, SOURCE CART, BATCH CARTIN) :
      *    LIBELLE DU COMMERCANT OU DU DAB, REPRIS SUR LE RELEVE
           05  MVT-CARTE REDEFINES MVT-CONTREPARTIE.
              10  MVT-COMMERCANT PIC X(18).
              10  MVT-CARTE-FIN  PIC X(04).
              10  MVT-TYPE-CARTE PIC X(01).
              10  FILLER         PIC X(03).
      *    REMBOURSEMENT DE FRAIS (CODE G, SOURCE GEST, ECRAN
      *    GESGEST APRES APPROBATION) : SEQUENCE HISTCLT DE LA
      *    LIGNE DE FRAIS OU D'AGIOS REMBOURSEE ET MOTIF
           05  MVT-GESTE REDEFINES MVT-CONTREPARTIE.
              10  MVT-SEQ-FRAIS  PIC 9(07).
              10  MVT-MOTIF-GESTE PIC X(02).
              10  FILLER         PIC X(17).
      *    DEVISE DU MOUVEMENT (BLANC = MONNAIE DE TENUE) :
      *    DOIT ETRE CELLE DU COMPTE MOUVEMENTE
           05  MVT-DEVISE    PIC X(02).
      *    CONTROLE DU PIN FAIT EN AMONT : LE PIN N'EST PLUS
      *    TRANSMIS EN CLAIR (MVT-PIN A ZERO) ; BLANC = AUCUN
      *    CONTROLE AMONT, LE PIN EVENTUEL EST VERIFIE ICI
           05  MVT-CTL-PIN   PIC X(01).
              88  MVT-PIN-TITULAIRE   VALUE 'T'.
              88  MVT-PIN-COTITULAIRE VALUE 'C'.
              88  MVT-PIN-TUTEUR      VALUE 'M'.
              88  MVT-PIN-ORDRE       VALUE 'O'.
              88  MVT-PIN-ERRONE      VALUE 'E'.
           05  FILLER        PIC X(04).
        FD FJRN.
        01 REC-JRN.
           05  JRN-DATE      PIC 9(08).
           05  CT-PRN       PIC X(10).
           05  CT-DTN       PIC 9(08).
           05  CT-SEX       PIC X(01).
      *    PIN EN CLAIR : PLUS UTILISE, TOUJOURS A ZERO ; SEULE
      *    L'EMPREINTE (MODULE pgpin) ET SON SEL SONT CONSERVES
           05  CT-PIN       PIC 9(04).
           05  CT-SEL       PIC X(08).
           05  CT-EMPREINTE PIC X(16).
           05  FILLER       PIC X(15).
      *    CONTROLE DES PIN PAR COMPTE (DESSIN FPINCTL) :
      *    EMPREINTE DU PIN DU TITULAIRE
        FD FPIN.
        01 REC-PIN.
           05  PIN-ID-CPTE       PIC X(08).
           05  PIN-ESSAIS        PIC 9(01).
           05  PIN-BLOQUE        PIC X(01).
           05  PIN-DATE-DERN-EVT PIC 9(08).
           05  PIN-SEL           PIC X(08).
           05  PIN-EMPREINTE     PIC X(16).
           05  FILLER            PIC X(38).
        FD FSUSIN.
        01 REC-SUSIN.
           05  SIN-MOTIF     PIC X(02).
      *    BATCH, TERMINAL EMETTEUR AU GUICHET (RAPPROCHEMENT
      *    DES CAISSES CAISEOD)
           05  HST-SOURCE    PIC X(04).
      *    CONTREPASSATION : LA LIGNE D'ORIGINE EST MARQUEE
      *    ANNULEE (STATUT A) ET POINTE LA LIGNE X QUI L'ANNULE
      *    (SEQUENCE, DATE) ; LA LIGNE X POINTE LA LIGNE
      *    D'ORIGINE (SEQUENCE, CODE)
           05  HST-ANNUL-STATUT PIC X(01).
              88  HST-ANNULEE       VALUE 'A'.
           05  HST-ANNUL-SEQ    PIC 9(05).
           05  HST-ANNUL-DATE   PIC 9(08).
           05  HST-ANNUL-CODE   PIC X(01).
      *    LIBELLE IMPRIME SUR LE RELEVE (COMMERCANT OU DAB D'UNE
      *    TRANSACTION CARTE)
           05  HST-LIBELLE      PIC X(18).
           05  FILLER        PIC X(01).
      *    REFERENCE DE POSTING : DATE DU RUN + RANG DU MOUVEMENT
      *    DANS LE RUN (SUSPENS RECYCLES PUIS MVTCLT). PORTEE PAR
      *    LES LIGNES DU POSTING, ELLE FAIT RECONNAITRE A LA
      *    REPRISE UN MOUVEMENT DEJA APPLIQUE
           05  HST-REF-POSTING.
              10  HST-REF-DATE  PIC 9(08).
              10  HST-REF-RANG  PIC 9(07).
           05  FILLER        PIC X(05).
      *    MOUVEMENTS DU JOUR : IMAGE DE CHAQUE LIGNE HISTCLT
      *    ECRITE OU MARQUEE ANNULEE (DESCRIPTION FMVTJOUR)
        FD FMVJ.
        01 REC-MVJ           PIC X(100).
        FD FSAI.
        01 REC-SAI.
           05  SAI-CLE.
           05  SAI-STATUT    PIC X(01).
           05  SAI-DATE-LEVEE PIC 9(08).
           05  FILLER        PIC X(28).
      *    CHEQUES REMIS AU GUICHET (CODE Q) ENCORE INDISPONIBLES :
      *    DESCRIPTION FINDISP, SEULES LES ZONES UTILES ICI
        FD FIND.
        01 REC-IND.
           05  IND-CLE.
              10  IND-ID-CPTE   PIC X(08).
              10  IND-SEQ       PIC 9(05).
           05  IND-MONTANT   PIC 9(08)V99.
           05  FILLER        PIC X(34).
           05  IND-STATUT    PIC X(01).
           05  FILLER        PIC X(22).
        FD FCHQ.
        01 REC-CHQ.
           05  CHQ-CLE.
           05  CLR-MONTANT   PIC 9(08)V99.
           05  CLR-BANQUE    PIC X(08).
           05  CLR-CPTE-EXT  PIC X(11).
      *    IBAN COMPLET DU BENEFICIAIRE (VIREMENT EXTERNE)
           05  CLR-IBAN      PIC X(27).
           05  FILLER        PIC X(07).
      *    RETOUR DES PRELEVEMENTS IMPAYES AU CREANCIER : FICHIER
      *    OUVERT PAR CLRIN (MANDATS ABSENTS, MOTIF MD01) ET
      *    COMPLETE ICI DES PRELEVEMENTS REFUSES AU POSTING
        FD FPRR.
        01 REC-PRR.
           05  PRR-TYPE      PIC X(01).
           05  PRR-DATE      PIC 9(08).
           05  PRR-ID-CPTE   PIC X(08).
           05  PRR-MONTANT   PIC 9(08)V99.
           05  PRR-BANQUE    PIC X(08).
           05  PRR-CPTE-EXT  PIC X(11).
           05  PRR-REF-PRL   PIC 9(07).
           05  PRR-MOTIF     PIC X(04).
      *    REFERENCE DE POSTING DU PRELEVEMENT RETOURNE ICI
      *    (A BLANC SUR LES RETOURS DE CLRIN)
           05  PRR-REF-POSTING.
              10  PRR-REF-DATE  PIC 9(08).
              10  PRR-REF-RANG  PIC 9(07).
           05  FILLER        PIC X(08).
      *    BENEFICIAIRES EXTERNES ENREGISTRES PAR COMPTE (ECRAN
      *    GESBENF) : UN VIREMENT EXTERNE N'EST EXECUTE QUE VERS
      *    UN BENEFICIAIRE ACTIF, SORTI DU DELAI DE CARENCE
        FD FBEN.
        01 REC-BEN.
           05  BEN-CLE.
              10  BEN-ID-CPTE   PIC X(08).
              10  BEN-IBAN      PIC X(27).
           05  BEN-NOM       PIC X(20).
           05  BEN-DATE-AJOUT PIC 9(08).
           05  BEN-DATE-DISPO PIC 9(08).
           05  BEN-STATUT    PIC X(01).
           05  BEN-OPID      PIC X(03).
           05  FILLER        PIC X(05).
      *    INSTRUCTIONS DES REGIONS SUR LES REJETS QUI LEUR ONT
      *    ETE RENDUS (BATCH RETREG) : A = ANNULER L'ENTREE DE
      *    SUSPENS, C = LA REMPLACER PAR LE MOUVEMENT CORRIGE.
      *    L'ENTREE EST DESIGNEE PAR LE MOUVEMENT ET LA DATE
      *    D'ENTREE TELS QUE RENDUS. UN LOT PAR REGION, ENTETE
      *    ET FIN pgctlfic (TOTAL DES MONTANTS D'ORIGINE)
        FD FINS.
        01 REC-INS.
           05  INS-REGION    PIC 9(01).
           05  INS-ACTION    PIC X(01).
           05  INS-DATE-ENTREE PIC 9(08).
           05  INS-MVT.
              10  INS-ID-CPTE   PIC X(08).
              10  INS-CODE      PIC X(01).
              10  INS-MONTANT   PIC 9(08)V99.
              10  FILLER        PIC X(61).
           05  INS-MVT-CORR  PIC X(80).
           05  FILLER        PIC X(10).
        FD FCKP.
      *    POINT DE REPRISE DU POSTING (MODELE DU CHECKPOINT DE
      *    PARTI18) : UN SEUL ENREGISTREMENT, 'EN COURS' DES
      *    L'OUVERTURE DU RUN, REECRIT TOUS LES 500 MOUVEMENTS
      *    AVEC LE RANG ATTEINT, 'COMPLET' EN FIN DE RUN. UN RUN
      *    QUI TROUVE UN CHECKPOINT 'EN COURS' EST UNE REPRISE
        01 REC-CKP.
           05  CKP-STATUT    PIC X(01).
              88 CKP-COMPLET    VALUE 'C'.
              88 CKP-EN-COURS   VALUE 'I'.
           05  CKP-DATE      PIC 9(08).
           05  CKP-DERNIER-RANG PIC 9(07).
           05  FILLER        PIC X(64).
        FD FXRF.
        01 REC-XRF.
           05  XRF-CLE.
              10  XRF-NUMERO    PIC 9(08).
              10  XRF-SUFFIXE   PIC 9(02).
           05  XRF-ID-CPTE   PIC X(08).
           05  XRF-DATE-OUVERTURE PIC 9(08).
           05  XRF-RIB.
              10  XRF-RIB-BANQUE  PIC X(05).
              10  XRF-RIB-GUICHET PIC X(05).
              10  XRF-RIB-COMPTE  PIC X(11).
              10  XRF-RIB-CLE     PIC 9(02).
           05  XRF-IBAN      PIC X(27).
           05  FILLER        PIC X(04).
        FD FCLI.
      * DESSIN FCLIENTS (COPYLIB) : SEULES LES ZONES LUES ICI
        01 REC-CLI.
           05  E-NUMERO         PIC 9(08).
           05  FILLER           PIC X(318).
           05  E-MINEUR         PIC X(01).
              88  E-CLI-MINEUR     VALUE 'O'.
           05  FILLER           PIC X(73).
        WORKING-STORAGE SECTION.
        01 WS-CLT.
           05  WSID-CPTE    PIC X(08).
         01 FS-MVT          PIC 99.
         01 FS-HST          PIC 99.
         01 FS-JRN          PIC 99.
         01 FS-MVJ          PIC 99.
         01 WS-NB-JOURNAL   PIC 9(05) VALUE ZERO.
         01 WS-SLD-AVANT    PIC S9(08)V99.
         01 WS-STS-AVANT    PIC X(01).
            88 COTIT-DISPO     VALUE 'O'.
         01 WS-PIN-ACCEPTE  PIC X VALUE 'N'.
            88 PIN-ACCEPTE     VALUE 'O'.
         01 FS-PIN          PIC 99.
         01 WS-PINCTL-DISPO PIC X VALUE 'N'.
            88 PINCTL-DISPO    VALUE 'O'.
         01 FS-SUSIN        PIC 99.
         01 FS-SUSOUT       PIC 99.
         01 FS-SAI          PIC 99.
            88 SAISIE-DISPO    VALUE 'O'.
         01 WS-FIN-SAI      PIC X VALUE 'N'.
            88 FIN-SAI         VALUE 'Y'.
         01 FS-IND          PIC 99.
         01 WS-INDISPO-DISPO PIC X VALUE 'N'.
            88 INDISPO-DISPO   VALUE 'O'.
         01 WS-FIN-IND      PIC X VALUE 'N'.
            88 FIN-IND         VALUE 'Y'.
      *    PART RESERVEE DU SOLDE : SOMME DES SAISIES ACTIVES
      *    DU COMPTE (FICHIER SAISIE.DAT, BATCH SAISIE) ET DES
      *    CHEQUES REMIS ENCORE INDISPONIBLES (INDISPO.DAT),
      *    CETTE DERNIERE PART GARDEE AUSSI DANS WS-INDISPO
         01 WS-RESERVE      PIC 9(09)V99.
         01 WS-INDISPO      PIC 9(09)V99.
         01 WS-CPTE-SAI     PIC X(08).
         01 FS-CHQ          PIC 99.
         01 FS-OPP          PIC 99.
      *    EXTERNES (CODE E) ACCEPTES Y SONT REPORTES, SOUS
      *    CONTROLE ENTETE/FIN DU MODULE pgctlfic
         01 WS-NB-CLR       PIC 9(09) VALUE ZERO.
         01 FS-PRR          PIC 99 VALUE 99.
         01 WS-PRLRET-DISPO PIC X VALUE 'N'.
            88 PRLRET-DISPO    VALUE 'O'.
         01 WS-NB-PRL-RETOURNES PIC 9(05) VALUE ZERO.
         01 WS-HASH-CLR     PIC 9(13)V99 VALUE ZERO.
         01 FS-TAUX         PIC 99.
         01 WS-EOF-TAUX     PIC X VALUE 'N'.
            05 CTL-RC        PIC X(01).
            05 CTL-ENREG     PIC X(53).
         01 WS-NB-REJETS    PIC 9(05) VALUE ZERO.
      *    REJETS DE DATE GARDES EN SUSPENS SANS ETRE REPRESENTES
         01 WS-NB-DT-CONSERVES PIC 9(05) VALUE ZERO.
      *    RAPPROCHEMENT DU POSTING : MOUVEMENTS PRESENTES =
      *    APPLIQUES + DEJA APPLIQUES OU RETOURNES (REPRISE) +
      *    REJETES + NON POSTES SUR ERREUR D'ENTREE-SORTIE
         01 WS-NB-PRESENTES PIC 9(07) VALUE ZERO.
         01 WS-NB-APPLIQUES PIC 9(07) VALUE ZERO.
         01 WS-NB-DEJA-APPLIQUES PIC 9(07) VALUE ZERO.
         01 WS-NB-DEJA-RETOURNES PIC 9(07) VALUE ZERO.
         01 WS-NB-REJ-PRESENTES  PIC 9(07) VALUE ZERO.
         01 WS-NB-ERREURS-ES PIC 9(07) VALUE ZERO.
         01 WS-NB-ECART     PIC S9(07) VALUE ZERO.
      *    REFERENCE DE POSTING DU MOUVEMENT COURANT
         01 WS-RANG-PST     PIC 9(07) VALUE ZERO.
         01 WS-REF-POSTING.
            05 WS-REF-DATE     PIC 9(08).
            05 WS-REF-RANG     PIC 9(07).
         01 WS-REF-TROUVEE  PIC X VALUE 'N'.
            88 REF-TROUVEE     VALUE 'O'.
         01 WS-SEQ-REF      PIC 9(05).
      *    REPRISE D'UN RUN INTERROMPU (CHECKPOINT CHKP15.DAT)
         01 FS-CKP          PIC 99 VALUE 99.
         01 WS-MODE-REPRISE PIC X VALUE 'N'.
            88 MODE-REPRISE    VALUE 'O'.
         01 WS-DEJA-TRAITE  PIC X VALUE 'N'.
            88 DEJA-TRAITE     VALUE 'O'.
      *    RANG ATTEINT PAR LE RUN INTERROMPU A SON DERNIER
      *    CHECKPOINT : AU-DELA DE CE RANG PLUS UN PAS, AUCUN
      *    MOUVEMENT N'A PU ETRE POSTE - PAS DE RECHERCHE
         01 WS-RANG-REPRISE PIC 9(07) VALUE ZERO.
         01 WS-RANG-LIMITE  PIC 9(07) VALUE ZERO.
         01 WS-NB-DEPUIS-CKP PIC 9(05) VALUE ZERO.
         01 WS-PAS-CKP      PIC 9(05) VALUE 500.
         01 WS-STATUT-CKP   PIC X(01).
      *    PRELEVEMENTS DEJA RETOURNES PAR LE RUN INTERROMPU
      *    (LIGNES PRLRET A SA DATE), PAR RANG DE POSTING
         01 WS-TAB-RETOURS.
            05 WS-RET-RANG OCCURS 5000 PIC 9(07).
         01 WS-NB-RETOURS   PIC S9(4) COMP VALUE ZERO.
         01 WS-IND-RET      PIC S9(4) COMP.
         01 WS-RETOUR-TROUVE PIC X VALUE 'N'.
            88 RETOUR-TROUVE   VALUE 'O'.
         01 WS-EOF-PRR      PIC X VALUE 'N'.
            88 FIN-PRR         VALUE 'Y'.
         01 WS-NB-MVTS-LUS  PIC 9(07) VALUE ZERO.
         01 RL-COMMUN.
            05 RL-FONCTION    PIC X(01).
            05 RL-REJETES     PIC 9(09).
            05 RL-RC          PIC 9(02).
         01 WS-NB-RECYCLES  PIC 9(05) VALUE ZERO.
      *    INSTRUCTIONS REGIONALES DU JOUR (FICHIER INSTREG.DAT)
         01 FS-INS          PIC 99.
         01 WS-EOF-INS      PIC X VALUE 'N'.
            88 FIN-INS         VALUE 'Y'.
         01 WS-TAB-INSTR.
            05 WS-INR OCCURS 500.
               10 WS-INR-REGION   PIC 9(01).
               10 WS-INR-ACTION   PIC X(01).
               10 WS-INR-DATE     PIC 9(08).
               10 WS-INR-MVT      PIC X(80).
               10 WS-INR-MVT-CORR PIC X(80).
               10 WS-INR-ETAT     PIC X(01).
         01 WS-NB-INSTR     PIC S9(4) COMP VALUE ZERO.
         01 WS-IND-INS      PIC S9(4) COMP.
         01 WS-INS-TROUVEE  PIC S9(4) COMP.
         01 WS-INS-DEBUT-LOT PIC S9(4) COMP VALUE ZERO.
         01 WS-INS-LOT-OUVERT PIC X VALUE 'N'.
            88 INS-LOT-OUVERT  VALUE 'O'.
         01 WS-INS-LOT-NB   PIC 9(09) VALUE ZERO.
         01 WS-INS-LOT-HASH PIC 9(13)V99 VALUE ZERO.
         01 WS-NB-INS-REFUSEES PIC 9(05) VALUE ZERO.
         01 WS-NB-ANNULES-REG  PIC 9(05) VALUE ZERO.
         01 WS-NB-CORRIGES-REG PIC 9(05) VALUE ZERO.
         01 WS-EOF-SUS      PIC X VALUE 'N'.
            88 FIN-SUS         VALUE 'Y'.
         01 WS-DATE-ENTREE-CUR PIC 9(08) VALUE ZERO.
         01 WS-CPTE-HST     PIC X(08).
         01 WS-CODE-HST     PIC X(01).
         01 WS-SLD-HST      PIC S9(08)V99.
      *    CONTREPASSATION (CODE X) : LIGNE D'ORIGINE ET LIGNE
      *    D'ANNULATION ECRITE
         01 WS-HST-ORIGINE  PIC X(100).
         01 WS-SEQ-ORIGINE  PIC 9(05).
         01 WS-CODE-ORIGINE PIC X(01).
         01 WS-SEQ-CONTRE   PIC 9(05).
      *   ZONE DU MODULE COMMUN pgiban (CONTROLE DE L'IBAN DU
      *   BENEFICIAIRE D'UN VIREMENT EXTERNE, CODE E)
         01 IBN-FONCTION    PIC X(01).
         01 IBN-ZONE.
            05 IBN-RIB.
               10 IBN-BANQUE  PIC X(05).
               10 IBN-GUICHET PIC X(05).
               10 IBN-COMPTE  PIC X(11).
               10 IBN-CLE-RIB PIC 9(02).
            05 IBN-IBAN     PIC X(34).
         01 IBN-RESULTAT    PIC X(01).
            88 IBN-OK          VALUE 'O'.
      *   ZONE DU MODULE COMMUN pgpin (VERIFICATION DU PIN
      *   CONTRE SON EMPREINTE)
         01 PNH-FONCTION    PIC X(01).
         01 PNH-ZONE.
            05 PNH-ID-CPTE    PIC X(08).
            05 PNH-PIN        PIC 9(04).
            05 PNH-SEL        PIC X(08).
            05 PNH-EMPREINTE  PIC X(16).
         01 PNH-RESULTAT    PIC X(01).
            88 PNH-OK          VALUE 'O'.
         01 FS-BEN          PIC 99.
         01 WS-BENEF-DISPO  PIC X VALUE 'N'.
            88 BENEF-DISPO     VALUE 'O'.
         01 WS-BENEF-OK     PIC X VALUE 'N'.
            88 BENEF-OK        VALUE 'O'.
      *   REMBOURSEMENT DE FRAIS (CODE G) : LIGNE REMBOURSEE
         01 WS-GESTE-OK     PIC X VALUE 'N'.
            88 GESTE-OK        VALUE 'O'.
      *   CONTREPASSATION D'UNE LIGNE DE FRAIS (F/A) : UN
      *   REMBOURSEMENT G NON ANNULE LA POINTE DEJA
         01 WS-GESTE-POSE   PIC X VALUE 'N'.
            88 GESTE-POSE      VALUE 'O'.
      *   DEBIT DU COMPTE D'UN MINEUR SANS SON REPRESENTANT
         01 FS-XRF          PIC 99.
         01 FS-CLI          PIC 99.
         01 WS-MINEUR-REFUSE PIC X VALUE 'N'.
            88 MINEUR-REFUSE   VALUE 'O'.
      *   IMAGE DU COMPTE CIBLE D'UN VIREMENT (CODE V)
         01 WS-CIB.
           05  WCBID-CPTE   PIC X(08).
        PROCEDURE DIVISION.
           DISPLAY 'MOUVEMENTS DEPOT/RETRAIT SUR CLIENT.DAT'.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
      *    REPRISE : UN CHECKPOINT 'EN COURS' SIGNIFIE QUE LE
      *    RUN PRECEDENT S'EST ARRETE EN PLEIN POSTING. LE RUN
      *    REPREND SA DATE (DONC SES REFERENCES DE POSTING) ;
      *    LES MOUVEMENTS DEJA APPLIQUES SONT RECONNUS A LEUR
      *    REFERENCE SUR HISTCLT ET SAUTES, LES PRELEVEMENTS
      *    DEJA RETOURNES A LEUR LIGNE PRLRET. LE SUSPENS ET LA
      *    COMPENSATION ALLER SONT REECRITS EN ENTIER, LIGNES
      *    DES MOUVEMENTS SAUTES COMPRISES : AUCUNE N'Y FIGURE
      *    DEUX FOIS ET AUCUNE NE MANQUE
           OPEN INPUT FCKP.
           IF FS-CKP = '00'
              READ FCKP
                 AT END CONTINUE
                 NOT AT END
                    IF CKP-EN-COURS
                       MOVE 'O' TO WS-MODE-REPRISE
                       MOVE CKP-DATE TO WS-DATE-JOUR
                       MOVE CKP-DERNIER-RANG TO WS-RANG-REPRISE
                       COMPUTE WS-RANG-LIMITE = CKP-DERNIER-RANG
                                              + WS-PAS-CKP
                       DISPLAY 'REPRISE DU RUN DU ' WS-DATE-JOUR
                               ' INTERROMPU APRES LE RANG '
                               WS-RANG-REPRISE
                    END-IF
              END-READ
              CLOSE FCKP
           END-IF.
           MOVE 'D' TO RL-FONCTION
           MOVE 'PARTI15' TO RL-PROG
           MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
              CLOSE FHST
              GO TO FIN-PGM
           END-IF
           OPEN EXTEND FMVJ.
           IF FS-MVJ NOT = '00'
              DISPLAY 'FILE MVTJBRUT OPENNING ERROR - FS=' FS-MVJ
              MOVE 12 TO RETURN-CODE
              CLOSE FCLT
              CLOSE FMVT
              CLOSE FHST
              CLOSE FJRN
              GO TO FIN-PGM
           END-IF
           OPEN INPUT FCOT.
           IF FS-COT = '00'
              MOVE 'O' TO WS-COTIT-DISPO
           ELSE
              DISPLAY 'PAS DE FICHIER CO-TITULAIRES - FS=' FS-COT
           END-IF
      *    SANS LES EMPREINTES, AUCUN PIN NE PEUT ETRE VERIFIE :
      *    LE PASSAGE S'ARRETE PLUTOT QUE DE TOUT REJETER
           OPEN INPUT FPIN.
           IF FS-PIN NOT = '00'
              DISPLAY 'FILE PINCTL OPENNING ERROR - FS=' FS-PIN
              MOVE 12 TO RETURN-CODE
              CLOSE FCLT
              CLOSE FMVT
              CLOSE FHST
              CLOSE FJRN
              CLOSE FMVJ
              CLOSE FCOT
              GO TO FIN-PGM
           END-IF
           MOVE 'O' TO WS-PINCTL-DISPO
      *    DE MEME SANS LES FICHES CLIENTS, LE DEBIT DU COMPTE
      *    D'UN MINEUR NE PEUT ETRE CONTROLE
           OPEN INPUT FXRF.
           IF FS-XRF NOT = '00'
              DISPLAY 'FILE FCLICPT OPENNING ERROR - FS=' FS-XRF
              MOVE 12 TO RETURN-CODE
              CLOSE FCLT
              CLOSE FMVT
              CLOSE FHST
              CLOSE FJRN
              CLOSE FMVJ
              CLOSE FCOT
              CLOSE FPIN
              GO TO FIN-PGM
           END-IF
           OPEN INPUT FCLI.
           IF FS-CLI NOT = '00'
              DISPLAY 'FILE FCLIENTS OPENNING ERROR - FS=' FS-CLI
              MOVE 12 TO RETURN-CODE
              CLOSE FCLT
              CLOSE FMVT
              CLOSE FHST
              CLOSE FJRN
              CLOSE FMVJ
              CLOSE FCOT
              CLOSE FPIN
              CLOSE FXRF
              GO TO FIN-PGM
           END-IF
           OPEN INPUT FSAI.
           IF FS-SAI = '00'
              MOVE 'O' TO WS-SAISIE-DISPO
           ELSE
              DISPLAY 'PAS DE FICHIER SAISIES - FS=' FS-SAI
           END-IF
           OPEN INPUT FIND.
           IF FS-IND = '00'
              MOVE 'O' TO WS-INDISPO-DISPO
           ELSE
              DISPLAY 'PAS DE FICHIER INDISPONIBILITES - FS=' FS-IND
           END-IF
           OPEN INPUT FCHQ.
           IF FS-CHQ = '00'
              MOVE 'O' TO WS-CHQREG-DISPO
           ELSE
              DISPLAY 'PAS DE FICHIER OPPOSITIONS - FS=' FS-OPP
           END-IF
           OPEN INPUT FBEN.
           IF FS-BEN = '00'
              MOVE 'O' TO WS-BENEF-DISPO
           ELSE
              DISPLAY 'PAS DE FICHIER BENEFICIAIRES - FS=' FS-BEN
           END-IF
           PERFORM INITIALISER-PLAFONDS
              VARYING WS-IND-PLF FROM 1 BY 1
              UNTIL WS-IND-PLF > 99
           ELSE
              DISPLAY 'PAS DE FICHIER TAUXNAT - FS=' FS-TAUX
           END-IF
      *    LE CHECKPOINT PASSE 'EN COURS' AVANT TOUTE ECRITURE :
      *    SANS LUI UN ARRET NE SERAIT PAS RECONNU ET LA RELANCE
      *    POSTERAIT UNE SECONDE FOIS - PAS DE POSTING SANS LUI
           MOVE 'I' TO WS-STATUT-CKP
           PERFORM ECRIRE-CHECKPOINT
           IF FS-CKP NOT = '00'
              MOVE 12 TO RETURN-CODE
              CLOSE FCLT
              CLOSE FMVT
              CLOSE FHST
              GO TO FIN-PGM
           END-IF
           OPEN OUTPUT FSUSOUT.
           IF FS-SUSOUT NOT = '00'
              DISPLAY 'FILE SUSPMVT.NEW OPENNING ERROR - FS='
              CLOSE FSUSOUT
              GO TO FIN-PGM
           END-IF
      *    RETOURS DE PRELEVEMENTS : A LA SUITE DE CEUX DE
      *    CLRIN ; SANS FICHIER, UN PRELEVEMENT REFUSE PART EN
      *    SUSPENS COMME TOUT MOUVEMENT. EN REPRISE, LES
      *    RETOURS DEJA ECRITS PAR LE RUN INTERROMPU SONT RELUS
      *    AVANT QUE LE FICHIER NE SOIT CONTINUE
           IF MODE-REPRISE
              PERFORM CHARGER-RETOURS
           END-IF
           OPEN EXTEND FPRR.
           IF FS-PRR NOT = '00'
              OPEN OUTPUT FPRR
           END-IF
           IF FS-PRR = '00'
              MOVE 'O' TO WS-PRLRET-DISPO
           ELSE
              DISPLAY 'PAS DE FICHIER RETOUR PRELEVEMENTS - FS='
                      FS-PRR
           END-IF
      *    ENTETE DE CONTROLE DU FICHIER DE COMPENSATION
           MOVE 'E'          TO CTL-FONCTION
           MOVE 'PARTI15'    TO CTL-PROG
           MOVE SPACE     TO REC-CLR
           MOVE CTL-ENREG TO REC-CLR(1:53)
           WRITE REC-CLR
      *    INSTRUCTIONS DES REGIONS SUR LEURS REJETS : CHARGEES
      *    AVANT LE RECYCLAGE QUI LES APPLIQUE
           OPEN INPUT FINS.
           IF FS-INS = '00'
              PERFORM CHARGER-UNE-INSTRUCTION
                 UNTIL FIN-INS
              CLOSE FINS
              IF INS-LOT-OUVERT
                 DISPLAY 'DERNIER LOT D INSTRUCTIONS REGIONALES '
                         'SANS ENREGISTREMENT DE FIN - LOT IGNORE'
                 COMPUTE WS-NB-INS-REFUSEES = WS-NB-INS-REFUSEES
                         + WS-NB-INSTR - WS-INS-DEBUT-LOT
                 MOVE WS-INS-DEBUT-LOT TO WS-NB-INSTR
              END-IF
           ELSE
              DISPLAY 'PAS D INSTRUCTIONS REGIONALES - FS=' FS-INS
           END-IF
      *    RECYCLAGE : LES MOUVEMENTS RESTES EN SUSPENS A L'ISSUE
      *    DU RUN PRECEDENT SONT REPRESENTES EN TETE DE RUN (UN
      *    COMPTE SUSPENDU A PU ETRE REACTIVE ENTRE TEMPS) ; CEUX
           ELSE
              DISPLAY 'PAS DE SUSPENS A RECYCLER - FS=' FS-SUSIN
           END-IF
           PERFORM SIGNALER-INSTRUCTION
              VARYING WS-IND-INS FROM 1 BY 1
              UNTIL WS-IND-INS > WS-NB-INSTR
           PERFORM TRAITER-UN-MVT
              UNTIL FIN-MVT.
           DISPLAY 'MOUVEMENTS RECYCLES: ' WS-NB-RECYCLES.
           DISPLAY 'SUSPENS ANNULES PAR LES REGIONS : '
                   WS-NB-ANNULES-REG.
           DISPLAY 'SUSPENS CORRIGES PAR LES REGIONS: '
                   WS-NB-CORRIGES-REG.
           DISPLAY 'INSTRUCTIONS REGIONALES REFUSEES: '
                   WS-NB-INS-REFUSEES.
           DISPLAY 'LIGNES JOURNALISEES: ' WS-NB-JOURNAL.
           DISPLAY 'MOUVEMENTS REJETES : ' WS-NB-REJETS.
           DISPLAY 'PRELEVEMENTS RETOURNES : ' WS-NB-PRL-RETOURNES.
           PERFORM EDITER-RAPPROCHEMENT.
      *    POSTING COMPLET : LE CHECKPOINT PASSE A 'C', LE
      *    PROCHAIN RUN EST UN RUN NORMAL
           MOVE 'C' TO WS-STATUT-CKP
           PERFORM ECRIRE-CHECKPOINT.
           GO TO FIN-PGM.
        RECYCLER-UN-SUSPENS.
      *     LES REJETS DE DATE ('DT') NE SONT PAS REPRESENTES
      *     NE DOIT PAS SE POSTER TOUT SEUL LE LENDEMAIN. ILS
      *     RESTENT EN SUSPENS (VIEILLISSEMENT PARTI23) POUR
      *     DECISION HUMAINE
      *     UNE INSTRUCTION DE LA REGION PASSE AVANT : A =
      *     L'ENTREE EST RETIREE DU SUSPENS SANS ETRE POSTEE,
      *     C = LE MOUVEMENT CORRIGE EST PRESENTE A SA PLACE
      *     (MEME UN REJET DE DATE : LA REGION A TRANCHE), AVEC
      *     LA DATE D'ENTREE D'ORIGINE
            READ FSUSIN
               AT END MOVE 'Y' TO WS-EOF-SUS
               NOT AT END
                  PERFORM CHERCHER-INSTRUCTION
                  IF WS-INS-TROUVEE NOT = ZERO
                     AND WS-INR-ACTION(WS-INS-TROUVEE) = 'A'
                     DISPLAY 'SUSPENS ANNULE PAR LA REGION '
                             WS-INR-REGION(WS-INS-TROUVEE) ' : '
                             SIN-MVT(1:8) ' MOTIF ' SIN-MOTIF
                     ADD 1 TO WS-NB-ANNULES-REG
                  ELSE
                  IF SIN-MOTIF = 'DT'
                     AND WS-INS-TROUVEE = ZERO
                     MOVE REC-SUSIN TO REC-SUSOUT
                     WRITE REC-SUSOUT
                     ADD 1 TO WS-NB-REJETS
                     ADD 1 TO WS-NB-DT-CONSERVES
                  ELSE
                     IF WS-INS-TROUVEE NOT = ZERO
                        DISPLAY 'SUSPENS CORRIGE PAR LA REGION '
                                WS-INR-REGION(WS-INS-TROUVEE) ' : '
                                SIN-MVT(1:8) ' MOTIF ' SIN-MOTIF
                        MOVE WS-INR-MVT-CORR(WS-INS-TROUVEE)
                          TO SIN-MVT
                        ADD 1 TO WS-NB-CORRIGES-REG
                     END-IF
                     ADD 1 TO WS-NB-RECYCLES
                     MOVE SIN-MVT TO REC-MVT
                     MOVE SIN-DATE-ENTREE TO WS-DATE-ENTREE-CUR
                     MOVE 'O' TO WS-EN-RECYCLAGE
                     PERFORM APPLIQUER-MVT
                        THRU FIN-APPLIQUER-MVT
                     PERFORM SUIVRE-CHECKPOINT
                     MOVE 'N' TO WS-EN-RECYCLAGE
                  END-IF
                  END-IF
            END-READ.
        CHERCHER-INSTRUCTION.
            MOVE ZERO TO WS-INS-TROUVEE
            PERFORM COMPARER-INSTRUCTION
               VARYING WS-IND-INS FROM 1 BY 1
               UNTIL WS-IND-INS > WS-NB-INSTR
                  OR WS-INS-TROUVEE NOT = ZERO
            IF WS-INS-TROUVEE NOT = ZERO
               MOVE 'O' TO WS-INR-ETAT(WS-INS-TROUVEE)
            END-IF.
        COMPARER-INSTRUCTION.
            IF WS-INR-ETAT(WS-IND-INS) = 'N'
               AND WS-INR-MVT(WS-IND-INS) = SIN-MVT
               AND WS-INR-DATE(WS-IND-INS) = SIN-DATE-ENTREE
               MOVE WS-IND-INS TO WS-INS-TROUVEE
            END-IF.
        SIGNALER-INSTRUCTION.
      *     INSTRUCTION SANS ENTREE DE SUSPENS : DEJA APPLIQUEE,
      *     MOUVEMENT RECYCLE ENTRE-TEMPS OU LIGNE MAL RECOPIEE
            IF WS-INR-ETAT(WS-IND-INS) = 'N'
               DISPLAY 'INSTRUCTION REGION '
                       WS-INR-REGION(WS-IND-INS)
                       ' SANS SUSPENS CORRESPONDANT : '
                       WS-INR-MVT(WS-IND-INS)(1:8) ' ENTREE LE '
                       WS-INR-DATE(WS-IND-INS)
               ADD 1 TO WS-NB-INS-REFUSEES
            END-IF.
        CHARGER-UNE-INSTRUCTION.
            READ FINS
               AT END MOVE 'Y' TO WS-EOF-INS
               NOT AT END
                  PERFORM RANGER-INSTRUCTION
                     THRU FIN-RANGER-INSTRUCTION
            END-READ.
        RANGER-INSTRUCTION.
      *     UN LOT DONT L'ENREGISTREMENT DE FIN NE CORRESPOND
      *     PAS AUX LIGNES LUES EST ECARTE EN ENTIER : UN
      *     TRANSFERT TRONQUE N'APPLIQUE PAS LA MOITIE DES
      *     INSTRUCTIONS D'UNE REGION
            IF REC-INS(1:8) = '*ENTETE*'
               MOVE REC-INS(1:53) TO CTL-ENREG
               MOVE 'H' TO CTL-FONCTION
               CALL 'pgctlfic' USING CTL-COMMUN
               MOVE WS-NB-INSTR TO WS-INS-DEBUT-LOT
               MOVE ZERO TO WS-INS-LOT-NB WS-INS-LOT-HASH
               MOVE 'O' TO WS-INS-LOT-OUVERT
               GO TO FIN-RANGER-INSTRUCTION
            END-IF
            IF REC-INS(1:8) = '*FIN*   '
               MOVE REC-INS(1:53) TO CTL-ENREG
               MOVE 'V' TO CTL-FONCTION
               MOVE WS-INS-LOT-NB   TO CTL-COMPTEUR
               MOVE WS-INS-LOT-HASH TO CTL-HASH
               CALL 'pgctlfic' USING CTL-COMMUN
               IF CTL-RC NOT = 'O' OR NOT INS-LOT-OUVERT
                  DISPLAY 'INSTRUCTIONS REGIONALES - FIN EN '
                          'DESACCORD AVEC LES LIGNES LUES - LOT '
                          'IGNORE'
                  COMPUTE WS-NB-INS-REFUSEES = WS-NB-INS-REFUSEES
                          + WS-NB-INSTR - WS-INS-DEBUT-LOT
                  MOVE WS-INS-DEBUT-LOT TO WS-NB-INSTR
               END-IF
               MOVE 'N' TO WS-INS-LOT-OUVERT
               GO TO FIN-RANGER-INSTRUCTION
            END-IF
            IF NOT INS-LOT-OUVERT
               DISPLAY 'INSTRUCTION REGIONALE HORS LOT IGNOREE : '
                       INS-ID-CPTE
               ADD 1 TO WS-NB-INS-REFUSEES
               GO TO FIN-RANGER-INSTRUCTION
            END-IF
            ADD 1 TO WS-INS-LOT-NB
            IF INS-MONTANT NUMERIC
               ADD INS-MONTANT TO WS-INS-LOT-HASH
            END-IF
            IF (INS-ACTION NOT = 'A' AND INS-ACTION NOT = 'C')
               OR (INS-ACTION = 'C' AND INS-MVT-CORR(1:8) = SPACE)
               DISPLAY 'INSTRUCTION REGIONALE INVALIDE : REGION '
                       INS-REGION ' ACTION ' INS-ACTION ' : '
                       INS-ID-CPTE
               ADD 1 TO WS-NB-INS-REFUSEES
               GO TO FIN-RANGER-INSTRUCTION
            END-IF
            IF WS-NB-INSTR NOT < 500
               DISPLAY 'TABLE DES INSTRUCTIONS REGIONALES PLEINE : '
                       INS-ID-CPTE
               ADD 1 TO WS-NB-INS-REFUSEES
               GO TO FIN-RANGER-INSTRUCTION
            END-IF
            ADD 1 TO WS-NB-INSTR
            MOVE INS-REGION      TO WS-INR-REGION(WS-NB-INSTR)
            MOVE INS-ACTION      TO WS-INR-ACTION(WS-NB-INSTR)
            MOVE INS-DATE-ENTREE TO WS-INR-DATE(WS-NB-INSTR)
            MOVE INS-MVT         TO WS-INR-MVT(WS-NB-INSTR)
            MOVE INS-MVT-CORR    TO WS-INR-MVT-CORR(WS-NB-INSTR)
            MOVE 'N'             TO WS-INR-ETAT(WS-NB-INSTR).
        FIN-RANGER-INSTRUCTION.
            EXIT.
        TRAITER-UN-MVT.
            READ FMVT INTO REC-MVT
               AT END MOVE 'Y' TO WS-EOF-MVT
                  MOVE WS-DATE-JOUR TO WS-DATE-ENTREE-CUR
                  PERFORM APPLIQUER-MVT
                     THRU FIN-APPLIQUER-MVT
                  PERFORM SUIVRE-CHECKPOINT
            END-READ.
        APPLIQUER-MVT.
      *     REFERENCE DE POSTING : DATE DU RUN + RANG DU MOUVEMENT
      *     PRESENTE. EN REPRISE, UN MOUVEMENT QUE LE RUN
      *     INTERROMPU A PU ATTEINDRE EST D'ABORD RECHERCHE
            ADD 1 TO WS-RANG-PST
            MOVE WS-DATE-JOUR TO WS-REF-DATE
            MOVE WS-RANG-PST  TO WS-REF-RANG
            IF MODE-REPRISE
               AND WS-RANG-PST NOT > WS-RANG-LIMITE
               PERFORM CONTROLER-DEJA-POSTE
                  THRU FIN-CONTROLER-DEJA-POSTE
               IF DEJA-TRAITE
                  GO TO FIN-APPLIQUER-MVT
               END-IF
            END-IF
      *     DATATION VALEUR : UN MOUVEMENT ANTIDATE OU POSTDATE
      *     (MVT-DATE-VALEUR RENSEIGNEE ET DIFFERENTE DU JOUR)
      *     PART EN REJET - C'EST LA PROTECTION CONTRE LE
                  THRU FIN-VIREMENT
               GO TO FIN-APPLIQUER-MVT
            END-IF
            IF MVT-CODE = 'X'
               PERFORM TRAITER-ANNULATION
                  THRU FIN-ANNULATION
               GO TO FIN-APPLIQUER-MVT
            END-IF
            MOVE MVT-ID-CPTE TO ID-CPTE.
            READ FCLT RECORD INTO WS-CLT
             KEY IS ID-CPTE
              MOVE 'CI' TO WS-MOTIF-REJET
              PERFORM REJETER-MVT
           NOT INVALID KEY
      *       TITULAIRE DECEDE (STATUT D) : LES CREDITS (DEPOT,
      *       SALAIRE, REMBOURSEMENT DE FRAIS) ET LES REGLEMENTS
      *       NOTARIAUX (SOURCE NOTA) PASSENT, TOUT AUTRE DEBIT
      *       EST BLOQUE JUSQU'AU REGLEMENT DE LA SUCCESSION
              IF WSSTS-CLT = 'D'
                 AND MVT-SOURCE NOT = 'NOTA'
                 AND MVT-CODE NOT = 'D'
                 AND MVT-CODE NOT = 'S'
                 AND MVT-CODE NOT = 'G'
                 DISPLAY 'COMPTE DE TITULAIRE DECEDE - DEBIT '
                         'BLOQUE : ' MVT-ID-CPTE
                 MOVE 'DC' TO WS-MOTIF-REJET
                    MOVE 'PI' TO WS-MOTIF-REJET
                    PERFORM REJETER-MVT
                 ELSE
                    PERFORM CONTROLER-MINEUR
                       THRU FIN-CONTROLER-MINEUR
                    IF MINEUR-REFUSE
                       DISPLAY 'COMPTE DE MINEUR - DEBIT SANS '
                               'REPRESENTANT LEGAL : ' MVT-ID-CPTE
                       MOVE 'MN' TO WS-MOTIF-REJET
                       PERFORM REJETER-MVT
                    ELSE
                       PERFORM METTRE-A-JOUR-SOLDE
                          THRU FIN-MAJ-SOLDE
                    END-IF
                 END-IF
              END-IF
              END-IF
        CONTROLER-PIN.
      *     COMPTE JOINT : LE PIN DU TITULAIRE OU CELUI DU
      *     CO-TITULAIRE (FICHIER COTIT.DAT) EST ACCEPTE
      *     LES PIN NE SONT CONNUS QUE PAR LEUR EMPREINTE
      *     (PINCTL.DAT ET COTIT.DAT, MODULE pgpin) ; UN
      *     MOUVEMENT DONT LE PIN A ETE VERIFIE EN AMONT (TRIFILE,
      *     GUICHET, ORDRE PERMANENT) EN PORTE LA MARQUE
      *     UN CHEQUE PRESENTE (CODE C) NE PORTE PAS DE PIN :
      *     LA SIGNATURE A ETE CONTROLEE A LA REMISE, ET LES
      *     CONTROLES REGISTRE/OPPOSITION EN TIENNENT LIEU
               MOVE 'O' TO WS-PIN-ACCEPTE
               GO TO FIN-CONTROLER-PIN
            END-IF
      *     UN PRELEVEMENT RECU (SOURCE CLRP) NE PORTE PAS DE
      *     PIN : CLRIN L'A ADMIS SUR MANDAT SIGNE ET ACTIF
            IF MVT-CODE = 'R' AND MVT-SOURCE = 'CLRP'
               MOVE 'O' TO WS-PIN-ACCEPTE
               GO TO FIN-CONTROLER-PIN
            END-IF
      *     UN CHEQUE REMIS REVENU IMPAYE (SOURCE CLRU) NE PORTE
      *     PAS DE PIN : C'EST LA REPRISE DU CREDIT PROVISOIRE
            IF MVT-CODE = 'R' AND MVT-SOURCE = 'CLRU'
               MOVE 'O' TO WS-PIN-ACCEPTE
               GO TO FIN-CONTROLER-PIN
            END-IF
      *     UNE TRANSACTION CARTE (CODE K, SOURCE CART) NE PORTE
      *     PAS DE PIN : LE PIN OU LA PUCE ONT ETE CONTROLES A
      *     L'AUTORISATION, LA CARTE ET SES PLAFONDS PAR CARTIN
            IF MVT-CODE = 'K' AND MVT-SOURCE = 'CART'
               MOVE 'O' TO WS-PIN-ACCEPTE
               GO TO FIN-CONTROLER-PIN
            END-IF
      *     UN REMBOURSEMENT DE FRAIS (CODE G, SOURCE GEST) NE
      *     PORTE PAS DE PIN : C'EST UN CREDIT DE LA BANQUE,
      *     APPROUVE PAR UN SUPERVISEUR DANS GESGEST
            IF MVT-CODE = 'G' AND MVT-SOURCE = 'GEST'
               MOVE 'O' TO WS-PIN-ACCEPTE
               GO TO FIN-CONTROLER-PIN
            END-IF
      *     LA CONTREPASSATION D'UNE OPERATION REJETEE PAR LA
      *     CHAMBRE (SOURCE CLRJ, MISE EN SUSPENS CJ PAR LE BATCH
      *     CLRRAP) NE PORTE PAS DE PIN : ELLE ANNULE UN MOUVEMENT
      *     DEJA ADMIS
            IF (MVT-CODE = 'D' OR MVT-CODE = 'R')
               AND MVT-SOURCE = 'CLRJ'
               MOVE 'O' TO WS-PIN-ACCEPTE
               GO TO FIN-CONTROLER-PIN
            END-IF
      *     UNE MARQUE DE CONTROLE AMONT N'EST RECONNUE QUE DE
      *     LA SOURCE QUI LA PRODUIT : 'O' DES GENERATEURS
      *     INTERNES (ORDRE PERMANENT ORDP, BALAYAGE BALA) ;
      *     'T' ET 'C' DE LA FILE DU GUICHET (GUIC) ET DU FLUX
      *     REGIONAL, DONT TRIFILE RECALCULE TOUJOURS LA
      *     MARQUE ; 'M' (DEBIT DU COMPTE D'UN MINEUR AUTORISE
      *     EN PRESENCE DE SON REPRESENTANT LEGAL) DE LA SEULE
      *     FILE DU GUICHET. TOUTE AUTRE COMBINAISON EST
      *     REFUSEE (PIN)
            IF MVT-PIN-ORDRE
               IF MVT-SOURCE = 'ORDP' OR MVT-SOURCE = 'BALA'
                  MOVE 'O' TO WS-PIN-ACCEPTE
               END-IF
               GO TO FIN-CONTROLER-PIN
            END-IF
            IF MVT-PIN-TUTEUR
               IF MVT-SOURCE = 'GUIC'
                  MOVE 'O' TO WS-PIN-ACCEPTE
               END-IF
               GO TO FIN-CONTROLER-PIN
            END-IF
            IF MVT-PIN-TITULAIRE OR MVT-PIN-COTITULAIRE
               IF MVT-SOURCE = 'GUIC' OR NOT MVT-SOURCE-INTERNE
                  MOVE 'O' TO WS-PIN-ACCEPTE
               END-IF
               GO TO FIN-CONTROLER-PIN
            END-IF
            IF MVT-PIN-ERRONE
               GO TO FIN-CONTROLER-PIN
            END-IF
      *     PAS DE CONTROLE AMONT : LE PIN TRANSMIS EST VERIFIE
      *     ICI PUIS EFFACE ; LE RESULTAT RESTE SUR LE MOUVEMENT
      *     (UN SUSPENS RECYCLE NE SE REVERIFIE PAS)
            MOVE 'V'         TO PNH-FONCTION
            MOVE MVT-ID-CPTE TO PNH-ID-CPTE
            MOVE MVT-PIN     TO PNH-PIN
            IF PINCTL-DISPO
               MOVE MVT-ID-CPTE TO PIN-ID-CPTE
               READ FPIN
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE PIN-SEL       TO PNH-SEL
                     MOVE PIN-EMPREINTE TO PNH-EMPREINTE
                     CALL 'pgpin' USING PNH-FONCTION PNH-ZONE
                                        PNH-RESULTAT
                     IF PNH-OK
                        MOVE 'O' TO WS-PIN-ACCEPTE
                        MOVE 'T' TO MVT-CTL-PIN
                     END-IF
               END-READ
            END-IF
            IF NOT PIN-ACCEPTE AND COTIT-DISPO
               MOVE MVT-ID-CPTE TO CT-ID-CPTE
               READ FCOT
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE CT-SEL       TO PNH-SEL
                     MOVE CT-EMPREINTE TO PNH-EMPREINTE
                     CALL 'pgpin' USING PNH-FONCTION PNH-ZONE
                                        PNH-RESULTAT
                     IF PNH-OK
                        MOVE 'O' TO WS-PIN-ACCEPTE
                        MOVE 'C' TO MVT-CTL-PIN
                     END-IF
               END-READ
            END-IF
            IF NOT PIN-ACCEPTE
               MOVE 'E' TO MVT-CTL-PIN
            END-IF
            MOVE ZERO TO MVT-PIN.
        FIN-CONTROLER-PIN.
            EXIT.
        CONTROLER-MINEUR.
      *     COMPTE D'UN CLIENT MINEUR (FCLICPT PUIS FCLIENTS) :
      *     UN DEBIT R, E OU V N'EST ADMIS QU'EN PRESENCE DU
      *     REPRESENTANT LEGAL (MARQUE 'M', POSEE PAR GUICHET).
      *     NE SONT PAS CONCERNES : LES REPRISES D'OPERATIONS
      *     DEJA ADMISES (CHEQUE REMIS IMPAYE CLRU, REJET DE LA
      *     CHAMBRE CLRJ), LE BALAYAGE ENTRE LES COMPTES DU
      *     TITULAIRE (BALA), LES DEBITS CONVENUS (ECHEANCE DE
      *     PRET, DEPOT A TERME) ET LE COMPTE SANS FICHE CLIENT.
      *     REFUS 'MN'
            MOVE 'N' TO WS-MINEUR-REFUSE
            IF MVT-CODE NOT = 'R' AND MVT-CODE NOT = 'E'
               AND MVT-CODE NOT = 'V'
               GO TO FIN-CONTROLER-MINEUR
            END-IF
            IF MVT-PIN-TUTEUR
               OR MVT-SOURCE = 'CLRU' OR MVT-SOURCE = 'CLRJ'
               OR MVT-SOURCE = 'BALA' OR MVT-SOURCE = 'PRET'
               OR MVT-SOURCE = 'TERM'
               GO TO FIN-CONTROLER-MINEUR
            END-IF
            MOVE MVT-ID-CPTE TO XRF-ID-CPTE
            READ FXRF KEY IS XRF-ID-CPTE
               INVALID KEY
                  GO TO FIN-CONTROLER-MINEUR
            END-READ
            MOVE XRF-NUMERO TO E-NUMERO
            READ FCLI
               INVALID KEY
                  GO TO FIN-CONTROLER-MINEUR
            END-READ
            IF E-CLI-MINEUR
               MOVE 'O' TO WS-MINEUR-REFUSE
            END-IF.
        FIN-CONTROLER-MINEUR.
            EXIT.
        CONTROLER-CHEQUE.
      *     OPPOSITION ACTIVE SUR LE NUMERO : REFUS 'OP' ;
      *     NUMERO HORS DE TOUTE PLAGE DELIVREE ACTIVE DU
                     MOVE 'Y' TO WS-FIN-CHQ
                  END-IF
            END-READ.
        CONTROLER-BENEFICIAIRE.
      *     VIREMENT EXTERNE : L'IBAN DOIT ETRE CELUI D'UN
      *     BENEFICIAIRE ACTIF DU COMPTE (REFUS 'BN', AUSSI SANS
      *     FICHIER DISPONIBLE) ; AJOUTE DEPUIS MOINS QUE LE
      *     DELAI DE CARENCE, LE VIREMENT RESTE EN SUSPENS
      *     (MOTIF 'BC') ET PART SEUL AU RECYCLAGE QUI SUIT LA
      *     FIN DU DELAI, SAUF SUPPRESSION DU BENEFICIAIRE
      *     APRES RAPPEL DU CLIENT
            MOVE 'N' TO WS-BENEF-OK
            IF NOT BENEF-DISPO
               DISPLAY 'VIREMENT EXTERNE REFUSE - PAS DE FICHIER '
                       'BENEFICIAIRES : ' MVT-ID-CPTE
               MOVE 'BN' TO WS-MOTIF-REJET
               GO TO FIN-CONTROLER-BENEFICIAIRE
            END-IF
            MOVE MVT-ID-CPTE TO BEN-ID-CPTE
            MOVE SPACE       TO BEN-IBAN
            STRING 'FR' MVT-IBAN-CLE MVT-IBAN-BBAN
                   DELIMITED BY SIZE INTO BEN-IBAN
            READ FBEN
               INVALID KEY
                  MOVE SPACE TO BEN-STATUT
            END-READ
            IF BEN-STATUT NOT = 'A'
               DISPLAY 'VIREMENT EXTERNE REFUSE - BENEFICIAIRE '
                       'NON ENREGISTRE : ' MVT-ID-CPTE
                       ' FR' MVT-IBAN-CLE MVT-IBAN-BBAN
               MOVE 'BN' TO WS-MOTIF-REJET
               GO TO FIN-CONTROLER-BENEFICIAIRE
            END-IF
            IF BEN-DATE-DISPO > WS-DATE-JOUR
               DISPLAY 'VIREMENT EXTERNE EN ATTENTE - NOUVEAU '
                       'BENEFICIAIRE : ' MVT-ID-CPTE
                       ' DISPONIBLE LE ' BEN-DATE-DISPO
               MOVE 'BC' TO WS-MOTIF-REJET
               GO TO FIN-CONTROLER-BENEFICIAIRE
            END-IF
            MOVE 'O' TO WS-BENEF-OK.
        FIN-CONTROLER-BENEFICIAIRE.
            EXIT.
        CONTROLER-GESTE.
      *     REMBOURSEMENT DE FRAIS : LA LIGNE NOMMEE (COMPTE +
      *     MVT-SEQ-FRAIS) DOIT ETRE UNE LIGNE DE FRAIS F OU
      *     D'AGIOS A NON CONTREPASSEE, ET LE MONTANT NE PAS
      *     DEPASSER CELUI DE LA LIGNE (LE CUMUL DES DEMANDES
      *     EST TENU PAR GESGEST DANS FGESTE). REFUS 'RF'
            MOVE 'N' TO WS-GESTE-OK
            MOVE MVT-ID-CPTE   TO HST-ID-CPTE
            MOVE MVT-SEQ-FRAIS TO HST-SEQ
            READ FHST
               INVALID KEY
                  DISPLAY 'REMBOURSEMENT DE FRAIS - LIGNE '
                          'INCONNUE : ' MVT-ID-CPTE ' SEQ '
                          MVT-SEQ-FRAIS
                  MOVE 'RF' TO WS-MOTIF-REJET
                  GO TO FIN-CONTROLER-GESTE
            END-READ
            IF (HST-CODE NOT = 'F' AND HST-CODE NOT = 'A')
               OR HST-ANNULEE
               OR MVT-MONTANT > HST-MONTANT
               DISPLAY 'REMBOURSEMENT DE FRAIS REFUSE : '
                       MVT-ID-CPTE ' SEQ ' HST-SEQ
                       ' CODE ' HST-CODE
               MOVE 'RF' TO WS-MOTIF-REJET
               GO TO FIN-CONTROLER-GESTE
            END-IF
            MOVE HST-SEQ  TO WS-SEQ-ORIGINE
            MOVE HST-CODE TO WS-CODE-ORIGINE
            MOVE 'O' TO WS-GESTE-OK.
        FIN-CONTROLER-GESTE.
            EXIT.
        CALCULER-RESERVE.
      *     PART RESERVEE PAR LES SAISIES JUDICIAIRES : SOMME
      *     DES SAISIES ACTIVES DU COMPTE DANS SAISIE.DAT
      *     (POSEES ET LEVEES PAR LE BATCH SAISIE), PLUS LES
      *     CHEQUES REMIS ENCORE INDISPONIBLES
            MOVE ZERO TO WS-RESERVE
            PERFORM CUMULER-INDISPO
               THRU FIN-CUMULER-INDISPO
            MOVE WS-INDISPO TO WS-RESERVE
            IF NOT SAISIE-DISPO
               GO TO FIN-CALCULER-RESERVE
            END-IF
                     MOVE 'Y' TO WS-FIN-SAI
                  END-IF
            END-READ.
        CUMULER-INDISPO.
      *     CHEQUES REMIS AU GUICHET (CODE Q) NON ENCORE LIBERES
      *     PAR INDLIB : LEUR MONTANT EST AU SOLDE MAIS RESTE
      *     INDISPONIBLE
            MOVE ZERO TO WS-INDISPO
            IF NOT INDISPO-DISPO
               GO TO FIN-CUMULER-INDISPO
            END-IF
            MOVE 'N'         TO WS-FIN-IND
            MOVE MVT-ID-CPTE TO IND-ID-CPTE
            MOVE ZERO        TO IND-SEQ
            START FIND KEY IS NOT LESS THAN IND-CLE
               INVALID KEY MOVE 'Y' TO WS-FIN-IND
            END-START
            PERFORM LIRE-INDISPO-SUIVANTE
               UNTIL FIN-IND.
        FIN-CUMULER-INDISPO.
            EXIT.
        LIRE-INDISPO-SUIVANTE.
            READ FIND NEXT RECORD
               AT END MOVE 'Y' TO WS-FIN-IND
               NOT AT END
                  IF IND-ID-CPTE = MVT-ID-CPTE
                     IF IND-STATUT = 'A'
                        ADD IND-MONTANT TO WS-INDISPO
                     END-IF
                  ELSE
                     MOVE 'Y' TO WS-FIN-IND
                  END-IF
            END-READ.
        REJETER-MVT.
      *     LE MOUVEMENT REFUSE PART EN SUSPENS AVEC SON MOTIF
      *     ET SA DATE D'ENTREE ; IL SERA REPRESENTE AU RUN
      *     SUIVANT (RECYCLER-UN-SUSPENS)
      *     UN PRELEVEMENT RECU (SOURCE CLRP) NE SE REPRESENTE
      *     PAS : IL EST RETOURNE AU CREANCIER LE JOUR MEME
      *     UN BALAYAGE COURANT/EPARGNE REFUSE (SOURCE BALA) NE
      *     PART PAS EN SUSPENS : BALAYAG LE RECALCULE LA NUIT
      *     SUIVANTE SUR LES SOLDES A JOUR
            EVALUATE TRUE
               WHEN MVT-SOURCE = 'CLRP' AND PRLRET-DISPO
                  PERFORM RETOURNER-PRELEVEMENT
               WHEN MVT-SOURCE = 'BALA'
                  DISPLAY 'BALAYAGE REFUSE, ABANDONNE : '
                          MVT-ID-CPTE ' MOTIF ' WS-MOTIF-REJET
               WHEN OTHER
                  MOVE WS-MOTIF-REJET     TO SUS-MOTIF
                  MOVE WS-DATE-ENTREE-CUR TO SUS-DATE-ENTREE
      *           AUCUN PIN EN CLAIR DANS LE FICHIER DES SUSPENS
                  MOVE ZERO               TO MVT-PIN
                  MOVE REC-MVT            TO SUS-MVT
                  WRITE REC-SUSOUT
            END-EVALUATE
            ADD 1 TO WS-NB-REJETS.
        RETOURNER-PRELEVEMENT.
      *     MOTIF DU RETOUR SELON LE REFUS : PROVISION (OU PART
      *     SAISIE) INSUFFISANTE AM04, COMPTE INCONNU AC01, CLOS
      *     AC04, BLOQUE AC06, TITULAIRE DECEDE MD07, AUTRE MS03
            MOVE SPACE           TO REC-PRR
            MOVE 'P'             TO PRR-TYPE
            MOVE WS-DATE-JOUR    TO PRR-DATE
            MOVE MVT-ID-CPTE     TO PRR-ID-CPTE
            MOVE MVT-MONTANT     TO PRR-MONTANT
            MOVE MVT-BANQUE-EXT  TO PRR-BANQUE
            MOVE MVT-CPTE-EXT    TO PRR-CPTE-EXT
            MOVE MVT-REF-PRL     TO PRR-REF-PRL
            EVALUATE WS-MOTIF-REJET
               WHEN 'SI'
               WHEN 'SA'
                  MOVE 'AM04' TO PRR-MOTIF
               WHEN 'CI'
                  MOVE 'AC01' TO PRR-MOTIF
               WHEN 'ST'
                  IF WSSTS-CLT-FERME
                     MOVE 'AC04' TO PRR-MOTIF
                  ELSE
                     MOVE 'AC06' TO PRR-MOTIF
                  END-IF
               WHEN 'DC'
                  MOVE 'MD07' TO PRR-MOTIF
               WHEN OTHER
                  MOVE 'MS03' TO PRR-MOTIF
            END-EVALUATE
            MOVE WS-REF-POSTING  TO PRR-REF-POSTING
            WRITE REC-PRR
            ADD 1 TO WS-NB-PRL-RETOURNES
            DISPLAY 'PRELEVEMENT RETOURNE AU CREANCIER : '
                    MVT-ID-CPTE ' MOTIF ' PRR-MOTIF.
        METTRE-A-JOUR-SOLDE.
            MOVE 'O' TO WS-MVT-VALIDE
            MOVE WSSLD-CLT TO WS-SLD-AVANT
                  ELSE
                     ADD MVT-MONTANT TO WSSLD-CLT
                  END-IF
      *        LE CODE G (REMBOURSEMENT DE FRAIS APPROUVE DANS
      *        GESGEST) EST UN CREDIT HORS PLAFOND DE DEPOT :
      *        IL RESTITUE UNE SOMME PRELEVEE PAR LA BANQUE
               WHEN 'G'
                  PERFORM CONTROLER-GESTE
                     THRU FIN-CONTROLER-GESTE
                  IF NOT GESTE-OK
                     MOVE 'N' TO WS-MVT-VALIDE
                     PERFORM REJETER-MVT
                  ELSE
                     ADD MVT-MONTANT TO WSSLD-CLT
                  END-IF
      *        LE CODE K (TRANSACTION CARTE, BATCH CARTIN) EST
      *        UN DEBIT COMME UN RETRAIT ; LA LIGNE D'HISTORIQUE
      *        GARDE LE CODE K ET LE NOM DU COMMERCANT
               WHEN 'R'
               WHEN 'K'
      *           DECOUVERT AUTORISE : LE RETRAIT PEUT PORTER LE
      *           SOLDE JUSQU'A -DEC-CLT, MOINS LA PART RESERVEE
      *           PAR UNE SAISIE JUDICIAIRE EVENTUELLE ET LES
      *           CHEQUES REMIS ENCORE INDISPONIBLES (MOTIF SI,
      *           LE SUSPENS PASSE APRES LA LIBERATION)
      *           LE CHEQUE REMIS REVENU IMPAYE (SOURCE CLRU) REPREND
      *           LE CREDIT PROVISOIRE SANS CONTROLE DE PROVISION :
      *           LE SOLDE PEUT DEVENIR DEBITEUR
                  IF MVT-CODE = 'R' AND MVT-SOURCE = 'CLRU'
                     SUBTRACT MVT-MONTANT FROM WSSLD-CLT
                  ELSE
                  PERFORM CALCULER-RESERVE
                     THRU FIN-CALCULER-RESERVE
                  IF MVT-MONTANT > WSSLD-CLT + WSDEC-CLT
                                   - WS-RESERVE
                     IF WS-RESERVE > WS-INDISPO
                        AND MVT-MONTANT <= WSSLD-CLT + WSDEC-CLT
                                           - WS-INDISPO
                        DISPLAY 'RETRAIT REFUSE - SAISIE EN '
                                'COURS : ' MVT-ID-CPTE
                        MOVE 'SA' TO WS-MOTIF-REJET
                     ELSE
                        IF WS-INDISPO > ZERO
                           AND MVT-MONTANT <= WSSLD-CLT + WSDEC-CLT
                           DISPLAY 'RETRAIT REFUSE - CHEQUES '
                                   'REMIS INDISPONIBLES : '
                                   MVT-ID-CPTE
                        ELSE
                           DISPLAY 'RETRAIT REFUSE - SOLDE '
                                   'INSUFFISANT : ' MVT-ID-CPTE
                        END-IF
                        MOVE 'SI' TO WS-MOTIF-REJET
                     END-IF
                     MOVE 'N'  TO WS-MVT-VALIDE
                  ELSE
                     SUBTRACT MVT-MONTANT FROM WSSLD-CLT
                  END-IF
                  END-IF
               WHEN 'E'
      *           VIREMENT EXTERNE : DEBIT COMME UN RETRAIT
      *           (PROVISION, DECOUVERT, SAISIES) ; LE REPORT
      *           SUR LE FICHIER DE COMPENSATION ALLER SE FAIT
      *           APRES LE REWRITE REUSSI. UN IBAN BENEFICIAIRE
      *           FAUX (CLE MOD 97 OU CLE RIB) EST REFUSE ICI,
      *           MOTIF 'IB', AU LIEU DE REVENIR EN RETOUR DE
      *           COMPENSATION. LE BENEFICIAIRE DOIT ENSUITE ETRE
      *           ENREGISTRE SUR LE COMPTE (FBENEF), MOTIF 'BN'
      *           SINON, ET SORTI DU DELAI DE CARENCE, MOTIF 'BC'
      *           SINON (RAPPEL DU CLIENT, ETAT BENCAR)
                  PERFORM CALCULER-RESERVE
                     THRU FIN-CALCULER-RESERVE
                  MOVE 'V'   TO IBN-FONCTION
                  MOVE SPACE TO IBN-IBAN
                  STRING 'FR' MVT-IBAN-CLE MVT-IBAN-BBAN
                         DELIMITED BY SIZE INTO IBN-IBAN
                  CALL 'pgiban' USING IBN-FONCTION IBN-ZONE
                                      IBN-RESULTAT
                  IF NOT IBN-OK
                     DISPLAY 'VIREMENT EXTERNE REFUSE - '
                             'IBAN INVALIDE : ' MVT-ID-CPTE
                             ' FR' MVT-IBAN-CLE MVT-IBAN-BBAN
                     MOVE 'N'  TO WS-MVT-VALIDE
                     MOVE 'IB' TO WS-MOTIF-REJET
                     PERFORM REJETER-MVT
                  ELSE
                     PERFORM CONTROLER-BENEFICIAIRE
                        THRU FIN-CONTROLER-BENEFICIAIRE
                     IF NOT BENEF-OK
                        MOVE 'N'  TO WS-MVT-VALIDE
                        PERFORM REJETER-MVT
                     ELSE
                     IF MVT-MONTANT > WSSLD-CLT + WSDEC-CLT
                                      - WS-RESERVE
                        DISPLAY 'VIREMENT EXTERNE REFUSE - '
                                'PROVISION INSUFFISANTE : '
                                MVT-ID-CPTE
                        MOVE 'N'  TO WS-MVT-VALIDE
                        MOVE 'SI' TO WS-MOTIF-REJET
                        PERFORM REJETER-MVT
                     ELSE
                        SUBTRACT MVT-MONTANT FROM WSSLD-CLT
                     END-IF
                     END-IF
                  END-IF
               WHEN 'C'
      *           CHEQUE PRESENTE : OPPOSITION PUIS PLAGE
               REWRITE REC-CLT
                  INVALID KEY
                     DISPLAY 'REWRITE IMPOSSIBLE : ' MVT-ID-CPTE
                     ADD 1 TO WS-NB-ERREURS-ES
                  NOT INVALID KEY
                     ADD 1 TO WS-NB-APPLIQUES
                     MOVE MVT-ID-CPTE TO WS-CPTE-HST
                     MOVE MVT-CODE    TO WS-CODE-HST
                     MOVE WSSLD-CLT   TO WS-SLD-HST
               PERFORM REJETER-MVT
               GO TO FIN-VIREMENT
            END-IF
            PERFORM CONTROLER-MINEUR
               THRU FIN-CONTROLER-MINEUR
            IF MINEUR-REFUSE
               DISPLAY 'VIREMENT - COMPTE EMETTEUR DE MINEUR SANS '
                       'REPRESENTANT LEGAL : ' MVT-ID-CPTE
               MOVE 'MN' TO WS-MOTIF-REJET
               PERFORM REJETER-MVT
               GO TO FIN-VIREMENT
            END-IF
            IF MVT-DEVISE NOT = WSDEV-CLT
               DISPLAY 'VIREMENT - DEVISE HORS COMPTE '
                       'EMETTEUR : ' MVT-ID-CPTE
            PERFORM CALCULER-RESERVE
               THRU FIN-CALCULER-RESERVE
            IF MVT-MONTANT > WSSLD-CLT + WSDEC-CLT - WS-RESERVE
               IF WS-RESERVE > WS-INDISPO
                  AND MVT-MONTANT <= WSSLD-CLT + WSDEC-CLT
                                     - WS-INDISPO
                  DISPLAY 'VIREMENT - SAISIE EN COURS SUR LE '
                          'COMPTE EMETTEUR : ' MVT-ID-CPTE
                  MOVE 'SA' TO WS-MOTIF-REJET
               INVALID KEY
                  DISPLAY 'VIREMENT - REWRITE EMETTEUR IMPOSSIBLE : '
                          MVT-ID-CPTE
                  ADD 1 TO WS-NB-ERREURS-ES
                  GO TO FIN-VIREMENT
            END-REWRITE
            MOVE MVT-ID-CPTE TO WS-CPTE-HST
               INVALID KEY
                  DISPLAY 'VIREMENT - REWRITE CIBLE IMPOSSIBLE : '
                          MVT-CPTE-CIBLE
                  ADD 1 TO WS-NB-ERREURS-ES
                  GO TO FIN-VIREMENT
            END-REWRITE
            MOVE MVT-CPTE-CIBLE TO WS-CPTE-HST
            MOVE WCBSTS-CLT     TO JRN-STS-APRES
            PERFORM ECRIRE-JOURNAL

            ADD 1 TO WS-NB-APPLIQUES
            DISPLAY 'VIREMENT APPLIQUE : ' MVT-ID-CPTE
                    ' VERS ' MVT-CPTE-CIBLE.
        FIN-VIREMENT.
            EXIT.
        TRAITER-ANNULATION.
      *     CONTREPASSATION D'UNE LIGNE HISTCLT DEJA POSTEE
      *     (MOUVEMENT PASSE DEUX FOIS, ERREUR DE COMPTE) : LE
      *     MOUVEMENT X NOMME LA CLE DE LA LIGNE D'ORIGINE
      *     (COMPTE + SEQUENCE) ET EN REPREND LE MONTANT, QUI
      *     EST REPORTE EN SENS INVERSE : LE SOLDE EST RETABLI
      *     A L'IDENTIQUE, SANS CONTROLE DE PROVISION NI DE
      *     PLAFOND (C'EST UNE CORRECTION, PAS UNE OPERATION DU
      *     CLIENT) ET SANS PIN. UNE LIGNE NE S'ANNULE QU'UNE
      *     FOIS ; LES VIREMENTS (V/T), VIREMENTS EXTERNES DEJA
      *     COMPENSES (E), RETENUES FISCALES (P) ET LES
      *     CONTREPASSATIONS ELLES-MEMES NE S'ANNULENT PAS ICI,
      *     NI UNE LIGNE DE FRAIS DEJA REMBOURSEE (LIGNE G NON
      *     ANNULEE QUI LA POINTE) : LE CLIENT SERAIT REMBOURSE
      *     DEUX FOIS. REFUS : MOTIF 'AN' EN SUSPENS
            MOVE MVT-ID-CPTE TO ID-CPTE
            READ FCLT RECORD INTO WS-CLT
             KEY IS ID-CPTE
           INVALID KEY
              DISPLAY 'CONTREPASSATION - COMPTE INCONNU : '
                      MVT-ID-CPTE
              MOVE 'CI' TO WS-MOTIF-REJET
              PERFORM REJETER-MVT
              GO TO FIN-ANNULATION
            END-READ
            IF WSSTS-CLT-FERME
               DISPLAY 'CONTREPASSATION - COMPTE FERME : '
                       MVT-ID-CPTE
               MOVE 'ST' TO WS-MOTIF-REJET
               PERFORM REJETER-MVT
               GO TO FIN-ANNULATION
            END-IF
            IF MVT-DEVISE NOT = WSDEV-CLT
               DISPLAY 'CONTREPASSATION - HORS DEVISE DU COMPTE : '
                       MVT-ID-CPTE ' DEVISE ' MVT-DEVISE
               MOVE 'DV' TO WS-MOTIF-REJET
               PERFORM REJETER-MVT
               GO TO FIN-ANNULATION
            END-IF
            MOVE MVT-ID-CPTE     TO HST-ID-CPTE
            MOVE MVT-SEQ-ANNULEE TO HST-SEQ
            READ FHST
               INVALID KEY
                  DISPLAY 'CONTREPASSATION - LIGNE D ORIGINE '
                          'INCONNUE : ' MVT-ID-CPTE ' SEQ '
                          MVT-SEQ-ANNULEE
                  MOVE 'AN' TO WS-MOTIF-REJET
                  PERFORM REJETER-MVT
                  GO TO FIN-ANNULATION
            END-READ
            IF HST-ANNULEE
               DISPLAY 'CONTREPASSATION - LIGNE DEJA ANNULEE : '
                       MVT-ID-CPTE ' SEQ ' HST-SEQ
               MOVE 'AN' TO WS-MOTIF-REJET
               PERFORM REJETER-MVT
               GO TO FIN-ANNULATION
            END-IF
      *     UN MONTANT SAISI DOIT ETRE CELUI DE LA LIGNE
      *     D'ORIGINE (ZERO = REPRIS DE LA LIGNE)
            IF MVT-MONTANT NOT = ZERO
               AND MVT-MONTANT NOT = HST-MONTANT
               DISPLAY 'CONTREPASSATION - MONTANT DIFFERENT DE '
                       'LA LIGNE D ORIGINE : ' MVT-ID-CPTE
               MOVE 'AN' TO WS-MOTIF-REJET
               PERFORM REJETER-MVT
               GO TO FIN-ANNULATION
            END-IF
            IF HST-CODE = 'F' OR HST-CODE = 'A'
               MOVE REC-HST TO WS-HST-ORIGINE
               PERFORM CHERCHER-GESTE-POSE
               MOVE WS-HST-ORIGINE TO REC-HST
               IF GESTE-POSE
                  DISPLAY 'CONTREPASSATION - FRAIS DEJA REMBOURSES '
                          'PAR UNE LIGNE G : ' MVT-ID-CPTE
                          ' SEQ ' HST-SEQ
                  MOVE 'AN' TO WS-MOTIF-REJET
                  PERFORM REJETER-MVT
                  GO TO FIN-ANNULATION
               END-IF
            END-IF
            MOVE WSSLD-CLT TO WS-SLD-AVANT
            MOVE WSSTS-CLT TO WS-STS-AVANT
            EVALUATE HST-CODE
      *        CREDIT D'ORIGINE (DEPOT, SALAIRE, INTERETS,
      *        REMBOURSEMENT DE FRAIS) : LA CONTREPASSATION DEBITE
               WHEN 'D'
               WHEN 'S'
               WHEN 'I'
               WHEN 'G'
                  SUBTRACT HST-MONTANT FROM WSSLD-CLT
      *        DEBIT D'ORIGINE (RETRAIT, CARTE, CHEQUE, FRAIS, AGIOS) :
      *        LA CONTREPASSATION CREDITE
               WHEN 'R'
               WHEN 'K'
               WHEN 'C'
               WHEN 'F'
               WHEN 'A'
                  ADD HST-MONTANT TO WSSLD-CLT
               WHEN OTHER
                  DISPLAY 'CONTREPASSATION - CODE ' HST-CODE
                          ' NON ANNULABLE : ' MVT-ID-CPTE
                          ' SEQ ' HST-SEQ
                  MOVE 'AN' TO WS-MOTIF-REJET
                  PERFORM REJETER-MVT
                  GO TO FIN-ANNULATION
            END-EVALUATE
            MOVE REC-HST     TO WS-HST-ORIGINE
            MOVE HST-SEQ     TO WS-SEQ-ORIGINE
            MOVE HST-CODE    TO WS-CODE-ORIGINE
            MOVE HST-MONTANT TO MVT-MONTANT
            MOVE WS-CLT TO REC-CLT
            REWRITE REC-CLT
               INVALID KEY
                  DISPLAY 'CONTREPASSATION - REWRITE IMPOSSIBLE : '
                          MVT-ID-CPTE
                  ADD 1 TO WS-NB-ERREURS-ES
                  GO TO FIN-ANNULATION
            END-REWRITE
            MOVE MVT-ID-CPTE TO WS-CPTE-HST
            MOVE 'X'         TO WS-CODE-HST
            MOVE WSSLD-CLT   TO WS-SLD-HST
            PERFORM ECRIRE-HISTORIQUE
            MOVE HST-SEQ     TO WS-SEQ-CONTRE
      *     LA LIGNE D'ORIGINE EST MARQUEE ANNULEE : UNE SECONDE
      *     CONTREPASSATION SERA REFUSEE ET LES ETATS (RELEVE,
      *     FACTURATION, SURVEILLANCE) LA RECONNAISSENT
            MOVE WS-HST-ORIGINE TO REC-HST
            MOVE 'A'            TO HST-ANNUL-STATUT
            MOVE WS-SEQ-CONTRE  TO HST-ANNUL-SEQ
            MOVE WS-DATE-JOUR   TO HST-ANNUL-DATE
            REWRITE REC-HST
               INVALID KEY
                  DISPLAY 'CONTREPASSATION - MARQUAGE DE LA LIGNE '
                          'D ORIGINE IMPOSSIBLE : ' MVT-ID-CPTE
                          ' SEQ ' WS-SEQ-ORIGINE
               NOT INVALID KEY
                  PERFORM ECRIRE-MARQUAGE-JOUR
            END-REWRITE
            MOVE MVT-ID-CPTE TO JRN-ID-CPTE
            MOVE WSSLD-CLT   TO JRN-SLD-APRES
            MOVE WSSTS-CLT   TO JRN-STS-APRES
            PERFORM ECRIRE-JOURNAL
            ADD 1 TO WS-NB-APPLIQUES
            DISPLAY 'CONTREPASSATION APPLIQUEE : ' MVT-ID-CPTE
                    ' SEQ ' WS-SEQ-ORIGINE.
        FIN-ANNULATION.
            EXIT.
        ECRIRE-CLEARING.
      *     LIGNE DE COMPENSATION ALLER D'UN VIREMENT EXTERNE
      *     ACCEPTE : LA BANQUE DESTINATAIRE LA RAPPROCHE DE
            MOVE WS-DATE-JOUR   TO CLR-DATE
            MOVE MVT-ID-CPTE    TO CLR-ID-CPTE
            MOVE MVT-MONTANT    TO CLR-MONTANT
      *     LA BANQUE ET LE COMPTE DESTINATAIRES SONT CEUX DU RIB
      *     PORTE PAR L'IBAN, DECOMPOSE PAR pgiban AU CONTROLE
            MOVE IBN-BANQUE     TO CLR-BANQUE
            MOVE IBN-COMPTE     TO CLR-CPTE-EXT
            MOVE IBN-IBAN       TO CLR-IBAN
            WRITE REC-CLR
            ADD 1 TO WS-NB-CLR
            ADD MVT-MONTANT TO WS-HASH-CLR.
            MOVE MVT-MONTANT    TO HST-MONTANT
            MOVE WS-SLD-HST     TO HST-SLD-APRES
            MOVE MVT-SOURCE     TO HST-SOURCE
            MOVE WS-REF-POSTING TO HST-REF-POSTING
            IF WS-CODE-HST = 'K'
               MOVE MVT-COMMERCANT  TO HST-LIBELLE
            END-IF
            IF WS-CODE-HST = 'R' AND MVT-SOURCE = 'CLRU'
               STRING 'CHQ IMPAYE ' MVT-NUM-CHEQUE
                      DELIMITED BY SIZE INTO HST-LIBELLE
            END-IF
            IF WS-CODE-HST = 'X'
               MOVE WS-SEQ-ORIGINE  TO HST-ANNUL-SEQ
               MOVE WS-CODE-ORIGINE TO HST-ANNUL-CODE
            END-IF
      *     REMBOURSEMENT DE FRAIS : LA LIGNE G POINTE LA LIGNE
      *     DE FRAIS REMBOURSEE (SEQUENCE, CODE), SANS LA
      *     MARQUER ANNULEE (LE REMBOURSEMENT PEUT ETRE PARTIEL)
            IF WS-CODE-HST = 'G'
               MOVE WS-SEQ-ORIGINE  TO HST-ANNUL-SEQ
               MOVE WS-CODE-ORIGINE TO HST-ANNUL-CODE
               STRING 'REMB FRAIS ' WS-SEQ-ORIGINE
                      DELIMITED BY SIZE INTO HST-LIBELLE
            END-IF
            WRITE REC-HST
               INVALID KEY
                  DISPLAY 'ECRITURE HISTORIQUE IMPOSSIBLE : '
                          WS-CPTE-HST
               NOT INVALID KEY
                  MOVE REC-HST TO REC-MVJ
                  WRITE REC-MVJ
            END-WRITE.
        ECRIRE-MARQUAGE-JOUR.
      *     LA LIGNE D'ORIGINE MARQUEE ANNULEE PASSE AUSSI DANS
      *     LES MOUVEMENTS DU JOUR, EN IMAGE DE MARQUAGE (A EN
      *     POSITION 96) : LES ETATS DU SOIR NE RELISENT PLUS
      *     HISTCLT ET DOIVENT SAVOIR QU'ELLE EST ANNULEE
            MOVE REC-HST TO REC-MVJ
            MOVE 'A'     TO REC-MVJ(96:1)
            WRITE REC-MVJ.
        CHERCHER-DERNIER-SEQ.
            MOVE ZERO        TO WS-DERNIER-SEQ
            MOVE 'N'         TO WS-FIN-HST
                     MOVE 'Y' TO WS-FIN-HST
                  END-IF
            END-READ.
        CHERCHER-GESTE-POSE.
      *     LIGNES DU COMPTE POSTERIEURES A LA LIGNE DE FRAIS :
      *     UNE LIGNE G NON ANNULEE QUI LA POINTE (HST-ANNUL-SEQ)
            MOVE 'N'             TO WS-GESTE-POSE
            MOVE 'N'             TO WS-FIN-HST
            MOVE MVT-ID-CPTE     TO HST-ID-CPTE
            MOVE MVT-SEQ-ANNULEE TO HST-SEQ
            START FHST KEY IS GREATER THAN HST-CLE
               INVALID KEY MOVE 'Y' TO WS-FIN-HST
            END-START
            PERFORM LIRE-GESTE-SUIVANT
               UNTIL FIN-HST OR GESTE-POSE.
        LIRE-GESTE-SUIVANT.
            READ FHST NEXT RECORD
               AT END MOVE 'Y' TO WS-FIN-HST
               NOT AT END
                  IF HST-ID-CPTE NOT = MVT-ID-CPTE
                     MOVE 'Y' TO WS-FIN-HST
                  ELSE
                     IF HST-CODE = 'G' AND NOT HST-ANNULEE
                        AND HST-ANNUL-SEQ = MVT-SEQ-ANNULEE
                        MOVE 'O' TO WS-GESTE-POSE
                     END-IF
                  END-IF
            END-READ.
        CONTROLER-DEJA-POSTE.
      *     REPRISE : LE MOUVEMENT DE CE RANG A-T-IL ETE TRAITE
      *     PAR LE RUN INTERROMPU ? UN PRELEVEMENT CLRP EST
      *     CHERCHE DANS LES RETOURS DEJA ECRITS, TOUT AUTRE
      *     MOUVEMENT PAR SA REFERENCE SUR L'HISTORIQUE DU
      *     COMPTE. TROUVE : IL N'EST PAS REPOSTE, SEULE LA
      *     PARTIE QUE LE RUN N'A PAS EU LE TEMPS D'ECRIRE EST
      *     COMPLETEE (CREDIT DU VIREMENT, MARQUAGE DE LA
      *     LIGNE CONTREPASSEE, LIGNE DE COMPENSATION REECRITE)
            MOVE 'N' TO WS-DEJA-TRAITE
            IF MVT-SOURCE = 'CLRP'
               PERFORM CHERCHER-RETOUR-PRL
               IF RETOUR-TROUVE
                  MOVE 'O' TO WS-DEJA-TRAITE
                  ADD 1 TO WS-NB-DEJA-RETOURNES
                  DISPLAY 'REPRISE - PRELEVEMENT DEJA RETOURNE : '
                          MVT-ID-CPTE ' RANG ' WS-RANG-PST
                  GO TO FIN-CONTROLER-DEJA-POSTE
               END-IF
            END-IF
            MOVE MVT-ID-CPTE TO WS-CPTE-HST
            PERFORM CHERCHER-REF-POSTING
            IF NOT REF-TROUVEE
               GO TO FIN-CONTROLER-DEJA-POSTE
            END-IF
            MOVE 'O' TO WS-DEJA-TRAITE
            IF MVT-CODE = 'V'
               MOVE MVT-CPTE-CIBLE TO WS-CPTE-HST
               PERFORM CHERCHER-REF-POSTING
               IF NOT REF-TROUVEE
                  PERFORM COMPLETER-VIREMENT
                     THRU FIN-COMPLETER-VIREMENT
                  GO TO FIN-CONTROLER-DEJA-POSTE
               END-IF
            END-IF
            IF MVT-CODE = 'X'
               PERFORM COMPLETER-ANNULATION
            END-IF
            IF MVT-CODE = 'E'
               PERFORM REFAIRE-CLEARING
            END-IF
            ADD 1 TO WS-NB-DEJA-APPLIQUES
            DISPLAY 'REPRISE - MOUVEMENT DEJA APPLIQUE : '
                    MVT-ID-CPTE ' RANG ' WS-RANG-PST.
        FIN-CONTROLER-DEJA-POSTE.
            EXIT.
        CHERCHER-REF-POSTING.
      *     LIGNE DU COMPTE WS-CPTE-HST PORTANT LA REFERENCE DU
      *     MOUVEMENT COURANT ; SA SEQUENCE EST GARDEE
            MOVE 'N'         TO WS-REF-TROUVEE
            MOVE ZERO        TO WS-SEQ-REF
            MOVE 'N'         TO WS-FIN-HST
            MOVE WS-CPTE-HST TO HST-ID-CPTE
            MOVE ZERO        TO HST-SEQ
            START FHST KEY IS NOT LESS THAN HST-CLE
               INVALID KEY MOVE 'Y' TO WS-FIN-HST
            END-START
            PERFORM LIRE-REF-SUIVANTE
               UNTIL FIN-HST OR REF-TROUVEE.
        LIRE-REF-SUIVANTE.
            READ FHST NEXT RECORD
               AT END MOVE 'Y' TO WS-FIN-HST
               NOT AT END
                  IF HST-ID-CPTE NOT = WS-CPTE-HST
                     MOVE 'Y' TO WS-FIN-HST
                  ELSE
                     IF HST-REF-POSTING = WS-REF-POSTING
                        MOVE 'O'     TO WS-REF-TROUVEE
                        MOVE HST-SEQ TO WS-SEQ-REF
                     END-IF
                  END-IF
            END-READ.
        CHERCHER-RETOUR-PRL.
            MOVE 'N' TO WS-RETOUR-TROUVE
            PERFORM COMPARER-RETOUR
               VARYING WS-IND-RET FROM 1 BY 1
                 UNTIL WS-IND-RET > WS-NB-RETOURS
                    OR RETOUR-TROUVE.
        COMPARER-RETOUR.
            IF WS-RET-RANG(WS-IND-RET) = WS-RANG-PST
               MOVE 'O' TO WS-RETOUR-TROUVE
            END-IF.
        CHARGER-RETOURS.
      *     RANGS DES PRELEVEMENTS RETOURNES PAR LE RUN
      *     INTERROMPU (LIGNES P DATEES DU RUN). LES RETOURS DE
      *     CLRIN N'ONT PAS DE REFERENCE ET SONT IGNORES
            MOVE ZERO TO WS-NB-RETOURS
            MOVE 'N'  TO WS-EOF-PRR
            OPEN INPUT FPRR
            IF FS-PRR = '00'
               PERFORM CHARGER-UN-RETOUR
                  UNTIL FIN-PRR
               CLOSE FPRR
            END-IF
            DISPLAY 'REPRISE - PRELEVEMENTS DEJA RETOURNES : '
                    WS-NB-RETOURS.
        CHARGER-UN-RETOUR.
            READ FPRR
               AT END MOVE 'Y' TO WS-EOF-PRR
               NOT AT END
                  IF PRR-TYPE = 'P'
                     AND PRR-REF-DATE IS NUMERIC
                     AND PRR-REF-DATE = WS-DATE-JOUR
                     IF WS-NB-RETOURS < 5000
                        ADD 1 TO WS-NB-RETOURS
                        MOVE PRR-REF-RANG
                          TO WS-RET-RANG(WS-NB-RETOURS)
                     ELSE
                        DISPLAY 'REPRISE - TABLE DES RETOURS '
                                'PLEINE, RANG IGNORE : '
                                PRR-REF-RANG
                     END-IF
                  END-IF
            END-READ.
        COMPLETER-VIREMENT.
      *     LE DEBIT DE L'EMETTEUR EST POSTE, PAS LE CREDIT DE
      *     LA CIBLE : LE RUN S'EST ARRETE ENTRE LES DEUX
            MOVE MVT-CPTE-CIBLE TO ID-CPTE
            READ FCLT RECORD INTO WS-CIB
             KEY IS ID-CPTE
           INVALID KEY
              DISPLAY 'REPRISE - COMPTE CIBLE INTROUVABLE : '
                      MVT-CPTE-CIBLE
              ADD 1 TO WS-NB-ERREURS-ES
              GO TO FIN-COMPLETER-VIREMENT
            END-READ
            MOVE WCBSLD-CLT TO WS-SLD-AVANT
            MOVE WCBSTS-CLT TO WS-STS-AVANT
            ADD MVT-MONTANT TO WCBSLD-CLT
            MOVE WS-CIB TO REC-CLT
            REWRITE REC-CLT
               INVALID KEY
                  DISPLAY 'REPRISE - REWRITE CIBLE IMPOSSIBLE : '
                          MVT-CPTE-CIBLE
                  ADD 1 TO WS-NB-ERREURS-ES
                  GO TO FIN-COMPLETER-VIREMENT
            END-REWRITE
            MOVE MVT-CPTE-CIBLE TO WS-CPTE-HST
            MOVE 'T'            TO WS-CODE-HST
            MOVE WCBSLD-CLT     TO WS-SLD-HST
            PERFORM ECRIRE-HISTORIQUE
            MOVE MVT-CPTE-CIBLE TO JRN-ID-CPTE
            MOVE WCBSLD-CLT     TO JRN-SLD-APRES
            MOVE WCBSTS-CLT     TO JRN-STS-APRES
            PERFORM ECRIRE-JOURNAL
            ADD 1 TO WS-NB-APPLIQUES
            DISPLAY 'REPRISE - VIREMENT COMPLETE : ' MVT-ID-CPTE
                    ' VERS ' MVT-CPTE-CIBLE.
        FIN-COMPLETER-VIREMENT.
            EXIT.
        COMPLETER-ANNULATION.
      *     LA LIGNE X EST ECRITE : LA LIGNE D'ORIGINE QU'ELLE
      *     POINTE DOIT ETRE MARQUEE ANNULEE
            MOVE MVT-ID-CPTE TO HST-ID-CPTE
            MOVE WS-SEQ-REF  TO HST-SEQ
            READ FHST
               INVALID KEY
                  MOVE ZERO TO WS-SEQ-ORIGINE
               NOT INVALID KEY
                  MOVE HST-ANNUL-SEQ TO WS-SEQ-ORIGINE
            END-READ
            MOVE MVT-ID-CPTE    TO HST-ID-CPTE
            MOVE WS-SEQ-ORIGINE TO HST-SEQ
            READ FHST
               INVALID KEY
                  DISPLAY 'REPRISE - LIGNE D ORIGINE INTROUVABLE : '
                          MVT-ID-CPTE ' SEQ ' WS-SEQ-ORIGINE
               NOT INVALID KEY
                  IF NOT HST-ANNULEE
                     MOVE 'A'          TO HST-ANNUL-STATUT
                     MOVE WS-SEQ-REF   TO HST-ANNUL-SEQ
                     MOVE WS-DATE-JOUR TO HST-ANNUL-DATE
                     REWRITE REC-HST
                        INVALID KEY
                           DISPLAY 'REPRISE - MARQUAGE DE LA LIGNE '
                                   'D ORIGINE IMPOSSIBLE : '
                                   MVT-ID-CPTE ' SEQ '
                                   WS-SEQ-ORIGINE
                        NOT INVALID KEY
                           PERFORM ECRIRE-MARQUAGE-JOUR
                     END-REWRITE
                  END-IF
            END-READ.
        REFAIRE-CLEARING.
      *     LA COMPENSATION ALLER EST REECRITE EN ENTIER : LE
      *     VIREMENT EXTERNE DEJA POSTE Y REPREND SA LIGNE
            MOVE 'V'   TO IBN-FONCTION
            MOVE SPACE TO IBN-IBAN
            STRING 'FR' MVT-IBAN-CLE MVT-IBAN-BBAN
                   DELIMITED BY SIZE INTO IBN-IBAN
            CALL 'pgiban' USING IBN-FONCTION IBN-ZONE
                                IBN-RESULTAT
            PERFORM ECRIRE-CLEARING.
        SUIVRE-CHECKPOINT.
            ADD 1 TO WS-NB-DEPUIS-CKP
            IF WS-NB-DEPUIS-CKP NOT < WS-PAS-CKP
               MOVE ZERO TO WS-NB-DEPUIS-CKP
               MOVE 'I'  TO WS-STATUT-CKP
               PERFORM ECRIRE-CHECKPOINT
            END-IF.
        ECRIRE-CHECKPOINT.
      *     LE RANG NOTE NE RECULE JAMAIS : UNE REPRISE QUI
      *     S'ARRETE A SON TOUR GARDE LE RANG DU PREMIER RUN
            OPEN OUTPUT FCKP
            IF FS-CKP = '00'
               MOVE SPACE         TO REC-CKP
               MOVE WS-STATUT-CKP TO CKP-STATUT
               MOVE WS-DATE-JOUR  TO CKP-DATE
               IF WS-RANG-PST > WS-RANG-REPRISE
                  MOVE WS-RANG-PST     TO CKP-DERNIER-RANG
               ELSE
                  MOVE WS-RANG-REPRISE TO CKP-DERNIER-RANG
               END-IF
               WRITE REC-CKP
               CLOSE FCKP
            ELSE
               DISPLAY 'CHECKPOINT INDISPONIBLE - FS=' FS-CKP
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.
        EDITER-RAPPROCHEMENT.
      *     PREUVE DU POSTING : CHAQUE MOUVEMENT PRESENTE
      *     (SUSPENS RECYCLES ET MVTCLT) EST APPLIQUE, RECONNU
      *     DEJA TRAITE A LA REPRISE, REJETE OU EN ERREUR
      *     D'ECRITURE. UN ECART ARRETE LA CHAINE (RC 8)
            COMPUTE WS-NB-REJ-PRESENTES = WS-NB-REJETS
                                        - WS-NB-DT-CONSERVES
            COMPUTE WS-NB-ECART = WS-RANG-PST
                                - WS-NB-APPLIQUES
                                - WS-NB-DEJA-APPLIQUES
                                - WS-NB-DEJA-RETOURNES
                                - WS-NB-REJ-PRESENTES
                                - WS-NB-ERREURS-ES
            DISPLAY '---- RAPPROCHEMENT DU POSTING ----'
            IF MODE-REPRISE
               DISPLAY 'REPRISE DU RUN DU ' WS-DATE-JOUR
                       ' - RANG ATTEINT ' WS-RANG-REPRISE
            END-IF
            DISPLAY 'MOUVEMENTS MVTCLT LUS      : ' WS-NB-MVTS-LUS
            DISPLAY 'SUSPENS RECYCLES PRESENTES : ' WS-NB-RECYCLES
            DISPLAY 'TOTAL PRESENTE             : ' WS-RANG-PST
            DISPLAY 'APPLIQUES                  : ' WS-NB-APPLIQUES
            DISPLAY 'DEJA APPLIQUES (REPRISE)   : '
                    WS-NB-DEJA-APPLIQUES
            DISPLAY 'DEJA RETOURNES (REPRISE)   : '
                    WS-NB-DEJA-RETOURNES
            DISPLAY 'REJETES                    : '
                    WS-NB-REJ-PRESENTES
            DISPLAY 'ERREURS D ECRITURE         : ' WS-NB-ERREURS-ES
            IF WS-NB-ECART = ZERO
               DISPLAY 'RAPPROCHEMENT EQUILIBRE'
            ELSE
               DISPLAY 'RAPPROCHEMENT EN ECART : ' WS-NB-ECART
               MOVE 8 TO RETURN-CODE
            END-IF.
        FIN-PGM.
             MOVE 'F' TO RL-FONCTION
             MOVE 'PARTI15' TO RL-PROG
             CLOSE FHST.
             CLOSE FSUSOUT.
             CLOSE FCOT.
             IF PINCTL-DISPO
                CLOSE FPIN
             END-IF
             CLOSE FSAI.
             IF INDISPO-DISPO
                CLOSE FIND
             END-IF
             CLOSE FCHQ.
             CLOSE FOPP.
             CLOSE FCLR.
             CLOSE FJRN.
             CLOSE FMVJ.
             IF BENEF-DISPO
                CLOSE FBEN
             END-IF
             IF PRLRET-DISPO
                CLOSE FPRR
             END-IF
             CLOSE FXRF.
             CLOSE FCLI.
             STOP RUN.
