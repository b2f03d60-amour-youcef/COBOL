      *   VUE 360 D'UN CLIENT (LECTURE SEULE)                *
      *   UN SEUL ECRAN POUR REPONDRE A UN APPEL : IDENTITE  *
      *   FCLIENTS, COMPTES ARRETES DE LA VEILLE (RESUME     *
      *   FCLISUM RAFRAICHI PAR CLISUMN), RIB ET IBAN DU     *
      *   COMPTE PRIMAIRE (FCLICPT), CINQ DERNIERS           *
      *   MOUVEMENTS FHISTCLT, DEMANDE DE SUPPRESSION EN     *
      *   ATTENTE (FAPPSUP) ET LIENS DE RELATION EN COURS    *
      *   (FLIENCLI : FOYER, GROUPE). LES TOUCHES FONCTIONS  *
      *   BRANCHENT VERS LES ECRANS DE DETAIL SANS NOUVELLE  *
      *   SAISIE DU NUMERO : PF4 FICHE (CONSCLI), PF5        *
      *   MOUVEMENTS (CONSMVT), PF6 PISTE D'AUDIT (CONSAUD), *
      *- 8
           05 FILLER               PIC X(65)
              VALUE 'AFFICHER UN CLIENT AVANT DE BRANCHER (PF4-PF7)'.
      *- 9
           05 FILLER               PIC X(65)
              VALUE 'CLIENT FUSIONNE - FICHE DU CLIENT ABSORBANT'.
      *-
       01  TB-MESS-ERREUR REDEFINES TB-MESSAGES.
           05 MESS-ERR OCCURS 9    PIC X(65).

       01  NUM-MES         PIC S9(4) COMP.
      *
      *    LES CINQ DERNIERS MOUVEMENTS ET LE BRANCHEMENT PF5
       01  WS-CPTE-PRIM           PIC X(08).
       01  WS-CPTE-PRIM-NUM       PIC 9(08).
       01  WS-SUFFIXE-PRIM        PIC 9(02).
      *
       01  WS-NB-CPT              PIC S9(4) COMP.
       01  WS-NB-LIEN             PIC S9(4) COMP.
       01  WS-DATE-JOUR           PIC 9(08).
       01  WS-NB-MVT              PIC S9(4) COMP.
       01  WS-SLD-EDIT            PIC -ZZZZZZZ9.99.
       01  WS-MNT-EDIT            PIC ZZZZZZZ9.99.
           05 FILLER               PIC X(07) VALUE ' SOLDE '.
           05 LM-SOLDE             PIC X(12).
           05 FILLER               PIC X(11) VALUE SPACE.
      *
       01  LIGNE-RIB.
           05 FILLER               PIC X(04) VALUE 'RIB '.
           05 LR-BANQUE            PIC X(05).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LR-GUICHET           PIC X(05).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LR-COMPTE            PIC X(11).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LR-CLE               PIC 9(02).
           05 FILLER               PIC X(06) VALUE ' IBAN '.
           05 LR-IBAN              PIC X(27).
           05 FILLER               PIC X(02) VALUE SPACE.
      *
       01  LIGNE-APPSUP.
           05 FILLER               PIC X(22)
           05 FILLER               PIC X(14)
              VALUE ' - VOIR PF7'.
      *
      *    LIEN EN COURS : TYPE, LIBELLE, CLIENT LIE ET SON NOM,
      *    DATE DE DEBUT (MEME PRESENTATION QUE GESLIEN)
       01  LIGNE-LIEN.
           05 LL-TYPE              PIC X(02).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LL-LIBELLE           PIC X(14).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LL-NUMERO            PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LL-NOM               PIC X(20).
           05 FILLER               PIC X(10) VALUE ' DEPUIS LE'.
           05 LL-DEBUT             PIC 9(08).
      *
      *------------------------------------------------------*
      *   VARIABLES BOOLEENNES                               *
      *------------------------------------------------------*
           88 FIN-CPT             VALUE '1'.
       01  INDIC-FIN-MVT          PIC X(01) VALUE '0'.
           88 FIN-MVT             VALUE '1'.
       01  INDIC-FIN-LIEN         PIC X(01) VALUE '0'.
           88 FIN-LIEN            VALUE '1'.
       01  INDIC-POS-ARR          PIC X(01) VALUE '0'.
           88 POS-ARRIERE-OK      VALUE '1'.
      *
           COPY FCLIENTS.
      *
      *------------------------------------------------------*
      *   PERSONNEL (FICHIER FEMPLOY) : NOM DU CONSEILLER    *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER EMPLOYES'.
           COPY FEMPLOY.
      *
      *------------------------------------------------------*
      *   RESUME QUOTIDIEN DES COMPTES (FICHIER FCLISUM)     *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER RESUME'.
           COPY FCLISUM.
      *
      *------------------------------------------------------*
      *   CROSS-REFERENCE CLIENT/COMPTES (FICHIER FCLICPT) : *
      *   RIB ET IBAN DU COMPTE, MEME CLE QUE LE RESUME      *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER XREF'.
           COPY FCLICPT.
      *
      *------------------------------------------------------*
      *   DEMANDES DE SUPPRESSION EN ATTENTE (FAPPSUP)       *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER APPSUP'.
           COPY FAPPSUP.
      *
      *------------------------------------------------------*
      *   LIENS DE RELATION ENTRE CLIENTS (FLIENCLI)         *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER LIENS'.
           COPY FLIENCLI.
      *
      *------------------------------------------------------*
      *   JOURNAL DES CONSULTATIONS (FICHIER FACCLOG)        *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER ACCLOG'.
           05  HST-MONTANT   PIC 9(08)V99.
           05  HST-SLD-APRES PIC S9(08)V99.
           05  HST-SOURCE    PIC X(04).
           05  FILLER        PIC X(54).
      *
      *======================================================*
      *          L I N K A G E     S E C T I O N             *
              PERFORM 91000-ERREUR-CICS
           END-IF

      *    FICHE ABSORBEE PAR UNE FUSION DE DOUBLONS : LA VUE
      *    PORTE SUR LE CLIENT ABSORBANT
           IF E-CLI-FUSIONNE
              MOVE E-ABSORBE-PAR TO WS-NUM-CLI
              MOVE WS-NUM-CLI    TO E-NUMERO NUMCLIO
              EXEC CICS READ FILE('FCLIENT')
                        RIDFLD(E-NUMERO)
                        INTO(E-CLIENT)
                        RESP(WS-RESPCR)
              END-EXEC
              IF WS-RESPCR NOT = DFHRESP(NORMAL)
                 PERFORM 91000-ERREUR-CICS
              END-IF
              MOVE '1' TO INDIC-ERREUR
              MOVE 9   TO NUM-MES
           END-IF

           MOVE E-NOM-CLI    TO NOMCLIO
           MOVE E-PNM-CLI    TO PNMCLIO
           MOVE E-ADR-CLI    TO ADRCLIO
           MOVE E-VILLE-CLI  TO VILCLIO
           PERFORM 22155-LIGNE-ETAT
               THRU 22155-SORTIE
           PERFORM 22158-AFFICHER-CONSEILLER
               THRU 22158-FIN
           PERFORM 22160-AFFICHER-COMPTES
               THRU 22160-FIN
           PERFORM 22168-AFFICHER-RIB
               THRU 22168-FIN
           PERFORM 22170-AFFICHER-MVTS
               THRU 22170-FIN
           PERFORM 22185-AFFICHER-LIENS
               THRU 22185-FIN
           PERFORM 22190-AFFICHER-APPSUP
           .
       22150-FIN.
           .
       22155-SORTIE.
           EXIT.
      *---------------------------*
       22158-AFFICHER-CONSEILLER.
      *---------------------------*
      *    CONSEILLER DE CLIENTELE : MATRICULE, NOM ET PRENOM
      *    LUS DANS FEMPLOY ; UN EMPLOYE SORTI EST SIGNALE
      *    (PORTEFEUILLE A REAFFECTER)
      *---------------------------*
           MOVE SPACE TO CONSEILO
           IF E-CONSEILLER NOT NUMERIC OR E-SANS-CONSEILLER
              MOVE 'SANS CONSEILLER' TO CONSEILO
              GO TO 22158-FIN
           END-IF

           MOVE E-CONSEILLER TO EMP-ID
           EXEC CICS READ FILE('FEMPLOY')
                     RIDFLD(EMP-ID)
                     INTO(EMP-RECORD)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NOTFND)
              STRING EMP-ID ' INCONNU DU PERSONNEL'
                 DELIMITED BY SIZE INTO CONSEILO
              END-STRING
              GO TO 22158-FIN
           END-IF

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           IF EMP-TERMINE
              STRING EMP-ID ' ' EMP-LASTNAME DELIMITED BY SIZE
                     ' (SORTI)' DELIMITED BY SIZE
                 INTO CONSEILO
              END-STRING
           ELSE
              STRING EMP-ID ' ' EMP-LASTNAME ' ' EMP-FIRSTNAME
                 DELIMITED BY SIZE INTO CONSEILO
              END-STRING
           END-IF
           .
       22158-FIN.
           EXIT.
      *-------------------------*
       22160-AFFICHER-COMPTES.
      *-------------------------*
           ADD 1 TO WS-NB-CPT
           IF WS-NB-CPT = 1
              MOVE SUM-ID-CPTE TO WS-CPTE-PRIM
              MOVE SUM-SUFFIXE TO WS-SUFFIXE-PRIM
           END-IF
           MOVE SUM-SUFFIXE     TO LC-SUFFIXE
           MOVE SUM-ID-CPTE     TO LC-ID-CPTE
           .
       22165-EXIT.
           EXIT.
      *-------------------------*
       22168-AFFICHER-RIB.
      *-------------------------*
      *    RIB ET IBAN DU COMPTE PRIMAIRE, A COMMUNIQUER AU
      *    CLIENT (EMPLOYEUR, CREANCIER) ; UN COMPTE DONT LE
      *    RIB N'EST PAS ENCORE POSE LAISSE LA LIGNE VIDE
      *-------------------------*
           MOVE SPACE TO RIBCPTO
           IF WS-CPTE-PRIM = SPACE
              GO TO 22168-FIN
           END-IF
           MOVE WS-NUM-CLI      TO XRF-NUMERO
           MOVE WS-SUFFIXE-PRIM TO XRF-SUFFIXE

           EXEC CICS READ FILE('FCLICPT')
                     RIDFLD(XRF-CLE)
                     INTO(XRF-CLICPT)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              OR XRF-IBAN = SPACE
              GO TO 22168-FIN
           END-IF
           MOVE XRF-RIB-BANQUE  TO LR-BANQUE
           MOVE XRF-RIB-GUICHET TO LR-GUICHET
           MOVE XRF-RIB-COMPTE  TO LR-COMPTE
           MOVE XRF-RIB-CLE     TO LR-CLE
           MOVE XRF-IBAN        TO LR-IBAN
           MOVE LIGNE-RIB       TO RIBCPTO
           .
       22168-FIN.
           EXIT.
      *-------------------------*
       22170-AFFICHER-MVTS.
      *-------------------------*
           .
       22180-EXIT.
           EXIT.
      *-------------------------*
       22185-AFFICHER-LIENS.
      *-------------------------*
      *    LES TROIS PREMIERS LIENS EN COURS DU CLIENT
      *    (CONJOINT, PARENT, DIRIGEANT, GROUPE...) ; LES LIENS
      *    CLOS OU A VENIR SONT CONSULTES SUR GESLIEN. LE NOM
      *    DU CLIENT LIE EST RELU DANS FCLIENTS, APRES LA FICHE
      *    DU CLIENT AFFICHE
      *-------------------------*
           MOVE SPACE TO LIENLGO(1) LIENLGO(2) LIENLGO(3)
           MOVE 0     TO WS-NB-LIEN
           MOVE '0'   TO INDIC-FIN-LIEN

           EXEC CICS ASKTIME
                     ABSTIME(DATE-ABS)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(DATE-ABS)
                     YYYYMMDD(WS-DATE-JOUR)
           END-EXEC

           MOVE WS-NUM-CLI TO LNK-NUMERO
           MOVE ZERO       TO LNK-NUMERO-LIE
           MOVE LOW-VALUE  TO LNK-TYPE

           EXEC CICS STARTBR FILE('FLIENCLI')
                     RIDFLD(LNK-CLE)
                     GTEQ
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              GO TO 22185-FIN
           END-IF

           PERFORM 22186-LIRE-UN-LIEN THRU 22186-EXIT
              UNTIL FIN-LIEN OR WS-NB-LIEN >= 3
           EXEC CICS ENDBR FILE('FLIENCLI')
           END-EXEC
           .
       22185-FIN.
           EXIT.
      *-------------------------*
       22186-LIRE-UN-LIEN.
      *-------------------------*
           EXEC CICS READNEXT FILE('FLIENCLI')
                     INTO(LNK-LIEN)
                     RIDFLD(LNK-CLE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              MOVE '1' TO INDIC-FIN-LIEN
              GO TO 22186-EXIT
           END-IF

           IF LNK-NUMERO NOT = WS-NUM-CLI
              MOVE '1' TO INDIC-FIN-LIEN
              GO TO 22186-EXIT
           END-IF

           IF LNK-DATE-DEBUT > WS-DATE-JOUR
              GO TO 22186-EXIT
           END-IF
           IF NOT LNK-SANS-FIN AND LNK-DATE-FIN < WS-DATE-JOUR
              GO TO 22186-EXIT
           END-IF

           ADD 1 TO WS-NB-LIEN
           MOVE LNK-TYPE       TO LL-TYPE
           EVALUATE TRUE
              WHEN LNK-CONJOINT
                 MOVE 'CONJOINT'       TO LL-LIBELLE
              WHEN LNK-PARENT
                 MOVE 'PARENT DE'      TO LL-LIBELLE
              WHEN LNK-ENFANT
                 MOVE 'ENFANT DE'      TO LL-LIBELLE
              WHEN LNK-DIRIGEANT
                 MOVE 'DIRIGEANT DE'   TO LL-LIBELLE
              WHEN LNK-SOC-DIRIGEE
                 MOVE 'DIRIGEE PAR'    TO LL-LIBELLE
              WHEN OTHER
                 MOVE 'MEME GROUPE'    TO LL-LIBELLE
           END-EVALUATE
           MOVE LNK-NUMERO-LIE TO LL-NUMERO
           MOVE LNK-DATE-DEBUT TO LL-DEBUT

           MOVE LNK-NUMERO-LIE TO E-NUMERO
           EXEC CICS READ FILE('FCLIENT')
                     RIDFLD(E-NUMERO)
                     INTO(E-CLIENT)
                     RESP(WS-RESPCR)
           END-EXEC
           IF WS-RESPCR = DFHRESP(NORMAL)
              MOVE E-NOM-CLI    TO LL-NOM
           ELSE
              MOVE '?'          TO LL-NOM
           END-IF
           MOVE LIGNE-LIEN     TO LIENLGO(WS-NB-LIEN)
           .
       22186-EXIT.
           EXIT.
      *-------------------------*
       22190-AFFICHER-APPSUP.
      *-------------------------*
