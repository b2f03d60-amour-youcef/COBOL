      *======================================================*
      *   FILE DES APPROBATIONS EN ATTENTE DU SUPERVISEUR :  *
      *   REGROUPE SUR UN MEME ECRAN CE QUI ATTEND LE VISA   *
      *   D'UN SECOND OPERATEUR DANS LES DIFFERENTS MODULES  *
      *   - SUPPRESSIONS DE CLIENTS (FAPPSUP / VALSUP)       *
      *   - FUSIONS DE DOUBLONS (FAPPFUS / VALFUS)           *
      *   - GESTES COMMERCIAUX (FGESTE / GESGEST)            *
      *   - DEMANDES DE PRET A REVOIR (FDEMPRET / GESDPRT)   *
      *   AVEC LE DEMANDEUR, LA DATE, LE MONTANT ET L'AGE    *
      *   EN JOURS. NE FIGURENT QUE LES DEMANDES QUE         *
      *   L'OPERATEUR SIGNE PEUT APPROUVER : HABILITATION DU *
      *   MODULE ET DEMANDE DEPOSEE PAR UN AUTRE OPERATEUR.  *
      *   LA SELECTION D'UNE LIGNE DEBRANCHE SUR L'ECRAN     *
      *   D'APPROBATION (MARQUEUR 9) POSITIONNE SUR LA       *
      *   DEMANDE CHOISIE                                    *
      *======================================================*
      *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILSUP.
      *
      *======================================================*
      *   E N V I R O N M E N T       D I V I S I O N        *
      *======================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

      *------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *------------------------------------------------------*
      *
       01 FILLER             PIC X(16) VALUE 'DEBUT WORKING'.
      *
       01 MON-PROG           PIC X(08) VALUE 'FILSUP'.
       01 MON-MAPSET         PIC X(08) VALUE 'FILSUP'.
       01 MA-MAP             PIC X(08) VALUE 'MAPSU'.
       01 MA-TRX             PIC X(04) VALUE 'TSUA'.
      *
      *------------------------------------------------------*
      *   MESSAGES D'ERREUR                                  *
      *------------------------------------------------------*
       01  TB-MESSAGES.
      *- 1
           05 FILLER               PIC X(65)
              VALUE 'TOUCHE INTERDITE'.
      *- 2
           05 FILLER               PIC X(65)
              VALUE 'FIN TRANSACTION'.
      *- 3
           05 FILLER               PIC X(65)
              VALUE 'AUCUNE APPROBATION EN ATTENTE'.
      *- 4
           05 FILLER               PIC X(65)
              VALUE 'N + ENTREE = APPROUVER  PF7 DEBUT  PF8 SUITE'.
      *- 5
           05 FILLER               PIC X(65)
              VALUE 'FIN DE LA FILE'.
      *- 6
           05 FILLER               PIC X(65)
              VALUE 'SELECTION INVALIDE'.
      *- 7
           05 FILLER               PIC X(65)
              VALUE 'ERREUR GRAVE DANS LE PROGRAMME'.
      *- 8
           05 FILLER               PIC X(65)
              VALUE 'AUCUNE HABILITATION D''APPROBATION'.
      *-
       01  TB-MESS-ERREUR REDEFINES TB-MESSAGES.
           05 MESS-ERR OCCURS 8    PIC X(65).

       01  NUM-MES         PIC S9(4) COMP.
      *
      *------------------------------------------------------*
      *   ZONE DE COMMUNICATION                              *
      *------------------------------------------------------*
      *   WS-NOM-CLI MEMORISE LA POSITION DE LA PAGE         *
      *   AFFICHEE, WS-PNOM CELLE DE LA PAGE SUIVANTE        *
      *   (MODULE + CLE DE LA PREMIERE DEMANDE) : LA PAGE    *
      *   EST RECONSTRUITE DEPUIS CETTE POSITION AVANT DE    *
      *   SERVIR UNE SELECTION                               *
      *------------------------------------------------------*
      *
       01  FILLER      PIC X(16) VALUE 'COMMAREA'.
      *
           COPY WSCLICOM.
      *
       01  LONG-COM               PIC S9(4) COMP.
      *
       01  C-R                    PIC S9(8) COMP.
       01  WS-RESPCR              PIC S9(8) COMP.
      *
      *------------------------------------------------------*
      *   POSITION DANS LA FILE : MODULE (1 = SUPPRESSIONS,  *
      *   2 = FUSIONS, 3 = GESTES, 4 = PRETS) ET CLE DU      *
      *   FICHIER DU MODULE (A BLANC = DEBUT DU MODULE)      *
      *------------------------------------------------------*
      *
       01  WS-POSITION.
           05 WS-POS-MODULE        PIC 9(01).
           05 WS-POS-CLE           PIC X(14).
           05 FILLER               PIC X(05).
      *
       01  WS-SUITE.
           05 WS-SUI-MODULE        PIC 9(01).
           05 WS-SUI-CLE           PIC X(14).
           05 FILLER               PIC X(05).
      *
       01  WS-MODULE              PIC 9(01).
       01  WS-CLE-NUM             PIC 9(08).
       01  WS-CLE-GST             PIC X(14).
       01  WS-CLE-LUE             PIC X(14).
      *
      *------------------------------------------------------*
      *   TABLE DE TRAVAIL POUR LA PAGE AFFICHEE             *
      *------------------------------------------------------*
      *
       01  WS-NB-LIGNES            PIC S9(4) COMP VALUE 0.
       01  WS-IND-DST              PIC S9(4) COMP.
       01  WS-SEL-NUM              PIC 9(02).
      *
       01  WS-TAB-PAGE.
           05 WS-LIGNE OCCURS 10.
              10 MOD-LIGNE         PIC 9(01).
              10 CLE-LIGNE         PIC X(14).
              10 TYP-LIGNE         PIC X(12).
              10 REF-LIGNE         PIC X(17).
              10 DEM-LIGNE         PIC X(03).
              10 DAT-LIGNE         PIC X(10).
              10 MNT-LIGNE         PIC X(13).
              10 AGE-LIGNE         PIC X(04).
      *
      *------------------------------------------------------*
      *   LIBELLES DES MODULES                               *
      *------------------------------------------------------*
      *
       01  TB-LIBELLES.
           05 FILLER               PIC X(12) VALUE 'SUPPRESSION'.
           05 FILLER               PIC X(12) VALUE 'FUSION'.
           05 FILLER               PIC X(12) VALUE 'GESTE FRAIS'.
           05 FILLER               PIC X(12) VALUE 'PRET REVOIR'.
       01  TB-LIB-MODULE REDEFINES TB-LIBELLES.
           05 LIB-MODULE OCCURS 4  PIC X(12).
      *
      *------------------------------------------------------*
      *   DEMANDE EN COURS DE CLASSEMENT                     *
      *------------------------------------------------------*
      *
       01  WS-DEM-CLE             PIC X(14).
       01  WS-DEM-REF             PIC X(17).
       01  WS-DEM-OPID            PIC X(03).
       01  WS-DEM-DATE            PIC 9(08).
       01  WS-DEM-MONTANT         PIC 9(08)V99.
      *
       01  WS-REF-FUSION.
           05 WS-REF-ABSORBE      PIC 9(08).
           05 FILLER              PIC X(01) VALUE '>'.
           05 WS-REF-ABSORBANT    PIC 9(08).
       01  WS-REF-GESTE.
           05 WS-REF-CPTE         PIC X(08).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-REF-SEQ          PIC 9(05).
           05 FILLER              PIC X(01) VALUE '-'.
           05 WS-REF-RANG         PIC 9(01).
      *
       01  WS-MNT-EDIT            PIC ZZZZZZZ9.99.
       01  WS-AGE-EDIT            PIC ZZZ9.
      *
      *    DATE JJ/MM/AA DES DEMANDES SUPCLI ET FUSCLI
       01  WS-DATE-JJMMAA.
           05 WS-JMA-JJ           PIC 9(02).
           05 FILLER              PIC X(01).
           05 WS-JMA-MM           PIC 9(02).
           05 FILLER              PIC X(01).
           05 WS-JMA-AA           PIC 9(02).
      *
       01  WS-DATE-AMJ            PIC 9(08).
       01  FILLER REDEFINES WS-DATE-AMJ.
           05 WS-AMJ-SS           PIC 9(02).
           05 WS-AMJ-AA           PIC 9(02).
           05 WS-AMJ-MM           PIC 9(02).
           05 WS-AMJ-JJ           PIC 9(02).
      *
       01  WS-DATE-ED.
           05 WS-ED-JJ            PIC 9(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-ED-MM            PIC 9(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-ED-SSAA          PIC 9(04).
      *
      *------------------------------------------------------*
      *   AGE DE LA DEMANDE : ECART EN JOURS CALENDAIRES     *
      *   ENTRE DEUX NUMEROS DE JOUR (JOURS ECOULES DEPUIS   *
      *   LE 01/01/0001, CALENDRIER GREGORIEN)               *
      *------------------------------------------------------*
      *
       01  WS-DATE-JOUR           PIC 9(08).
       01  WS-NUM-JOUR-DU         PIC S9(9) COMP.
       01  WS-NUM-JOUR            PIC S9(9) COMP.
       01  WS-AGE                 PIC S9(9) COMP.
      *
       01  WS-NJ-DATE             PIC 9(08).
       01  FILLER REDEFINES WS-NJ-DATE.
           05 WS-NJ-SSAA          PIC 9(04).
           05 WS-NJ-MM            PIC 9(02).
           05 WS-NJ-JJ            PIC 9(02).
       01  WS-NJ-AN-PREC          PIC S9(9) COMP.
       01  WS-NJ-QUOT             PIC S9(9) COMP.
       01  WS-NJ-RESTE            PIC S9(9) COMP.
       01  WS-NJ-BISSEXTILE       PIC X(01).
           88 NJ-BISSEXTILE          VALUE 'O'.
      *
       01  TB-CUMUL-JOURS.
           05 FILLER              PIC X(36)
              VALUE '000031059090120151181212243273304334'.
       01  TB-CUMUL-MOIS REDEFINES TB-CUMUL-JOURS.
           05 CUMUL-MOIS OCCURS 12 PIC 9(03).
      *
      *------------------------------------------------------*
      *   VARIABLES DIVERSES                                 *
      *------------------------------------------------------*
      *
       01  EFZ-X80                PIC S9(4) COMP VALUE +128.
       01  FILLER REDEFINES EFZ-X80.
           05 FILLER              PIC X.
           05 EFZ                 PIC X.
      *
       01  DATE-ABS               PIC S9(18) COMP.
       01  WS-TRTM.
           05 TRANS               PIC X(4).
           05                     PIC X VALUE '/'.
           05 TERM                PIC X(4).

       01  WS-TRERR.
           05 FILLER              PIC X(20)
              VALUE       'TRANSACTION IMPREVUE'.
      *
      *------------------------------------------------------*
      *   VARIABLES BOOLEENNES                               *
      *------------------------------------------------------*
      *
       01  INDIC-ERREUR     PIC X(01) VALUE '0'.
           88 ERREUR     VALUE '1'.
      *
       01  INDIC-FIN-BROWSE       PIC X(01) VALUE '0'.
           88 FIN-BROWSE          VALUE '1'.
      *
       01  INDIC-PAGE-PLEINE      PIC X(01) VALUE '0'.
           88 PAGE-PLEINE         VALUE '1'.
      *
      *    HABILITATIONS D'APPROBATION DE L'OPERATEUR SIGNE :
      *    SUPPRESSIONS ET FUSIONS (AUT-SUPPRES, COMME VALSUP
      *    ET VALFUS), GESTES ET PRETS (PROFIL SUPERVISEUR
      *    FOPERAT ET GUICHET, COMME GESGEST ET GESDPRT)
       01  INDIC-HAB-SUPPR        PIC X(01) VALUE '0'.
           88 HAB-SUPPR           VALUE '1'.
       01  INDIC-HAB-SUPERV       PIC X(01) VALUE '0'.
           88 HAB-SUPERV          VALUE '1'.
      *
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'ECRAN MAPSUCIA'.
           COPY MAPSUCIA.
      *
      *------------------------------------------------------*
      *   DESCRIPTION   DES  TOUCHES   FONCTIONS             *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'TOUCHE FONCTION'.
           COPY DFHAID.
      *
      *------------------------------------------------------*
      *   DESCRIPTION   DES  ATTRIBUTS                       *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'ATTRIBUTS'.
           COPY DFHBMSCA.
      *
      *------------------------------------------------------*
      *   PROFIL OPERATEUR (VUE CICS FOPERAT) : HABILITATION *
      *   SUPERVISEUR                                        *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER OPERAT'.
           COPY FOPERAT.
      *
      *------------------------------------------------------*
      *   FICHIERS DES DEMANDES EN ATTENTE                   *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER APPSUP'.
           COPY FAPPSUP.
       01  FILLER      PIC X(16) VALUE 'FICHIER APPFUS'.
           COPY FAPPFUS.
       01  FILLER      PIC X(16) VALUE 'FICHIER GESTE'.
           COPY FGESTE.
       01  FILLER      PIC X(16) VALUE 'FICHIER DEMPRET'.
           COPY FDEMPRET.
      *
      *======================================================*
      *          L I N K A G E     S E C T I O N             *
      *======================================================*
      *
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05 FILLER           PIC X(200).
      *
      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*
      *
       PROCEDURE DIVISION.
      *
      *---------------------*
       10000-DEBUT-PROGRAMME.
      *---------------------*
           EXEC CICS HANDLE CONDITION
               ERROR(91000-ERREUR-CICS)
           END-EXEC

           MOVE LENGTH OF WS-COMMAREA TO LONG-COM
           .
      *---------------------*
       20000-TRAIT-PROGRAMME.
      *---------------------*
           IF EIBCALEN = 0
              EXEC CICS SEND FROM (WS-TRERR)
                        ERASE
              END-EXEC
              EXEC CICS RETURN
              END-EXEC
           ELSE
              MOVE DFHCOMMAREA  TO WS-COMMAREA
              PERFORM 21050-HABILITATIONS
              IF PREMIERE-FOIS
                 PERFORM 21000-PREMIERE-FOIS
              ELSE
                 PERFORM 22000-AUTRES-FOIS
              END-IF
           END-IF

           GOBACK
           .
      *----------------------*
       21000-PREMIERE-FOIS.
      *----------------------*
           MOVE '0' TO WS-COM-PREM

           MOVE LOW-VALUE TO MAPSUO

           EXEC CICS ASKTIME
                     ABSTIME(DATE-ABS)
           END-EXEC

           EXEC CICS FORMATTIME
                     ABSTIME(DATE-ABS)
                     DATESEP('/')
                     DDMMYYYY(DATEO)
                     TIME(HEUREO)
                     TIMESEP(':')
           END-EXEC

           MOVE EIBTRMID TO TERM
           MOVE EIBTRNID TO TRANS
           MOVE WS-TRTM TO TRTMO
           MOVE WS-OPID TO OPERO

      *    LA FILE S'OUVRE SUR LE PREMIER MODULE
           MOVE 1     TO WS-POS-MODULE
           MOVE SPACE TO WS-POS-CLE
           PERFORM 21400-CHARGER-PAGE
           PERFORM 21500-MESSAGE-PAGE
           PERFORM 21600-PRESENTER-PAGE

           MOVE -1 TO SELSUPL

           PERFORM 21300-ENVOI-PREMIERE-FOIS
           PERFORM 29900-RETOUR-CICS
           .
      *-----------------------*
       21050-HABILITATIONS.
      *-----------------------*
      *    SUPPRESSIONS ET FUSIONS : HABILITATION DU MENU ;
      *    GESTES ET PRETS : OPERATEUR ACTIF, PORTEUR DE
      *    L'HABILITATION SUPERVISEUR ET DU GUICHET
      *-----------------------*
           MOVE '0' TO INDIC-HAB-SUPPR
           MOVE '0' TO INDIC-HAB-SUPERV

           IF AUT-SUPPRES
              MOVE '1' TO INDIC-HAB-SUPPR
           END-IF

           MOVE WS-OPID TO O-OPID
           EXEC CICS READ FILE('FOPERAT')
                     RIDFLD(O-OPID)
                     INTO(O-OPERATEUR)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NORMAL)
              AND O-OPER-ACTIF AND O-SUPERV-OK AND AUT-GUICHET
              MOVE '1' TO INDIC-HAB-SUPERV
           END-IF
           .
      *-------------------------*
       21300-ENVOI-PREMIERE-FOIS.
      *-------------------------*
           IF ERREUR
              MOVE MESS-ERR(NUM-MES) TO MESSAGEO
           END-IF

           EXEC CICS SEND
                     MAP    (MA-MAP)
                     MAPSET (MON-MAPSET)
                     FROM   (MAPSUO)
                     ERASE
                     CURSOR
           END-EXEC
           .
      *-----------------*
       22000-AUTRES-FOIS.
      *-----------------*
           MOVE LOW-VALUE TO MAPSUI

           EXEC CICS RECEIVE
                     MAP    (MA-MAP)
                     MAPSET (MON-MAPSET)
                     INTO   (MAPSUI)
                     RESP   (C-R)
           END-EXEC

           IF C-R NOT = DFHRESP(NORMAL) AND NOT = DFHRESP(MAPFAIL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           MOVE '0' TO INDIC-ERREUR
           MOVE WS-NOM-CLI TO WS-POSITION

           IF EIBAID = DFHENTER
              PERFORM 22100-TRAITEMENT-NORMAL
           END-IF

           IF EIBAID = DFHPF7
              PERFORM 22500-DEBUT-FILE
           END-IF

           IF EIBAID = DFHPF8
              PERFORM 22600-PAGE-SUIVANTE
           END-IF

           IF EIBAID = DFHPF3
              PERFORM 22800-RET-MENU
           END-IF

           IF EIBAID = DFHPF12
              PERFORM 22900-FIN-TRANSACTION
           END-IF

           IF EIBAID NOT = DFHPF12 AND NOT = DFHPF3
               AND NOT = DFHPF7 AND NOT = DFHPF8
               AND NOT = DFHENTER
              PERFORM 22200-ERREUR-TOUCHE
              PERFORM 21400-CHARGER-PAGE
           END-IF

           MOVE -1 TO SELSUPL
           PERFORM 21600-PRESENTER-PAGE
           PERFORM 22300-ENVOI-AUTRES-FOIS
           PERFORM 29900-RETOUR-CICS
           .
      *------------------------*
       22100-TRAITEMENT-NORMAL.
      *------------------------*
      *    LA PAGE EST RECONSTRUITE DEPUIS LA POSITION
      *    MEMORISEE (UNE DEMANDE A PU ETRE TRAITEE ENTRE
      *    TEMPS) ; UNE SELECTION SAISIE DEBRANCHE ENSUITE
      *    SUR L'ECRAN D'APPROBATION DE LA LIGNE CHOISIE
      *------------------------*
           PERFORM 21400-CHARGER-PAGE

           IF SELSUPI = SPACE OR LOW-VALUE
              PERFORM 21500-MESSAGE-PAGE
           ELSE
              PERFORM 22400-SELECTIONNER
           END-IF
           .
      *------------------------*
       22400-SELECTIONNER.
      *------------------------*
           IF SELSUPI NOT NUMERIC
              MOVE '1' TO INDIC-ERREUR
              MOVE 6   TO NUM-MES
              GO TO 22400-EXIT
           END-IF

           MOVE SELSUPI TO WS-SEL-NUM
           IF WS-SEL-NUM < 1 OR WS-SEL-NUM > WS-NB-LIGNES
              MOVE '1' TO INDIC-ERREUR
              MOVE 6   TO NUM-MES
              GO TO 22400-EXIT
           END-IF

      *    MARQUEUR 9 : L'ECRAN D'APPROBATION S'OUVRE SUR LA
      *    DEMANDE CHOISIE (CLIENT DANS WS-NUM-CLI POUR VALSUP
      *    ET VALFUS ; COMPTE ET SEQUENCE * 10 + RANG DANS
      *    WS-LIST-TOP / WS-LIST-BOTTOM POUR GESGEST ; NUMERO
      *    DE DEMANDE DANS WS-LIST-TOP POUR GESDPRT)
           MOVE SPACE TO WS-NOM-CLI
           MOVE SPACE TO WS-PNOM
           MOVE 9   TO WS-PROG-APPEL
           MOVE '1' TO WS-COM-PREM
           EVALUATE MOD-LIGNE(WS-SEL-NUM)
              WHEN 1
                 MOVE CLE-LIGNE(WS-SEL-NUM)(1:8) TO WS-CLE-NUM
                 MOVE WS-CLE-NUM TO WS-NUM-CLI
                 EXEC CICS XCTL
                     PROGRAM  ('VALSUP')
                     COMMAREA (WS-COMMAREA)
                     LENGTH   (LONG-COM)
                 END-EXEC
              WHEN 2
                 MOVE CLE-LIGNE(WS-SEL-NUM)(1:8) TO WS-CLE-NUM
                 MOVE WS-CLE-NUM TO WS-NUM-CLI
                 EXEC CICS XCTL
                     PROGRAM  ('VALFUS')
                     COMMAREA (WS-COMMAREA)
                     LENGTH   (LONG-COM)
                 END-EXEC
              WHEN 3
                 MOVE CLE-LIGNE(WS-SEL-NUM) TO GST-CLE
                 MOVE GST-ID-CPTE TO WS-CLE-NUM
                 MOVE WS-CLE-NUM  TO WS-LIST-TOP
                 COMPUTE WS-LIST-BOTTOM = GST-SEQ-HST * 10
                                        + GST-RANG
                 EXEC CICS XCTL
                     PROGRAM  ('GESGEST')
                     COMMAREA (WS-COMMAREA)
                     LENGTH   (LONG-COM)
                 END-EXEC
              WHEN 4
                 MOVE CLE-LIGNE(WS-SEL-NUM)(1:8) TO WS-CLE-NUM
                 MOVE WS-CLE-NUM TO WS-LIST-TOP
                 EXEC CICS XCTL
                     PROGRAM  ('GESDPRT')
                     COMMAREA (WS-COMMAREA)
                     LENGTH   (LONG-COM)
                 END-EXEC
           END-EVALUATE
           .
       22400-EXIT.
           EXIT.
      *------------------------*
       22500-DEBUT-FILE.
      *------------------------*
           MOVE 1     TO WS-POS-MODULE
           MOVE SPACE TO WS-POS-CLE
           PERFORM 21400-CHARGER-PAGE
           PERFORM 21500-MESSAGE-PAGE
           .
      *------------------------*
       22600-PAGE-SUIVANTE.
      *------------------------*
           IF WS-PNOM = SPACE
              PERFORM 21400-CHARGER-PAGE
              MOVE '1' TO INDIC-ERREUR
              MOVE 5   TO NUM-MES
           ELSE
              MOVE WS-PNOM TO WS-POSITION
              PERFORM 21400-CHARGER-PAGE
              PERFORM 21500-MESSAGE-PAGE
           END-IF
           .
      *------------------------*
       21400-CHARGER-PAGE.
      *------------------------*
      *    PARCOURS DES MODULES A PARTIR DE LA POSITION : LES
      *    DIX PREMIERES DEMANDES RETENUES FORMENT LA PAGE, LA
      *    ONZIEME DONNE LA POSITION DE LA PAGE SUIVANTE
      *------------------------*
           MOVE 0     TO WS-NB-LIGNES
           MOVE '0'   TO INDIC-PAGE-PLEINE
           MOVE SPACE TO WS-SUITE

           EXEC CICS ASKTIME
                     ABSTIME(DATE-ABS)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(DATE-ABS)
                     YYYYMMDD(WS-DATE-JOUR)
           END-EXEC
           MOVE WS-DATE-JOUR TO WS-NJ-DATE
           PERFORM 25000-NUMERO-JOUR
           MOVE WS-NUM-JOUR TO WS-NUM-JOUR-DU

           IF WS-POS-MODULE NOT NUMERIC
              OR WS-POS-MODULE < 1 OR WS-POS-MODULE > 4
              MOVE 1     TO WS-POS-MODULE
              MOVE SPACE TO WS-POS-CLE
           END-IF

           PERFORM 21410-PARCOURIR-MODULE
              VARYING WS-MODULE FROM WS-POS-MODULE BY 1
              UNTIL WS-MODULE > 4 OR PAGE-PLEINE

           MOVE WS-POSITION TO WS-NOM-CLI
           MOVE WS-SUITE    TO WS-PNOM
           .
      *------------------------*
       21410-PARCOURIR-MODULE.
      *------------------------*
      *    LA CLE DE DEPART N'EST REPRISE QUE DANS LE MODULE
      *    DE LA POSITION ; LES MODULES SUIVANTS SONT LUS
      *    DEPUIS LEUR DEBUT
      *------------------------*
           MOVE SPACE TO WS-CLE-LUE
           IF WS-MODULE = WS-POS-MODULE
              MOVE WS-POS-CLE TO WS-CLE-LUE
           END-IF

           EVALUATE WS-MODULE
              WHEN 1
                 IF HAB-SUPPR
                    PERFORM 23100-FILE-SUPPRESSIONS
                 END-IF
              WHEN 2
                 IF HAB-SUPPR
                    PERFORM 23200-FILE-FUSIONS
                 END-IF
              WHEN 3
                 IF HAB-SUPERV
                    PERFORM 23300-FILE-GESTES
                 END-IF
              WHEN 4
                 IF HAB-SUPERV
                    PERFORM 23400-FILE-PRETS
                 END-IF
           END-EVALUATE
           .
      *------------------------*
       21500-MESSAGE-PAGE.
      *------------------------*
           MOVE '1' TO INDIC-ERREUR
           IF NOT HAB-SUPPR AND NOT HAB-SUPERV
              MOVE 8 TO NUM-MES
           ELSE
              IF WS-NB-LIGNES = 0
                 MOVE 3 TO NUM-MES
              ELSE
                 MOVE 4 TO NUM-MES
              END-IF
           END-IF
           .
      *----------------------*
       21600-PRESENTER-PAGE.
      *----------------------*
           MOVE WS-OPID TO OPERO
           MOVE SPACE   TO SELSUPO
           PERFORM 21610-PRESENTER-UNE-LIGNE
              VARYING WS-IND-DST FROM 1 BY 1
              UNTIL WS-IND-DST > 10
           .
      *-----------------------------*
       21610-PRESENTER-UNE-LIGNE.
      *-----------------------------*
           IF WS-IND-DST <= WS-NB-LIGNES
              MOVE TYP-LIGNE(WS-IND-DST) TO TYPLIGO(WS-IND-DST)
              MOVE REF-LIGNE(WS-IND-DST) TO REFLIGO(WS-IND-DST)
              MOVE DEM-LIGNE(WS-IND-DST) TO DEMLIGO(WS-IND-DST)
              MOVE DAT-LIGNE(WS-IND-DST) TO DATLIGO(WS-IND-DST)
              MOVE MNT-LIGNE(WS-IND-DST) TO MNTLIGO(WS-IND-DST)
              MOVE AGE-LIGNE(WS-IND-DST) TO AGELIGO(WS-IND-DST)
           ELSE
              MOVE SPACE TO TYPLIGO(WS-IND-DST)
              MOVE SPACE TO REFLIGO(WS-IND-DST)
              MOVE SPACE TO DEMLIGO(WS-IND-DST)
              MOVE SPACE TO DATLIGO(WS-IND-DST)
              MOVE SPACE TO MNTLIGO(WS-IND-DST)
              MOVE SPACE TO AGELIGO(WS-IND-DST)
           END-IF
           .
      *------------------------*
       23100-FILE-SUPPRESSIONS.
      *------------------------*
      *    FAPPSUP : TOUTE DEMANDE PRESENTE EST EN ATTENTE
      *------------------------*
           MOVE ZERO TO WS-CLE-NUM
           IF WS-CLE-LUE NOT = SPACE
              MOVE WS-CLE-LUE(1:8) TO WS-CLE-NUM
           END-IF
           MOVE '0' TO INDIC-FIN-BROWSE

           EXEC CICS STARTBR FILE('FAPPSUP')
                     RIDFLD(WS-CLE-NUM)
                     GTEQ
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NORMAL)
              PERFORM 23110-LIRE-SUPPRESSION THRU 23110-EXIT
                 UNTIL FIN-BROWSE OR PAGE-PLEINE
              EXEC CICS ENDBR FILE('FAPPSUP')
              END-EXEC
           END-IF
           .
      *------------------------*
       23110-LIRE-SUPPRESSION.
      *------------------------*
           EXEC CICS READNEXT FILE('FAPPSUP')
                     INTO(P-APPROB-SUP)
                     RIDFLD(WS-CLE-NUM)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              MOVE '1' TO INDIC-FIN-BROWSE
              GO TO 23110-EXIT
           END-IF

           IF P-OPID-DEMANDE = WS-OPID
              GO TO 23110-EXIT
           END-IF

           MOVE SPACE            TO WS-DEM-CLE WS-DEM-REF
           MOVE P-NUMERO         TO WS-DEM-CLE(1:8)
           MOVE P-NUMERO         TO WS-DEM-REF(1:8)
           MOVE P-OPID-DEMANDE   TO WS-DEM-OPID
           MOVE P-DATE-DEMANDE   TO WS-DATE-JJMMAA
           PERFORM 24100-DATE-JJMMAA
           MOVE ZERO             TO WS-DEM-MONTANT
           PERFORM 24000-RETENIR-DEMANDE
           .
       23110-EXIT.
           EXIT.
      *------------------------*
       23200-FILE-FUSIONS.
      *------------------------*
      *    FAPPFUS : TOUTE DEMANDE PRESENTE EST EN ATTENTE
      *------------------------*
           MOVE ZERO TO WS-CLE-NUM
           IF WS-CLE-LUE NOT = SPACE
              MOVE WS-CLE-LUE(1:8) TO WS-CLE-NUM
           END-IF
           MOVE '0' TO INDIC-FIN-BROWSE

           EXEC CICS STARTBR FILE('FAPPFUS')
                     RIDFLD(WS-CLE-NUM)
                     GTEQ
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NORMAL)
              PERFORM 23210-LIRE-FUSION THRU 23210-EXIT
                 UNTIL FIN-BROWSE OR PAGE-PLEINE
              EXEC CICS ENDBR FILE('FAPPFUS')
              END-EXEC
           END-IF
           .
      *------------------------*
       23210-LIRE-FUSION.
      *------------------------*
           EXEC CICS READNEXT FILE('FAPPFUS')
                     INTO(FU-APPROB-FUS)
                     RIDFLD(WS-CLE-NUM)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              MOVE '1' TO INDIC-FIN-BROWSE
              GO TO 23210-EXIT
           END-IF

           IF FU-OPID-DEMANDE = WS-OPID
              GO TO 23210-EXIT
           END-IF

           MOVE SPACE            TO WS-DEM-CLE
           MOVE FU-ABSORBE       TO WS-DEM-CLE(1:8)
           MOVE FU-ABSORBE       TO WS-REF-ABSORBE
           MOVE FU-ABSORBANT     TO WS-REF-ABSORBANT
           MOVE WS-REF-FUSION    TO WS-DEM-REF
           MOVE FU-OPID-DEMANDE  TO WS-DEM-OPID
           MOVE FU-DATE-DEMANDE  TO WS-DATE-JJMMAA
           PERFORM 24100-DATE-JJMMAA
           MOVE ZERO             TO WS-DEM-MONTANT
           PERFORM 24000-RETENIR-DEMANDE
           .
       23210-EXIT.
           EXIT.
      *------------------------*
       23300-FILE-GESTES.
      *------------------------*
      *    FGESTE : DEMANDES EN ATTENTE (STATUT D) ; LES
      *    DEMANDES TRANCHEES SONT CONSERVEES DANS LE FICHIER
      *------------------------*
           MOVE LOW-VALUE TO WS-CLE-GST
           IF WS-CLE-LUE NOT = SPACE
              MOVE WS-CLE-LUE TO WS-CLE-GST
           END-IF
           MOVE '0' TO INDIC-FIN-BROWSE

           EXEC CICS STARTBR FILE('FGESTE')
                     RIDFLD(WS-CLE-GST)
                     GTEQ
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NORMAL)
              PERFORM 23310-LIRE-GESTE THRU 23310-EXIT
                 UNTIL FIN-BROWSE OR PAGE-PLEINE
              EXEC CICS ENDBR FILE('FGESTE')
              END-EXEC
           END-IF
           .
      *------------------------*
       23310-LIRE-GESTE.
      *------------------------*
           EXEC CICS READNEXT FILE('FGESTE')
                     INTO(GST-DEMANDE)
                     RIDFLD(WS-CLE-GST)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              MOVE '1' TO INDIC-FIN-BROWSE
              GO TO 23310-EXIT
           END-IF

           IF NOT GST-EN-ATTENTE OR GST-OPID-DEMANDE = WS-OPID
              GO TO 23310-EXIT
           END-IF

           MOVE GST-CLE          TO WS-DEM-CLE
           MOVE GST-ID-CPTE      TO WS-REF-CPTE
           MOVE GST-SEQ-HST      TO WS-REF-SEQ
           MOVE GST-RANG         TO WS-REF-RANG
           MOVE WS-REF-GESTE     TO WS-DEM-REF
           MOVE GST-OPID-DEMANDE TO WS-DEM-OPID
           MOVE GST-DATE-DEMANDE TO WS-DEM-DATE
           MOVE GST-MONTANT      TO WS-DEM-MONTANT
           PERFORM 24000-RETENIR-DEMANDE
           .
       23310-EXIT.
           EXIT.
      *------------------------*
       23400-FILE-PRETS.
      *------------------------*
      *    FDEMPRET : DEMANDES A REVOIR (STATUT R), RENVOYEES
      *    AU SUPERVISEUR PAR LE PASSAGE DE NUIT DECPRET
      *------------------------*
           MOVE ZERO TO WS-CLE-NUM
           IF WS-CLE-LUE NOT = SPACE
              MOVE WS-CLE-LUE(1:8) TO WS-CLE-NUM
           END-IF
           MOVE '0' TO INDIC-FIN-BROWSE

           EXEC CICS STARTBR FILE('FDEMPRET')
                     RIDFLD(WS-CLE-NUM)
                     GTEQ
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NORMAL)
              PERFORM 23410-LIRE-PRET THRU 23410-EXIT
                 UNTIL FIN-BROWSE OR PAGE-PLEINE
              EXEC CICS ENDBR FILE('FDEMPRET')
              END-EXEC
           END-IF
           .
      *------------------------*
       23410-LIRE-PRET.
      *------------------------*
           EXEC CICS READNEXT FILE('FDEMPRET')
                     INTO(DPR-DEMANDE)
                     RIDFLD(WS-CLE-NUM)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              MOVE '1' TO INDIC-FIN-BROWSE
              GO TO 23410-EXIT
           END-IF

           IF NOT DPR-A-REVOIR OR DPR-OPID-SAISIE = WS-OPID
              GO TO 23410-EXIT
           END-IF

      *    L'ATTENTE DU SUPERVISEUR COURT DEPUIS LA DECISION
      *    A REVOIR DU PASSAGE DE NUIT (A DEFAUT LA SAISIE)
           MOVE SPACE            TO WS-DEM-CLE WS-DEM-REF
           MOVE DPR-NUM-DEMANDE  TO WS-DEM-CLE(1:8)
           MOVE DPR-NUM-DEMANDE  TO WS-DEM-REF(1:8)
           MOVE DPR-OPID-SAISIE  TO WS-DEM-OPID
           IF DPR-DATE-DECISION > ZERO
              MOVE DPR-DATE-DECISION TO WS-DEM-DATE
           ELSE
              MOVE DPR-DATE-SAISIE   TO WS-DEM-DATE
           END-IF
           MOVE DPR-MONTANT      TO WS-DEM-MONTANT
           PERFORM 24000-RETENIR-DEMANDE
           .
       23410-EXIT.
           EXIT.
      *------------------------*
       24000-RETENIR-DEMANDE.
      *------------------------*
      *    UNE ONZIEME DEMANDE NE S'AFFICHE PAS : ELLE DONNE LA
      *    POSITION DE LA PAGE SUIVANTE
      *------------------------*
           IF WS-NB-LIGNES = 10
              MOVE WS-MODULE  TO WS-SUI-MODULE
              MOVE WS-DEM-CLE TO WS-SUI-CLE
              MOVE '1' TO INDIC-PAGE-PLEINE
           ELSE
              ADD 1 TO WS-NB-LIGNES
              MOVE WS-MODULE   TO MOD-LIGNE(WS-NB-LIGNES)
              MOVE WS-DEM-CLE  TO CLE-LIGNE(WS-NB-LIGNES)
              MOVE LIB-MODULE(WS-MODULE) TO TYP-LIGNE(WS-NB-LIGNES)
              MOVE WS-DEM-REF  TO REF-LIGNE(WS-NB-LIGNES)
              MOVE WS-DEM-OPID TO DEM-LIGNE(WS-NB-LIGNES)

              MOVE WS-DEM-DATE TO WS-DATE-AMJ
              MOVE WS-AMJ-JJ   TO WS-ED-JJ
              MOVE WS-AMJ-MM   TO WS-ED-MM
              MOVE WS-DATE-AMJ(1:4) TO WS-ED-SSAA
              MOVE WS-DATE-ED  TO DAT-LIGNE(WS-NB-LIGNES)

              IF WS-DEM-MONTANT > ZERO
                 MOVE WS-DEM-MONTANT TO WS-MNT-EDIT
                 MOVE WS-MNT-EDIT    TO MNT-LIGNE(WS-NB-LIGNES)
              ELSE
                 MOVE SPACE TO MNT-LIGNE(WS-NB-LIGNES)
              END-IF

              MOVE WS-DEM-DATE TO WS-NJ-DATE
              PERFORM 25000-NUMERO-JOUR
              COMPUTE WS-AGE = WS-NUM-JOUR-DU - WS-NUM-JOUR
              IF WS-AGE < 0
                 MOVE 0 TO WS-AGE
              END-IF
              IF WS-AGE > 9999
                 MOVE 9999 TO WS-AGE
              END-IF
              MOVE WS-AGE      TO WS-AGE-EDIT
              MOVE WS-AGE-EDIT TO AGE-LIGNE(WS-NB-LIGNES)
           END-IF
           .
      *------------------------*
       24100-DATE-JJMMAA.
      *------------------------*
      *    DATE JJ/MM/AA DES ECRANS SUPCLI ET FUSCLI (SIECLE
      *    20) EN AAAAMMJJ
      *------------------------*
           MOVE 20        TO WS-AMJ-SS
           MOVE WS-JMA-AA TO WS-AMJ-AA
           MOVE WS-JMA-MM TO WS-AMJ-MM
           MOVE WS-JMA-JJ TO WS-AMJ-JJ
           MOVE WS-DATE-AMJ TO WS-DEM-DATE
           .
      *------------------------*
       25000-NUMERO-JOUR.
      *------------------------*
      *    NUMERO DU JOUR WS-NJ-DATE (AAAAMMJJ) : JOURS DES
      *    ANNEES ENTIERES ECOULEES, DES MOIS ENTIERS DE
      *    L'ANNEE (UN JOUR DE PLUS APRES FEVRIER D'UNE ANNEE
      *    BISSEXTILE) ET QUANTIEME DU MOIS
      *------------------------*
           IF WS-NJ-DATE NOT NUMERIC OR WS-NJ-SSAA = ZERO
              OR WS-NJ-MM < 1 OR WS-NJ-MM > 12
              MOVE WS-NUM-JOUR-DU TO WS-NUM-JOUR
              GO TO 25000-EXIT
           END-IF

           COMPUTE WS-NJ-AN-PREC = WS-NJ-SSAA - 1
           COMPUTE WS-NUM-JOUR = WS-NJ-AN-PREC * 365
           DIVIDE WS-NJ-AN-PREC BY 4   GIVING WS-NJ-QUOT
           ADD WS-NJ-QUOT TO WS-NUM-JOUR
           DIVIDE WS-NJ-AN-PREC BY 100 GIVING WS-NJ-QUOT
           SUBTRACT WS-NJ-QUOT FROM WS-NUM-JOUR
           DIVIDE WS-NJ-AN-PREC BY 400 GIVING WS-NJ-QUOT
           ADD WS-NJ-QUOT TO WS-NUM-JOUR
           ADD CUMUL-MOIS(WS-NJ-MM) WS-NJ-JJ TO WS-NUM-JOUR

           MOVE 'N' TO WS-NJ-BISSEXTILE
           DIVIDE WS-NJ-SSAA BY 4 GIVING WS-NJ-QUOT
                                  REMAINDER WS-NJ-RESTE
           IF WS-NJ-RESTE = 0
              MOVE 'O' TO WS-NJ-BISSEXTILE
              DIVIDE WS-NJ-SSAA BY 100 GIVING WS-NJ-QUOT
                                     REMAINDER WS-NJ-RESTE
              IF WS-NJ-RESTE = 0
                 MOVE 'N' TO WS-NJ-BISSEXTILE
                 DIVIDE WS-NJ-SSAA BY 400 GIVING WS-NJ-QUOT
                                        REMAINDER WS-NJ-RESTE
                 IF WS-NJ-RESTE = 0
                    MOVE 'O' TO WS-NJ-BISSEXTILE
                 END-IF
              END-IF
           END-IF

           IF NJ-BISSEXTILE AND WS-NJ-MM > 2
              ADD 1 TO WS-NUM-JOUR
           END-IF
           .
       25000-EXIT.
           EXIT.
      *--------------------*
       22200-ERREUR-TOUCHE.
      *--------------------*
           MOVE 1  TO  NUM-MES
           MOVE '1' TO  INDIC-ERREUR
           .
      *-------------------------*
       22300-ENVOI-AUTRES-FOIS.
      *-------------------------*
           IF ERREUR
              MOVE MESS-ERR(NUM-MES) TO MESSAGEO
           ELSE
              MOVE SPACE              TO MESSAGEO
           END-IF

           EXEC CICS SEND
                     MAP    (MA-MAP)
                     MAPSET (MON-MAPSET)
                     FROM   (MAPSUO)
                     DATAONLY
                     CURSOR
           END-EXEC
           .
      *----------------------*
       22800-RET-MENU.
      *----------------------*
           MOVE '1'      TO WS-COM-PREM
           MOVE 0        TO WS-CHOIX-NUM
           MOVE SPACE    TO WS-NOM-CLI
           MOVE SPACE    TO WS-PNOM

           EXEC CICS XCTL
               PROGRAM  ('GESCLI10')
               COMMAREA (WS-COMMAREA)
               LENGTH   (LONG-COM)
           END-EXEC
           .
      *----------------------*
       22900-FIN-TRANSACTION.
      *----------------------*
           MOVE 2        TO NUM-MES
           MOVE '1'      TO INDIC-ERREUR

           PERFORM 22300-ENVOI-AUTRES-FOIS.

           EXEC CICS RETURN
           END-EXEC
           .
      *-----------------*
       29900-RETOUR-CICS.
      *-----------------*
            EXEC CICS RETURN
                      TRANSID  (MA-TRX)
                      COMMAREA (WS-COMMAREA)
                      LENGTH   (LONG-COM)
            END-EXEC
            .
      *-----------------*
       91000-ERREUR-CICS.
      *-----------------*
           MOVE '1'             TO INDIC-ERREUR
           MOVE  7              TO NUM-MES
           PERFORM 22300-ENVOI-AUTRES-FOIS
           EXEC CICS RETURN
           END-EXEC
           .
