      *======================================================*
      *   DEMANDE DE FUSION DE DEUX CLIENTS EN DOUBLON       *
      *   (PAIRE CONFIRMEE, PAR EXEMPLE LISTEE PAR DUPCLI) : *
      *   L'OPERATEUR SAISIT LE CLIENT ABSORBE ET LE CLIENT  *
      *   ABSORBANT (SURVIVANT). ENTREE = CONTROLER ET       *
      *   AFFICHER LES DEUX FICHES, PF5 = DEPOSER LA DEMANDE *
      *   DANS FAPPFUS. CONTROLE A QUATRE YEUX : LA FUSION   *
      *   N'EST APPLIQUEE QU'A L'APPROBATION PAR UN SECOND   *
      *   OPERATEUR DANS VALFUS (ACCESSIBLE PAR PF4).        *
      *   RESERVE AUX OPERATEURS HABILITES MODIFICATION.     *
      *======================================================*
      *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUSCLI.
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
       01 MON-PROG           PIC X(08) VALUE 'FUSCLI'.
       01 MON-MAPSET         PIC X(08) VALUE 'FUSCLI'.
       01 MA-MAP             PIC X(08) VALUE 'MAPFU'.
       01 MA-TRX             PIC X(04) VALUE 'TFUA'.
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
              VALUE 'LES DEUX NUMEROS DE CLIENT SONT OBLIGATOIRES'.
      *- 4
           05 FILLER               PIC X(65)
              VALUE 'LE NUMERO DE CLIENT DOIT ETRE NUMERIQUE'.
      *- 5
           05 FILLER               PIC X(65)
              VALUE 'CLIENT ABSORBE INCONNU OU INACTIF'.
      *- 6
           05 FILLER               PIC X(65)
              VALUE 'CLIENT ABSORBANT INCONNU OU INACTIF'.
      *- 7
           05 FILLER               PIC X(65)
              VALUE 'ERREUR GRAVE DANS LE PROGRAMME'.
      *- 8
           05 FILLER               PIC X(65)
              VALUE 'VERIFIEZ LES DEUX FICHES - PF5 DEMANDER LA FUSION'.
      *- 9
           05 FILLER               PIC X(65)
              VALUE 'DEMANDE ENREGISTREE - EN ATTENTE D APPROBATION'.
      *- 10
           05 FILLER               PIC X(65)
              VALUE 'DEMANDE DE FUSION DEJA EN ATTENTE POUR CE CLIENT'.
      *- 11
           05 FILLER               PIC X(65)
              VALUE 'LES DEUX NUMEROS DESIGNENT LE MEME CLIENT'.
      *- 12
           05 FILLER               PIC X(65)
              VALUE 'FUSION IMPOSSIBLE ENTRE PARTICULIER ET ENTREPRISE'.
      *- 13
           05 FILLER               PIC X(65)
              VALUE 'SUPPRESSION EN ATTENTE POUR UN DES DEUX CLIENTS'.
      *- 14
           05 FILLER               PIC X(65)
              VALUE 'TROP DE COMPTES POUR L ABSORBANT (SUFFIXE 99)'.
      *- 15
           05 FILLER               PIC X(65)
              VALUE 'L ABSORBANT EST LUI-MEME EN ATTENTE DE FUSION'.
      *- 16
           05 FILLER               PIC X(65)
              VALUE 'MATRICULES SALARIE DIFFERENTS - FUSION REFUSEE'.
      *-
       01  TB-MESS-ERREUR REDEFINES TB-MESSAGES.
           05 MESS-ERR OCCURS 16   PIC X(65).

       01  NUM-MES         PIC S9(4) COMP.
      *
      *------------------------------------------------------*
      *   ZONE DE COMMUNICATION                              *
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
      *   VARIABLES DIVERSES                                 *
      *------------------------------------------------------*
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
      *    PAIRE SAISIE ET TYPE DE TITULAIRE DU CLIENT ABSORBE
       01  WS-NUM-ABSORBE         PIC 9(08).
       01  WS-NUM-ABSORBANT       PIC 9(08).
       01  WS-TYPE-ABSORBE        PIC X(01).
      *    MATRICULE SALARIE DE L'ABSORBE (ZERO = NON SALARIE)
       01  WS-SAL-ABSORBE         PIC 9(07).
      *
      *    COMPTES (FCLICPT) D'UN CLIENT : NOMBRE ET PLUS GRAND
      *    SUFFIXE ATTRIBUE ; LES COMPTES DU CLIENT ABSORBE
      *    PRENDRONT LES SUFFIXES SUIVANT CEUX DE L'ABSORBANT
       01  WS-NUM-BROWSE          PIC 9(08).
       01  WS-NB-CPTE             PIC S9(4) COMP.
       01  WS-MAX-SUFFIXE         PIC S9(4) COMP.
       01  WS-NB-CPTE-ABS         PIC S9(4) COMP.
       01  WS-NB-EDIT             PIC ZZ9.
      *
      *------------------------------------------------------*
      *   VARIABLES BOOLEENNES                               *
      *------------------------------------------------------*
      *
       01  INDIC-ERREUR     PIC X(01) VALUE '0'.
           88 ERREUR     VALUE '1'.
      *
       01  WS-FIN-BROWSE          PIC X(01) VALUE 'N'.
           88 FIN-BROWSE          VALUE 'O'.
      *
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'ECRAN MAPFUCIA'.
           COPY MAPFUCIA.
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
      *   DESCRIPTION   DU  FICHIER FCLI : CLIENTS           *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER CLIENTS'.
           COPY FCLIENTS.
      *
      *------------------------------------------------------*
      *   DESCRIPTION DU FICHIER FCLICPT : CROSS-REFERENCE   *
      *   CLIENT / COMPTES                                   *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER CLICPT'.
           COPY FCLICPT.
      *
      *------------------------------------------------------*
      *   DESCRIPTION DU FICHIER FAPPSUP : DEMANDES DE        *
      *   SUPPRESSION EN ATTENTE D'APPROBATION               *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER APPSUP'.
           COPY FAPPSUP.
      *
      *------------------------------------------------------*
      *   DESCRIPTION DU FICHIER FAPPFUS : DEMANDES DE FUSION *
      *   EN ATTENTE D'APPROBATION                           *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER APPFUS'.
           COPY FAPPFUS.
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
              IF NOT AUT-MODIF
                 PERFORM 22700-RETOUR-NON-HABILITE
              END-IF
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

           MOVE LOW-VALUE TO MAPFUO

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

           MOVE -1 TO NUMABSL

           PERFORM 21300-ENVOI-PREMIERE-FOIS
           PERFORM 29900-RETOUR-CICS
           .
      *-------------------------*
       21300-ENVOI-PREMIERE-FOIS.
      *-------------------------*
           EXEC CICS SEND
                     MAP    (MA-MAP)
                     MAPSET (MON-MAPSET)
                     FROM   (MAPFUO)
                     ERASE
                     CURSOR
           END-EXEC
           .
      *-----------------*
       22000-AUTRES-FOIS.
      *-----------------*
           MOVE LOW-VALUE TO MAPFUI

           EXEC CICS RECEIVE
                     MAP    (MA-MAP)
                     MAPSET (MON-MAPSET)
                     INTO   (MAPFUI)
                     RESP   (C-R)
           END-EXEC

           IF C-R NOT = DFHRESP(NORMAL) AND NOT = DFHRESP(MAPFAIL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           MOVE '0' TO INDIC-ERREUR

           IF EIBAID = DFHENTER
              PERFORM 22100-CONTROLE-SAISIE
                  THRU 22100-FIN
              IF NOT ERREUR
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 8   TO NUM-MES
              END-IF
           END-IF

           IF EIBAID = DFHPF5
              PERFORM 23000-DEMANDE-FUSION
                  THRU 23000-FIN
           END-IF

           IF EIBAID = DFHPF3
              PERFORM 22800-RET-MENU
           END-IF

           IF EIBAID = DFHPF4
              PERFORM 22850-ALLER-VALFUS
           END-IF

           IF EIBAID = DFHPF12
              PERFORM 22900-FIN-TRANSACTION
           END-IF

           IF EIBAID NOT = DFHPF12 AND NOT = DFHPF3
               AND NOT = DFHPF4
               AND NOT = DFHPF5 AND NOT = DFHENTER
              PERFORM 22200-ERREUR-TOUCHE
           END-IF

           PERFORM 22300-ENVOI-AUTRES-FOIS
           PERFORM 29900-RETOUR-CICS
           .
      *-----------------------*
       22100-CONTROLE-SAISIE.
      *-----------------------*
      *    LES DEUX CLIENTS EXISTENT, SONT ACTIFS, DISTINCTS
      *    ET DE MEME TYPE DE TITULAIRE ; AUCUNE SUPPRESSION
      *    N'EST EN ATTENTE POUR EUX (FAPPSUP), L'ABSORBANT
      *    N'EST PAS LUI-MEME EN ATTENTE D'ABSORPTION (FAPPFUS)
      *    ET SES SUFFIXES DE COMPTE SUFFISENT A REPRENDRE LES
      *    COMPTES DE L'ABSORBE
      *-----------------------*
           MOVE SPACE TO NOMABSO PNMABSO VILABSO CPTABSO
           MOVE SPACE TO NOMSURO PNMSURO VILSURO CPTSURO

           IF NUMABSI = SPACE OR LOW-VALUE
              OR NUMSURI = SPACE OR LOW-VALUE
              MOVE '1' TO INDIC-ERREUR
              MOVE 3   TO NUM-MES
              MOVE -1  TO NUMABSL
              GO TO 22100-FIN
           END-IF

           IF NUMABSI NOT NUMERIC
              MOVE '1' TO INDIC-ERREUR
              MOVE 4   TO NUM-MES
              MOVE -1  TO NUMABSL
              GO TO 22100-FIN
           END-IF

           IF NUMSURI NOT NUMERIC
              MOVE '1' TO INDIC-ERREUR
              MOVE 4   TO NUM-MES
              MOVE -1  TO NUMSURL
              GO TO 22100-FIN
           END-IF

           MOVE NUMABSI TO WS-NUM-ABSORBE
           MOVE NUMSURI TO WS-NUM-ABSORBANT

           IF WS-NUM-ABSORBE = WS-NUM-ABSORBANT
              MOVE '1' TO INDIC-ERREUR
              MOVE 11  TO NUM-MES
              MOVE -1  TO NUMSURL
              GO TO 22100-FIN
           END-IF

           MOVE WS-NUM-ABSORBE TO E-NUMERO
           EXEC CICS READ FILE('FCLIENT')
                     RIDFLD(E-NUMERO)
                     INTO(E-CLIENT)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL) OR NOT E-CLI-ACTIF
              MOVE '1' TO INDIC-ERREUR
              MOVE 5   TO NUM-MES
              MOVE -1  TO NUMABSL
              GO TO 22100-FIN
           END-IF

           MOVE E-NOM-CLI   TO NOMABSO
           MOVE E-PNM-CLI   TO PNMABSO
           MOVE E-VILLE-CLI TO VILABSO
           MOVE E-TYPE-CLI  TO WS-TYPE-ABSORBE
           MOVE ZERO        TO WS-SAL-ABSORBE
           IF E-SALARIE-ID NUMERIC
              MOVE E-SALARIE-ID TO WS-SAL-ABSORBE
           END-IF

           MOVE WS-NUM-ABSORBANT TO E-NUMERO
           EXEC CICS READ FILE('FCLIENT')
                     RIDFLD(E-NUMERO)
                     INTO(E-CLIENT)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL) OR NOT E-CLI-ACTIF
              MOVE '1' TO INDIC-ERREUR
              MOVE 6   TO NUM-MES
              MOVE -1  TO NUMSURL
              GO TO 22100-FIN
           END-IF

           MOVE E-NOM-CLI   TO NOMSURO
           MOVE E-PNM-CLI   TO PNMSURO
           MOVE E-VILLE-CLI TO VILSURO

           IF E-CLI-ENTREPRISE
              AND WS-TYPE-ABSORBE NOT = 'M'
              MOVE '1' TO INDIC-ERREUR
              MOVE 12  TO NUM-MES
              MOVE -1  TO NUMSURL
              GO TO 22100-FIN
           END-IF

           IF NOT E-CLI-ENTREPRISE
              AND WS-TYPE-ABSORBE = 'M'
              MOVE '1' TO INDIC-ERREUR
              MOVE 12  TO NUM-MES
              MOVE -1  TO NUMSURL
              GO TO 22100-FIN
           END-IF

      *    LE LIEN SALARIE (REVUE SALACC) EST REPORTE SUR
      *    L'ABSORBANT PAR VALFUS : DEUX MATRICULES DIFFERENTS
      *    DESIGNENT DEUX PERSONNES, PAS UN DOUBLON
           IF WS-SAL-ABSORBE NOT = ZERO
              AND E-SALARIE-ID NUMERIC
              AND E-SALARIE-ID NOT = ZERO
              AND E-SALARIE-ID NOT = WS-SAL-ABSORBE
              MOVE '1' TO INDIC-ERREUR
              MOVE 16  TO NUM-MES
              MOVE -1  TO NUMSURL
              GO TO 22100-FIN
           END-IF

           PERFORM 22150-CONTROLE-APPSUP
           IF ERREUR
              GO TO 22100-FIN
           END-IF

           MOVE WS-NUM-ABSORBANT TO FU-ABSORBE
           EXEC CICS READ FILE('FAPPFUS')
                     RIDFLD(FU-ABSORBE)
                     INTO(FU-APPROB-FUS)
                     RESP(WS-RESPCR)
           END-EXEC

           EVALUATE WS-RESPCR
              WHEN DFHRESP(NORMAL)
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 15  TO NUM-MES
                 MOVE -1  TO NUMSURL
                 GO TO 22100-FIN
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 PERFORM 91000-ERREUR-CICS
           END-EVALUATE

           MOVE WS-NUM-ABSORBE TO WS-NUM-BROWSE
           PERFORM 22400-COMPTER-COMPTES
           MOVE WS-NB-CPTE     TO WS-NB-CPTE-ABS
           MOVE WS-NB-CPTE     TO WS-NB-EDIT
           MOVE WS-NB-EDIT     TO CPTABSO

           MOVE WS-NUM-ABSORBANT TO WS-NUM-BROWSE
           PERFORM 22400-COMPTER-COMPTES
           MOVE WS-NB-CPTE     TO WS-NB-EDIT
           MOVE WS-NB-EDIT     TO CPTSURO

           IF WS-MAX-SUFFIXE + WS-NB-CPTE-ABS > 99
              MOVE '1' TO INDIC-ERREUR
              MOVE 14  TO NUM-MES
              MOVE -1  TO NUMSURL
           END-IF
           .
       22100-FIN.
           EXIT.
      *-----------------------*
       22150-CONTROLE-APPSUP.
      *-----------------------*
      *    UNE DEMANDE DE SUPPRESSION EN ATTENTE SUR L'UN DES
      *    DEUX CLIENTS INTERDIT LA FUSION
      *-----------------------*
           MOVE WS-NUM-ABSORBE TO P-NUMERO
           PERFORM 22160-LIRE-APPSUP

           IF NOT ERREUR
              MOVE WS-NUM-ABSORBANT TO P-NUMERO
              PERFORM 22160-LIRE-APPSUP
           END-IF
           .
      *-----------------------*
       22160-LIRE-APPSUP.
      *-----------------------*
           EXEC CICS READ FILE('FAPPSUP')
                     RIDFLD(P-NUMERO)
                     INTO(P-APPROB-SUP)
                     RESP(WS-RESPCR)
           END-EXEC

           EVALUATE WS-RESPCR
              WHEN DFHRESP(NORMAL)
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 13  TO NUM-MES
                 MOVE -1  TO NUMABSL
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 PERFORM 91000-ERREUR-CICS
           END-EVALUATE
           .
      *-----------------------*
       22400-COMPTER-COMPTES.
      *-----------------------*
      *    PARCOURS DES COMPTES DU CLIENT WS-NUM-BROWSE
      *-----------------------*
           MOVE 0             TO WS-NB-CPTE WS-MAX-SUFFIXE
           MOVE 'N'           TO WS-FIN-BROWSE
           MOVE WS-NUM-BROWSE TO XRF-NUMERO
           MOVE ZERO          TO XRF-SUFFIXE

           EXEC CICS STARTBR FILE('FCLICPT')
                     RIDFLD(XRF-CLE)
                     GTEQ
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NORMAL)
              PERFORM 22450-LIRE-UN-COMPTE THRU 22450-FIN
                 UNTIL FIN-BROWSE
              EXEC CICS ENDBR FILE('FCLICPT')
              END-EXEC
           END-IF
           .
      *-----------------------*
       22450-LIRE-UN-COMPTE.
      *-----------------------*
           EXEC CICS READNEXT FILE('FCLICPT')
                     INTO(XRF-CLICPT)
                     RIDFLD(XRF-CLE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              OR XRF-NUMERO NOT = WS-NUM-BROWSE
              MOVE 'O' TO WS-FIN-BROWSE
              GO TO 22450-FIN
           END-IF

           ADD 1 TO WS-NB-CPTE
           IF XRF-SUFFIXE > WS-MAX-SUFFIXE
              MOVE XRF-SUFFIXE TO WS-MAX-SUFFIXE
           END-IF
           .
       22450-FIN.
           EXIT.
      *--------------------*
       23000-DEMANDE-FUSION.
      *--------------------*
      *    LES CONTROLES SONT REFAITS SUR LA SAISIE PRESENTE A
      *    L'ECRAN ; LA DEMANDE EST DEPOSEE DANS FAPPFUS AVEC
      *    L'IDENTITE DU DEMANDEUR, SOUS LE NUMERO DU CLIENT
      *    ABSORBE
      *--------------------*
           PERFORM 22100-CONTROLE-SAISIE
               THRU 22100-FIN
           IF ERREUR
              GO TO 23000-FIN
           END-IF

           EXEC CICS ASKTIME
                     ABSTIME(DATE-ABS)
           END-EXEC

           EXEC CICS FORMATTIME
                     ABSTIME(DATE-ABS)
                     DATESEP('/')
                     DDMMYY(FU-DATE-DEMANDE)
                     TIME(FU-HEURE-DEMANDE)
                     TIMESEP(':')
           END-EXEC

           MOVE WS-NUM-ABSORBE   TO FU-ABSORBE
           MOVE WS-NUM-ABSORBANT TO FU-ABSORBANT
           MOVE WS-OPID          TO FU-OPID-DEMANDE
           MOVE EIBTRMID         TO FU-TERM-DEMANDE
           MOVE SPACE            TO FU-APPROB-FUS(40:9)

           EXEC CICS WRITE FILE('FAPPFUS')
                     RIDFLD(FU-ABSORBE)
                     FROM(FU-APPROB-FUS)
                     LENGTH(LENGTH OF FU-APPROB-FUS)
                     RESP(WS-RESPCR)
           END-EXEC

           EVALUATE WS-RESPCR
              WHEN DFHRESP(NORMAL)
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 9   TO NUM-MES
              WHEN DFHRESP(DUPREC)
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 10  TO NUM-MES
                 MOVE -1  TO NUMABSL
              WHEN OTHER
                 PERFORM 91000-ERREUR-CICS
           END-EVALUATE
           .
       23000-FIN.
           EXIT.
      *-----------------------*
       22850-ALLER-VALFUS.
      *-----------------------*
           MOVE '1'      TO WS-COM-PREM
           MOVE 0        TO WS-NUM-CLI

           EXEC CICS XCTL
               PROGRAM  ('VALFUS')
               COMMAREA (WS-COMMAREA)
               LENGTH   (LONG-COM)
           END-EXEC
           .
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
                     FROM   (MAPFUO)
                     DATAONLY
                     CURSOR
           END-EXEC
           .
      *-----------------------*
       22700-RETOUR-NON-HABILITE.
      *-----------------------*
           MOVE '1'      TO WS-COM-PREM
           MOVE 0        TO WS-CHOIX-NUM

           EXEC CICS XCTL
               PROGRAM  ('GESCLI10')
               COMMAREA (WS-COMMAREA)
               LENGTH   (LONG-COM)
           END-EXEC
           .
      *----------------------*
       22800-RET-MENU.
      *----------------------*
           MOVE '1'      TO WS-COM-PREM
           MOVE 0        TO WS-CHOIX-NUM

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
