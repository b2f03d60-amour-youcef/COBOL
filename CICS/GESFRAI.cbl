      *======================================================*
      *   SAISIE ET APPROBATION DES NOTES DE FRAIS DU        *
      *   PERSONNEL (FICHIER FFRAIS, NUMERO DELIVRE PAR LE   *
      *   COMPTEUR 'NDF' DE FCTRLCLI) : EMPLOYE, DATE ET     *
      *   CATEGORIE DE LA DEPENSE, MONTANT ET REFERENCE DU   *
      *   JUSTIFICATIF. LA SAISIE EST RESERVEE AUX           *
      *   OPERATEURS HABILITES CREATION. LA NOTE EST         *
      *   APPROUVEE OU REFUSEE PAR LE CHEF DU SERVICE DE     *
      *   L'EMPLOYE (DM-MANAGER DU REFERENTIEL FDEPTMST),    *
      *   RECONNU PAR LE MATRICULE O-EMP-ID DE SON PROFIL    *
      *   OPERATEUR ; LA NOTE DU CHEF DE SERVICE LUI-MEME    *
      *   VA A UN SUPERVISEUR (O-AUT-SUPERV). PERSONNE NE    *
      *   TRANCHE SA PROPRE NOTE. PISTE D'AUDIT FAUDFRA SUR  *
      *   LE MODELE DE FAUDEMP. LES NOTES APPROUVEES SONT    *
      *   REMBOURSEES PAR LA PAIE SUIVANTE (NDFEXT/PAYROLL/  *
      *   NDFMAJ).                                           *
      *   ACCES PAR PF7 DEPUIS EMPLOOK.                      *
      *   ENTREE = AFFICHER LA NOTE, PF5 = NOUVELLE NOTE,    *
      *   PF6 = APPROUVER, PF7 = REFUSER                     *
      *======================================================*
      *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESFRAI.
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
       01 MON-PROG           PIC X(08) VALUE 'GESFRAI'.
       01 MON-MAPSET         PIC X(08) VALUE 'GESFRAI'.
       01 MA-MAP             PIC X(08) VALUE 'MAPO'.
       01 MA-TRX             PIC X(04) VALUE 'TOCA'.
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
              VALUE 'NUMERO DE NOTE OBLIGATOIRE (PF5 = NOUVELLE NOTE)'.
      *- 4
           05 FILLER               PIC X(65)
              VALUE 'NOTE DE FRAIS INCONNUE'.
      *- 5
           05 FILLER               PIC X(65)
              VALUE 'NOTE AFFICHEE - PF6 APPROUVER / PF7 REFUSER'.
      *- 6
           05 FILLER               PIC X(65)
              VALUE 'NOTE ENREGISTREE - EN ATTENTE D''APPROBATION'.
      *- 7
           05 FILLER               PIC X(65)
              VALUE 'EMPLOYE INCONNU OU SORTI DES EFFECTIFS'.
      *- 8
           05 FILLER               PIC X(65)
              VALUE 'DATE DE LA DEPENSE INVALIDE OU FUTURE (AAAAMMJJ)'.
      *- 9
           05 FILLER               PIC X(65)
              VALUE 'ERREUR GRAVE DANS LE PROGRAMME'.
      *- 10
           05 FILLER               PIC X(65)
              VALUE 'CATEGORIE : TR, HE, RE, KM OU DI'.
      *- 11
           05 FILLER               PIC X(65)
              VALUE 'MONTANT EN CENTIMES, NUMERIQUE ET NON NUL'.
      *- 12
           05 FILLER               PIC X(65)
              VALUE 'REFERENCE DU JUSTIFICATIF OBLIGATOIRE'.
      *- 13
           05 FILLER               PIC X(65)
              VALUE 'SAISIE RESERVEE AUX OPERATEURS HABILITES'.
      *- 14
           05 FILLER               PIC X(65)
              VALUE 'DECISION RESERVEE AU CHEF DE SERVICE'.
      *- 15
           05 FILLER               PIC X(65)
              VALUE 'DECISION INTERDITE SUR SA PROPRE NOTE'.
      *- 16
           05 FILLER               PIC X(65)
              VALUE 'NOTE DEJA TRANCHEE - PLUS MODIFIABLE'.
      *- 17
           05 FILLER               PIC X(65)
              VALUE 'NOTE APPROUVEE - REMBOURSEE PAR LA PROCHAINE PAIE'.
      *- 18
           05 FILLER               PIC X(65)
              VALUE 'NOTE REFUSEE'.
      *- 19
           05 FILLER               PIC X(65)
              VALUE 'PROFIL OPERATEUR NON RATTACHE A UN EMPLOYE'.
      *- 20
           05 FILLER               PIC X(65)
              VALUE 'SERVICE SANS CHEF DE SERVICE AU REFERENTIEL'.
      *-
       01  TB-MESS-ERREUR REDEFINES TB-MESSAGES.
           05 MESS-ERR OCCURS 20   PIC X(65).

       01  NUM-MES         PIC S9(4) COMP.
      *
      *------------------------------------------------------*
      *   ZONE DE COMMUNICATION (PROPRE A CETTE TRANSACTION) *
      *------------------------------------------------------*
      *
       01  WS-COMMAREA.
           05 WS-COM-PREM         PIC X(01).
              88 PREMIERE-FOIS       VALUE '1'.
           05 WS-OPID             PIC X(03).
      *
       01  LONG-COM               PIC S9(4) COMP.
      *
       01  C-R                    PIC S9(8) COMP.
       01  WS-RESPCR              PIC S9(8) COMP.
      *
      *------------------------------------------------------*
      *   REFERENTIEL DES SERVICES (VUE CICS DE DEPTMAST.DAT)*
      *   LE CHEF DE SERVICE SUIT LE BUDGET ANNUEL           *
      *------------------------------------------------------*
       01  WS-DEPT-REF.
           05 DM-CODE             PIC X(04).
           05 DM-NAME             PIC X(30).
           05 DM-ACTIVE           PIC X(01).
           05 DM-BUDGET           PIC X(12).
           05 DM-MANAGER          PIC X(07).
           05 DM-MANAGER-N REDEFINES DM-MANAGER
                                  PIC 9(07).
      *
      *------------------------------------------------------*
      *   FICHIERS                                           *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER EMPLOY'.
           COPY FEMPLOY.
      *
       01  FILLER      PIC X(16) VALUE 'FICHIER CONTROLE'.
           COPY FCTRLCLI.
      *
       01  FILLER      PIC X(16) VALUE 'FICHIER OPERAT'.
           COPY FOPERAT.
      *
       01  FILLER      PIC X(16) VALUE 'FICHIER FRAIS'.
           COPY FFRAIS.
      *
       01  FILLER      PIC X(16) VALUE 'FICHIER AUDFRA'.
           COPY FAUDFRA.
      *
      *------------------------------------------------------*
      *   ZONES DE TRAVAIL                                   *
      *------------------------------------------------------*
       01  WS-DATE-JOUR           PIC 9(08).
       01  WS-DATE-SAISIE         PIC 9(08).
       01  WS-VAL-ANNEE           PIC 9(04).
       01  WS-VAL-MOIS            PIC 9(02).
       01  WS-VAL-JOUR            PIC 9(02).
       01  WS-DATE-VALIDE         PIC X(01).
           88 DATE-OK                VALUE 'O'.
       01  WS-MONTANT-SAISI       PIC 9(09).
       01  WS-MONTANT             PIC 9(07)V99.
       01  WS-EMP-OPER            PIC 9(07).
       01  WS-NOUVEAU-STATUT      PIC X(01).
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
      *------------------------------------------------------*
      *   VARIABLES BOOLEENNES                               *
      *------------------------------------------------------*
      *
       01  INDIC-ERREUR     PIC X(01) VALUE '0'.
           88 ERREUR     VALUE '1'.
      *
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'ECRAN MAPOCIA'.
           COPY MAPOCIA.
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
      *       L'APPELANT (EMPLOOK) NE PASSE QUE SA PROPRE ZONE :
      *       UNE ZONE PLUS COURTE VAUT PREMIERE FOIS
              IF EIBCALEN < LENGTH OF WS-COMMAREA
                 MOVE '1' TO WS-COM-PREM
              ELSE
                 MOVE DFHCOMMAREA  TO WS-COMMAREA
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
           MOVE EIBOPID TO WS-OPID

           MOVE LOW-VALUE TO MAPOO

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

           MOVE -1 TO NUMNOTEL

           PERFORM 21300-ENVOI-PREMIERE-FOIS
           PERFORM 29900-RETOUR-CICS
           .
      *-------------------------*
       21300-ENVOI-PREMIERE-FOIS.
      *-------------------------*
           EXEC CICS SEND
                     MAP    (MA-MAP)
                     MAPSET (MON-MAPSET)
                     FROM   (MAPOO)
                     ERASE
                     CURSOR
           END-EXEC
           .
      *-----------------*
       22000-AUTRES-FOIS.
      *-----------------*
           MOVE LOW-VALUE TO MAPOI

           EXEC CICS RECEIVE
                     MAP    (MA-MAP)
                     MAPSET (MON-MAPSET)
                     INTO   (MAPOI)
                     RESP   (C-R)
           END-EXEC

           IF C-R NOT = DFHRESP(NORMAL) AND NOT = DFHRESP(MAPFAIL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           MOVE '0' TO INDIC-ERREUR

           IF EIBAID = DFHENTER
              PERFORM 22100-AFFICHER
                  THRU 22100-FIN
           END-IF

           IF EIBAID = DFHPF5
              PERFORM 23000-SAISIR
                  THRU 23000-FIN
           END-IF

           IF EIBAID = DFHPF6
              PERFORM 24000-APPROUVER
                  THRU 24000-FIN
           END-IF

           IF EIBAID = DFHPF7
              PERFORM 25000-REFUSER
                  THRU 25000-FIN
           END-IF

           IF EIBAID = DFHPF3
              PERFORM 22800-RET-LOOK
           END-IF

           IF EIBAID = DFHPF12
              PERFORM 22900-FIN-TRANSACTION
           END-IF

           IF EIBAID NOT = DFHPF12 AND NOT = DFHPF3
               AND NOT = DFHPF5 AND NOT = DFHPF6
               AND NOT = DFHPF7 AND NOT = DFHENTER
              PERFORM 22200-ERREUR-TOUCHE
           END-IF

           PERFORM 22300-ENVOI-AUTRES-FOIS
           PERFORM 29900-RETOUR-CICS
           .
      *----------------------*
       22100-AFFICHER.
      *----------------------*
           PERFORM 22150-LIRE-NOTE
           IF ERREUR
              GO TO 22100-FIN
           END-IF

           PERFORM 22170-AFFICHER-NOTE
           MOVE '1' TO INDIC-ERREUR
           MOVE 5   TO NUM-MES
           .
       22100-FIN.
           EXIT.
      *----------------------*
       22150-LIRE-NOTE.
      *----------------------*
           IF NUMNOTEI = SPACE OR LOW-VALUE
              MOVE '1' TO INDIC-ERREUR
              MOVE 3   TO NUM-MES
              MOVE -1  TO NUMNOTEL
           ELSE
              IF NUMNOTEI NOT NUMERIC
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 4   TO NUM-MES
                 MOVE -1  TO NUMNOTEL
              ELSE
                 MOVE NUMNOTEI TO NDF-NUM-NOTE
                 EXEC CICS READ FILE('FFRAIS')
                           RIDFLD(NDF-NUM-NOTE)
                           INTO(NDF-NOTE)
                           RESP(WS-RESPCR)
                 END-EXEC
                 IF WS-RESPCR = DFHRESP(NOTFND)
                    MOVE '1' TO INDIC-ERREUR
                    MOVE 4   TO NUM-MES
                    MOVE -1  TO NUMNOTEL
                 ELSE
                    IF WS-RESPCR NOT = DFHRESP(NORMAL)
                       PERFORM 91000-ERREUR-CICS
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *----------------------*
       22170-AFFICHER-NOTE.
      *----------------------*
      *    LE MONTANT S'AFFICHE EN CENTIMES, MEME CONVENTION
      *    DE SAISIE QUE LE GUICHET
           MOVE NDF-NUM-NOTE     TO NUMNOTEO
           MOVE NDF-EMP-ID       TO EMPIDO
           MOVE NDF-SERVICE      TO SERVO
           MOVE NDF-DATE-FRAIS   TO DATEFRO
           MOVE NDF-CATEGORIE    TO CATEGO
           COMPUTE WS-MONTANT-SAISI = NDF-MONTANT * 100
           MOVE WS-MONTANT-SAISI TO MONTANTO
           MOVE NDF-JUSTIF       TO JUSTIFO
           MOVE NDF-STATUT       TO STATO
           MOVE NDF-DATE-SAISIE  TO DSAISO
           MOVE NDF-OPID-SAISIE  TO OPSAISO

           EVALUATE TRUE
              WHEN NDF-CAT-TRANSPORT
                 MOVE 'TRANSPORT'      TO LIBCATO
              WHEN NDF-CAT-HEBERGEMENT
                 MOVE 'HEBERGEMENT'    TO LIBCATO
              WHEN NDF-CAT-REPAS
                 MOVE 'REPAS'          TO LIBCATO
              WHEN NDF-CAT-KILOMETRES
                 MOVE 'FRAIS KILOMETR.' TO LIBCATO
              WHEN OTHER
                 MOVE 'DIVERS'         TO LIBCATO
           END-EVALUATE

           EVALUATE TRUE
              WHEN NDF-SAISIE
                 MOVE 'A APPROUVER'    TO LIBSTATO
              WHEN NDF-APPROUVEE
                 MOVE 'APPROUVEE'      TO LIBSTATO
              WHEN NDF-REFUSEE
                 MOVE 'REFUSEE'        TO LIBSTATO
              WHEN OTHER
                 MOVE 'PAYEE'          TO LIBSTATO
           END-EVALUATE

           IF NDF-SAISIE
              MOVE SPACE TO DDECIO OPDECIO EMPDECIO
           ELSE
              MOVE NDF-DATE-DECISION TO DDECIO
              MOVE NDF-OPID-DECISION TO OPDECIO
              MOVE NDF-EMP-DECISION  TO EMPDECIO
           END-IF
           IF NDF-PAYEE
              MOVE NDF-PERIODE TO PERIODEO
           ELSE
              MOVE SPACE TO PERIODEO
           END-IF

           MOVE SPACE TO NOMEMPO
           MOVE NDF-EMP-ID TO EMP-ID
           EXEC CICS READ FILE('FEMPLOY')
                     RIDFLD(EMP-ID)
                     INTO(EMP-RECORD)
                     RESP(WS-RESPCR)
           END-EXEC
           IF WS-RESPCR = DFHRESP(NORMAL)
              MOVE EMP-LASTNAME  TO NOMEMPO(1:10)
              MOVE EMP-FIRSTNAME TO NOMEMPO(11:10)
           END-IF
           .
      *----------------------*
       23000-SAISIR.
      *----------------------*
           PERFORM 23600-LIRE-OPERATEUR
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              OR NOT O-OPER-ACTIF
              OR NOT O-CREATION-OK
              MOVE '1' TO INDIC-ERREUR
              MOVE 13  TO NUM-MES
              GO TO 23000-FIN
           END-IF

           PERFORM 23100-CONTROLER-SAISIE
              THRU 23100-FIN
           IF ERREUR
              GO TO 23000-FIN
           END-IF

           PERFORM 23500-NUMERO-NOTE
              THRU 23500-FIN

           MOVE SPACE            TO NDF-NOTE
           MOVE C-DERNIER-NUM    TO NDF-NUM-NOTE
           MOVE EMP-ID           TO NDF-EMP-ID
           MOVE EMP-DEPARTMENT(1:4) TO NDF-SERVICE
           MOVE WS-DATE-SAISIE   TO NDF-DATE-FRAIS
           MOVE CATEGI           TO NDF-CATEGORIE
           MOVE WS-MONTANT       TO NDF-MONTANT
           MOVE JUSTIFI          TO NDF-JUSTIF
           MOVE WS-DATE-JOUR     TO NDF-DATE-SAISIE
           MOVE WS-OPID          TO NDF-OPID-SAISIE
           MOVE 'S'              TO NDF-STATUT
           MOVE ZERO             TO NDF-DATE-DECISION
           MOVE ZERO             TO NDF-EMP-DECISION
           MOVE ZERO             TO NDF-PERIODE

           EXEC CICS WRITE FILE('FFRAIS')
                     RIDFLD(NDF-NUM-NOTE)
                     FROM(NDF-NOTE)
                     LENGTH(LENGTH OF NDF-NOTE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           SET F-AFR-SAISIE TO TRUE
           PERFORM 27000-TRACE-AUDIT
           PERFORM 22170-AFFICHER-NOTE
           MOVE '1' TO INDIC-ERREUR
           MOVE 6   TO NUM-MES
           .
       23000-FIN.
           EXIT.
      *----------------------*
       23100-CONTROLER-SAISIE.
      *----------------------*
      *    EMPLOYE PRESENT ET NON SORTI ; DATE DE DEPENSE
      *    VALIDE (pgvaldate) ET PAS DANS LE FUTUR ; MONTANT
      *    EN CENTIMES ; JUSTIFICATIF OBLIGATOIRE
           IF EMPIDI = SPACE OR LOW-VALUE
              OR EMPIDI NOT NUMERIC
              MOVE '1' TO INDIC-ERREUR
              MOVE 7   TO NUM-MES
              MOVE -1  TO EMPIDL
              GO TO 23100-FIN
           END-IF
           MOVE EMPIDI TO EMP-ID
           EXEC CICS READ FILE('FEMPLOY')
                     RIDFLD(EMP-ID)
                     INTO(EMP-RECORD)
                     RESP(WS-RESPCR)
           END-EXEC
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              OR EMP-TERMINE
              MOVE '1' TO INDIC-ERREUR
              MOVE 7   TO NUM-MES
              MOVE -1  TO EMPIDL
              GO TO 23100-FIN
           END-IF

           EXEC CICS ASKTIME
                     ABSTIME(DATE-ABS)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(DATE-ABS)
                     YYYYMMDD(WS-DATE-JOUR)
           END-EXEC

           IF DATEFRI NOT NUMERIC
              MOVE '1' TO INDIC-ERREUR
              MOVE 8   TO NUM-MES
              MOVE -1  TO DATEFRL
              GO TO 23100-FIN
           END-IF
           MOVE DATEFRI TO WS-DATE-SAISIE
           MOVE WS-DATE-SAISIE(1:4) TO WS-VAL-ANNEE
           MOVE WS-DATE-SAISIE(5:2) TO WS-VAL-MOIS
           MOVE WS-DATE-SAISIE(7:2) TO WS-VAL-JOUR
           MOVE 'O' TO WS-DATE-VALIDE
           CALL 'pgvaldate' USING WS-VAL-ANNEE WS-VAL-MOIS
                                  WS-VAL-JOUR WS-DATE-VALIDE
           IF NOT DATE-OK
              OR WS-DATE-SAISIE > WS-DATE-JOUR
              MOVE '1' TO INDIC-ERREUR
              MOVE 8   TO NUM-MES
              MOVE -1  TO DATEFRL
              GO TO 23100-FIN
           END-IF

           MOVE CATEGI TO NDF-CATEGORIE
           IF NOT NDF-CAT-VALIDE
              MOVE '1' TO INDIC-ERREUR
              MOVE 10  TO NUM-MES
              MOVE -1  TO CATEGL
              GO TO 23100-FIN
           END-IF

           IF MONTANTI NOT NUMERIC
              MOVE '1' TO INDIC-ERREUR
              MOVE 11  TO NUM-MES
              MOVE -1  TO MONTANTL
              GO TO 23100-FIN
           END-IF
           MOVE MONTANTI TO WS-MONTANT-SAISI
           COMPUTE WS-MONTANT = WS-MONTANT-SAISI / 100
           IF WS-MONTANT = ZERO
              MOVE '1' TO INDIC-ERREUR
              MOVE 11  TO NUM-MES
              MOVE -1  TO MONTANTL
              GO TO 23100-FIN
           END-IF

           IF JUSTIFI = SPACE OR LOW-VALUE
              MOVE '1' TO INDIC-ERREUR
              MOVE 12  TO NUM-MES
              MOVE -1  TO JUSTIFL
              GO TO 23100-FIN
           END-IF
           .
       23100-FIN.
           EXIT.
      *----------------------------*
       23500-NUMERO-NOTE.
      *----------------------------*
      *    COMPTEUR 'NDF' DE FCTRLCLI, CREE A LA PREMIERE
      *    NOTE (MEME REGLE D'AUTO-CREATION QUE 'DPR')
           MOVE 'NDF' TO C-CODE-CTRL

           EXEC CICS READ FILE('FCTRLCLI')
                     INTO(C-CTRL-CLI)
                     RIDFLD(C-CODE-CTRL)
                     UPDATE
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NOTFND)
              MOVE SPACE TO C-CTRL-CLI
              MOVE 'NDF' TO C-CODE-CTRL
              MOVE 1     TO C-DERNIER-NUM
              EXEC CICS WRITE FILE('FCTRLCLI')
                        FROM(C-CTRL-CLI)
                        RIDFLD(C-CODE-CTRL)
                        RESP(WS-RESPCR)
              END-EXEC
              IF WS-RESPCR NOT = DFHRESP(NORMAL)
                 PERFORM 91000-ERREUR-CICS
              END-IF
              GO TO 23500-FIN
           END-IF

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           ADD 1 TO C-DERNIER-NUM

           EXEC CICS REWRITE FILE('FCTRLCLI')
                     FROM(C-CTRL-CLI)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF
           .
       23500-FIN.
           EXIT.
      *----------------------*
       23600-LIRE-OPERATEUR.
      *----------------------*
      *    LE PROFIL DE L'OPERATEUR SIGNE EST RELU A CHAQUE
      *    OPERATION ; SON MATRICULE EST GARDE POUR L'AUDIT
      *----------------------*
           MOVE ZERO TO WS-EMP-OPER
           MOVE WS-OPID TO O-OPID
           EXEC CICS READ FILE('FOPERAT')
                     RIDFLD(O-OPID)
                     INTO(O-OPERATEUR)
                     RESP(WS-RESPCR)
           END-EXEC
           IF WS-RESPCR = DFHRESP(NORMAL)
              MOVE O-EMP-ID TO WS-EMP-OPER
           END-IF
           .
      *----------------------*
       23700-CONTROLER-APPROBATEUR.
      *----------------------*
      *    L'OPERATEUR SIGNE DOIT ETRE ACTIF, RATTACHE A UN
      *    EMPLOYE AUTRE QUE L'AUTEUR DE LA NOTE, ET ETRE LE
      *    CHEF DU SERVICE DE LA NOTE ; LA NOTE DU CHEF DE
      *    SERVICE LUI-MEME EST TRANCHEE PAR UN SUPERVISEUR
      *----------------------*
           PERFORM 23600-LIRE-OPERATEUR
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              OR NOT O-OPER-ACTIF
              MOVE '1' TO INDIC-ERREUR
              MOVE 14  TO NUM-MES
              GO TO 23700-FIN
           END-IF
           IF WS-EMP-OPER = ZERO
              MOVE '1' TO INDIC-ERREUR
              MOVE 19  TO NUM-MES
              GO TO 23700-FIN
           END-IF
           IF WS-EMP-OPER = NDF-EMP-ID
              MOVE '1' TO INDIC-ERREUR
              MOVE 15  TO NUM-MES
              GO TO 23700-FIN
           END-IF

           MOVE NDF-SERVICE TO DM-CODE
           EXEC CICS READ FILE('FDEPTMST')
                     RIDFLD(DM-CODE)
                     INTO(WS-DEPT-REF)
                     RESP(WS-RESPCR)
           END-EXEC
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              OR DM-MANAGER NOT NUMERIC
              MOVE '1' TO INDIC-ERREUR
              MOVE 20  TO NUM-MES
              GO TO 23700-FIN
           END-IF
           IF DM-MANAGER-N = ZERO
              MOVE '1' TO INDIC-ERREUR
              MOVE 20  TO NUM-MES
              GO TO 23700-FIN
           END-IF

           IF DM-MANAGER-N = WS-EMP-OPER
              GO TO 23700-FIN
           END-IF
           IF DM-MANAGER-N = NDF-EMP-ID AND O-SUPERV-OK
              GO TO 23700-FIN
           END-IF
           MOVE '1' TO INDIC-ERREUR
           MOVE 14  TO NUM-MES
           .
       23700-FIN.
           EXIT.
      *----------------------*
       24000-APPROUVER.
      *----------------------*
           PERFORM 22150-LIRE-NOTE
           IF ERREUR
              GO TO 24000-FIN
           END-IF

           PERFORM 22170-AFFICHER-NOTE
           IF NOT NDF-SAISIE
              MOVE '1' TO INDIC-ERREUR
              MOVE 16  TO NUM-MES
              GO TO 24000-FIN
           END-IF

           PERFORM 23700-CONTROLER-APPROBATEUR
              THRU 23700-FIN
           IF ERREUR
              GO TO 24000-FIN
           END-IF

           MOVE 'A' TO WS-NOUVEAU-STATUT
           PERFORM 26000-REECRIRE-DECISION
              THRU 26000-FIN
           PERFORM 22170-AFFICHER-NOTE
           IF NOT ERREUR
              SET F-AFR-APPROB TO TRUE
              PERFORM 27000-TRACE-AUDIT
              MOVE '1' TO INDIC-ERREUR
              MOVE 17  TO NUM-MES
           END-IF
           .
       24000-FIN.
           EXIT.
      *----------------------*
       25000-REFUSER.
      *----------------------*
           PERFORM 22150-LIRE-NOTE
           IF ERREUR
              GO TO 25000-FIN
           END-IF

           PERFORM 22170-AFFICHER-NOTE
           IF NOT NDF-SAISIE
              MOVE '1' TO INDIC-ERREUR
              MOVE 16  TO NUM-MES
              GO TO 25000-FIN
           END-IF

           PERFORM 23700-CONTROLER-APPROBATEUR
              THRU 23700-FIN
           IF ERREUR
              GO TO 25000-FIN
           END-IF

           MOVE 'R' TO WS-NOUVEAU-STATUT
           PERFORM 26000-REECRIRE-DECISION
              THRU 26000-FIN
           PERFORM 22170-AFFICHER-NOTE
           IF NOT ERREUR
              SET F-AFR-REFUS TO TRUE
              PERFORM 27000-TRACE-AUDIT
              MOVE '1' TO INDIC-ERREUR
              MOVE 18  TO NUM-MES
           END-IF
           .
       25000-FIN.
           EXIT.
      *----------------------*
       26000-REECRIRE-DECISION.
      *----------------------*
      *    LA NOTE EST RELUE EN MISE A JOUR : SI UN AUTRE
      *    POSTE L'A TRANCHEE ENTRE-TEMPS, LA DECISION N'EST
      *    PAS ECRASEE
           EXEC CICS READ FILE('FFRAIS')
                     RIDFLD(NDF-NUM-NOTE)
                     INTO(NDF-NOTE)
                     UPDATE
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           IF NOT NDF-SAISIE
              EXEC CICS UNLOCK FILE('FFRAIS')
              END-EXEC
              MOVE '1' TO INDIC-ERREUR
              MOVE 16  TO NUM-MES
              GO TO 26000-FIN
           END-IF

           EXEC CICS ASKTIME
                     ABSTIME(DATE-ABS)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(DATE-ABS)
                     YYYYMMDD(WS-DATE-JOUR)
           END-EXEC

           MOVE WS-NOUVEAU-STATUT TO NDF-STATUT
           MOVE WS-DATE-JOUR     TO NDF-DATE-DECISION
           MOVE WS-OPID          TO NDF-OPID-DECISION
           MOVE WS-EMP-OPER      TO NDF-EMP-DECISION

           EXEC CICS REWRITE FILE('FFRAIS')
                     FROM(NDF-NOTE)
                     LENGTH(LENGTH OF NDF-NOTE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF
           .
       26000-FIN.
           EXIT.
      *-----------------------*
       27000-TRACE-AUDIT.
      *-----------------------*
           EXEC CICS ASKTIME
                     ABSTIME(DATE-ABS)
           END-EXEC

           EXEC CICS FORMATTIME
                     ABSTIME(DATE-ABS)
                     DATESEP('/')
                     DDMMYY(F-AFR-DATE)
                     TIME(F-AFR-HEURE)
                     TIMESEP(':')
           END-EXEC

           MOVE NDF-NUM-NOTE  TO F-AFR-NUM-NOTE
           MOVE NDF-EMP-ID    TO F-AFR-EMPID
           MOVE WS-OPID       TO F-AFR-OPID
           MOVE EIBTRMID      TO F-AFR-TERM
           MOVE WS-EMP-OPER   TO F-AFR-EMP-OPER
           MOVE NDF-MONTANT   TO F-AFR-MONTANT

           EXEC CICS WRITE FILE('FAUDFRA')
                     FROM(F-AUDFRA)
                     LENGTH(LENGTH OF F-AUDFRA)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF
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
                     FROM   (MAPOO)
                     DATAONLY
                     CURSOR
           END-EXEC
           .
      *----------------------*
       22800-RET-LOOK.
      *----------------------*
           MOVE '1'      TO WS-COM-PREM

           EXEC CICS XCTL
               PROGRAM  ('EMPLOOK')
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
           MOVE  9              TO NUM-MES
           PERFORM 22300-ENVOI-AUTRES-FOIS
           EXEC CICS RETURN
           END-EXEC
           .
