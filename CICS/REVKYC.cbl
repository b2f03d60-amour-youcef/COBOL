      *   KYC (O-AUT-KYC, LUE DIRECTEMENT DANS FOPERAT).     *
      *   CHAQUE REVUE LAISSE UNE LIGNE 'M' DANS LA PISTE    *
      *   FAUDCLI, COMME UNE MODIFICATION.                   *
      *   PF6 = ENREGISTRER LA RESIDENCE FISCALE (CRS /      *
      *   FATCA) RECUEILLIE A LA REVUE : NATIONALITE,        *
      *   PERSONNE US ET AUTOCERTIFICATION SUR FCLIENTS,     *
      *   JUSQU'A TROIS PAYS DE RESIDENCE AVEC LEUR NIF DANS *
      *   FRESFIS. UNE AUTOCERTIFICATION VALIDE PORTE AU     *
      *   MOINS UN PAYS ; UNE PERSONNE US PORTE UNE LIGNE US *
      *   AVEC SON NIF. MEME LIGNE 'M' DANS FAUDCLI.         *
      *======================================================*
      *
      *======================================================*
              VALUE 'CLIENT INCONNU'.
      *- 5
           05 FILLER               PIC X(65)
              VALUE 'CLIENT AFFICHE - PF5 REVUE KYC, PF6 RESIDENCE FISCA
      -             'LE'.
      *- 6
           05 FILLER               PIC X(65)
              VALUE 'REVUE ENREGISTREE'.
      *- 11
           05 FILLER               PIC X(65)
              VALUE 'NUMERO CLIENT INVALIDE (CLE DE CONTROLE)'.
      *- 12
           05 FILLER               PIC X(65)
              VALUE 'NATIONALITE : CODE PAYS A 2 LETTRES OBLIGATOIRE'.
      *- 13
           05 FILLER               PIC X(65)
              VALUE 'PERSONNE US : O OU N OBLIGATOIRE'.
      *- 14
           05 FILLER               PIC X(65)
              VALUE 'AUTOCERTIFICATION : STATUT V, D, R OU BLANC'.
      *- 15
           05 FILLER               PIC X(65)
              VALUE 'DATE D''AUTOCERTIFICATION AAAAMMJJ VALIDE ET PASSEE
      -             ''.
      *- 16
           05 FILLER               PIC X(65)
              VALUE 'PAYS DE RESIDENCE : CODE A 2 LETTRES'.
      *- 17
           05 FILLER               PIC X(65)
              VALUE 'NIF OBLIGATOIRE POUR UNE RESIDENCE HORS FRANCE'.
      *- 18
           05 FILLER               PIC X(65)
              VALUE 'AUTOCERTIFICATION VALIDE : UN PAYS DE RESIDENCE AU
      -             'MOINS'.
      *- 19
           05 FILLER               PIC X(65)
              VALUE 'PERSONNE US : RESIDENCE US AVEC NIF OBLIGATOIRE'.
      *- 20
           05 FILLER               PIC X(65)
              VALUE 'RESIDENCE FISCALE ENREGISTREE'.
      *-
       01  TB-MESS-ERREUR REDEFINES TB-MESSAGES.
           05 MESS-ERR OCCURS 20   PIC X(65).

       01  NUM-MES         PIC S9(4) COMP.
      *
           COPY FAUDCLI.
      *
      *------------------------------------------------------*
      *   RESIDENCES FISCALES                                *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER RESFIS'.
           COPY FRESFIS.
      *
      *------------------------------------------------------*
      *   ZONES DE TRAVAIL                                   *
      *------------------------------------------------------*
       01  WS-DATE-JOUR           PIC 9(08).
       01  WS-KYC-HABILITE        PIC X(01) VALUE '0'.
           88 KYC-HABILITE           VALUE '1'.
      *
      *    RESIDENCE FISCALE SAISIE (PF6) : LES TROIS LIGNES DE
      *    L'ECRAN SONT CONTROLEES DANS CETTE TABLE
       01  WS-RES-SAISIE.
           05 WS-RES-LIGNE OCCURS 3.
              10 WS-RES-PAYS      PIC X(02).
              10 WS-RES-NIF       PIC X(20).
       01  WS-IND-RES             PIC S9(4) COMP.
       01  WS-NB-PAYS             PIC S9(4) COMP.
       01  WS-RES-US              PIC X(01).
           88 RESIDENCE-US-OK        VALUE 'O'.
       01  WS-RESFIS-EXISTE       PIC X(01).
           88 RESFIS-EXISTE          VALUE 'O'.
       01  WS-DATE-SAISIE         PIC 9(08).
       01  WS-VAL-ANNEE           PIC 9(04).
       01  WS-VAL-MOIS            PIC 9(02).
       01  WS-VAL-JOUR            PIC 9(02).
       01  WS-DATE-VALIDE         PIC X(01).
           88 DATE-OK                VALUE 'O'.
      *
      *------------------------------------------------------*
      *   VARIABLES DIVERSES                                 *
      *------------------------------------------------------*
                  THRU 23000-FIN
           END-IF

           IF EIBAID = DFHPF6
              PERFORM 24000-ENREGISTRER-FISCAL
                  THRU 24000-FIN
           END-IF

           IF EIBAID = DFHPF3
              PERFORM 22800-RET-MENU
           END-IF
           END-IF

           IF EIBAID NOT = DFHPF12 AND NOT = DFHPF3
               AND NOT = DFHPF5 AND NOT = DFHPF6
               AND NOT = DFHENTER
              PERFORM 22200-ERREUR-TOUCHE
           END-IF
                 MOVE E-NOM-CLI         TO NOMCLO
                 MOVE E-KYC-RISQUE      TO RISQUO
                 MOVE E-KYC-PROCH-REVUE TO DATPRO
                 PERFORM 22170-AFFICHER-FISCAL
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 5   TO NUM-MES
              WHEN DFHRESP(NOTFND)
              MOVE -1  TO NUMCLL
           END-IF
           .
      *----------------------*
       22170-AFFICHER-FISCAL.
      *----------------------*
      *    ZONES FISCALES DE LA FICHE ET RESIDENCES FRESFIS (A
      *    BLANC SI LE CLIENT N'A ENCORE RIEN DECLARE)
      *----------------------*
           MOVE E-NATIONALITE     TO NATIONO
           MOVE E-US-PERSON       TO USPERSO
           MOVE E-AUTOCERT-STATUT TO CERTSTO
           MOVE E-AUTOCERT-DATE   TO CERTDTO

           MOVE E-NUMERO TO RF-NUMERO
           EXEC CICS READ FILE('FRESFIS')
                     RIDFLD(RF-NUMERO)
                     INTO(RF-RESFIS)
                     RESP(WS-RESPCR)
           END-EXEC

           EVALUATE WS-RESPCR
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE SPACE    TO RF-RESFIS
                 MOVE E-NUMERO TO RF-NUMERO
              WHEN OTHER
                 PERFORM 91000-ERREUR-CICS
           END-EVALUATE

           MOVE RF-PAYS(1) TO PAYS1O
           MOVE RF-NIF(1)  TO NIF1O
           MOVE RF-PAYS(2) TO PAYS2O
           MOVE RF-NIF(2)  TO NIF2O
           MOVE RF-PAYS(3) TO PAYS3O
           MOVE RF-NIF(3)  TO NIF3O
           .
      *----------------------*
       23000-ENREGISTRER.
      *----------------------*
           .
       23000-FIN.
           EXIT.
      *----------------------*
       24000-ENREGISTRER-FISCAL.
      *----------------------*
           PERFORM 22150-CONTROLER-NUMERO
           IF ERREUR
              GO TO 24000-FIN
           END-IF

           IF NATIONI(1:1) = SPACE OR NATIONI(2:1) = SPACE
              OR NATIONI NOT ALPHABETIC-UPPER
              MOVE '1' TO INDIC-ERREUR
              MOVE 12  TO NUM-MES
              MOVE -1  TO NATIONL
              GO TO 24000-FIN
           END-IF

           IF USPERSI NOT = 'O' AND NOT = 'N'
              MOVE '1' TO INDIC-ERREUR
              MOVE 13  TO NUM-MES
              MOVE -1  TO USPERSL
              GO TO 24000-FIN
           END-IF

           IF CERTSTI = LOW-VALUE
              MOVE SPACE TO CERTSTI
           END-IF
           IF CERTSTI NOT = 'V' AND NOT = 'D' AND NOT = 'R'
              AND NOT = SPACE
              MOVE '1' TO INDIC-ERREUR
              MOVE 14  TO NUM-MES
              MOVE -1  TO CERTSTL
              GO TO 24000-FIN
           END-IF

      *    DATE DE L'AUTOCERTIFICATION : OBLIGATOIRE QUAND ELLE
      *    EST VALIDE, CONTROLEE SI ELLE EST SAISIE SINON
           IF CERTDTI = LOW-VALUE
              MOVE SPACE TO CERTDTI
           END-IF
           IF CERTSTI = 'V' OR CERTDTI NOT = SPACE
              PERFORM 24200-CONTROLER-DATE-CERT
              IF ERREUR
                 GO TO 24000-FIN
              END-IF
           END-IF

           MOVE PAYS1I TO WS-RES-PAYS(1)
           MOVE NIF1I  TO WS-RES-NIF(1)
           MOVE PAYS2I TO WS-RES-PAYS(2)
           MOVE NIF2I  TO WS-RES-NIF(2)
           MOVE PAYS3I TO WS-RES-PAYS(3)
           MOVE NIF3I  TO WS-RES-NIF(3)
           INSPECT WS-RES-SAISIE REPLACING ALL LOW-VALUE BY SPACE

           MOVE 0   TO WS-NB-PAYS
           MOVE 'N' TO WS-RES-US
           PERFORM 24100-CONTROLER-RESIDENCE
               VARYING WS-IND-RES FROM 1 BY 1
               UNTIL WS-IND-RES > 3 OR ERREUR
           IF ERREUR
              GO TO 24000-FIN
           END-IF

           IF CERTSTI = 'V' AND WS-NB-PAYS = 0
              MOVE '1' TO INDIC-ERREUR
              MOVE 18  TO NUM-MES
              MOVE -1  TO PAYS1L
              GO TO 24000-FIN
           END-IF

           IF USPERSI = 'O' AND NOT RESIDENCE-US-OK
              MOVE '1' TO INDIC-ERREUR
              MOVE 19  TO NUM-MES
              MOVE -1  TO PAYS1L
              GO TO 24000-FIN
           END-IF

           EXEC CICS READ FILE('FCLIENTS')
                     RIDFLD(E-NUMERO)
                     INTO(E-CLIENT)
                     UPDATE
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NOTFND)
              MOVE '1' TO INDIC-ERREUR
              MOVE 4   TO NUM-MES
              MOVE -1  TO NUMCLL
              GO TO 24000-FIN
           END-IF
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           MOVE NATIONI TO E-NATIONALITE
           MOVE USPERSI TO E-US-PERSON
           MOVE CERTSTI TO E-AUTOCERT-STATUT
           MOVE CERTDTI TO E-AUTOCERT-DATE

           EXEC CICS REWRITE FILE('FCLIENTS')
                     FROM(E-CLIENT)
                     LENGTH(LENGTH OF E-CLIENT)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           PERFORM 24300-MAJ-RESFIS

           PERFORM 27000-ECRIRE-AUDIT

           MOVE E-NOM-CLI TO NOMCLO
           MOVE '1' TO INDIC-ERREUR
           MOVE 20  TO NUM-MES
           .
       24000-FIN.
           EXIT.
      *----------------------*
       24100-CONTROLER-RESIDENCE.
      *----------------------*
      *    UNE LIGNE EST VIDE OU PORTE UN CODE PAYS A 2 LETTRES ;
      *    LE NIF EST EXIGE HORS FRANCE. UNE LIGNE US AVEC NIF
      *    DOCUMENTE LA PERSONNE US
      *----------------------*
           IF WS-RES-PAYS(WS-IND-RES) = SPACE
              IF WS-RES-NIF(WS-IND-RES) NOT = SPACE
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 16  TO NUM-MES
                 PERFORM 24150-CURSEUR-PAYS
              END-IF
           ELSE
              IF WS-RES-PAYS(WS-IND-RES)(1:1) = SPACE
                 OR WS-RES-PAYS(WS-IND-RES)(2:1) = SPACE
                 OR WS-RES-PAYS(WS-IND-RES) NOT ALPHABETIC-UPPER
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 16  TO NUM-MES
                 PERFORM 24150-CURSEUR-PAYS
              ELSE
                 IF WS-RES-PAYS(WS-IND-RES) NOT = 'FR'
                    AND WS-RES-NIF(WS-IND-RES) = SPACE
                    MOVE '1' TO INDIC-ERREUR
                    MOVE 17  TO NUM-MES
                    PERFORM 24160-CURSEUR-NIF
                 ELSE
                    ADD 1 TO WS-NB-PAYS
                    IF WS-RES-PAYS(WS-IND-RES) = 'US'
                       MOVE 'O' TO WS-RES-US
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *----------------------*
       24150-CURSEUR-PAYS.
      *----------------------*
           EVALUATE WS-IND-RES
              WHEN 1
                 MOVE -1 TO PAYS1L
              WHEN 2
                 MOVE -1 TO PAYS2L
              WHEN OTHER
                 MOVE -1 TO PAYS3L
           END-EVALUATE
           .
      *----------------------*
       24160-CURSEUR-NIF.
      *----------------------*
           EVALUATE WS-IND-RES
              WHEN 1
                 MOVE -1 TO NIF1L
              WHEN 2
                 MOVE -1 TO NIF2L
              WHEN OTHER
                 MOVE -1 TO NIF3L
           END-EVALUATE
           .
      *----------------------*
       24200-CONTROLER-DATE-CERT.
      *----------------------*
      *    DATE REELLE (pgvaldate) ET PAS DANS LE FUTUR
      *----------------------*
           IF CERTDTI NOT NUMERIC
              MOVE '1' TO INDIC-ERREUR
              MOVE 15  TO NUM-MES
              MOVE -1  TO CERTDTL
           ELSE
              PERFORM 29000-DATE-DU-JOUR
              MOVE CERTDTI TO WS-DATE-SAISIE
              MOVE WS-DATE-SAISIE(1:4) TO WS-VAL-ANNEE
              MOVE WS-DATE-SAISIE(5:2) TO WS-VAL-MOIS
              MOVE WS-DATE-SAISIE(7:2) TO WS-VAL-JOUR
              MOVE 'O' TO WS-DATE-VALIDE
              CALL 'pgvaldate' USING WS-VAL-ANNEE WS-VAL-MOIS
                                     WS-VAL-JOUR WS-DATE-VALIDE
              IF NOT DATE-OK
                 OR WS-DATE-SAISIE > WS-DATE-JOUR
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 15  TO NUM-MES
                 MOVE -1  TO CERTDTL
              END-IF
           END-IF
           .
      *----------------------*
       24300-MAJ-RESFIS.
      *----------------------*
      *    CREATION DE L'ENREGISTREMENT A LA PREMIERE DECLARATION,
      *    REECRITURE ENSUITE (LIGNES VIDEES COMPRISES)
      *----------------------*
           MOVE E-NUMERO TO RF-NUMERO
           EXEC CICS READ FILE('FRESFIS')
                     RIDFLD(RF-NUMERO)
                     INTO(RF-RESFIS)
                     UPDATE
                     RESP(WS-RESPCR)
           END-EXEC

           EVALUATE WS-RESPCR
              WHEN DFHRESP(NORMAL)
                 MOVE 'O' TO WS-RESFIS-EXISTE
              WHEN DFHRESP(NOTFND)
                 MOVE 'N' TO WS-RESFIS-EXISTE
              WHEN OTHER
                 PERFORM 91000-ERREUR-CICS
           END-EVALUATE

           IF NOT RESFIS-EXISTE AND WS-NB-PAYS = 0
              GO TO 24300-FIN
           END-IF

           MOVE SPACE    TO RF-RESFIS
           MOVE E-NUMERO TO RF-NUMERO
           PERFORM 24310-COPIER-RESIDENCE
               VARYING WS-IND-RES FROM 1 BY 1
               UNTIL WS-IND-RES > 3
           PERFORM 29000-DATE-DU-JOUR
           MOVE WS-DATE-JOUR TO RF-DATE-MAJ
           MOVE EIBOPID      TO RF-OPID
           MOVE EIBTRMID     TO RF-TERM

           IF RESFIS-EXISTE
              EXEC CICS REWRITE FILE('FRESFIS')
                        FROM(RF-RESFIS)
                        LENGTH(LENGTH OF RF-RESFIS)
                        RESP(WS-RESPCR)
              END-EXEC
           ELSE
              EXEC CICS WRITE FILE('FRESFIS')
                        FROM(RF-RESFIS)
                        RIDFLD(RF-NUMERO)
                        LENGTH(LENGTH OF RF-RESFIS)
                        RESP(WS-RESPCR)
              END-EXEC
           END-IF

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF
           .
       24300-FIN.
           EXIT.
      *----------------------*
       24310-COPIER-RESIDENCE.
      *----------------------*
           MOVE WS-RES-PAYS(WS-IND-RES) TO RF-PAYS(WS-IND-RES)
           MOVE WS-RES-NIF(WS-IND-RES)  TO RF-NIF(WS-IND-RES)
           .
      *----------------------*
       27000-ECRIRE-AUDIT.
      *----------------------*
           MOVE E-NUMERO TO E-AUD-NUMERO
           SET E-AUD-MODIF TO TRUE
           MOVE EIBTRMID TO E-AUD-TERM
           MOVE EIBOPID  TO E-AUD-OPID

           EXEC CICS ASKTIME
                     ABSTIME(DATE-ABS)
