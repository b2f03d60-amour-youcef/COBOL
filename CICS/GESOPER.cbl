      *   ENTREE = CHARGER LE PROFIL SAISI (OU PROPOSER LA  *
      *   CREATION S'IL N'EXISTE PAS), PF5 = VALIDER LA     *
      *   SAISIE, PF6 = SUPPRIMER LE PROFIL CHARGE          *
      *   LE SERVICE DE RATTACHEMENT EST OBLIGATOIRE        *
      *   (DOSSIER DE RECERTIFICATION) ; LA DATE DE         *
      *   DERNIERE CONNEXION EST AFFICHEE EN CONSULTATION   *
      *   LE MATRICULE DE L'EMPLOYE TITULAIRE EST           *
      *   OBLIGATOIRE ET CONTROLE DANS FEMPLOY : PAS DE     *
      *   CREATION NI DE PROFIL ACTIF POUR UN EMPLOYE       *
      *   INCONNU OU SORTI DES EFFECTIFS                    *
      *   L'AGENCE DE RATTACHEMENT (FAGENCE, ACTIVE) EST     *
      *   OBLIGATOIRE POUR UN PROFIL HABILITE GUICHET : LE   *
      *   TIROIR DE L'OPERATEUR EST ALIMENTE PAR LE COFFRE   *
      *   DE CETTE AGENCE                                    *
      *======================================================*
      *
      *======================================================*
      *- 10
           05 FILLER               PIC X(65)
              VALUE 'ERREUR GRAVE DANS LE PROGRAMME'.
      *- 11
           05 FILLER               PIC X(65)
              VALUE 'SERVICE DE RATTACHEMENT OBLIGATOIRE'.
      *- 12
           05 FILLER               PIC X(65)
              VALUE 'MATRICULE EMPLOYE OBLIGATOIRE (7 CHIFFRES)'.
      *- 13
           05 FILLER               PIC X(65)
              VALUE 'EMPLOYE INCONNU DU FICHIER DU PERSONNEL'.
      *- 14
           05 FILLER               PIC X(65)
              VALUE 'EMPLOYE SORTI DES EFFECTIFS - PROFIL REFUSE'.
      *- 15
           05 FILLER               PIC X(65)
              VALUE 'AGENCE OBLIGATOIRE POUR UN PROFIL GUICHET'.
      *- 16
           05 FILLER               PIC X(65)
              VALUE 'AGENCE INCONNUE OU FERMEE (REGION + CODE)'.
      *-
       01  TB-MESS-ERREUR REDEFINES TB-MESSAGES.
           05 MESS-ERR OCCURS 16   PIC X(65).

       01  NUM-MES         PIC S9(4) COMP.
      *
      *------------------------------------------------------*
      *
       01  DATE-ABS               PIC S9(18) COMP.
       01  WS-DATE-JOUR           PIC 9(08).
       01  WS-STATUT-AVANT        PIC X(01).
      *
      *    DATE DE DERNIERE CONNEXION EDITEE JJ/MM/AAAA
       01  WS-DATE-CNX            PIC 9(08).
       01  FILLER REDEFINES WS-DATE-CNX.
           05 WS-CNX-AAAA         PIC 9(04).
           05 WS-CNX-MM           PIC 9(02).
           05 WS-CNX-JJ           PIC 9(02).
       01  WS-DATE-CNX-ED.
           05 WS-CNX-ED-JJ        PIC 9(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-CNX-ED-MM        PIC 9(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-CNX-ED-AAAA      PIC 9(04).
       01  WS-TRTM.
           05 TRANS               PIC X(4).
           05                     PIC X VALUE '/'.
              VALUE       'TRANSACTION IMPREVUE'.
      *
       01  WS-OPID-CHARGE         PIC X(03).
       01  WS-EMP-ID              PIC 9(07).
       01  WS-AGENCE              PIC X(04).
      *
      *------------------------------------------------------*
      *   VARIABLES BOOLEENNES                               *
      *
       01  INDIC-ERR-AUT          PIC X(01) VALUE '0'.
           88 ERREUR-AUT          VALUE '1'.
      *
       01  INDIC-CREATION         PIC X(01) VALUE '0'.
           88 CREATION-PROFIL     VALUE '1'.
      *
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
       01  FILLER      PIC X(16) VALUE 'FICHIER OPERAT'.
           COPY FOPERAT.
      *
      *------------------------------------------------------*
      *   DESCRIPTION   DU  FICHIER FEMPLOY : EMPLOYES       *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER EMPLOYES'.
           COPY FEMPLOY.
      *
      *------------------------------------------------------*
      *   DESCRIPTION   DU  FICHIER FAGENCE : AGENCES        *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER AGENCES'.
           COPY FAGENCE.
      *
      *======================================================*
      *          L I N K A G E     S E C T I O N             *
      *======================================================*
                    MOVE '0'   TO AUTCREO AUTCONO AUTMODO
                                  AUTSUPO AUTLISO AUTADMO
                                  AUTGUIO
                    MOVE SPACE TO SERVOPO DCNXOPO EMPIDOPO AGENOPO
                    MOVE OPIDI TO WS-NOM-CLI(1:3)
                    MOVE '1' TO INDIC-ERREUR
                    MOVE 4   TO NUM-MES
           MOVE O-AUT-LISTE     TO AUTLISO
           MOVE O-AUT-ADMIN     TO AUTADMO
           MOVE O-AUT-GUICHET   TO AUTGUIO
           MOVE O-SERVICE       TO SERVOPO
           IF O-DATE-DERN-CNX NUMERIC AND O-DATE-DERN-CNX > ZERO
              MOVE O-DATE-DERN-CNX TO WS-DATE-CNX
              MOVE WS-CNX-JJ       TO WS-CNX-ED-JJ
              MOVE WS-CNX-MM       TO WS-CNX-ED-MM
              MOVE WS-CNX-AAAA     TO WS-CNX-ED-AAAA
              MOVE WS-DATE-CNX-ED  TO DCNXOPO
           ELSE
              MOVE SPACE           TO DCNXOPO
           END-IF
           MOVE DFHBMPRO        TO DCNXOPA
           IF O-EMP-ID NUMERIC AND O-EMP-ID > ZERO
              MOVE O-EMP-ID        TO EMPIDOPO
           ELSE
              MOVE SPACE           TO EMPIDOPO
           END-IF
           MOVE O-AGENCE        TO AGENOPO
           .
      *-----------------------*
       23000-VALIDER-PROFIL.
              GO TO 23000-FIN
           END-IF

           IF SERVOPI = SPACE OR LOW-VALUE
              MOVE '1' TO INDIC-ERREUR
              MOVE 11  TO NUM-MES
              MOVE -1  TO SERVOPL
              GO TO 23000-FIN
           END-IF

           PERFORM 23050-CONTROLER-EMPLOYE THRU 23050-FIN
           IF ERREUR
              GO TO 23000-FIN
           END-IF

           PERFORM 23070-CONTROLER-AGENCE THRU 23070-FIN
           IF ERREUR
              GO TO 23000-FIN
           END-IF

      *    DATE DU JOUR : DATE DE CREATION OU DE REACTIVATION,
      *    TENANT LIEU DE DERNIERE CONNEXION
           EXEC CICS ASKTIME
                     ABSTIME(DATE-ABS)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(DATE-ABS)
                     YYYYMMDD(WS-DATE-JOUR)
           END-EXEC

           MOVE WS-OPID-CHARGE TO O-OPID
           MOVE NOMOPI         TO O-NOM-OPER
           MOVE STATOPI        TO O-STATUT-OPER
           MOVE AUTADMI        TO O-AUT-ADMIN
           MOVE AUTGUII        TO O-AUT-GUICHET
           MOVE SPACE          TO O-OPERATEUR(32:9)
           MOVE SERVOPI        TO O-SERVICE
           MOVE WS-DATE-JOUR   TO O-DATE-DERN-CNX
           MOVE ZERO           TO O-DATE-RECERT
           MOVE WS-EMP-ID      TO O-EMP-ID
           MOVE SPACE          TO O-OPERATEUR(94:7)
           MOVE WS-AGENCE      TO O-AGENCE

           EXEC CICS WRITE FILE('FOPERAT')
                     RIDFLD(O-OPID)
           .
       23000-FIN.
           EXIT.
      *-----------------------*
       23050-CONTROLER-EMPLOYE.
      *-----------------------*
      *    LE PROFIL DOIT ETRE RATTACHE A UN EMPLOYE CONNU DE
      *    FEMPLOY. UN EMPLOYE SORTI DES EFFECTIFS NE PEUT NI
      *    RECEVOIR UN NOUVEAU PROFIL NI VOIR LE SIEN REMIS
      *    ACTIF ; SON PROFIL PEUT TOUJOURS ETRE SUSPENDU
      *-----------------------*
           IF EMPIDOPI NOT NUMERIC
              MOVE '1' TO INDIC-ERREUR
              MOVE 12  TO NUM-MES
              MOVE -1  TO EMPIDOPL
              GO TO 23050-FIN
           END-IF
           MOVE EMPIDOPI TO WS-EMP-ID
           IF WS-EMP-ID = ZERO
              MOVE '1' TO INDIC-ERREUR
              MOVE 12  TO NUM-MES
              MOVE -1  TO EMPIDOPL
              GO TO 23050-FIN
           END-IF

           MOVE WS-OPID-CHARGE TO O-OPID
           EXEC CICS READ FILE('FOPERAT')
                     RIDFLD(O-OPID)
                     INTO(O-OPERATEUR)
                     RESP(WS-RESPCR)
           END-EXEC
           EVALUATE WS-RESPCR
              WHEN DFHRESP(NORMAL)
                 MOVE '0' TO INDIC-CREATION
              WHEN DFHRESP(NOTFND)
                 MOVE '1' TO INDIC-CREATION
              WHEN OTHER
                 PERFORM 91000-ERREUR-CICS
           END-EVALUATE

           MOVE WS-EMP-ID TO EMP-ID
           EXEC CICS READ FILE('FEMPLOY')
                     RIDFLD(EMP-ID)
                     INTO(EMP-RECORD)
                     RESP(WS-RESPCR)
           END-EXEC
           EVALUATE WS-RESPCR
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 13  TO NUM-MES
                 MOVE -1  TO EMPIDOPL
                 GO TO 23050-FIN
              WHEN OTHER
                 PERFORM 91000-ERREUR-CICS
           END-EVALUATE

           IF EMP-TERMINE
              AND (CREATION-PROFIL OR STATOPI = '0')
              MOVE '1' TO INDIC-ERREUR
              MOVE 14  TO NUM-MES
              MOVE -1  TO EMPIDOPL
           END-IF
           .
       23050-FIN.
           EXIT.
      *-----------------------*
       23070-CONTROLER-AGENCE.
      *-----------------------*
      *    AGENCE FACULTATIVE SAUF POUR UN PROFIL GUICHET ;
      *    SAISIE, ELLE DOIT EXISTER ET ETRE ACTIVE
      *-----------------------*
           MOVE SPACE TO WS-AGENCE
           IF AGENOPI NOT = LOW-VALUE
              MOVE AGENOPI TO WS-AGENCE
           END-IF

           IF WS-AGENCE = SPACE
              IF AUTGUII = '1'
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 15  TO NUM-MES
                 MOVE -1  TO AGENOPL
              END-IF
              GO TO 23070-FIN
           END-IF

           MOVE WS-AGENCE TO AG-CLE
           EXEC CICS READ FILE('FAGENCE')
                     RIDFLD(AG-CLE)
                     INTO(AG-AGENCE)
                     RESP(WS-RESPCR)
           END-EXEC
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              AND NOT = DFHRESP(NOTFND)
              PERFORM 91000-ERREUR-CICS
           END-IF
           IF WS-RESPCR = DFHRESP(NOTFND)
              OR NOT AG-ACTIVE
              MOVE '1' TO INDIC-ERREUR
              MOVE 16  TO NUM-MES
              MOVE -1  TO AGENOPL
           END-IF
           .
       23070-FIN.
           EXIT.
      *-----------------------*
       23100-CONTROLER-SAISIE.
      *-----------------------*
              PERFORM 91000-ERREUR-CICS
           END-IF

      *    UN PROFIL SUSPENDU QUI EST REACTIVE REPART DE LA
      *    DATE DU JOUR, SANS QUOI RECERT LE RESUSPENDRAIT
      *    POUR INACTIVITE DES SON PROCHAIN PASSAGE
           MOVE O-STATUT-OPER TO WS-STATUT-AVANT
           MOVE NOMOPI  TO O-NOM-OPER
           MOVE STATOPI TO O-STATUT-OPER
           IF WS-STATUT-AVANT = '1' AND O-OPER-ACTIF
              MOVE WS-DATE-JOUR TO O-DATE-DERN-CNX
           END-IF
           MOVE SERVOPI TO O-SERVICE
           MOVE WS-EMP-ID TO O-EMP-ID
           MOVE WS-AGENCE TO O-AGENCE
           MOVE AUTCREI TO O-AUT-CREATION
           MOVE AUTCONI TO O-AUT-CONSULT
           MOVE AUTMODI TO O-AUT-MODIF
                 MOVE SPACE TO AUTCREO AUTCONO AUTMODO
                               AUTSUPO AUTLISO AUTADMO
                               AUTGUIO
                 MOVE SPACE TO SERVOPO DCNXOPO EMPIDOPO AGENOPO
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 7   TO NUM-MES
              ELSE
