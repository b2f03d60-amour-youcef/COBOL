           05 FILLER               PIC X(65)
              VALUE 'CHOIX RESERVE AUX OPERATEURS AUTORISES'.

      *- 11
           05 FILLER               PIC X(65)
              VALUE 'GUICHET REFUSE - CERTIFICATION LCBF/ESPC EXPIREE'.

       01  TB-MESS-ERREUR REDEFINES TB-MESSAGES.
           05 MESS-ERR OCCURS 11   PIC X(65).

       01  NUM-MES         PIC S9(4) COMP.

       01  FILLER      PIC X(16) VALUE 'FICHIER OPERAT'.
           COPY FOPERAT.

      *------------------------------------------------------*
      *   REGISTRE DES CERTIFICATIONS DU PERSONNEL : LE      *
      *   GUICHET EXIGE LES COURS OBLIGATOIRES EN COURS DE   *
      *   VALIDITE POUR L'EMPLOYE TITULAIRE DU PROFIL        *
      *------------------------------------------------------*
      *
       01  FILLER      PIC X(16) VALUE 'FICHIER CERTIF'.
           COPY FCERTIF.

      *------------------------------------------------------*
      *   VARIABLES POUR LE DEBRANCHEMENT AUX PROGRAMMES     *
      *------------------------------------------------------*
           05 EFZ                 PIC X.
      *
       01  DATE-ABS               PIC S9(18) COMP.
       01  WS-DATE-JOUR           PIC 9(08).
       01  WS-TRTM.
           05 TRANS               PIC X(4).
           05                     PIC X VALUE '/'.
      *    CHOIX NUMERIQUE VIA LA TABLE TB-PGM)
       01  WS-CHOIX-PROG          PIC X(08) VALUE SPACE.
      *
      *    COURS OBLIGATOIRES DU GUICHET A JOUR (FCERTIF)
       01  WS-CERTIF              PIC X(01) VALUE 'N'.
           88 CERTIF-A-JOUR       VALUE 'O'.
      *
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
              IF O-MODIF-OK OR O-SUPPRES-OK
                 MOVE '1' TO WS-AUTORISE
              END-IF
              PERFORM 21160-NOTER-CONNEXION
           END-IF
           .
      *----------------------------*
       21160-NOTER-CONNEXION.
      *----------------------------*
      *    DATE DE DERNIERE CONNEXION DU PROFIL (O-DATE-DERN-
      *    CNX), REECRITE UNE SEULE FOIS PAR JOUR : ELLE SERT
      *    AU DOSSIER DE RECERTIFICATION ET A LA SUSPENSION
      *    DES PROFILS INACTIFS (BATCH RECERT)
      *----------------------------*
           EXEC CICS FORMATTIME
                     ABSTIME(DATE-ABS)
                     YYYYMMDD(WS-DATE-JOUR)
           END-EXEC

           IF O-DATE-DERN-CNX NOT = WS-DATE-JOUR
              EXEC CICS READ FILE('FOPERAT')
                        RIDFLD(O-OPID)
                        INTO(O-OPERATEUR)
                        UPDATE
                        RESP(WS-RESPCR)
              END-EXEC
              IF WS-RESPCR = DFHRESP(NORMAL)
                 MOVE WS-DATE-JOUR TO O-DATE-DERN-CNX
                 EXEC CICS REWRITE FILE('FOPERAT')
                           FROM(O-OPERATEUR)
                           LENGTH(LENGTH OF O-OPERATEUR)
                           RESP(WS-RESPCR)
                 END-EXEC
              END-IF
           END-IF
           .
      *-------------------*
      *    G = OPERATIONS GUICHET
              WHEN 'G'
                 IF AUT-GUICHET
                    PERFORM 22140-CONTROLE-CERTIF
                        THRU 22140-FIN
                    IF CERTIF-A-JOUR
                       MOVE 'GUICHET'  TO WS-CHOIX-PROG
                    ELSE
                       MOVE '1' TO INDIC-ERR-CHOIX
                       MOVE 11  TO NUM-MES
                    END-IF
                 ELSE
                    PERFORM 22125-REFUS-HABILITATION
                 END-IF
                 ELSE
                    PERFORM 22125-REFUS-HABILITATION
                 END-IF
      *    L = MANDATS DE PRELEVEMENT (GESPRLV)
              WHEN 'L'
                 IF AUT-GUICHET
                    MOVE 'GESPRLV'  TO WS-CHOIX-PROG
                 ELSE
                    PERFORM 22125-REFUS-HABILITATION
                 END-IF
      *    T = ALERTES SMS / EMAIL DES CLIENTS (GESALRT)
              WHEN 'T'
                 IF AUT-GUICHET
                    MOVE 'GESALRT'  TO WS-CHOIX-PROG
                 ELSE
                    PERFORM 22125-REFUS-HABILITATION
                 END-IF
      *    E = DEMANDES DE PRET (GESDPRT)
              WHEN 'E'
                 IF AUT-GUICHET
                    MOVE 'GESDPRT'  TO WS-CHOIX-PROG
                 ELSE
                    PERFORM 22125-REFUS-HABILITATION
                 END-IF
      *    R = LIENS DE RELATION ENTRE CLIENTS (GESLIEN)
              WHEN 'R'
                 IF AUT-MODIF
                    MOVE 'GESLIEN'  TO WS-CHOIX-PROG
                 ELSE
                    PERFORM 22125-REFUS-HABILITATION
                 END-IF
      *    B = BENEFICIAIRES DE VIREMENTS EXTERNES (GESBENF)
              WHEN 'B'
                 IF AUT-GUICHET
                    MOVE 'GESBENF'  TO WS-CHOIX-PROG
                 ELSE
                    PERFORM 22125-REFUS-HABILITATION
                 END-IF
      *    A = CARTES DE DEBIT (GESCART)
              WHEN 'A'
                 IF AUT-GUICHET
                    MOVE 'GESCART'  TO WS-CHOIX-PROG
                 ELSE
                    PERFORM 22125-REFUS-HABILITATION
                 END-IF
      *    F = REMBOURSEMENT DE FRAIS (GESGEST)
              WHEN 'F'
                 IF AUT-GUICHET
                    MOVE 'GESGEST'  TO WS-CHOIX-PROG
                 ELSE
                    PERFORM 22125-REFUS-HABILITATION
                 END-IF
      *    C = CAISSE DE L'OPERATEUR (GESCAIS)
              WHEN 'C'
                 IF AUT-GUICHET
                 ELSE
                    PERFORM 22125-REFUS-HABILITATION
                 END-IF
      *    H = COFFRE DE L'AGENCE (GESCOFF)
              WHEN 'H'
                 IF AUT-GUICHET
                    MOVE 'GESCOFF'  TO WS-CHOIX-PROG
                 ELSE
                    PERFORM 22125-REFUS-HABILITATION
                 END-IF
      *    X = DOSSIERS D'ALERTES LCB-FT (REVLCB)
              WHEN 'X'
                 IF AUT-CONSULT
                    MOVE 'REVLCB'   TO WS-CHOIX-PROG
                 ELSE
                    PERFORM 22125-REFUS-HABILITATION
                 END-IF
      *    U = MISE A JOUR D'UN COMPTE (GESCPTE)
              WHEN 'U'
                 IF AUT-MODIF
                    MOVE 'GESCPTE'  TO WS-CHOIX-PROG
                 ELSE
                    PERFORM 22125-REFUS-HABILITATION
                 END-IF
      *    S = SUIVI DE LA NUIT (CONSNUIT)
              WHEN 'S'
                 IF AUT-CONSULT
                 ELSE
                    PERFORM 22125-REFUS-HABILITATION
                 END-IF
      *    J = FORFAITS DE COMPTE SOUSCRITS (GESFORF)
              WHEN 'J'
                 IF AUT-GUICHET
                    MOVE 'GESFORF'  TO WS-CHOIX-PROG
                 ELSE
                    PERFORM 22125-REFUS-HABILITATION
                 END-IF
      *    Q = CONVENTIONS DE BALAYAGE COURANT/EPARGNE (GESBALA)
              WHEN 'Q'
                 IF AUT-GUICHET
                    MOVE 'GESBALA'  TO WS-CHOIX-PROG
                 ELSE
                    PERFORM 22125-REFUS-HABILITATION
                 END-IF
      *    W = ATTESTATIONS DE COMPTE (GESATTE)
              WHEN 'W'
                 IF AUT-GUICHET
                    MOVE 'GESATTE'  TO WS-CHOIX-PROG
                 ELSE
                    PERFORM 22125-REFUS-HABILITATION
                 END-IF
      *    Y = FUSION DE CLIENTS EN DOUBLON (FUSCLI, PUIS
      *        APPROBATION VALFUS PAR PF4)
              WHEN 'Y'
                 IF AUT-MODIF
                    MOVE 'FUSCLI'   TO WS-CHOIX-PROG
                 ELSE
                    PERFORM 22125-REFUS-HABILITATION
                 END-IF
      *    Z = FILE DES APPROBATIONS EN ATTENTE DU SUPERVISEUR
      *        (FILSUP : SUPPRESSIONS, FUSIONS, GESTES, PRETS)
              WHEN 'Z'
                 IF AUT-CONSULT
                    MOVE 'FILSUP'   TO WS-CHOIX-PROG
                 ELSE
                    PERFORM 22125-REFUS-HABILITATION
                 END-IF
      *    0 = DOSSIERS DE RECLAMATION CLIENT (GESRECL, QUI
      *        EXIGE EN OUTRE L'HABILITATION NOTES)
              WHEN '0'
                 IF AUT-CONSULT
                    MOVE 'GESRECL'  TO WS-CHOIX-PROG
                 ELSE
                    PERFORM 22125-REFUS-HABILITATION
                 END-IF
              WHEN OTHER
                 IF CHOIXI NOT NUMERIC
                    MOVE '1' TO INDIC-ERR-CHOIX
           MOVE '1' TO INDIC-ERR-CHOIX
           MOVE 10  TO NUM-MES
           .
      *---------------------------*
       22140-CONTROLE-CERTIF.
      *---------------------------*
      *    LES COURS LCBF (LUTTE CONTRE LE BLANCHIMENT) ET ESPC
      *    (MANIPULATION DES ESPECES) DOIVENT ETRE ENREGISTRES
      *    DANS FCERTIF ET NON EXPIRES POUR L'EMPLOYE RATTACHE
      *    AU PROFIL (O-EMP-ID) ; UN PROFIL SANS MATRICULE EST
      *    REFUSE
      *---------------------------*
           MOVE 'N' TO WS-CERTIF

           MOVE WS-OPID TO O-OPID
           EXEC CICS READ FILE('FOPERAT')
                     RIDFLD(O-OPID)
                     INTO(O-OPERATEUR)
                     RESP(WS-RESPCR)
           END-EXEC
           IF WS-RESPCR NOT = DFHRESP(NORMAL) OR O-EMP-ID = ZERO
              GO TO 22140-FIN
           END-IF

           EXEC CICS ASKTIME
                     ABSTIME(DATE-ABS)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(DATE-ABS)
                     YYYYMMDD(WS-DATE-JOUR)
           END-EXEC

           MOVE 'O'      TO WS-CERTIF
           MOVE O-EMP-ID TO CER-EMP-ID
           MOVE 'LCBF'   TO CER-COURS
           PERFORM 22145-LIRE-CERTIF
           MOVE O-EMP-ID TO CER-EMP-ID
           MOVE 'ESPC'   TO CER-COURS
           PERFORM 22145-LIRE-CERTIF
           .
       22140-FIN.
           EXIT.
      *---------------------------*
       22145-LIRE-CERTIF.
      *---------------------------*
           EXEC CICS READ FILE('FCERTIF')
                     RIDFLD(CER-CLE)
                     INTO(CER-CERTIF)
                     RESP(WS-RESPCR)
           END-EXEC

           EVALUATE WS-RESPCR
              WHEN DFHRESP(NORMAL)
                 IF CER-DATE-EXPIRATION < WS-DATE-JOUR
                    MOVE 'N' TO WS-CERTIF
                 END-IF
              WHEN DFHRESP(NOTFND)
                 MOVE 'N' TO WS-CERTIF
              WHEN OTHER
                 PERFORM 91000-ERREUR-CICS
           END-EVALUATE
           .
      *-----------------*
       22130-BRANCHEMENT.
      *-----------------*
