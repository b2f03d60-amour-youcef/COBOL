      *===================================================*
      *   FCAISDEV  -  ENREGISTREMENT FICHIER DES CAISSES *
      *   DEVISES (TIROIRS PAR DEVISE) DES OPERATEURS     *
      *   GUICHET                                         *
      *   FICHIER VSAM KSDS - CLE = CAD-CLE               *
      *   (O-OPID + CODE DEVISE FTXDEV). OUVERTURE ET     *
      *   FERMETURE PAR L'ECRAN GESCAIS (ZONE DEVISE      *
      *   RENSEIGNEE) ; CHAQUE OPERATION DE CHANGE DU     *
      *   GUICHET MET A JOUR LES CUMULS DU TIROIR : UN    *
      *   ACHAT DE DEVISES PAR LE CLIENT (H) SORT DES     *
      *   BILLETS, UNE VENTE PAR LE CLIENT (J) EN FAIT    *
      *   ENTRER. MONTANTS EN DEVISE. LE BATCH CAISEOD    *
      *   RAPPROCHE LE TIROIR DU JOURNAL FCHGGUI.         *
      *===================================================*
       01  CAD-CAISSE.
           05 CAD-CLE.
              10 CAD-OPID          PIC X(03).
              10 CAD-DEVISE        PIC X(02).
           05 CAD-STATUT           PIC X(01).
              88 CAD-OUVERTE          VALUE 'O'.
              88 CAD-FERMEE           VALUE 'F'.
           05 CAD-DATE             PIC 9(08).
           05 CAD-TERM             PIC X(04).
           05 CAD-FOND-OUVERTURE   PIC 9(08)V99.
           05 CAD-TOTAL-ENTREES    PIC 9(10)V99.
           05 CAD-TOTAL-SORTIES    PIC 9(10)V99.
           05 CAD-ESPECES-FERMETURE PIC 9(08)V99.
           05 FILLER               PIC X(18).
