      *===================================================*
      *   MAPSET GUICHET - MAP MAPG - SYMBOLIC MAP        *
      *   ECRAN GUICHET : DEPOT / RETRAIT IMMEDIAT SUR    *
      *   UN COMPTE CLIENT.DAT (FICHIER FCLT) ET          *
      *   CONTREPASSATION D'UNE OPERATION DU JOUR         *
      *   (REFAN = SEQUENCE HISTCLT DE LA LIGNE ANNULEE)  *
      *   VIREMENT EXTERNE (IBANE = IBAN FR DU            *
      *   BENEFICIAIRE), EXECUTE AU PASSAGE DE NUIT       *
      *   CHANGE ESPECES H/J (DEVCH = DEVISE, MONTANT     *
      *   SAISI EN DEVISE, MTCHG = CONTRE-VALEUR IMPUTEE  *
      *   AU COMPTE)                                      *
      *   COMPTE DE MINEUR : TUTCL = NUMERO CLIENT DU     *
      *   REPRESENTANT LEGAL PRESENT AU GUICHET (DEBIT)   *
      *   REMISE DE CHEQUE Q : NUMCQ = NUMERO DU CHEQUE,  *
      *   BQTIR = BANQUE TIREE                            *
      *===================================================*
       01  MAPGI.
           02 FILLER               PIC X(12).
           02 FILLER REDEFINES SUPOPF.
              03 SUPOPA            PIC X.
           02 SUPOPI               PIC X(03).
           02 REFANL               PIC S9(4) COMP.
           02 REFANF               PIC X.
           02 FILLER REDEFINES REFANF.
              03 REFANA            PIC X.
           02 REFANI               PIC X(05).
           02 IBANEL               PIC S9(4) COMP.
           02 IBANEF               PIC X.
           02 FILLER REDEFINES IBANEF.
              03 IBANEA            PIC X.
           02 IBANEI               PIC X(27).
           02 DEVCHL               PIC S9(4) COMP.
           02 DEVCHF               PIC X.
           02 FILLER REDEFINES DEVCHF.
              03 DEVCHA            PIC X.
           02 DEVCHI               PIC X(02).
           02 MTCHGL               PIC S9(4) COMP.
           02 MTCHGF               PIC X.
           02 FILLER REDEFINES MTCHGF.
              03 MTCHGA            PIC X.
           02 MTCHGI               PIC X(12).
           02 TUTCLL               PIC S9(4) COMP.
           02 TUTCLF               PIC X.
           02 FILLER REDEFINES TUTCLF.
              03 TUTCLA            PIC X.
           02 TUTCLI               PIC X(08).
           02 NUMCQL               PIC S9(4) COMP.
           02 NUMCQF               PIC X.
           02 FILLER REDEFINES NUMCQF.
              03 NUMCQA            PIC X.
           02 NUMCQI               PIC X(07).
           02 BQTIRL               PIC S9(4) COMP.
           02 BQTIRF               PIC X.
           02 FILLER REDEFINES BQTIRF.
              03 BQTIRA            PIC X.
           02 BQTIRI               PIC X(08).
           02 MESSAGEL             PIC S9(4) COMP.
           02 MESSAGEF             PIC X.
           02 FILLER REDEFINES MESSAGEF.
           02 FILLER               PIC X(03).
           02 SUPOPO               PIC X(03).
           02 FILLER               PIC X(03).
           02 REFANO               PIC X(05).
           02 FILLER               PIC X(03).
           02 IBANEO               PIC X(27).
           02 FILLER               PIC X(03).
           02 DEVCHO               PIC X(02).
           02 FILLER               PIC X(03).
           02 MTCHGO               PIC X(12).
           02 FILLER               PIC X(03).
           02 TUTCLO               PIC X(08).
           02 FILLER               PIC X(03).
           02 NUMCQO               PIC X(07).
           02 FILLER               PIC X(03).
           02 BQTIRO               PIC X(08).
           02 FILLER               PIC X(03).
           02 MESSAGEO             PIC X(65).
