           02 FILLER REDEFINES CIBLEF.
              03 CIBLEA            PIC X.
           02 CIBLEI               PIC X(08).
           02 IBANEL               PIC S9(4) COMP.
           02 IBANEF               PIC X.
           02 FILLER REDEFINES IBANEF.
              03 IBANEA            PIC X.
           02 IBANEI               PIC X(27).
           02 MONTML               PIC S9(4) COMP.
           02 MONTMF               PIC X.
           02 FILLER REDEFINES MONTMF.
           02 FILLER               PIC X(03).
           02 CIBLEO               PIC X(08).
           02 FILLER               PIC X(03).
           02 IBANEO               PIC X(27).
           02 FILLER               PIC X(03).
           02 MONTMO               PIC X(10).
           02 FILLER               PIC X(03).
           02 FREQO                PIC X(01).
