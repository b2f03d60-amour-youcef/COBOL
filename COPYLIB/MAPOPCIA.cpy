           02 FILLER REDEFINES AUTGUIF.
              03 AUTGUIA           PIC X.
           02 AUTGUII              PIC X(01).
           02 SERVOPL              PIC S9(4) COMP.
           02 SERVOPF              PIC X.
           02 FILLER REDEFINES SERVOPF.
              03 SERVOPA           PIC X.
           02 SERVOPI              PIC X(30).
           02 DCNXOPL              PIC S9(4) COMP.
           02 DCNXOPF              PIC X.
           02 FILLER REDEFINES DCNXOPF.
              03 DCNXOPA           PIC X.
           02 DCNXOPI              PIC X(10).
           02 EMPIDOPL             PIC S9(4) COMP.
           02 EMPIDOPF             PIC X.
           02 FILLER REDEFINES EMPIDOPF.
              03 EMPIDOPA          PIC X.
           02 EMPIDOPI             PIC X(07).
           02 AGENOPL              PIC S9(4) COMP.
           02 AGENOPF              PIC X.
           02 FILLER REDEFINES AGENOPF.
              03 AGENOPA           PIC X.
           02 AGENOPI              PIC X(04).
           02 MESSAGEL             PIC S9(4) COMP.
           02 MESSAGEF             PIC X.
           02 FILLER REDEFINES MESSAGEF.
           02 FILLER               PIC X(03).
           02 AUTGUIO              PIC X(01).
           02 FILLER               PIC X(03).
           02 SERVOPO              PIC X(30).
           02 FILLER               PIC X(03).
           02 DCNXOPO              PIC X(10).
           02 FILLER               PIC X(03).
           02 EMPIDOPO             PIC X(07).
           02 FILLER               PIC X(03).
           02 AGENOPO              PIC X(04).
           02 FILLER               PIC X(03).
           02 MESSAGEO             PIC X(65).
