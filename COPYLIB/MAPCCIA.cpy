           02 FILLER REDEFINES ESPECF.
              03 ESPECA            PIC X.
           02 ESPECI               PIC X(10).
           02 DEVCAL               PIC S9(4) COMP.
           02 DEVCAF               PIC X.
           02 FILLER REDEFINES DEVCAF.
              03 DEVCAA            PIC X.
           02 DEVCAI               PIC X(02).
           02 MESSAGEL             PIC S9(4) COMP.
           02 MESSAGEF             PIC X.
           02 FILLER REDEFINES MESSAGEF.
           02 FILLER               PIC X(03).
           02 ESPECO               PIC X(10).
           02 FILLER               PIC X(03).
           02 DEVCAO               PIC X(02).
           02 FILLER               PIC X(03).
           02 MESSAGEO             PIC X(65).
