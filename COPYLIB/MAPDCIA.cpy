           02 FILLER REDEFINES COURSF.
              03 COURSA            PIC X.
           02 COURSI               PIC X(09).
           02 MARGAL               PIC S9(4) COMP.
           02 MARGAF               PIC X.
           02 FILLER REDEFINES MARGAF.
              03 MARGAA            PIC X.
           02 MARGAI               PIC X(04).
           02 MARGVL               PIC S9(4) COMP.
           02 MARGVF               PIC X.
           02 FILLER REDEFINES MARGVF.
              03 MARGVA            PIC X.
           02 MARGVI               PIC X(04).
           02 MESSAGEL             PIC S9(4) COMP.
           02 MESSAGEF             PIC X.
           02 FILLER REDEFINES MESSAGEF.
           02 FILLER               PIC X(03).
           02 COURSO               PIC X(09).
           02 FILLER               PIC X(03).
           02 MARGAO               PIC X(04).
           02 FILLER               PIC X(03).
           02 MARGVO               PIC X(04).
           02 FILLER               PIC X(03).
           02 MESSAGEO             PIC X(65).
