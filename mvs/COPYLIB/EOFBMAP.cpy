             03 FINPDTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  FINPDTI  PIC X(8).
           02  LOANOFL    COMP  PIC  S9(4).
           02  LOANOFF    PICTURE X.
           02  FILLER REDEFINES LOANOFF.
             03 LOANOFA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LOANOFI  PIC X(10).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
           02  FINPDTC    PICTURE X.
           02  FINPDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  LOANOFC    PICTURE X.
           02  LOANOFO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
