             03 BNDCODA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  BNDCODI  PIC X(4).
           02  JOBCATL    COMP  PIC  S9(4).
           02  JOBCATF    PICTURE X.
           02  FILLER REDEFINES JOBCATF.
             03 JOBCATA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  JOBCATI  PIC X(2).
           02  ACTNL    COMP  PIC  S9(4).
           02  ACTNF    PICTURE X.
           02  FILLER REDEFINES ACTNF.
           02  BNDCODC    PICTURE X.
           02  BNDCODO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  JOBCATC    PICTURE X.
           02  JOBCATO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  ACTNC    PICTURE X.
           02  ACTNO  PIC X(1).
           02  FILLER PICTURE X(3).
