             03 ROW8A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ROW8I  PIC X(70).
           02  RRINF1L    COMP  PIC  S9(4).
           02  RRINF1F    PICTURE X.
           02  FILLER REDEFINES RRINF1F.
             03 RRINF1A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  RRINF1I  PIC X(70).
           02  RRINF2L    COMP  PIC  S9(4).
           02  RRINF2F    PICTURE X.
           02  FILLER REDEFINES RRINF2F.
             03 RRINF2A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  RRINF2I  PIC X(70).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
           02  ROW8C    PICTURE X.
           02  ROW8O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  RRINF1C    PICTURE X.
           02  RRINF1O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  RRINF2C    PICTURE X.
           02  RRINF2O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
