             03 ACTNA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACTNI  PIC X(1).
           02  BNDCURL    COMP  PIC  S9(4).
           02  BNDCURF    PICTURE X.
           02  FILLER REDEFINES BNDCURF.
             03 BNDCURA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  BNDCURI  PIC X(3).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
           02  ACTNC    PICTURE X.
           02  ACTNO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  BNDCURC    PICTURE X.
           02  BNDCURO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
