             03 PLNNAMA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PLNNAMI  PIC X(30).
           02  COVDSCL    COMP  PIC  S9(4).
           02  COVDSCF    PICTURE X.
           02  FILLER REDEFINES COVDSCF.
             03 COVDSCA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  COVDSCI  PIC X(30).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
           02  PLNNAMC    PICTURE X.
           02  PLNNAMO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  COVDSCC    PICTURE X.
           02  COVDSCO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
