             03 CURSTSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CURSTSI  PIC X(8).
           02  LVLDSCL    COMP  PIC  S9(4).
           02  LVLDSCF    PICTURE X.
           02  FILLER REDEFINES LVLDSCF.
             03 LVLDSCA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LVLDSCI  PIC X(30).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
           02  CURSTSC    PICTURE X.
           02  CURSTSO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  LVLDSCC    PICTURE X.
           02  LVLDSCO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
