             03 SITEIDA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  SITEIDI  PIC X(4).
           02  BRTHDTL    COMP  PIC  S9(4).
           02  BRTHDTF    PICTURE X.
           02  FILLER REDEFINES BRTHDTF.
             03 BRTHDTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  BRTHDTI  PIC X(10).
           02  CURRCYL    COMP  PIC  S9(4).
           02  CURRCYF    PICTURE X.
           02  FILLER REDEFINES CURRCYF.
             03 CURRCYA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CURRCYI  PIC X(3).
           02  ETYDSCL    COMP  PIC  S9(4).
           02  ETYDSCF    PICTURE X.
           02  FILLER REDEFINES ETYDSCF.
             03 ETYDSCA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ETYDSCI  PIC X(30).
           02  GOVIDL    COMP  PIC  S9(4).
           02  GOVIDF    PICTURE X.
           02  FILLER REDEFINES GOVIDF.
             03 GOVIDA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  GOVIDI  PIC X(15).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
           02  SITEIDC    PICTURE X.
           02  SITEIDO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  BRTHDTC    PICTURE X.
           02  BRTHDTO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  CURRCYC    PICTURE X.
           02  CURRCYO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  ETYDSCC    PICTURE X.
           02  ETYDSCO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  GOVIDC    PICTURE X.
           02  GOVIDO  PIC X(15).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
           02  FILLER PICTURE X(3).
