             03 AMOUNTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  AMOUNTI  PIC X(10).
           02  CURRCYL    COMP  PIC  S9(4).
           02  CURRCYF    PICTURE X.
           02  FILLER REDEFINES CURRCYF.
             03 CURRCYA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CURRCYI  PIC X(3).
           02  ACTNL    COMP  PIC  S9(4).
           02  ACTNF    PICTURE X.
           02  FILLER REDEFINES ACTNF.
             03 ACTBYA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACTBYI  PIC X(8).
           02  PAYTYDL    COMP  PIC  S9(4).
           02  PAYTYDF    PICTURE X.
           02  FILLER REDEFINES PAYTYDF.
             03 PAYTYDA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PAYTYDI  PIC X(30).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
           02  AMOUNTC    PICTURE X.
           02  AMOUNTO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  CURRCYC    PICTURE X.
           02  CURRCYO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  ACTNC    PICTURE X.
           02  ACTNO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ACTBYC    PICTURE X.
           02  ACTBYO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  PAYTYDC    PICTURE X.
           02  PAYTYDO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
