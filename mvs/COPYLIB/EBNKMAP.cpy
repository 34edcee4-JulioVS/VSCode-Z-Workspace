             03 VFYBYA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  VFYBYI  PIC X(8).
           02  BNKNAML    COMP  PIC  S9(4).
           02  BNKNAMF    PICTURE X.
           02  FILLER REDEFINES BNKNAMF.
             03 BNKNAMA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  BNKNAMI  PIC X(30).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
           02  VFYBYC    PICTURE X.
           02  VFYBYO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  BNKNAMC    PICTURE X.
           02  BNKNAMO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
