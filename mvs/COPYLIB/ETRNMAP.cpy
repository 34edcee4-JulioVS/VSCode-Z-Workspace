             03 ENRCNTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ENRCNTI  PIC X(7).
           02  SESFEEL    COMP  PIC  S9(4).
           02  SESFEEF    PICTURE X.
           02  FILLER REDEFINES SESFEEF.
             03 SESFEEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  SESFEEI  PIC X(10).
           02  TRVCSTL    COMP  PIC  S9(4).
           02  TRVCSTF    PICTURE X.
           02  FILLER REDEFINES TRVCSTF.
             03 TRVCSTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  TRVCSTI  PIC X(9).
           02  MATCSTL    COMP  PIC  S9(4).
           02  MATCSTF    PICTURE X.
           02  FILLER REDEFINES MATCSTF.
             03 MATCSTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MATCSTI  PIC X(9).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
           02  ENRCNTC    PICTURE X.
           02  ENRCNTO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  SESFEEC    PICTURE X.
           02  SESFEEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  TRVCSTC    PICTURE X.
           02  TRVCSTO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  MATCSTC    PICTURE X.
           02  MATCSTO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
