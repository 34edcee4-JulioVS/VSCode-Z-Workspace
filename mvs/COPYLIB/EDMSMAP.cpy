       01  EDMSMI.
           02  FILLER PIC X(12).
           02  TRANIDL    COMP  PIC  S9(4).
           02  TRANIDF    PICTURE X.
           02  FILLER REDEFINES TRANIDF.
             03 TRANIDA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  TRANIDI  PIC X(4).
           02  LOGDINL    COMP  PIC  S9(4).
           02  LOGDINF    PICTURE X.
           02  FILLER REDEFINES LOGDINF.
             03 LOGDINA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LOGDINI  PIC X(8).
           02  EMPLIDL    COMP  PIC  S9(4).
           02  EMPLIDF    PICTURE X.
           02  FILLER REDEFINES EMPLIDF.
             03 EMPLIDA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  EMPLIDI  PIC X(8).
           02  PRNAMEL    COMP  PIC  S9(4).
           02  PRNAMEF    PICTURE X.
           02  FILLER REDEFINES PRNAMEF.
             03 PRNAMEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PRNAMEI  PIC X(38).
           02  GENDERL    COMP  PIC  S9(4).
           02  GENDERF    PICTURE X.
           02  FILLER REDEFINES GENDERF.
             03 GENDERA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  GENDERI  PIC X(1).
           02  ETHNICL    COMP  PIC  S9(4).
           02  ETHNICF    PICTURE X.
           02  FILLER REDEFINES ETHNICF.
             03 ETHNICA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ETHNICI  PIC X(2).
           02  DISABLL    COMP  PIC  S9(4).
           02  DISABLF    PICTURE X.
           02  FILLER REDEFINES DISABLF.
             03 DISABLA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DISABLI  PIC X(1).
           02  VETRANL    COMP  PIC  S9(4).
           02  VETRANF    PICTURE X.
           02  FILLER REDEFINES VETRANF.
             03 VETRANA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  VETRANI  PIC X(1).
           02  RECDTL     COMP  PIC  S9(4).
           02  RECDTF     PICTURE X.
           02  FILLER REDEFINES RECDTF.
             03 RECDTA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  RECDTI   PIC X(8).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
             03 MESSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MESSI  PIC X(79).
       01  EDMSMO REDEFINES EDMSMI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  TRANIDC    PICTURE X.
           02  TRANIDO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  LOGDINC    PICTURE X.
           02  LOGDINO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  EMPLIDC    PICTURE X.
           02  EMPLIDO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  PRNAMEC    PICTURE X.
           02  PRNAMEO  PIC X(38).
           02  FILLER PICTURE X(3).
           02  GENDERC    PICTURE X.
           02  GENDERO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ETHNICC    PICTURE X.
           02  ETHNICO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  DISABLC    PICTURE X.
           02  DISABLO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  VETRANC    PICTURE X.
           02  VETRANO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  RECDTC     PICTURE X.
           02  RECDTO   PIC X(8).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
