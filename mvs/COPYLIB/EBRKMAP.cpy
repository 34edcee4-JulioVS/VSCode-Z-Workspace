      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - BREAK-GLASS ACCESS.
      *      - SYMBOLIC MAP FOR 'EBRKMAP' MAPSET / 'EBRKM' MAP.
      ******************************************************************
       01  EBRKMI.
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
           02  STATEL    COMP  PIC  S9(4).
           02  STATEF    PICTURE X.
           02  FILLER REDEFINES STATEF.
             03 STATEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  STATEI  PIC X(79).
           02  ACTNL    COMP  PIC  S9(4).
           02  ACTNF    PICTURE X.
           02  FILLER REDEFINES ACTNF.
             03 ACTNA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACTNI  PIC X(1).
           02  USRIDL    COMP  PIC  S9(4).
           02  USRIDF    PICTURE X.
           02  FILLER REDEFINES USRIDF.
             03 USRIDA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  USRIDI  PIC X(8).
           02  STRTSL    COMP  PIC  S9(4).
           02  STRTSF    PICTURE X.
           02  FILLER REDEFINES STRTSF.
             03 STRTSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  STRTSI  PIC X(12).
           02  REASNL    COMP  PIC  S9(4).
           02  REASNF    PICTURE X.
           02  FILLER REDEFINES REASNF.
             03 REASNA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  REASNI  PIC X(60).
           02  ROW1L    COMP  PIC  S9(4).
           02  ROW1F    PICTURE X.
           02  FILLER REDEFINES ROW1F.
             03 ROW1A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ROW1I  PIC X(79).
           02  ROW2L    COMP  PIC  S9(4).
           02  ROW2F    PICTURE X.
           02  FILLER REDEFINES ROW2F.
             03 ROW2A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ROW2I  PIC X(79).
           02  ROW3L    COMP  PIC  S9(4).
           02  ROW3F    PICTURE X.
           02  FILLER REDEFINES ROW3F.
             03 ROW3A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ROW3I  PIC X(79).
           02  ROW4L    COMP  PIC  S9(4).
           02  ROW4F    PICTURE X.
           02  FILLER REDEFINES ROW4F.
             03 ROW4A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ROW4I  PIC X(79).
           02  ROW5L    COMP  PIC  S9(4).
           02  ROW5F    PICTURE X.
           02  FILLER REDEFINES ROW5F.
             03 ROW5A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ROW5I  PIC X(79).
           02  ROW6L    COMP  PIC  S9(4).
           02  ROW6F    PICTURE X.
           02  FILLER REDEFINES ROW6F.
             03 ROW6A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ROW6I  PIC X(79).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
             03 MESSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MESSI  PIC X(79).
       01  EBRKMO REDEFINES EBRKMI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  TRANIDC    PICTURE X.
           02  TRANIDO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  LOGDINC    PICTURE X.
           02  LOGDINO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  STATEC    PICTURE X.
           02  STATEO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  ACTNC    PICTURE X.
           02  ACTNO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  USRIDC    PICTURE X.
           02  USRIDO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  STRTSC    PICTURE X.
           02  STRTSO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  REASNC    PICTURE X.
           02  REASNO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  ROW1C    PICTURE X.
           02  ROW1O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  ROW2C    PICTURE X.
           02  ROW2O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  ROW3C    PICTURE X.
           02  ROW3O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  ROW4C    PICTURE X.
           02  ROW4O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  ROW5C    PICTURE X.
           02  ROW5O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  ROW6C    PICTURE X.
           02  ROW6O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
