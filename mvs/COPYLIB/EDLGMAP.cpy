      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - APPROVAL DELEGATION.
      *      - SYMBOLIC MAP FOR 'EDLGMAP' MAPSET / 'EDLGM' MAP.
      ******************************************************************
       01  EDLGMI.
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
           02  DLGTRL    COMP  PIC  S9(4).
           02  DLGTRF    PICTURE X.
           02  FILLER REDEFINES DLGTRF.
             03 DLGTRA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DLGTRI  PIC X(8).
           02  DLGTEL    COMP  PIC  S9(4).
           02  DLGTEF    PICTURE X.
           02  FILLER REDEFINES DLGTEF.
             03 DLGTEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DLGTEI  PIC X(8).
           02  FROMDTL    COMP  PIC  S9(4).
           02  FROMDTF    PICTURE X.
           02  FILLER REDEFINES FROMDTF.
             03 FROMDTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  FROMDTI  PIC X(8).
           02  TODTL    COMP  PIC  S9(4).
           02  TODTF    PICTURE X.
           02  FILLER REDEFINES TODTF.
             03 TODTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  TODTI  PIC X(8).
           02  TYPESL    COMP  PIC  S9(4).
           02  TYPESF    PICTURE X.
           02  FILLER REDEFINES TYPESF.
             03 TYPESA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  TYPESI  PIC X(5).
           02  ACTNL    COMP  PIC  S9(4).
           02  ACTNF    PICTURE X.
           02  FILLER REDEFINES ACTNF.
             03 ACTNA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACTNI  PIC X(1).
           02  ROW1L    COMP  PIC  S9(4).
           02  ROW1F    PICTURE X.
           02  FILLER REDEFINES ROW1F.
             03 ROW1A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ROW1I  PIC X(70).
           02  ROW2L    COMP  PIC  S9(4).
           02  ROW2F    PICTURE X.
           02  FILLER REDEFINES ROW2F.
             03 ROW2A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ROW2I  PIC X(70).
           02  ROW3L    COMP  PIC  S9(4).
           02  ROW3F    PICTURE X.
           02  FILLER REDEFINES ROW3F.
             03 ROW3A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ROW3I  PIC X(70).
           02  ROW4L    COMP  PIC  S9(4).
           02  ROW4F    PICTURE X.
           02  FILLER REDEFINES ROW4F.
             03 ROW4A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ROW4I  PIC X(70).
           02  ROW5L    COMP  PIC  S9(4).
           02  ROW5F    PICTURE X.
           02  FILLER REDEFINES ROW5F.
             03 ROW5A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ROW5I  PIC X(70).
           02  ROW6L    COMP  PIC  S9(4).
           02  ROW6F    PICTURE X.
           02  FILLER REDEFINES ROW6F.
             03 ROW6A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ROW6I  PIC X(70).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
             03 MESSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MESSI  PIC X(79).
       01  EDLGMO REDEFINES EDLGMI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  TRANIDC    PICTURE X.
           02  TRANIDO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  LOGDINC    PICTURE X.
           02  LOGDINO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  DLGTRC    PICTURE X.
           02  DLGTRO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  DLGTEC    PICTURE X.
           02  DLGTEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  FROMDTC    PICTURE X.
           02  FROMDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  TODTC    PICTURE X.
           02  TODTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  TYPESC    PICTURE X.
           02  TYPESO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  ACTNC    PICTURE X.
           02  ACTNO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ROW1C    PICTURE X.
           02  ROW1O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  ROW2C    PICTURE X.
           02  ROW2O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  ROW3C    PICTURE X.
           02  ROW3O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  ROW4C    PICTURE X.
           02  ROW4O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  ROW5C    PICTURE X.
           02  ROW5O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  ROW6C    PICTURE X.
           02  ROW6O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
