       01  ERRNMI.
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
           02  JOBNML    COMP  PIC  S9(4).
           02  JOBNMF    PICTURE X.
           02  FILLER REDEFINES JOBNMF.
             03 JOBNMA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  JOBNMI  PIC X(8).
           02  REQTSL    COMP  PIC  S9(4).
           02  REQTSF    PICTURE X.
           02  FILLER REDEFINES REQTSF.
             03 REQTSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  REQTSI  PIC X(14).
           02  JOBDSCL    COMP  PIC  S9(4).
           02  JOBDSCF    PICTURE X.
           02  FILLER REDEFINES JOBDSCF.
             03 JOBDSCA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  JOBDSCI  PIC X(30).
           02  PERIODL    COMP  PIC  S9(4).
           02  PERIODF    PICTURE X.
           02  FILLER REDEFINES PERIODF.
             03 PERIODA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PERIODI  PIC X(6).
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
           02  RMODEL    COMP  PIC  S9(4).
           02  RMODEF    PICTURE X.
           02  FILLER REDEFINES RMODEF.
             03 RMODEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  RMODEI  PIC X(1).
           02  RMODESL    COMP  PIC  S9(4).
           02  RMODESF    PICTURE X.
           02  FILLER REDEFINES RMODESF.
             03 RMODESA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  RMODESI  PIC X(5).
           02  REASONL    COMP  PIC  S9(4).
           02  REASONF    PICTURE X.
           02  FILLER REDEFINES REASONF.
             03 REASONA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  REASONI  PIC X(60).
           02  ACTNL    COMP  PIC  S9(4).
           02  ACTNF    PICTURE X.
           02  FILLER REDEFINES ACTNF.
             03 ACTNA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACTNI  PIC X(1).
           02  RRN01L    COMP  PIC  S9(4).
           02  RRN01F    PICTURE X.
           02  FILLER REDEFINES RRN01F.
             03 RRN01A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  RRN01I  PIC X(70).
           02  RRN02L    COMP  PIC  S9(4).
           02  RRN02F    PICTURE X.
           02  FILLER REDEFINES RRN02F.
             03 RRN02A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  RRN02I  PIC X(70).
           02  RRN03L    COMP  PIC  S9(4).
           02  RRN03F    PICTURE X.
           02  FILLER REDEFINES RRN03F.
             03 RRN03A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  RRN03I  PIC X(70).
           02  RRN04L    COMP  PIC  S9(4).
           02  RRN04F    PICTURE X.
           02  FILLER REDEFINES RRN04F.
             03 RRN04A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  RRN04I  PIC X(70).
           02  RRN05L    COMP  PIC  S9(4).
           02  RRN05F    PICTURE X.
           02  FILLER REDEFINES RRN05F.
             03 RRN05A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  RRN05I  PIC X(70).
           02  RRN06L    COMP  PIC  S9(4).
           02  RRN06F    PICTURE X.
           02  FILLER REDEFINES RRN06F.
             03 RRN06A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  RRN06I  PIC X(70).
           02  RRN07L    COMP  PIC  S9(4).
           02  RRN07F    PICTURE X.
           02  FILLER REDEFINES RRN07F.
             03 RRN07A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  RRN07I  PIC X(70).
           02  RRN08L    COMP  PIC  S9(4).
           02  RRN08F    PICTURE X.
           02  FILLER REDEFINES RRN08F.
             03 RRN08A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  RRN08I  PIC X(70).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
             03 MESSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MESSI  PIC X(79).
       01  ERRNMO REDEFINES ERRNMI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  TRANIDC    PICTURE X.
           02  TRANIDO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  LOGDINC    PICTURE X.
           02  LOGDINO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  JOBNMC    PICTURE X.
           02  JOBNMO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  REQTSC    PICTURE X.
           02  REQTSO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  JOBDSCC    PICTURE X.
           02  JOBDSCO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  PERIODC    PICTURE X.
           02  PERIODO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  FROMDTC    PICTURE X.
           02  FROMDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  TODTC    PICTURE X.
           02  TODTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  RMODEC    PICTURE X.
           02  RMODEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  RMODESC    PICTURE X.
           02  RMODESO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  REASONC    PICTURE X.
           02  REASONO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  ACTNC    PICTURE X.
           02  ACTNO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  RRN01C    PICTURE X.
           02  RRN01O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  RRN02C    PICTURE X.
           02  RRN02O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  RRN03C    PICTURE X.
           02  RRN03O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  RRN04C    PICTURE X.
           02  RRN04O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  RRN05C    PICTURE X.
           02  RRN05O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  RRN06C    PICTURE X.
           02  RRN06O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  RRN07C    PICTURE X.
           02  RRN07O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  RRN08C    PICTURE X.
           02  RRN08O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
