       01  EBDPMI.
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
           02  DEPNUML    COMP  PIC  S9(4).
           02  DEPNUMF    PICTURE X.
           02  FILLER REDEFINES DEPNUMF.
             03 DEPNUMA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DEPNUMI  PIC X(2).
           02  DEPNAML    COMP  PIC  S9(4).
           02  DEPNAMF    PICTURE X.
           02  FILLER REDEFINES DEPNAMF.
             03 DEPNAMA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DEPNAMI  PIC X(38).
           02  RELTNL    COMP  PIC  S9(4).
           02  RELTNF    PICTURE X.
           02  FILLER REDEFINES RELTNF.
             03 RELTNA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  RELTNI  PIC X(1).
           02  BIRTHDTL    COMP  PIC  S9(4).
           02  BIRTHDTF    PICTURE X.
           02  FILLER REDEFINES BIRTHDTF.
             03 BIRTHDTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  BIRTHDTI  PIC X(8).
           02  STUDISL    COMP  PIC  S9(4).
           02  STUDISF    PICTURE X.
           02  FILLER REDEFINES STUDISF.
             03 STUDISA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  STUDISI  PIC X(1).
           02  ACTNL    COMP  PIC  S9(4).
           02  ACTNF    PICTURE X.
           02  FILLER REDEFINES ACTNF.
             03 ACTNA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACTNI  PIC X(1).
           02  DEP01L    COMP  PIC  S9(4).
           02  DEP01F    PICTURE X.
           02  FILLER REDEFINES DEP01F.
             03 DEP01A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DEP01I  PIC X(70).
           02  DEP02L    COMP  PIC  S9(4).
           02  DEP02F    PICTURE X.
           02  FILLER REDEFINES DEP02F.
             03 DEP02A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DEP02I  PIC X(70).
           02  DEP03L    COMP  PIC  S9(4).
           02  DEP03F    PICTURE X.
           02  FILLER REDEFINES DEP03F.
             03 DEP03A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DEP03I  PIC X(70).
           02  DEP04L    COMP  PIC  S9(4).
           02  DEP04F    PICTURE X.
           02  FILLER REDEFINES DEP04F.
             03 DEP04A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DEP04I  PIC X(70).
           02  DEP05L    COMP  PIC  S9(4).
           02  DEP05F    PICTURE X.
           02  FILLER REDEFINES DEP05F.
             03 DEP05A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DEP05I  PIC X(70).
           02  DEP06L    COMP  PIC  S9(4).
           02  DEP06F    PICTURE X.
           02  FILLER REDEFINES DEP06F.
             03 DEP06A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DEP06I  PIC X(70).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
             03 MESSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MESSI  PIC X(79).
       01  EBDPMO REDEFINES EBDPMI.
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
           02  DEPNUMC    PICTURE X.
           02  DEPNUMO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  DEPNAMC    PICTURE X.
           02  DEPNAMO  PIC X(38).
           02  FILLER PICTURE X(3).
           02  RELTNC    PICTURE X.
           02  RELTNO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  BIRTHDTC    PICTURE X.
           02  BIRTHDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  STUDISC    PICTURE X.
           02  STUDISO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ACTNC    PICTURE X.
           02  ACTNO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DEP01C    PICTURE X.
           02  DEP01O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  DEP02C    PICTURE X.
           02  DEP02O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  DEP03C    PICTURE X.
           02  DEP03O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  DEP04C    PICTURE X.
           02  DEP04O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  DEP05C    PICTURE X.
           02  DEP05O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  DEP06C    PICTURE X.
           02  DEP06O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
