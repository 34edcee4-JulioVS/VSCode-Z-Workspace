       01  EOVTMI.
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
           02  CLMDTL    COMP  PIC  S9(4).
           02  CLMDTF    PICTURE X.
           02  FILLER REDEFINES CLMDTF.
             03 CLMDTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CLMDTI  PIC X(8).
           02  ACTNL    COMP  PIC  S9(4).
           02  ACTNF    PICTURE X.
           02  FILLER REDEFINES ACTNF.
             03 ACTNA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACTNI  PIC X(1).
           02  TRMMINL    COMP  PIC  S9(4).
           02  TRMMINF    PICTURE X.
           02  FILLER REDEFINES TRMMINF.
             03 TRMMINA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  TRMMINI  PIC X(4).
           02  MGRIDL    COMP  PIC  S9(4).
           02  MGRIDF    PICTURE X.
           02  FILLER REDEFINES MGRIDF.
             03 MGRIDA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MGRIDI  PIC X(8).
           02  FSTINL    COMP  PIC  S9(4).
           02  FSTINF    PICTURE X.
           02  FILLER REDEFINES FSTINF.
             03 FSTINA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  FSTINI  PIC X(6).
           02  LSTOUTL    COMP  PIC  S9(4).
           02  LSTOUTF    PICTURE X.
           02  FILLER REDEFINES LSTOUTF.
             03 LSTOUTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LSTOUTI  PIC X(6).
           02  SPANL    COMP  PIC  S9(4).
           02  SPANF    PICTURE X.
           02  FILLER REDEFINES SPANF.
             03 SPANA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  SPANI  PIC X(4).
           02  STDMINL    COMP  PIC  S9(4).
           02  STDMINF    PICTURE X.
           02  FILLER REDEFINES STDMINF.
             03 STDMINA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  STDMINI  PIC X(4).
           02  CLMMINL    COMP  PIC  S9(4).
           02  CLMMINF    PICTURE X.
           02  FILLER REDEFINES CLMMINF.
             03 CLMMINA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CLMMINI  PIC X(4).
           02  APRMINL    COMP  PIC  S9(4).
           02  APRMINF    PICTURE X.
           02  FILLER REDEFINES APRMINF.
             03 APRMINA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  APRMINI  PIC X(4).
           02  CURSTSL    COMP  PIC  S9(4).
           02  CURSTSF    PICTURE X.
           02  FILLER REDEFINES CURSTSF.
             03 CURSTSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CURSTSI  PIC X(8).
           02  ACTBYL    COMP  PIC  S9(4).
           02  ACTBYF    PICTURE X.
           02  FILLER REDEFINES ACTBYF.
             03 ACTBYA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACTBYI  PIC X(8).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
             03 MESSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MESSI  PIC X(79).
       01  EOVTMO REDEFINES EOVTMI.
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
           02  CLMDTC    PICTURE X.
           02  CLMDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ACTNC    PICTURE X.
           02  ACTNO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  TRMMINC    PICTURE X.
           02  TRMMINO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  MGRIDC    PICTURE X.
           02  MGRIDO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  FSTINC    PICTURE X.
           02  FSTINO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  LSTOUTC    PICTURE X.
           02  LSTOUTO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  SPANC    PICTURE X.
           02  SPANO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  STDMINC    PICTURE X.
           02  STDMINO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  CLMMINC    PICTURE X.
           02  CLMMINO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  APRMINC    PICTURE X.
           02  APRMINO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  CURSTSC    PICTURE X.
           02  CURSTSO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ACTBYC    PICTURE X.
           02  ACTBYO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
