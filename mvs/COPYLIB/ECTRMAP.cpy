       01  ECTRMI.
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
           02  EMPNAML    COMP  PIC  S9(4).
           02  EMPNAMF    PICTURE X.
           02  FILLER REDEFINES EMPNAMF.
             03 EMPNAMA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  EMPNAMI  PIC X(38).
           02  EMPTYPL    COMP  PIC  S9(4).
           02  EMPTYPF    PICTURE X.
           02  FILLER REDEFINES EMPTYPF.
             03 EMPTYPA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  EMPTYPI  PIC X(20).
           02  AGCODEL    COMP  PIC  S9(4).
           02  AGCODEF    PICTURE X.
           02  FILLER REDEFINES AGCODEF.
             03 AGCODEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  AGCODEI  PIC X(8).
           02  AGNAMEL    COMP  PIC  S9(4).
           02  AGNAMEF    PICTURE X.
           02  FILLER REDEFINES AGNAMEF.
             03 AGNAMEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  AGNAMEI  PIC X(30).
           02  PONUML    COMP  PIC  S9(4).
           02  PONUMF    PICTURE X.
           02  FILLER REDEFINES PONUMF.
             03 PONUMA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PONUMI  PIC X(12).
           02  POAMTL    COMP  PIC  S9(4).
           02  POAMTF    PICTURE X.
           02  FILLER REDEFINES POAMTF.
             03 POAMTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  POAMTI  PIC X(12).
           02  STRTDTL    COMP  PIC  S9(4).
           02  STRTDTF    PICTURE X.
           02  FILLER REDEFINES STRTDTF.
             03 STRTDTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  STRTDTI  PIC X(8).
           02  ENDDTL    COMP  PIC  S9(4).
           02  ENDDTF    PICTURE X.
           02  FILLER REDEFINES ENDDTF.
             03 ENDDTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ENDDTI  PIC X(8).
           02  RATEL    COMP  PIC  S9(4).
           02  RATEF    PICTURE X.
           02  FILLER REDEFINES RATEF.
             03 RATEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  RATEI  PIC X(8).
           02  RBASISL    COMP  PIC  S9(4).
           02  RBASISF    PICTURE X.
           02  FILLER REDEFINES RBASISF.
             03 RBASISA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  RBASISI  PIC X(1).
           02  APPRIDL    COMP  PIC  S9(4).
           02  APPRIDF    PICTURE X.
           02  FILLER REDEFINES APPRIDF.
             03 APPRIDA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  APPRIDI  PIC X(8).
           02  APPRNML    COMP  PIC  S9(4).
           02  APPRNMF    PICTURE X.
           02  FILLER REDEFINES APPRNMF.
             03 APPRNMA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  APPRNMI  PIC X(38).
           02  CTRSTSL    COMP  PIC  S9(4).
           02  CTRSTSF    PICTURE X.
           02  FILLER REDEFINES CTRSTSF.
             03 CTRSTSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CTRSTSI  PIC X(70).
           02  ACTNL    COMP  PIC  S9(4).
           02  ACTNF    PICTURE X.
           02  FILLER REDEFINES ACTNF.
             03 ACTNA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACTNI  PIC X(1).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
             03 MESSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MESSI  PIC X(79).
       01  ECTRMO REDEFINES ECTRMI.
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
           02  EMPNAMC    PICTURE X.
           02  EMPNAMO  PIC X(38).
           02  FILLER PICTURE X(3).
           02  EMPTYPC    PICTURE X.
           02  EMPTYPO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  AGCODEC    PICTURE X.
           02  AGCODEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  AGNAMEC    PICTURE X.
           02  AGNAMEO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  PONUMC    PICTURE X.
           02  PONUMO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  POAMTC    PICTURE X.
           02  POAMTO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  STRTDTC    PICTURE X.
           02  STRTDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ENDDTC    PICTURE X.
           02  ENDDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  RATEC    PICTURE X.
           02  RATEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  RBASISC    PICTURE X.
           02  RBASISO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  APPRIDC    PICTURE X.
           02  APPRIDO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  APPRNMC    PICTURE X.
           02  APPRNMO  PIC X(38).
           02  FILLER PICTURE X(3).
           02  CTRSTSC    PICTURE X.
           02  CTRSTSO  PIC X(70).
           02  FILLER PICTURE X(3).
           02  ACTNC    PICTURE X.
           02  ACTNO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
