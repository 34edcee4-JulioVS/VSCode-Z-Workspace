             10 AHS-RECORD-AFTER      PIC X(268).
             10 AHS-REASON-CODE       PIC X(2).
             10 AHS-SATELLITE-FILE    PIC X(8).
             10 AHS-BREAK-GLASS-FLAG  PIC X(1).
                88 AHS-BREAK-GLASS               VALUE 'Y'.
             10 AHS-PAY-PERIOD        PIC X(6).
