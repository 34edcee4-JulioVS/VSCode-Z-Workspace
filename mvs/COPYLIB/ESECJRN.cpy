      *        CHANGES TO EMPLOYEE DATA.
      *      - BROWSED ON THE 'ESEJP' INQUIRY SCREEN AND ROLLED UP BY
      *        THE DAILY 'ESECRPT' REPORT.
      *      - AN ENTRY MADE WHILE THE USER WAS RUNNING ON BREAK-GLASS
      *        ACCESS (SEE 'EBRKGLS') CARRIES 'SEC-BREAK-GLASS-FLAG',
      *        SO THE 'EBRKRPT' REVIEW CAN PICK OUT WHAT THEY DID.
      ******************************************************************
       01 SECURITY-JOURNAL-RECORD.
          05 SEC-TIMESTAMP         PIC X(21).
          05 SEC-TARGET            PIC X(8).
          05 SEC-OLD-VALUE         PIC X(20).
          05 SEC-NEW-VALUE         PIC X(20).
          05 SEC-BREAK-GLASS-FLAG  PIC X(1).
             88 SEC-BREAK-GLASS               VALUE 'Y'.
