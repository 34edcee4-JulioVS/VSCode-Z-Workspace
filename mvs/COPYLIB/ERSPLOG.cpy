      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - RESPONSE-TIME LOG.
      *      - RECORD LAYOUT FOR 'ERSPLOG' VSAM <ESDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.ESDS.ERSPLOG'.
      *      - WRITTEN BY 'EACTMON' ONCE PER SCREEN INTERACTION, WHEN
      *        THE SCREEN POSTS 'MON-AC-RESPONSE-TIME' AFTER SENDING
      *        ITS MAP. THE ELAPSED TIME RUNS FROM THE FIRST MONITOR
      *        CALL IN THE TASK TO THAT POST, IN MILLISECONDS.
      *      - READ BY THE DAILY 'ERSPRPT' RESPONSE-TIME REPORT, WHICH
      *        PICKS OUT ONE DAY'S INTERACTIONS BY 'RSP-START-DATE'.
      ******************************************************************
       01 RESPONSE-TIME-RECORD.
          05 RSP-START-TIMESTAMP.
             10 RSP-START-DATE     PIC X(8).
             10 RSP-START-TIME.
                15 RSP-START-HOUR  PIC 9(2).
                15 FILLER          PIC X(4).
          05 RSP-TRANSACTION-ID    PIC X(4).
          05 RSP-PROGRAM           PIC X(8).
          05 RSP-USER-CATEGORY     PIC X(3).
          05 RSP-TERMINAL-ID       PIC X(4).
          05 RSP-ELAPSED-MS        PIC 9(7).
