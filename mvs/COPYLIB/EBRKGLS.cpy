      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - BREAK-GLASS ACCESS GRANTS.
      *      - RECORD LAYOUT FOR 'EBRKGLS' VSAM <KSDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.KSDS.EBRKGLS'.
      *      - ONE RECORD PER EMERGENCY ELEVATION, KEYED BY THE USER
      *        PLUS THE MOMENT IT STARTED, SO A USER'S GRANTS SIT
      *        TOGETHER IN TIME ORDER.
      *      - WRITTEN ON 'EBRKP' WHEN A USER CLEARED FOR IT (SEE
      *        'REG-BREAK-GLASS-FLAG') TAKES ADMINISTRATOR ACCESS FOR
      *        'APP-BRKGLS-HOURS' HOURS, WITH A REASON. THEIR OWN
      *        'REG-USER-CATEGORY' IS NEVER TOUCHED - ONLY THE
      *        SESSION RUNS AS 'ADM' (SEE 'MON-BREAK-GLASS').
      *      - CLOSED WHEN THE SESSION ENDS ('EACTMON' - SIGN-OFF,
      *        TIMEOUT, FORCED OFF OR THE GRANT RUNNING OUT), WHEN THE
      *        USER ENDS IT EARLY ON 'EBRKP', OR BY THE NEXT-DAY
      *        'EBRKRPT' RUN FOR ONE NOBODY CAME BACK TO.
      *      - WHILE A GRANT IS ACTIVE AND INSIDE ITS WINDOW, 'EAUDITP'
      *        FLAGS THE USER'S 'EAUDIT' EVENTS AND THE SCREENS FLAG
      *        THEIR 'ESECJRN' ENTRIES.
      *      - EVERY GRANT MUST THEN BE SIGNED OFF ON 'EBRKP' BY AN
      *        ADMINISTRATOR OTHER THAN THE USER, FROM THE 'EBRKRPT'
      *        REPORT OF WHAT WAS DONE.
      ******************************************************************
       01 BREAK-GLASS-RECORD.
          05 BGL-KEY.
             10 BGL-USER-ID             PIC X(8).
             10 BGL-START-TIMESTAMP     PIC X(14).
          05 BGL-DETAILS.
      *         THE CATEGORY THE USER REALLY HOLDS.
             10 BGL-BASE-CATEGORY       PIC X(3).
             10 BGL-EXPIRY-TIMESTAMP    PIC X(14).
             10 BGL-TERMINAL-ID         PIC X(4).
             10 BGL-REASON              PIC X(60).
             10 BGL-STATUS              PIC X(1).
                88 BGL-ACTIVE                      VALUE 'A'.
      *            ENDED BEFORE ITS TIME - BY THE USER, OR WITH THEIR
      *            SESSION.
                88 BGL-ENDED                       VALUE 'E'.
                88 BGL-EXPIRED                     VALUE 'X'.
             10 BGL-CLOSED-TIMESTAMP    PIC X(14).
             10 BGL-CLOSED-BY           PIC X(8).
             10 BGL-REVIEWED-BY         PIC X(8).
             10 BGL-REVIEWED-DATE       PIC X(8).
             10 FILLER                  PIC X(10).
