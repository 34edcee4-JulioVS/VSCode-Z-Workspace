      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - BREAK-GLASS ACCESS.
      *      - LAYOUT FOR 'EBRKCTR' CONTAINER.
      *      - NON-PERSISTENT (NO ASSOCIATED FILE).
      *      - NEEDED FOR PSEUDO-CONVERSATIONAL DESIGN.
      ******************************************************************
       01 BREAK-GLASS-CONTAINER.
          05 BRC-USER-ID                PIC X(8).
      *      THE CATEGORY THE USER REALLY HOLDS - NOT THE 'ADM' A
      *      BREAK-GLASS SESSION RUNS UNDER.
          05 BRC-USER-CATEGORY          PIC X(3).
             88 BRC-CT-STANDARD                    VALUE 'STD'.
             88 BRC-CT-MANAGER                     VALUE 'MGR'.
             88 BRC-CT-ADMINISTRATOR               VALUE 'ADM'.
             88 BRC-CT-AUDITOR                     VALUE 'AUD'.
             88 BRC-CT-NOT-SET                     VALUE SPACES.
