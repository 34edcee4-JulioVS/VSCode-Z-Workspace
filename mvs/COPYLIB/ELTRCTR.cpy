      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - HR LETTER REQUESTS.
      *      - LAYOUT FOR 'ELTRCTR' CONTAINER.
      *      - NON-PERSISTENT (NO ASSOCIATED FILE).
      *      - NEEDED FOR PSEUDO-CONVERSATIONAL DESIGN.
      ******************************************************************
       01 LETTER-CONTAINER.
          05 LRC-USER-ID                PIC X(8).
          05 LRC-USER-CATEGORY          PIC X(3).
             88 LRC-CT-STANDARD                    VALUE 'STD'.
             88 LRC-CT-MANAGER                     VALUE 'MGR'.
             88 LRC-CT-ADMINISTRATOR               VALUE 'ADM'.
             88 LRC-CT-NOT-SET                     VALUE SPACES.
          05 LRC-TARGET-EMPLOYEE-ID     PIC 9(8).
