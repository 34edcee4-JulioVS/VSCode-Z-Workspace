      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - WORK AUTHORIZATION.
      *      - LAYOUT FOR 'EWAUCTR' CONTAINER.
      *      - NON-PERSISTENT (NO ASSOCIATED FILE).
      *      - NEEDED FOR PSEUDO-CONVERSATIONAL DESIGN.
      ******************************************************************
       01 WORK-AUTH-CONTAINER.
          05 WAC-USER-ID                PIC X(8).
          05 WAC-USER-CATEGORY          PIC X(3).
             88 WAC-CT-STANDARD                    VALUE 'STD'.
             88 WAC-CT-MANAGER                     VALUE 'MGR'.
             88 WAC-CT-ADMINISTRATOR               VALUE 'ADM'.
             88 WAC-CT-NOT-SET                     VALUE SPACES.
      *      'H' WHEN REACHED BY PF6 FROM 'EHVFP' (PF3 GOES BACK
      *      THERE), BLANK WHEN STARTED DIRECTLY (PF3 GOES TO MENU).
          05 WAC-ENTRY-ROUTE            PIC X(1).
             88 WAC-FROM-HIRE-VERIFY               VALUE 'H'.
          05 WAC-TARGET-EMPLOYEE-ID     PIC 9(8).
          05 WAC-TARGET-DOCUMENT-NUM    PIC 9(2).
