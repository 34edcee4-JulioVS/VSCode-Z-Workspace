      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - EMPLOYEE LOANS/ADVANCES.
      *      - LAYOUT FOR 'ELONCTR' CONTAINER.
      *      - NON-PERSISTENT (NO ASSOCIATED FILE).
      *      - NEEDED FOR PSEUDO-CONVERSATIONAL DESIGN.
      ******************************************************************
       01 LOAN-CONTAINER.
          05 LNC-USER-ID                PIC X(8).
          05 LNC-USER-CATEGORY          PIC X(3).
             88 LNC-CT-STANDARD                    VALUE 'STD'.
             88 LNC-CT-MANAGER                     VALUE 'MGR'.
             88 LNC-CT-ADMINISTRATOR               VALUE 'ADM'.
             88 LNC-CT-NOT-SET                     VALUE SPACES.
          05 LNC-TARGET-EMPLOYEE-ID     PIC 9(8).
          05 LNC-TARGET-LOAN-NUMBER     PIC 9(2).
