      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - BENEFIT ELECTIONS.
      *      - LAYOUT FOR 'EBELCTR' CONTAINER.
      *      - NON-PERSISTENT (NO ASSOCIATED FILE).
      *      - NEEDED FOR PSEUDO-CONVERSATIONAL DESIGN.
      ******************************************************************
       01 BENEFIT-ELECTION-CONTAINER.
          05 BLC-USER-ID                PIC X(8).
          05 BLC-USER-CATEGORY          PIC X(3).
             88 BLC-CT-STANDARD                    VALUE 'STD'.
             88 BLC-CT-MANAGER                     VALUE 'MGR'.
             88 BLC-CT-ADMINISTRATOR               VALUE 'ADM'.
             88 BLC-CT-NOT-SET                     VALUE SPACES.
          05 BLC-EMPLOYEE-ID            PIC 9(8).
          05 BLC-PLAN-YEAR              PIC 9(4).
          05 BLC-CLOSE-DATE             PIC X(8).
          05 BLC-TARGET-PLAN-CODE       PIC X(4).
