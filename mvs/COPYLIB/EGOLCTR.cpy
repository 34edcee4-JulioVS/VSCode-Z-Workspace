      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - PERFORMANCE GOALS.
      *      - LAYOUT FOR 'EGOLCTR' CONTAINER.
      *      - NON-PERSISTENT (NO ASSOCIATED FILE).
      *      - NEEDED FOR PSEUDO-CONVERSATIONAL DESIGN.
      ******************************************************************
       01 GOALS-CONTAINER.
          05 GOC-USER-ID                PIC X(8).
          05 GOC-USER-CATEGORY          PIC X(3).
             88 GOC-CT-STANDARD                    VALUE 'STD'.
             88 GOC-CT-MANAGER                     VALUE 'MGR'.
             88 GOC-CT-ADMINISTRATOR               VALUE 'ADM'.
             88 GOC-CT-NOT-SET                     VALUE SPACES.
      *      'W' WHEN REACHED BY PF6 FROM 'EWRKP' (PF3 GOES BACK
      *      THERE), BLANK WHEN STARTED DIRECTLY (PF3 GOES TO MENU).
          05 GOC-ENTRY-ROUTE            PIC X(1).
             88 GOC-FROM-WORKLIST                  VALUE 'W'.
          05 GOC-OWN-EMPLOYEE-ID        PIC 9(8).
          05 GOC-TARGET-EMPLOYEE-ID     PIC 9(8).
          05 GOC-TARGET-CYCLE-YEAR      PIC 9(4).
          05 GOC-TARGET-GOAL-NUM        PIC 9(1).
