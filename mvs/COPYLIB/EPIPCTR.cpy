      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - IMPROVEMENT PLANS.
      *      - LAYOUT FOR 'EPIPCTR' CONTAINER.
      *      - NON-PERSISTENT (NO ASSOCIATED FILE).
      *      - NEEDED FOR PSEUDO-CONVERSATIONAL DESIGN.
      ******************************************************************
       01 IMPROVEMENT-PLAN-CONTAINER.
          05 PPC-USER-ID                PIC X(8).
          05 PPC-USER-CATEGORY          PIC X(3).
             88 PPC-CT-STANDARD                    VALUE 'STD'.
             88 PPC-CT-MANAGER                     VALUE 'MGR'.
             88 PPC-CT-ADMINISTRATOR               VALUE 'ADM'.
             88 PPC-CT-NOT-SET                     VALUE SPACES.
      *      'W' WHEN REACHED BY PF8 FROM 'EWRKP' (PF3 GOES BACK
      *      THERE), BLANK WHEN STARTED DIRECTLY (PF3 GOES TO MENU).
          05 PPC-ENTRY-ROUTE            PIC X(1).
             88 PPC-FROM-WORKLIST                  VALUE 'W'.
          05 PPC-OWN-EMPLOYEE-ID        PIC 9(8).
      *      THE PLAN ON DISPLAY.
          05 PPC-TARGET-KEY.
             10 PPC-TARGET-EMPLOYEE-ID  PIC 9(8).
             10 PPC-TARGET-OPENED-DATE  PIC X(8).
