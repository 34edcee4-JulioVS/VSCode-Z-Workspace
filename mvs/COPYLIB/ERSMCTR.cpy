      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - RESIGNATION ACCEPTANCE.
      *      - LAYOUT FOR 'ERSMCTR' CONTAINER.
      *      - NON-PERSISTENT (NO ASSOCIATED FILE).
      *      - NEEDED FOR PSEUDO-CONVERSATIONAL DESIGN.
      ******************************************************************
       01 RESIGN-ACCEPT-CONTAINER.
          05 RMC-USER-ID                PIC X(8).
          05 RMC-USER-CATEGORY          PIC X(3).
             88 RMC-CT-STANDARD                    VALUE 'STD'.
             88 RMC-CT-MANAGER                     VALUE 'MGR'.
             88 RMC-CT-ADMINISTRATOR               VALUE 'ADM'.
             88 RMC-CT-NOT-SET                     VALUE SPACES.
      *      'W' WHEN REACHED BY PF7 FROM 'EWRKP' (PF3 GOES BACK
      *      THERE), BLANK WHEN STARTED DIRECTLY (PF3 GOES TO MENU).
          05 RMC-ENTRY-ROUTE            PIC X(1).
             88 RMC-FROM-WORKLIST                  VALUE 'W'.
          05 RMC-OWN-EMPLOYEE-ID        PIC 9(8).
          05 RMC-TARGET-EMPLOYEE-ID     PIC 9(8).
