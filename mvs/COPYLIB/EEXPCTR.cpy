      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - EXPENSE CLAIM APPROVAL.
      *      - LAYOUT FOR 'EEXPCTR' CONTAINER.
      *      - NON-PERSISTENT (NO ASSOCIATED FILE).
      *      - NEEDED FOR PSEUDO-CONVERSATIONAL DESIGN.
      ******************************************************************
       01 EXPENSE-APPROVAL-CONTAINER.
          05 EXA-USER-ID                PIC X(8).
          05 EXA-USER-CATEGORY          PIC X(3).
             88 EXA-CT-STANDARD                    VALUE 'STD'.
             88 EXA-CT-MANAGER                     VALUE 'MGR'.
             88 EXA-CT-ADMINISTRATOR               VALUE 'ADM'.
             88 EXA-CT-NOT-SET                     VALUE SPACES.
      *      THE SIGNED-ON USER'S OWN EMPLOYEE ID ('REG-EMPLOYEE-ID') -
      *      A MANAGER ONLY ACTIONS CLAIMS CARRYING IT AS MANAGER.
          05 EXA-OWN-EMPLOYEE-ID        PIC 9(8).
          05 EXA-TARGET-EMPLOYEE-ID     PIC 9(8).
          05 EXA-TARGET-EXPENSE-DATE    PIC X(8).
          05 EXA-TARGET-CATEGORY        PIC X(2).
