      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - OVERTIME CLAIMS.
      *      - LAYOUT FOR 'EOVTCTR' CONTAINER.
      *      - NON-PERSISTENT (NO ASSOCIATED FILE).
      *      - NEEDED FOR PSEUDO-CONVERSATIONAL DESIGN.
      ******************************************************************
       01 OVERTIME-CLAIM-CONTAINER.
          05 OCL-USER-ID                PIC X(8).
          05 OCL-USER-CATEGORY          PIC X(3).
             88 OCL-CT-STANDARD                    VALUE 'STD'.
             88 OCL-CT-MANAGER                     VALUE 'MGR'.
             88 OCL-CT-ADMINISTRATOR               VALUE 'ADM'.
             88 OCL-CT-NOT-SET                     VALUE SPACES.
      *      THE SIGNED-ON USER'S OWN EMPLOYEE ID ('REG-EMPLOYEE-ID') -
      *      A MANAGER ONLY ACTIONS CLAIMS CARRYING IT AS MANAGER.
          05 OCL-OWN-EMPLOYEE-ID        PIC 9(8).
          05 OCL-TARGET-EMPLOYEE-ID     PIC 9(8).
          05 OCL-TARGET-CLAIM-DATE      PIC X(8).
