      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - CONTINGENT WORKER CONTRACT.
      *      - LAYOUT FOR 'ECTRCTR' CONTAINER.
      *      - NON-PERSISTENT (NO ASSOCIATED FILE).
      *      - NEEDED FOR PSEUDO-CONVERSATIONAL DESIGN.
      ******************************************************************
       01 CONTRACT-ADMIN-CONTAINER.
          05 CTC-USER-ID                PIC X(8).
          05 CTC-USER-CATEGORY          PIC X(3).
             88 CTC-CT-STANDARD                    VALUE 'STD'.
             88 CTC-CT-MANAGER                     VALUE 'MGR'.
             88 CTC-CT-ADMINISTRATOR               VALUE 'ADM'.
             88 CTC-CT-NOT-SET                     VALUE SPACES.
      *      THE SIGNED-ON MANAGER'S OWN EMPLOYEE ID (FROM 'EREGUSR') -
      *      A MANAGER KEEPS CONTRACTS FOR THEIR OWN REPORTS ONLY.
          05 CTC-OWN-EMPLOYEE-ID        PIC 9(8).
