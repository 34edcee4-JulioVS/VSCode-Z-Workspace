      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - LEGAL HOLD ADMIN.
      *      - LAYOUT FOR 'ELGHCTR' CONTAINER.
      *      - NON-PERSISTENT (NO ASSOCIATED FILE).
      *      - NEEDED FOR PSEUDO-CONVERSATIONAL DESIGN.
      ******************************************************************
       01 LEGAL-HOLD-ADMIN-CONTAINER.
          05 LHC-USER-ID                PIC X(8).
          05 LHC-USER-CATEGORY          PIC X(3).
             88 LHC-CT-STANDARD                    VALUE 'STD'.
             88 LHC-CT-MANAGER                     VALUE 'MGR'.
             88 LHC-CT-ADMINISTRATOR               VALUE 'ADM'.
             88 LHC-CT-NOT-SET                     VALUE SPACES.
