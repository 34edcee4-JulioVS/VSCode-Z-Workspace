      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - TEMPORARY ASSIGNMENTS.
      *      - LAYOUT FOR 'ETASCTR' CONTAINER.
      *      - NON-PERSISTENT (NO ASSOCIATED FILE).
      *      - NEEDED FOR PSEUDO-CONVERSATIONAL DESIGN.
      ******************************************************************
       01 TEMP-ASSIGNMENT-CONTAINER.
          05 TSC-USER-ID                PIC X(8).
          05 TSC-USER-CATEGORY          PIC X(3).
             88 TSC-CT-STANDARD                    VALUE 'STD'.
             88 TSC-CT-MANAGER                     VALUE 'MGR'.
             88 TSC-CT-ADMINISTRATOR               VALUE 'ADM'.
             88 TSC-CT-NOT-SET                     VALUE SPACES.
          05 TSC-TARGET-EMPLOYEE-ID     PIC 9(8).
          05 TSC-TARGET-START-DATE      PIC X(8).
