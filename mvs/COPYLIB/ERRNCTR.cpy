      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - AD HOC RERUN REQUESTS.
      *      - LAYOUT FOR 'ERRNCTR' CONTAINER.
      *      - NON-PERSISTENT (NO ASSOCIATED FILE).
      *      - NEEDED FOR PSEUDO-CONVERSATIONAL DESIGN.
      ******************************************************************
       01 RERUN-REQUEST-CONTAINER.
          05 RNC-USER-ID                PIC X(8).
          05 RNC-USER-CATEGORY          PIC X(3).
             88 RNC-CT-STANDARD                    VALUE 'STD'.
             88 RNC-CT-MANAGER                     VALUE 'MGR'.
             88 RNC-CT-ADMINISTRATOR               VALUE 'ADM'.
             88 RNC-CT-NOT-SET                     VALUE SPACES.
