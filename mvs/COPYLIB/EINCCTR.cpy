      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - WORKPLACE INCIDENT LOG.
      *      - LAYOUT FOR 'EINCCTR' CONTAINER.
      *      - NON-PERSISTENT (NO ASSOCIATED FILE).
      *      - NEEDED FOR PSEUDO-CONVERSATIONAL DESIGN.
      ******************************************************************
       01 INCIDENT-CONTAINER.
          05 ICC-USER-ID                PIC X(8).
          05 ICC-USER-CATEGORY          PIC X(3).
             88 ICC-CT-STANDARD                    VALUE 'STD'.
             88 ICC-CT-MANAGER                     VALUE 'MGR'.
             88 ICC-CT-ADMINISTRATOR               VALUE 'ADM'.
             88 ICC-CT-NOT-SET                     VALUE SPACES.
          05 ICC-TARGET-SITE-ID         PIC X(4).
          05 ICC-TARGET-INCIDENT-NUM    PIC 9(4).
          05 ICC-TARGET-EMPLOYEE-ID     PIC 9(8).
