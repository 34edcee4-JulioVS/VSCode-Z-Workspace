      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - REQUISITION CANDIDATES.
      *      - LAYOUT FOR 'ECANCTR' CONTAINER.
      *      - NON-PERSISTENT (NO ASSOCIATED FILE).
      *      - NEEDED FOR PSEUDO-CONVERSATIONAL DESIGN.
      ******************************************************************
       01 CANDIDATE-CONTAINER.
          05 CNC-USER-ID                PIC X(8).
          05 CNC-USER-CATEGORY          PIC X(3).
             88 CNC-CT-STANDARD                    VALUE 'STD'.
             88 CNC-CT-MANAGER                     VALUE 'MGR'.
             88 CNC-CT-ADMINISTRATOR               VALUE 'ADM'.
             88 CNC-CT-NOT-SET                     VALUE SPACES.
          05 CNC-SCOPE-DEPARTMENT-ID    PIC 9(8).
          05 CNC-SCOPE-REQUISITION-NO   PIC 9(4).
