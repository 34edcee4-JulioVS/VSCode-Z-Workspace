      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - CODE TABLE ADMIN.
      *      - LAYOUT FOR 'ECDTCTR' CONTAINER.
      *      - NON-PERSISTENT (NO ASSOCIATED FILE).
      *      - NEEDED FOR PSEUDO-CONVERSATIONAL DESIGN.
      ******************************************************************
       01 CODE-TABLE-ADMIN-CONTAINER.
          05 CTC-USER-ID                PIC X(8).
          05 CTC-USER-CATEGORY          PIC X(3).
             88 CTC-CT-STANDARD                    VALUE 'STD'.
             88 CTC-CT-MANAGER                     VALUE 'MGR'.
             88 CTC-CT-ADMINISTRATOR               VALUE 'ADM'.
             88 CTC-CT-NOT-SET                     VALUE SPACES.
