      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - SELF-SERVICE DEMOGRAPHICS.
      *      - LAYOUT FOR 'EDMSCTR' CONTAINER.
      *      - NON-PERSISTENT (NO ASSOCIATED FILE).
      *      - NEEDED FOR PSEUDO-CONVERSATIONAL DESIGN.
      *      - THE EMPLOYEE ID IS ALWAYS THE SIGNED-ON USER'S OWN,
      *        RESOLVED THROUGH 'REG-EMPLOYEE-ID' - NOBODY CAN SEE OR
      *        CHANGE ANOTHER EMPLOYEE'S 'EDEMOGR' RECORD HERE.
      ******************************************************************
       01 SELF-DEMOGRAPHIC-CONTAINER.
          05 SDC-USER-ID                PIC X(8).
          05 SDC-USER-CATEGORY          PIC X(3).
             88 SDC-CT-STANDARD                    VALUE 'STD'.
             88 SDC-CT-MANAGER                     VALUE 'MGR'.
             88 SDC-CT-ADMINISTRATOR               VALUE 'ADM'.
             88 SDC-CT-NOT-SET                     VALUE SPACES.
          05 SDC-EMPLOYEE-ID            PIC 9(8).
