      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - BARGAINING UNIT MEMBERSHIP.
      *      - LAYOUT FOR 'EBUMCTR' CONTAINER.
      *      - NON-PERSISTENT (NO ASSOCIATED FILE).
      *      - NEEDED FOR PSEUDO-CONVERSATIONAL DESIGN.
      ******************************************************************
       01 MEMBERSHIP-CONTAINER.
          05 BMC-USER-ID                PIC X(8).
          05 BMC-USER-CATEGORY          PIC X(3).
             88 BMC-CT-STANDARD                    VALUE 'STD'.
             88 BMC-CT-MANAGER                     VALUE 'MGR'.
             88 BMC-CT-ADMINISTRATOR               VALUE 'ADM'.
             88 BMC-CT-NOT-SET                     VALUE SPACES.
          05 BMC-TARGET-EMPLOYEE-ID     PIC 9(8).
