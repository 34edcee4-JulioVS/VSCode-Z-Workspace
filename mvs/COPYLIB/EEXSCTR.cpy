      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - SELF-SERVICE EXPENSE CLAIM.
      *      - LAYOUT FOR 'EEXSCTR' CONTAINER.
      *      - NON-PERSISTENT (NO ASSOCIATED FILE).
      *      - NEEDED FOR PSEUDO-CONVERSATIONAL DESIGN.
      *      - THE EMPLOYEE ID IS ALWAYS THE SIGNED-ON USER'S OWN,
      *        RESOLVED THROUGH 'REG-EMPLOYEE-ID' - AN EMPLOYEE CAN
      *        ONLY EVER CLAIM EXPENSES FOR THEMSELVES HERE. THE
      *        APPROVAL SIDE IS ON 'EEXPP'.
      ******************************************************************
       01 SELF-EXPENSE-CONTAINER.
          05 SXC-USER-ID                PIC X(8).
          05 SXC-USER-CATEGORY          PIC X(3).
             88 SXC-CT-STANDARD                    VALUE 'STD'.
             88 SXC-CT-MANAGER                     VALUE 'MGR'.
             88 SXC-CT-ADMINISTRATOR               VALUE 'ADM'.
             88 SXC-CT-NOT-SET                     VALUE SPACES.
          05 SXC-EMPLOYEE-ID            PIC 9(8).
          05 SXC-TARGET-EXPENSE-DATE    PIC X(8).
          05 SXC-TARGET-CATEGORY        PIC X(2).
