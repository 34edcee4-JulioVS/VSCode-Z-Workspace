      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - APPROVAL DELEGATION.
      *      - LAYOUT FOR 'EDLGCTR' CONTAINER.
      *      - NON-PERSISTENT (NO ASSOCIATED FILE).
      *      - NEEDED FOR PSEUDO-CONVERSATIONAL DESIGN.
      ******************************************************************
       01 DELEGATION-CONTAINER.
          05 DLC-USER-ID                PIC X(8).
          05 DLC-USER-CATEGORY          PIC X(3).
             88 DLC-CT-STANDARD                    VALUE 'STD'.
             88 DLC-CT-MANAGER                     VALUE 'MGR'.
             88 DLC-CT-ADMINISTRATOR               VALUE 'ADM'.
             88 DLC-CT-NOT-SET                     VALUE SPACES.
      *   WHOSE DELEGATIONS ARE ON SHOW - A MANAGER'S OWN, OR ANY
      *   MANAGER'S OR ADMINISTRATOR'S AN ADMINISTRATOR KEYS.
          05 DLC-DELEGATOR-ID           PIC X(8).
