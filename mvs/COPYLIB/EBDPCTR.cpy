      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - BENEFIT DEPENDENTS.
      *      - LAYOUT FOR 'EBDPCTR' CONTAINER.
      *      - NON-PERSISTENT (NO ASSOCIATED FILE).
      *      - NEEDED FOR PSEUDO-CONVERSATIONAL DESIGN.
      ******************************************************************
       01 BENEFIT-DEPENDENT-CONTAINER.
          05 BDC-USER-ID                PIC X(8).
          05 BDC-USER-CATEGORY          PIC X(3).
             88 BDC-CT-STANDARD                    VALUE 'STD'.
             88 BDC-CT-MANAGER                     VALUE 'MGR'.
             88 BDC-CT-ADMINISTRATOR               VALUE 'ADM'.
             88 BDC-CT-NOT-SET                     VALUE SPACES.
      *      'B' WHEN REACHED BY PF6 FROM 'EBENP' (PF3 GOES BACK
      *      THERE), BLANK WHEN STARTED DIRECTLY (PF3 GOES TO MENU).
          05 BDC-ENTRY-ROUTE            PIC X(1).
             88 BDC-FROM-BENEFITS                  VALUE 'B'.
          05 BDC-TARGET-EMPLOYEE-ID     PIC 9(8).
          05 BDC-TARGET-DEPENDENT-NUM   PIC 9(2).
