      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - ACCESS RECERTIFICATION.
      *      - LAYOUT FOR 'ECRTCTR' CONTAINER.
      *      - NON-PERSISTENT (NO ASSOCIATED FILE).
      *      - NEEDED FOR PSEUDO-CONVERSATIONAL DESIGN.
      ******************************************************************
       01 RECERTIFICATION-CONTAINER.
          05 CRC-USER-ID                PIC X(8).
          05 CRC-USER-CATEGORY          PIC X(3).
             88 CRC-CT-STANDARD                    VALUE 'STD'.
             88 CRC-CT-MANAGER                     VALUE 'MGR'.
             88 CRC-CT-ADMINISTRATOR               VALUE 'ADM'.
             88 CRC-CT-NOT-SET                     VALUE SPACES.
      *   THE SIGNED-ON USER'S OWN EMPLOYEE ID - THEIR MANAGER QUEUE.
          05 CRC-OWN-EMPLOYEE-ID        PIC 9(8).
      *   THE QUEUE ON SHOW: THE OWN QUEUE, OR (ADMINISTRATORS, PF5)
      *   THE SECURITY ADMINISTRATOR QUEUE, REVIEWER ZEROES.
          05 CRC-REVIEWER-ID            PIC 9(8).
             88 CRC-SECURITY-ADMIN-QUEUE           VALUE ZEROES.
      *   WHERE THE PAGE ON SHOW STARTS, FOR PF8/PF7 PAGING.
          05 CRC-PAGE-START-KEY         PIC X(22).
          05 CRC-NEXT-PAGE-KEY          PIC X(22).
