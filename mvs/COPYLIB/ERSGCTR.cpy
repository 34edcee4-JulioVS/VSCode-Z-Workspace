      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - SELF-SERVICE RESIGNATION.
      *      - LAYOUT FOR 'ERSGCTR' CONTAINER.
      *      - NON-PERSISTENT (NO ASSOCIATED FILE).
      *      - NEEDED FOR PSEUDO-CONVERSATIONAL DESIGN.
      *      - THE EMPLOYEE ID IS ALWAYS THE SIGNED-ON USER'S OWN,
      *        RESOLVED THROUGH 'REG-EMPLOYEE-ID' - AN EMPLOYEE CAN
      *        ONLY EVER SUBMIT THEIR OWN RESIGNATION HERE. THE RULE IS
      *        WORKED OUT ONCE ON ENTRY AND CARRIED FROM TURN TO TURN.
      ******************************************************************
       01 RESIGN-CONTAINER.
          05 RGC-USER-ID                PIC X(8).
          05 RGC-USER-CATEGORY          PIC X(3).
             88 RGC-CT-STANDARD                    VALUE 'STD'.
             88 RGC-CT-MANAGER                     VALUE 'MGR'.
             88 RGC-CT-ADMINISTRATOR               VALUE 'ADM'.
             88 RGC-CT-NOT-SET                     VALUE SPACES.
          05 RGC-EMPLOYEE-ID            PIC 9(8).
          05 RGC-TYPE-CODE              PIC X(2).
          05 RGC-SERVICE-YEARS          PIC 9(2).
          05 RGC-NOTICE-DAYS            PIC 9(3).
          05 RGC-EARLIEST-LAST-DAY      PIC X(8).
