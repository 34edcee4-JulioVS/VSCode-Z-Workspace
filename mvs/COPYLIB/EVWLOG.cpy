      *      - THE PERIODIC 'EVWRPT' BATCH CHASES UNUSUAL PATTERNS,
      *        LIKE ONE USER VIEWING RECORDS FAR OUTSIDE THEIR OWN
      *        DEPARTMENT.
      *      - THE 'EEMPSVC' EMPLOYEE DATA SERVICE LOGS ONE ENTRY PER
      *        EMPLOYEE IT HANDS TO ANOTHER APPLICATION, WITH THE
      *        CALLING PROGRAM (NOT ONE OF OUR SCREENS) IN
      *        'VWL-PROGRAM'.
      *      - 'EUPDP' ALSO LOGS AN ENTRY EACH TIME IT SHOWS AN
      *        EMPLOYEE'S GOVERNMENT ID NUMBER UNMASKED, MARKED IN
      *        'VWL-DATA-SHOWN'.
      ******************************************************************
       01 VIEW-LOG-RECORD.
          05 VWL-TIMESTAMP         PIC X(21).
          05 VWL-TERMINAL-ID       PIC X(4).
          05 VWL-PROGRAM           PIC X(8).
          05 VWL-EMPLOYEE-VIEWED   PIC 9(8).
      *      WHAT THE VIEW SHOWED BEYOND THE ORDINARY RECORD - SPACES
      *      FOR AN ORDINARY VIEW.
          05 VWL-DATA-SHOWN        PIC X(1).
             88 VWL-SHOWN-RECORD              VALUE SPACES.
             88 VWL-SHOWN-GOVT-ID             VALUE 'G'.
