      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - LEGAL HOLD CHECK.
      *      - ARGUMENT AREA FOR THE SHARED 'ELGHCHK' SUBPROGRAM -
      *        COPIED INTO THE WORKING STORAGE OF EVERY BATCH PROGRAM
      *        THAT PURGES, SCRUBS OR ROLLS OFF EMPLOYEE RECORDS.
      *      - ACTIONS:
      *          'H' - IS 'LHA-EMPLOYEE-ID' UNDER AN OPEN LEGAL HOLD?
      *          'C' - CLOSE THE FILE AT TERMINATION.
      *      - 'LHA-MUST-KEEP' IS SET WHEN THE EMPLOYEE IS HELD
      *        (THE MATTER IS IN 'LHA-MATTER-REF') AND ALSO WHEN THE
      *        HOLD FILE COULD NOT BE READ - THE CALLER THEN KEEPS
      *        THE RECORD RATHER THAN RISK DESTROYING HELD DATA.
      ******************************************************************
       01 LEGAL-HOLD-ARGUMENTS.
          05 LHA-ACTION            PIC X(1)   VALUE SPACES.
             88 LHA-ACTION-CHECK             VALUE 'H'.
             88 LHA-ACTION-CLOSE             VALUE 'C'.
          05 LHA-EMPLOYEE-ID       PIC 9(8)   VALUE ZEROES.
          05 LHA-RESULT            PIC X(1)   VALUE SPACES.
             88 LHA-NOT-HELD                 VALUE 'N'.
             88 LHA-HELD                     VALUE 'H'.
             88 LHA-FILE-UNAVAILABLE         VALUE 'U'.
             88 LHA-MUST-KEEP                VALUE 'H' 'U'.
          05 LHA-MATTER-REF        PIC X(12)  VALUE SPACES.
