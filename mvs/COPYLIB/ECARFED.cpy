      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - CARRIER ENROLLMENT FEED.
      *      - RECORD LAYOUT FOR THE 'CARFEED' FLAT FILE WRITTEN BY THE
      *        WEEKLY 'ECARFEED' BATCH, ONE FILE PER BENEFITS CARRIER.
      *      - GDG BASE -> 'Z45864.GDG.CARFEED.<CARRIER CODE>'.
      *      - ONE 'H' HEADER NAMING THE CARRIER, THEN ONE 'E' RECORD
      *        PER NEW ('A'), CHANGED ('C') OR TERMINATED ('T')
      *        'EBENROL' COVERAGE IN ONE OF THE CARRIER'S 'EBENPLN'
      *        PLANS, EACH FOLLOWED BY A 'P' RECORD FOR EVERY ACTIVE
      *        'EBENDEP' DEPENDENT THE COVER EXTENDS TO. THE 'P'
      *        RECORDS ARE ALWAYS THE WHOLE CURRENT LIST, REPLACING
      *        WHATEVER THE CARRIER HELD BEFORE.
      *      - THE LAST RECORD IS A 'Z' TRAILER CARRYING THE COUNTS BY
      *        ACTION, THE DEPENDENT COUNT AND A HASH OF THE EMPLOYEE
      *        IDS, SO THE CARRIER (AND 'ECARRECN') CAN PROVE THE FILE
      *        ARRIVED WHOLE.
      *      - THE CARRIER CODE SITS IN COLUMNS 2-5 OF EVERY RECORD.
      ******************************************************************
       01 CARRIER-FEED-RECORD.
          05 CFD-RECORD-TYPE            PIC X(1).
             88 CFD-HEADER                        VALUE 'H'.
             88 CFD-ENROLLMENT                    VALUE 'E'.
             88 CFD-DEPENDENT                     VALUE 'P'.
             88 CFD-TRAILER                       VALUE 'Z'.
          05 CFD-CARRIER-CODE           PIC X(4).
          05 CFD-RECORD-AREA            PIC X(195).
      *    'H' - WHICH CARRIER AND WHICH RUN.
          05 CFD-HEADER-AREA REDEFINES CFD-RECORD-AREA.
             10 CFD-HDR-RUN-DATE        PIC X(8).
             10 CFD-HDR-RUN-TIME        PIC X(6).
             10 FILLER                  PIC X(181).
      *    'E' - ONE COVERAGE. A TERMINATION'S EFFECTIVE DATE IS THE
      *    DAY THE COVER ENDS.
          05 CFD-ENROLLMENT-AREA REDEFINES CFD-RECORD-AREA.
             10 CFD-ACTION-CODE         PIC X(1).
                88 CFD-ADD                        VALUE 'A'.
                88 CFD-CHANGE                     VALUE 'C'.
                88 CFD-TERMINATE                  VALUE 'T'.
             10 CFD-EMPLOYEE-ID         PIC 9(8).
             10 CFD-PLAN-CODE           PIC X(4).
             10 CFD-PLAN-NAME           PIC X(30).
             10 CFD-COVERAGE-LEVEL      PIC X(1).
             10 CFD-EFFECTIVE-DATE      PIC X(8).
             10 CFD-EMPLOYEE-NAME       PIC X(79).
      *          SPACES WHEN NO 'EBIRTHD' RECORD IS ON FILE.
             10 CFD-BIRTH-DATE          PIC X(8).
             10 CFD-DEPENDENT-COUNT     PIC 9(2).
             10 FILLER                  PIC X(54).
      *    'P' - ONE DEPENDENT OF THE 'E' RECORD BEFORE IT.
          05 CFD-DEPENDENT-AREA REDEFINES CFD-RECORD-AREA.
             10 CFD-DEP-EMPLOYEE-ID     PIC 9(8).
             10 CFD-DEP-PLAN-CODE       PIC X(4).
             10 CFD-DEP-NUMBER          PIC 9(2).
             10 CFD-DEP-NAME            PIC X(38).
             10 CFD-DEP-RELATIONSHIP    PIC X(1).
             10 CFD-DEP-BIRTH-DATE      PIC X(8).
             10 CFD-DEP-STUDENT-DISABLED PIC X(1).
             10 FILLER                  PIC X(133).
      *    'Z' - CONTROL TOTALS.
          05 CFD-TRAILER-AREA REDEFINES CFD-RECORD-AREA.
             10 CFD-TRL-ADD-COUNT       PIC 9(8).
             10 CFD-TRL-CHANGE-COUNT    PIC 9(8).
             10 CFD-TRL-TERM-COUNT      PIC 9(8).
             10 CFD-TRL-DEPENDENT-COUNT PIC 9(8).
             10 CFD-TRL-EMPLOYEE-ID-HASH PIC 9(15).
             10 CFD-TRL-RUN-DATE        PIC X(8).
             10 CFD-TRL-RUN-TIME        PIC X(6).
             10 FILLER                  PIC X(134).
