      *        MONTHLY ONES; DAILY JOBS IGNORE IT.
      *      - SEEDED/SUPPORT-EDITED LIKE THE OTHER REFERENCE
      *        TABLES - NO MAINTENANCE SCREEN.
      *      - THE RERUN DETAILS SAY WHETHER THE JOB MAY BE RERUN OFF
      *        CYCLE FROM THE 'ERRN' SCREEN, WHICH JCL LIBRARY MEMBER
      *        RUNS IT (BLANK = THE JOB NAME), AND WHERE ON ITS SYSIN
      *        CARD EACH PARAMETER GOES - A COLUMN OF 00 MEANS THE JOB
      *        DOES NOT TAKE THAT PARAMETER. THE PERIOD IS YYYYMM, THE
      *        DATES YYYYMMDD, THE MODE ONE OF THE VALID MODES LISTED,
      *        AND THE REASON (WHERE THE JOB LOGS ONE) UP TO 40 BYTES.
      *        'XRN-PARMS-REQUIRED' MEANS EVERY PARAMETER THE JOB
      *        TAKES MUST BE GIVEN - THE JOB HAS NO DEFAULTS.
      ******************************************************************
       01 EXPECTED-RUN-RECORD.
          05 XRN-KEY.
          05 XRN-RUN-DAY                PIC 9(2).
          05 XRN-MAX-ERROR-COUNT        PIC 9(8).
          05 XRN-DESCRIPTION            PIC X(30).
          05 XRN-RERUN-DETAILS.
             10 XRN-RERUN-ALLOWED       PIC X(1).
                88 XRN-RERUN-OK                    VALUE 'Y'.
             10 XRN-JCL-MEMBER          PIC X(8).
             10 XRN-PARMS-REQUIRED      PIC X(1).
                88 XRN-ALL-PARMS-NEEDED            VALUE 'Y'.
             10 XRN-PERIOD-COL          PIC 9(2).
             10 XRN-FROM-DATE-COL       PIC 9(2).
             10 XRN-TO-DATE-COL         PIC 9(2).
             10 XRN-MODE-COL            PIC 9(2).
             10 XRN-VALID-MODES         PIC X(5).
             10 XRN-REASON-COL          PIC 9(2).
