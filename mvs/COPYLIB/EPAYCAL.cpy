      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - PAYROLL CUT-OFF CALENDAR.
      *      - RECORD LAYOUT FOR 'EPAYCAL' VSAM <KSDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.KSDS.EPAYCAL'.
      *      - ONE RECORD PER PAY PERIOD (YYYYMM), WITH THE MOMENT
      *        PAYROLL STOPS TAKING CHANGES FOR IT AND THE DATE IT IS
      *        PAID.
      *      - A COMPENSATION CHANGE ON 'EUPDP', A BANK VERIFICATION ON
      *        'EBNKP', A ONE-TIME PAYMENT APPROVAL ON 'EOTPP' OR A
      *        BENEFIT CHANGE ON 'EBENP' IS STAMPED WITH THE FIRST
      *        PERIOD WHOSE CUT-OFF HAS NOT PASSED (SEE 'EPAYPRD') -
      *        STILL ACCEPTED AFTER THE CUT-OFF, BUT STAMPED FOR THE
      *        NEXT PERIOD, AND THE USER IS TOLD SO.
      *      - 'EPAYFEED' RUNS FOR THE FIRST PERIOD NOT YET PAID AND
      *        RELEASES A STAMPED CHANGE ONLY ONCE ITS PERIOD COMES
      *        ROUND, LISTING EVERYTHING HELD OVER ON ITS CUT-OFF
      *        REPORT - SO IT NO LONGER MATTERS WHAT TIME 'ESWBATCH'
      *        RUNS ON CLOSE DAY.
      *      - A PERIOD WITH NO RECORD HAS NO CUT-OFF: CHANGES STAMP
      *        THE CURRENT MONTH AND FEED AT ONCE, AS BEFORE.
      *      - SEEDED/SUPPORT-EDITED LIKE THE OTHER REFERENCE
      *        TABLES - NO MAINTENANCE SCREEN.
      ******************************************************************
       01 PAYROLL-CALENDAR-RECORD.
          05 PCL-KEY.
             10 PCL-PERIOD              PIC X(6).
          05 PCL-DETAILS.
      *         YYYYMMDDHHMMSS - CHANGES AFTER THIS BELONG TO THE
      *         NEXT PERIOD.
             10 PCL-CUTOFF-STAMP        PIC X(14).
      *         THE DAY PAYROLL PAYS THE PERIOD; FROM THE DAY AFTER,
      *         THE NIGHTLY FEED BELONGS TO THE NEXT PERIOD.
             10 PCL-PAY-DATE            PIC X(8).
             10 PCL-DESCRIPTION         PIC X(30).
