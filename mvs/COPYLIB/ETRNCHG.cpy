      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - TRAINING CHARGES.
      *      - RECORD LAYOUT FOR 'ETRNCHG' VSAM <KSDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.KSDS.ETRNCHG'.
      *      - ONE RECORD PER ATTENDEE OF A COMPLETED 'ETRNSES'
      *        SESSION, WRITTEN BY 'ETRNP' AS THE SESSION IS MARKED
      *        COMPLETED: THE ATTENDEE'S EVEN SHARE OF THE SESSION FEE
      *        PLUS THEIR OWN TRAVEL AND MATERIALS, CHARGED TO THE
      *        DEPARTMENT (AND ITS COST CENTER) THEY BELONGED TO THAT
      *        DAY. NEVER CHANGED AFTERWARDS.
      *      - 'EGLEXTR' POSTS THE CHARGES STAMPED FOR ITS PERIOD AS
      *        SEPARATE TRAINING-EXPENSE LINES PER COST CENTER (A
      *        SHARED EMPLOYEE'S 'ECCSPLIT' ALLOCATION APPORTIONS
      *        THEIRS); 'ETRNCST' REPORTS THE SAME CHARGES AGAINST
      *        THE COMPLETIONS THEY BOUGHT, PER DEPARTMENT.
      *      - ALL AMOUNTS IN THE REPORTING CURRENCY.
      ******************************************************************
       01 TRAINING-CHARGE-RECORD.
          05 CHG-KEY.
             10 CHG-COURSE-CODE         PIC X(8).
             10 CHG-SESSION-DATE        PIC X(8).
             10 CHG-EMPLOYEE-ID         PIC 9(8).
          05 CHG-DETAILS.
             10 CHG-DEPARTMENT-ID       PIC 9(8).
      *         '????????' WHEN THE DEPARTMENT WAS NOT ON 'EDEPMST'.
             10 CHG-COST-CENTER         PIC X(8).
             10 CHG-COMPLETED-DATE      PIC X(8).
      *         THE GL PERIOD (YYYYMM) THE CHARGE POSTS IN - THE
      *         COMPLETION MONTH, OR THE FIRST LATER ONE 'EGLPCTL'
      *         DOES NOT YET SHOW POSTED OR CLOSED, SO A CHARGE MADE
      *         AFTER THE MONTH'S EXTRACT HAS RUN IS NOT LOST.
             10 CHG-GL-PERIOD           PIC X(6).
             10 CHG-FEE-SHARE           PIC 9(7)V99.
             10 CHG-TRAVEL-COST         PIC 9(7)V99.
             10 CHG-MATERIALS-COST      PIC 9(7)V99.
             10 CHG-TOTAL-AMOUNT        PIC 9(7)V99.
             10 CHG-RECORDED-BY         PIC X(8).
