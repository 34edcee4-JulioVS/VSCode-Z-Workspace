      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - OPEN ENROLLMENT WINDOW.
      *      - RECORD LAYOUT FOR 'EBENWIN' VSAM <KSDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.KSDS.EBENWIN'.
      *      - SEED DATASET -> 'Z45864.DATA.EBENWIN'.
      *      - ONE RECORD PER 'EBENPLN' PLAN OFFERED IN A PLAN YEAR'S
      *        OPEN ENROLLMENT: THE DATES EMPLOYEES MAY ELECT BETWEEN
      *        ON THE 'EBELP' SELF-SERVICE SCREEN, THE DATE THE NEW
      *        PLAN YEAR'S COVER STARTS, AND THE PER-PERIOD DEDUCTION
      *        FOR EACH COVERAGE LEVEL IN THAT YEAR.
      *      - SET UP BY HR EACH YEAR FROM THE SEED DATASET. THE
      *        'EBENOEA' CLOSE BATCH MARKS THE YEAR'S RECORDS APPLIED.
      ******************************************************************
       01 OPEN-ENROLLMENT-WINDOW-RECORD.
          05 BOW-KEY.
             10 BOW-PLAN-YEAR           PIC 9(4).
             10 BOW-PLAN-CODE           PIC X(4).
          05 BOW-DETAILS.
             10 BOW-OPEN-DATE           PIC X(8).
             10 BOW-CLOSE-DATE          PIC X(8).
      *         NEW PLAN-YEAR 'BEN-EFFECTIVE-DATE' FOR EVERY ELECTION
      *         APPLIED AND EVERY ENROLLMENT ROLLED FORWARD.
             10 BOW-EFFECTIVE-DATE      PIC X(8).
             10 BOW-EMPLOYEE-RATE       PIC 9(5)V99.
             10 BOW-SPOUSE-RATE         PIC 9(5)V99.
             10 BOW-FAMILY-RATE         PIC 9(5)V99.
             10 BOW-STATUS              PIC X(1).
                88 BOW-ST-SCHEDULED                VALUE 'S' ' '.
                88 BOW-ST-APPLIED                  VALUE 'A'.
             10 BOW-APPLIED-DATE        PIC X(8).
