      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - LEAVE TYPES.
      *      - RECORD LAYOUT FOR 'ELVTYPE' VSAM <KSDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.KSDS.ELVTYPE'.
      *      - ONE RECORD PER KIND OF LEAVE AN 'ELVREQ' REQUEST MAY
      *        NAME, KEYED BY THE ONE-LETTER CODE KEYED ON 'ELRQP' AND
      *        'ESRQP'. LOADED AND WITHDRAWN BY THE 'ELVTLOAD' BATCH
      *        FROM CARDS HR SUPPLIES.
      *      - SAYS HOW MUCH OF IT AN EMPLOYEE EARNS AND HOW
      *        ('ELACCRU'), HOW MUCH CARRIES INTO A NEW YEAR
      *        ('ELVYREND'), WHETHER IT IS PAID (AN APPROVED UNPAID
      *        ABSENCE GOES TO PAYROLL ON THE 'EPAYFEED' FEED),
      *        WHETHER IT DRAWS DOWN A BALANCE, WHAT PROOF THE
      *        APPROVER MUST SEE AND HOW LONG ONE ABSENCE MAY RUN.
      *      - VACATION ('V') AND SICK ('S') BALANCES STAY ON THE
      *        'ELEAVE' RECORD EVERY BALANCE SCREEN AND REPORT
      *        ALREADY READS; EVERY OTHER TYPE THAT DRAWS ON A BALANCE
      *        KEEPS IT ON 'ELVBAL', ONE RECORD PER EMPLOYEE PER TYPE.
      ******************************************************************
       01 LEAVE-TYPE-RECORD.
          05 LVT-KEY.
             10 LVT-TYPE-CODE           PIC X(1).
                88 LVT-TYPE-VACATION               VALUE 'V'.
                88 LVT-TYPE-SICK                   VALUE 'S'.
                88 LVT-HELD-ON-ELEAVE              VALUE 'V' 'S'.
          05 LVT-DETAILS.
             10 LVT-DESCRIPTION         PIC X(20).
      *         HOW THE BALANCE IS EARNED:
      *            'T' - MONTHLY, BY THE 'ELACCRU' TENURE SCHEDULE
      *                  (VACATION);
      *            'M' - MONTHLY, ONE TWELFTH OF THE ENTITLEMENT;
      *            'A' - THE WHOLE ENTITLEMENT AT THE START OF THE
      *                  YEAR (THE JANUARY 'ELACCRU' RUN);
      *            'N' - NOT EARNED - NOTHING IS POSTED.
             10 LVT-ACCRUAL-METHOD      PIC X(1).
                88 LVT-ACCRUE-BY-TENURE            VALUE 'T'.
                88 LVT-ACCRUE-MONTHLY              VALUE 'M'.
                88 LVT-GRANT-ANNUALLY              VALUE 'A'.
                88 LVT-NOT-ACCRUED                 VALUE 'N'.
                88 LVT-ACCRUAL-VALID               VALUE 'T' 'M'
                                                   'A' 'N'.
      *         DAYS A YEAR - IGNORED UNDER THE TENURE SCHEDULE.
             10 LVT-ANNUAL-ENTITLEMENT  PIC 9(3)V9(1).
             10 LVT-PAID-FLAG           PIC X(1).
                88 LVT-PAID                        VALUE 'Y'.
                88 LVT-UNPAID                      VALUE 'N'.
             10 LVT-BALANCE-FLAG        PIC X(1).
                88 LVT-DRAWS-ON-BALANCE            VALUE 'Y'.
                88 LVT-NO-BALANCE                  VALUE 'N'.
      *         AN UNTAKEN BALANCE IS OWED IN CASH (PAID OUT ON
      *         LEAVING) - ONLY THESE ARE VALUED BY 'ELIABRPT'.
             10 LVT-LIABILITY-FLAG      PIC X(1).
                88 LVT-VALUED-AS-LIABILITY         VALUE 'Y'.
      *         THE PROOF THE APPROVER MUST HAVE SEEN (SPACES FOR
      *         NONE), ONCE AN ABSENCE RUNS LONGER THAN THE GIVEN
      *         NUMBER OF DAYS (ZERO - ALWAYS).
             10 LVT-EVIDENCE-REQUIRED   PIC X(20).
                88 LVT-NO-EVIDENCE                 VALUE SPACES.
             10 LVT-EVIDENCE-AFTER-DAYS PIC 9(3)V9(1).
      *         LONGEST SINGLE ABSENCE (ZERO - NO LIMIT).
             10 LVT-MAX-DAYS-PER-INSTANCE
                                        PIC 9(3)V9(1).
      *         MOST UNTAKEN DAYS 'ELVYREND' CARRIES INTO THE NEW
      *         YEAR - ANYTHING ABOVE IT LAPSES.
             10 LVT-CARRYOVER-CAP       PIC 9(3)V9(1).
             10 LVT-STATUS              PIC X(1).
                88 LVT-ACTIVE                      VALUE 'A'.
                88 LVT-WITHDRAWN                   VALUE 'W'.
             10 LVT-RECORDED-BY         PIC X(8).
             10 LVT-RECORDED-DATE       PIC X(8).
             10 FILLER                  PIC X(20).
