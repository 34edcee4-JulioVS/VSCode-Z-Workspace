      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - EXPENSE CLAIMS.
      *      - RECORD LAYOUT FOR 'EEXPCLM' VSAM <KSDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.KSDS.EEXPCLM'.
      *      - ONE CLAIM PER EMPLOYEE PER EXPENSE DATE PER CATEGORY,
      *        ENTERED BY THE EMPLOYEE THEMSELVES ON THE SELF-SERVICE
      *        'EEXSP' SCREEN (PF7 FROM 'ESELFP').
      *      - THE AMOUNT IS IN THE EMPLOYEE'S PAY CURRENCY (SEE
      *        'EPAYCUR'), WITH ITS REPORTING-CURRENCY VALUE AT THE
      *        MONTH'S RATE CAPTURED ALONGSIDE FOR THE APPROVAL LIMIT.
      *      - THE COST CENTER DEFAULTS TO THE EMPLOYEE'S FIRST
      *        'ECCSPLIT' ALLOCATION, ELSE THEIR DEPARTMENT'S
      *        'DEP-COST-CENTER-CODE', AND MAY BE OVERTYPED.
      *      - THE EMPLOYEE'S MANAGER (OR AN ADMINISTRATOR) ACTIONS IT
      *        ON 'EEXPP'. ONE WORTH MORE THAN 'APP-EXPENSE-APPROVAL-
      *        AMT' THEN WAITS ('M') FOR A SECOND APPROVAL BY AN
      *        ADMINISTRATOR OTHER THAN THE FIRST APPROVER.
      *      - ONLY APPROVED, NOT-YET-FED CLAIMS GO OUT ON THE NIGHTLY
      *        'EPAYFEED' (RECORD TYPE 'E') AS REIMBURSEMENTS, EACH
      *        EXACTLY ONCE; THE MONTHLY 'EGLEXTR' POSTS THE CLAIMS
      *        APPROVED IN THE PERIOD TO THEIR COST CENTERS.
      ******************************************************************
       01 EXPENSE-CLAIM-RECORD.
          05 EXP-KEY.
             10 EXP-EMPLOYEE-ID         PIC 9(8).
             10 EXP-EXPENSE-DATE        PIC X(8).
             10 EXP-CATEGORY            PIC X(2).
                88 EXP-CAT-TRAVEL                  VALUE 'TR'.
                88 EXP-CAT-LODGING                 VALUE 'LD'.
                88 EXP-CAT-MEALS                   VALUE 'ML'.
                88 EXP-CAT-MILEAGE                 VALUE 'MI'.
                88 EXP-CAT-TRAINING                VALUE 'TN'.
                88 EXP-CAT-OTHER                   VALUE 'OT'.
                88 EXP-CATEGORY-VALID              VALUE 'TR' 'LD'
                                                         'ML' 'MI'
                                                         'TN' 'OT'.
          05 EXP-DETAILS.
             10 EXP-AMOUNT              PIC 9(7)V99.
             10 EXP-CURRENCY-CODE       PIC X(3).
      *         'EXP-AMOUNT' IN THE REPORTING CURRENCY WHEN ENTERED.
      *         WITH NO RATE ON FILE IT IS LEFT UNCONVERTED AND THE
      *         CLAIM ALWAYS NEEDS THE SECOND APPROVAL.
             10 EXP-REPORTING-AMOUNT    PIC 9(7)V99.
             10 EXP-RATE-FLAG           PIC X(1).
                88 EXP-NO-RATE                     VALUE 'N'.
             10 EXP-COST-CENTER         PIC X(8).
             10 EXP-RECEIPT-REF         PIC X(12).
      *         THE MANAGER ON 'EMPMAST' THE DAY THE CLAIM WAS ENTERED -
      *         THE ONLY MANAGER WHO MAY ACTION IT.
             10 EXP-MANAGER-ID          PIC 9(8).
             10 EXP-STATUS              PIC X(1).
                88 EXP-PENDING                     VALUE 'P'.
                88 EXP-AWAITING-SECOND             VALUE 'M'.
                88 EXP-APPROVED                    VALUE 'A'.
                88 EXP-REJECTED                    VALUE 'R'.
                88 EXP-OPEN                        VALUE 'P' 'M'.
      *         SET BY 'EPAYFEED' THE NIGHT THE CLAIM GOES OUT ON THE
      *         FEED, SO A CLAIM CAN NEVER BE REIMBURSED TWICE.
             10 EXP-FED-FLAG            PIC X(1).
                88 EXP-FED                         VALUE 'Y'.
             10 EXP-SUBMITTED-BY        PIC X(8).
             10 EXP-SUBMITTED-DATE      PIC X(8).
             10 EXP-FIRST-APPROVER      PIC X(8).
             10 EXP-FIRST-APPROVED-DATE PIC X(8).
      *         WHOEVER MADE THE FINAL DECISION - APPROVAL OR REJECTION.
             10 EXP-ACTIONED-BY         PIC X(8).
             10 EXP-ACTIONED-DATE       PIC X(8).
