      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - IMPROVEMENT PLANS.
      *      - RECORD LAYOUT FOR 'EPIPLAN' VSAM <KSDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.KSDS.EPIPLAN'.
      *      - KEYED BY EMPLOYEE ID PLUS THE DATE THE PLAN WAS OPENED;
      *        AT MOST ONE PLAN PER EMPLOYEE IS OPEN AT A TIME, AND
      *        CLOSED ONES STAY ON FILE AS THE RECORD OF HOW THEY
      *        ENDED.
      *      - OPENED BY 'EUPDP' THE MOMENT AN UNSATISFACTORY ('U')
      *        APPRAISAL RESULT IS SAVED, WITH THE 30/60/90-DAY REVIEW
      *        DATES AND THE DEADLINE (THE 90-DAY REVIEW) ALREADY SET,
      *        AND FILED UNDER THE EMPLOYEE'S MANAGER AT THE TIME.
      *      - THE MANAGER FILLS IN THE OBJECTIVES AND SUPPORT ACTIONS
      *        AND RECORDS EACH REVIEW AND THE FINAL OUTCOME ON 'EPIPP'
      *        (PF8 FROM THE 'EWRKP' WORKLIST). AN EXTENSION KEEPS THE
      *        PLAN OPEN WITH ONE EXTRA REVIEW AND A LATER DEADLINE;
      *        A PLAN NOT MET CLOSES WITH A WRITTEN WARNING ON
      *        'EDISCPL' FOR HR TO TAKE UP ON 'EDSCP'.
      *      - THE WEEKLY 'EPIPRPT' REPORT FLAGS REVIEWS MISSED AND
      *        PLANS STILL OPEN PAST THEIR DEADLINE.
      ******************************************************************
       01 IMPROVEMENT-PLAN-RECORD.
          05 PIP-KEY.
             10 PIP-EMPLOYEE-ID         PIC 9(8).
             10 PIP-OPENED-DATE         PIC X(8).
          05 PIP-DETAILS.
             10 PIP-MANAGER-ID          PIC 9(8).
      *         THE APPRAISAL THAT TRIGGERED THE PLAN.
             10 PIP-APPRAISAL-DATE      PIC X(8).
             10 PIP-STATUS              PIC X(1).
                88 PIP-OPEN                        VALUE 'O'.
                88 PIP-CLOSED                      VALUE 'C'.
             10 PIP-OBJECTIVE           PIC X(60) OCCURS 3 TIMES.
             10 PIP-SUPPORT-ACTION      PIC X(60) OCCURS 2 TIMES.
      *         REVIEWS 1-3 ARE THE 30/60/90-DAY CHECKPOINTS; REVIEW 4
      *         IS SCHEDULED ONLY WHEN THE PLAN IS EXTENDED.
             10 PIP-REVIEW OCCURS 4 TIMES.
                15 PIP-REVIEW-DUE-DATE  PIC X(8).
                15 PIP-REVIEW-DONE-DATE PIC X(8).
                15 PIP-REVIEW-OUTCOME   PIC X(1).
                   88 PIP-REVIEW-PENDING           VALUE SPACES.
                   88 PIP-REVIEW-ON-TRACK          VALUE 'S'.
                   88 PIP-REVIEW-OFF-TRACK         VALUE 'U'.
                   88 PIP-REVIEW-VALID             VALUE 'S' 'U'.
             10 PIP-DEADLINE-DATE       PIC X(8).
      *         'X' LEAVES THE PLAN OPEN (EXTENDED); 'P' AND 'D' CLOSE
      *         IT.
             10 PIP-FINAL-OUTCOME       PIC X(1).
                88 PIP-OUTCOME-NONE                VALUE SPACES.
                88 PIP-OUTCOME-PASSED              VALUE 'P'.
                88 PIP-OUTCOME-EXTENDED            VALUE 'X'.
                88 PIP-OUTCOME-DISCIPLINARY        VALUE 'D'.
                88 PIP-OUTCOME-VALID               VALUE 'P' 'X' 'D'.
             10 PIP-OUTCOME-DATE        PIC X(8).
             10 PIP-UPDATED-BY          PIC X(8).
             10 PIP-UPDATED-DATE        PIC X(8).
             10 FILLER                  PIC X(20).
