      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - PERFORMANCE GOALS.
      *      - RECORD LAYOUT FOR 'EPGOALS' VSAM <KSDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.KSDS.EPGOALS'.
      *      - KEYED BY EMPLOYEE ID, REVIEW CYCLE (CALENDAR YEAR) AND
      *        A ONE-DIGIT GOAL NUMBER - THE THREE TO EIGHT WEIGHTED
      *        GOALS A MANAGER SETS EACH REPORT FOR THE CYCLE, AND
      *        THE ATTAINMENT SCORED AGAINST EACH ONE.
      *      - MAINTAINED ON THE 'EGOLP' SCREEN (PF6 FROM 'EWRKP').
      *        'EUPDP' SUMMARISES THE CYCLE'S GOALS WHEN THE REVIEW
      *        RESULT IS RECORDED AND WARNS WHEN THE RATING DOES NOT
      *        MATCH THEM, AND THE YEAR-END 'EGOLCAL' BATCH LISTS
      *        EVERY SUCH MISMATCH FOR CALIBRATION.
      *      - WEIGHTS ARE PERCENTAGES AND THE CYCLE'S ACTIVE GOALS
      *        MUST TOTAL 100. ATTAINMENT IS THE PERCENTAGE OF THE
      *        TARGET ACHIEVED (0-150), LEFT UNSCORED UNTIL REVIEW.
      *        A REMOVED GOAL STAYS ON FILE (STATUS 'R').
      ******************************************************************
       01 PERFORMANCE-GOAL-RECORD.
          05 PGL-KEY.
             10 PGL-EMPLOYEE-ID         PIC 9(8).
             10 PGL-CYCLE-YEAR          PIC 9(4).
             10 PGL-GOAL-NUM            PIC 9(1).
          05 PGL-DETAILS.
             10 PGL-GOAL-TEXT           PIC X(50).
             10 PGL-TARGET-DATE         PIC X(8).
             10 PGL-WEIGHT              PIC 9(3).
             10 PGL-ATTAINMENT          PIC 9(3).
             10 PGL-SCORED-FLAG         PIC X(1).
                88 PGL-SCORED                      VALUE 'Y'.
                88 PGL-NOT-SCORED                  VALUE SPACES.
             10 PGL-STATUS              PIC X(1).
                88 PGL-ST-ACTIVE                   VALUE 'A'.
                88 PGL-ST-REMOVED                  VALUE 'R'.
             10 PGL-RECORDED-BY         PIC X(8).
             10 PGL-RECORDED-DATE       PIC X(8).
