      *      - JOB TITLE REFERENCE RECORD.
      *      - APPRAISAL WORKLIST RECORD.
      *      - OFFBOARDING CHECKLIST RECORD.
      *      - PERFORMANCE GOAL RECORD.
      *      - PERFORMANCE IMPROVEMENT PLAN RECORD.
      *      - DATE OF BIRTH RECORD (PROTECTED, HR ONLY).
      *      - GOVERNMENT ID RECORD (PROTECTED, MASKED).
      *      - RECORD-VIEW ACCESS LOG RECORD.
      *      - PAY CURRENCY RECORD.
      *      - EXCHANGE RATE RECORD.
      *      - WORKFLOW NOTIFICATION ARGUMENTS.
      *      - PAY PERIOD RESOLVER ARGUMENTS.
      *      - CODE TABLE LOOKUP ARGUMENTS.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ESITMST.
       COPY EEMPSIT.
       COPY EOFFLST.
       COPY EPGOALS.
       COPY EPIPLAN.
       COPY EBIRTHD.
       COPY EGOVID.
       COPY EVWLOG.
       COPY EPAYCUR.
       COPY EXCHRAT.
       COPY ENTFARG.
       COPY EPPDARG.
       COPY ECODARG.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
       01 WS-EFFECTIVE-DATE-FLAG    PIC X(1)  VALUE SPACES.
          88 EFFECTIVE-IMMEDIATE              VALUE SPACES.
          88 EFFECTIVE-FUTURE                 VALUE 'F'.
          88 EFFECTIVE-RETRO                  VALUE 'R'.
       01 WS-EFFECTIVE-DATE         PIC X(8)  VALUE SPACES.
       01 WS-RETRO-DAYS-BACK        PIC S9(7) USAGE IS BINARY.
       01 WS-TODAY-DATE             PIC X(8)  VALUE SPACES.
      *
      *    SERVICE-STINT WORK AREA - A DELETION CLOSES THE EMPLOYEE'S
       01 WS-COMP-DELTA-PCT         PIC S9(5)V99 USAGE IS COMP-3.
       01 WS-COMP-PARKED-FLAG       PIC X(1)  VALUE SPACES.
          88 COMP-CHANGE-PARKED               VALUE 'Y'.
      *    THE PAY PERIOD ('EPAYPRD') A PAY CHANGE IS STAMPED FOR ON
      *    ITS AUDIT EVENT; SPACES WHEN PAY WAS NOT TOUCHED.
       01 WS-STAMP-PAY-PERIOD       PIC X(6)  VALUE SPACES.
       01 WS-PREVIOUS-DEPARTMENT-ID PIC 9(8).
       01 WS-NEW-DEPARTMENT-ID      PIC 9(8).
       01 WS-COMPENSATION-EDIT      PIC ZZZZZZ9.99.
      *
       01 WS-SITE-CHANGED-FLAG      PIC X(1)  VALUE SPACES.
          88 SITE-WAS-CHANGED                 VALUE 'Y'.
      *
       01 WS-BIRTH-DATE-CHANGED-FLAG PIC X(1) VALUE SPACES.
          88 BIRTH-DATE-WAS-CHANGED           VALUE 'Y'.
       01 WS-MINIMUM-AGE-DATE       PIC 9(8)  VALUE ZEROES.
      *
      *    PAY-CURRENCY WORK AREA - PAY HELD IN ONE CURRENCY IS CHECKED
      *    AGAINST A BAND HELD IN ANOTHER AT THE LATEST 'EXCHRAT' RATES.
       01 WS-CURRENCY-CHANGED-FLAG  PIC X(1)  VALUE SPACES.
          88 CURRENCY-WAS-CHANGED             VALUE 'Y'.
       01 WS-CURRENCY-WORK.
          05 WS-PAY-CURRENCY        PIC X(3).
          05 WS-BAND-CURRENCY       PIC X(3).
          05 WS-RATE-CURRENCY       PIC X(3).
          05 WS-RATE-PERIOD         PIC X(6).
          05 WS-LOOKUP-RATE         PIC 9(5)V9(6).
          05 WS-PAY-RATE            PIC 9(5)V9(6).
          05 WS-BAND-COMPENSATION   PIC 9(9)V99.
          05 WS-RATE-FOUND-FLAG     PIC X(1).
             88 RATE-FOUND                    VALUE 'Y'.
          05 WS-RATE-BROWSE-FLAG    PIC X(1).
             88 END-OF-RATE-BROWSE            VALUE 'Y'.
      *
      *    GOAL-ATTAINMENT WORK AREA - A RECORDED REVIEW RESULT IS
      *    CHECKED AGAINST THE WEIGHTED SCORE OF THE 'EPGOALS' GOALS
      *    SET FOR THE SAME CYCLE (THE YEAR OF THE APPRAISAL DATE).
       01 WS-GOAL-CHECK.
          05 WS-GOAL-BROWSE-FLAG    PIC X(1)  VALUE SPACES.
             88 END-OF-GOAL-BROWSE            VALUE 'E'.
          05 WS-GOAL-CYCLE-YEAR     PIC 9(4)  VALUE ZEROES.
          05 WS-GOAL-COUNT          PIC 9(2)  USAGE IS BINARY.
          05 WS-GOAL-SCORED-COUNT   PIC 9(2)  USAGE IS BINARY.
          05 WS-GOAL-TOTAL-WEIGHT   PIC 9(4)  VALUE ZEROES.
          05 WS-GOAL-WEIGHTED-SUM   PIC 9(7)  VALUE ZEROES.
          05 WS-GOAL-SCORE          PIC 9(3)  VALUE ZEROES.
          05 WS-GOAL-RATING         PIC X(1)  VALUE SPACES.
          05 WS-GOAL-SHORTFALL      PIC X(20) VALUE SPACES.
      *
      *    IMPROVEMENT-PLAN WORK AREA - AN UNSATISFACTORY RESULT OPENS
      *    A PLAN UNLESS THE EMPLOYEE ALREADY HAS ONE OPEN.
       01 WS-PLAN-CHECK.
          05 WS-PLAN-BROWSE-FLAG    PIC X(1)  VALUE SPACES.
             88 END-OF-PLAN-BROWSE            VALUE 'E'.
          05 WS-PLAN-OPEN-FLAG      PIC X(1)  VALUE SPACES.
             88 PLAN-ALREADY-OPEN             VALUE 'Y'.
          05 WS-PLAN-TODAY-INT      PIC 9(8)  VALUE ZEROES.
          05 WS-PLAN-DATE-NUM       PIC 9(8)  VALUE ZEROES.
          05 WS-PLAN-SUB            PIC 9(1)  USAGE IS BINARY.
      *
      *    COMPENSATION-MASKING WORK AREA - A MANAGER ONLY SEES THE
      *    PAY OF EMPLOYEES IN THEIR OWN REPORTING CHAIN, WALKED UP
          05 WS-CHAIN-EMP-ID        PIC 9(8).
          05 WS-CHAIN-SAVE-AREA     PIC X(268).
       01 WS-MANAGER-LOOKUP-RECORD  PIC X(268).
      *
      *    GOVERNMENT ID DISPLAY - MASKED TO THE LAST FOUR UNLESS THE
      *    USER IS CLEARED FOR IT (SEE 9136-LOOKUP-GOVERNMENT-ID).
       01 WS-GOVID-WORK.
          05 WS-GOVID-LENGTH        PIC 9(2)  USAGE IS BINARY.
          05 WS-GOVID-MASKED        PIC X(15).
          05 WS-GOVID-CLEARED-FLAG  PIC X(1)  VALUE SPACES.
             88 GOVID-CLEARED                 VALUE 'Y'.
      *
      *    RECORD-VIEW LOGGING WORK AREA (SEE THE VIEW-LOG SECTION).
       01 WS-VIEW-LOG-WORK.
          05 WS-VWL-RBA-FIELD       PIC S9(8) USAGE IS BINARY.
          05 WS-VWL-LOCK-FLAG       PIC X(1)  VALUE SPACES.
             88 VWL-LOCK-ACQUIRED             VALUE 'Y'.
      *
       01 WS-FILE-FLAG              PIC X(1)  VALUE SPACES.
          88 END-OF-FILE                      VALUE 'E'.
                   PERFORM 2853-CHECK-JOB-TITLE
                END-IF

      *         A KEYED COMPENSATION (OR A NEW CURRENCY FOR IT) MUST
      *         SIT INSIDE THE SALARY BAND FOR THE EMPLOYEE'S JOB TITLE
      *         (WHEN ONE IS ON FILE).
                IF VALIDATION-PASSED AND
                   (COMPENSATION-WAS-CHANGED OR CURRENCY-WAS-CHANGED)
                   PERFORM 2855-CHECK-SALARY-BAND
                END-IF

           INITIALIZE WS-JOB-TITLE-CHANGED-FLAG.
           INITIALIZE WS-EMPTYPE-CHANGED-FLAG.
           INITIALIZE WS-SITE-CHANGED-FLAG.
           INITIALIZE WS-BIRTH-DATE-CHANGED-FLAG.
           INITIALIZE WS-CURRENCY-CHANGED-FLAG.
           MOVE EMP-COMPENSATION TO WS-PREVIOUS-COMPENSATION.
           MOVE EMP-DEPARTMENT-ID TO WS-PREVIOUS-DEPARTMENT-ID.

      *    CHANGE OF ITS OWN.)
           IF EMPLOYEE-MASTER-RECORD IS EQUAL TO UPD-ORIGINAL-RECORD
              AND NOT EMPTYPE-WAS-CHANGED AND NOT SITE-WAS-CHANGED
              AND NOT BIRTH-DATE-WAS-CHANGED
              AND NOT CURRENCY-WAS-CHANGED
              MOVE 'No Changes Made!' TO WS-MESSAGE
              SET NO-CHANGES-MADE TO TRUE
              EXIT PARAGRAPH
              MOVE FUNCTION UPPER-CASE(SITEIDI) TO UPD-SITE-ID
              SET SITE-WAS-CHANGED TO TRUE
           END-IF.
      *    DATE OF BIRTH ('EBIRTHD') - HR, I.E. ADMINISTRATORS, ONLY.
      *    THE FIELD IS PROTECTED FOR EVERYONE ELSE, BUT A MASKED
      *    VALUE MUST NEVER BE TAKEN BACK AS A CHANGE REGARDLESS.
           IF BRTHDTL IS GREATER THAN ZERO AND
              UPD-CT-ADMINISTRATOR THEN
              EXEC CICS BIF DEEDIT
                   FIELD(BRTHDTI)
                   LENGTH(LENGTH OF BRTHDTI)
                   END-EXEC
              MOVE BRTHDTI(3:8) TO UPD-BIRTH-DATE
              SET BIRTH-DATE-WAS-CHANGED TO TRUE
           END-IF.
      *    PAY CURRENCY ('EPAYCUR') - ADMINISTRATORS ONLY, THE SAME AS
      *    AN UNAPPROVED PAY CHANGE. BLANK GOES BACK TO THE SITE'S.
           IF CURRCYL IS GREATER THAN ZERO AND
              UPD-CT-ADMINISTRATOR THEN
              MOVE FUNCTION UPPER-CASE(CURRCYI) TO UPD-CURRENCY-CODE
              SET CURRENCY-WAS-CHANGED TO TRUE
           END-IF.

       2720-VALIDATE-UPDATED-FIELDS.
      *    >>> DEBUGGING ONLY <<<
      *    A BLANKED-OUT TYPE IS FINE - IT READS AS FULL-TIME, 1.00
      *    WHEN THE SATELLITE RECORD IS SAVED. ONLY A KEYED VALUE
      *    MUST MAKE SENSE.
      *    A KEYED TYPE MUST BE CURRENT ON THE 'EMPTYPE' CODE TABLE -
      *    OR, UNTIL THAT TABLE IS SET UP, ONE OF FT/PT/TM/SE/CT.
           IF EMPTYPE-WAS-CHANGED THEN
              MOVE UPD-EMPLOYMENT-TYPE TO ETY-TYPE-CODE
              INITIALIZE CODE-LOOKUP-ARGUMENTS
              MOVE APP-CT-EMPLOYMENT-TYPE TO CLA-TABLE-ID
              MOVE UPD-EMPLOYMENT-TYPE TO CLA-CODE
              IF UPD-EMPLOYMENT-TYPE IS NOT EQUAL TO SPACES THEN
                 PERFORM 9139-LOOKUP-CODE
              END-IF
              IF UPD-EMPLOYMENT-TYPE IS NOT EQUAL TO SPACES AND
                 CLA-TABLE-UNAVAILABLE AND NOT ETY-TYPE-VALID THEN
                 MOVE 'Validation Error: Type Not FT/PT/TM/SE/CT!'
                    TO WS-MESSAGE
                 MOVE -1 TO EMPTYPL
                 EXIT PARAGRAPH
              END-IF
              IF UPD-EMPLOYMENT-TYPE IS NOT EQUAL TO SPACES AND
                 NOT CLA-TABLE-UNAVAILABLE AND NOT CLA-CODE-VALID THEN
                 MOVE 'Validation Error: Not A Current Employment Type!'
                    TO WS-MESSAGE
                 MOVE -1 TO EMPTYPL
                 EXIT PARAGRAPH
              END-IF
              IF UPD-FTE-FACTOR IS GREATER THAN 1.00 THEN
                 MOVE 'Validation Error: FTE Factor Above 1.00!'
                    TO WS-MESSAGE
              END-IF
           END-IF.

      *    A KEYED DATE OF BIRTH MUST BE A REAL DATE, AND CANNOT MAKE
      *    THE EMPLOYEE UNDER THE MINIMUM WORKING AGE ON THE DAY THEY
      *    STARTED.
           IF BIRTH-DATE-WAS-CHANGED THEN
              IF UPD-BIRTH-DATE IS NOT NUMERIC THEN
                 MOVE 'Validation Error: Date of Birth is not a date!'
                    TO WS-MESSAGE
                 MOVE -1 TO BRTHDTL
                 EXIT PARAGRAPH
              END-IF
              IF FUNCTION TEST-DATE-YYYYMMDD(
                    FUNCTION NUMVAL(UPD-BIRTH-DATE)) IS NOT EQUAL TO 0
                 MOVE 'Validation Error: Date of Birth is not a date!'
                    TO WS-MESSAGE
                 MOVE -1 TO BRTHDTL
                 EXIT PARAGRAPH
              END-IF
              COMPUTE WS-MINIMUM-AGE-DATE =
                 FUNCTION NUMVAL(UPD-BIRTH-DATE)
               + APP-MINIMUM-HIRE-AGE * 10000
              IF EMP-START-DATE IS NUMERIC AND
                 FUNCTION NUMVAL(EMP-START-DATE) < WS-MINIMUM-AGE-DATE
                 MOVE 'Validation Error: Under Minimum Working Age!'
                    TO WS-MESSAGE
                 MOVE -1 TO BRTHDTL
                 EXIT PARAGRAPH
              END-IF
           END-IF.

      *    A KEYED CURRENCY OTHER THAN THE REPORTING ONE MUST HAVE
      *    HAD A RATE LOADED, OR THE PAY COULD NEVER BE REPORTED ON.
           IF CURRENCY-WAS-CHANGED AND
              UPD-CURRENCY-CODE IS NOT EQUAL TO SPACES AND
              UPD-CURRENCY-CODE IS NOT EQUAL TO APP-REPORTING-CURRENCY
              MOVE UPD-CURRENCY-CODE TO XRT-CURRENCY-CODE
              MOVE LOW-VALUES TO XRT-PERIOD
              EXEC CICS READ
                   FILE(APP-EXCHRAT-FILE-NAME)
                   RIDFLD(XRT-KEY)
                   KEYLENGTH(3)
                   GENERIC
                   INTO (EXCHANGE-RATE-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              EVALUATE TRUE
              WHEN WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NOTFND)
                   MOVE 'Validation Error: No Rate For That Currency!'
                      TO WS-MESSAGE
                   MOVE -1 TO CURRCYL
                   EXIT PARAGRAPH
              WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                   MOVE 'Error Reading Exchange Rates!' TO WS-MESSAGE
                   EXIT PARAGRAPH
              WHEN OTHER
                   CONTINUE
              END-EVALUATE
           END-IF.

           IF SITE-WAS-CHANGED AND
              UPD-SITE-ID IS NOT EQUAL TO SPACES THEN
              MOVE UPD-SITE-ID TO SIT-SITE-ID
              EXIT PARAGRAPH
           END-IF.

      *    THE RESULT MUST BE CURRENT ON THE 'APPRRSLT' CODE TABLE -
      *    OR, UNTIL THAT TABLE IS SET UP, E, M OR U. A RESULT SINCE
      *    RETIRED IS LEFT ALONE UNLESS IT IS RE-KEYED.
           INITIALIZE CODE-LOOKUP-ARGUMENTS.
           MOVE APP-CT-APPRAISAL-RESULT TO CLA-TABLE-ID.
           MOVE EMP-APPRAISAL-RESULT TO CLA-CODE.
           PERFORM 9139-LOOKUP-CODE.

           IF CLA-TABLE-UNAVAILABLE THEN
              EVALUATE EMP-APPRAISAL-RESULT
              WHEN 'E'
              WHEN 'M'
              WHEN 'U'
                   CONTINUE
              WHEN OTHER
                   MOVE 'Validation Error: Invalid Appraisal Result!'
                      TO WS-MESSAGE
                   MOVE -1 TO APPRRSL
                   EXIT PARAGRAPH
              END-EVALUATE
           ELSE
              IF CLA-CODE-NOT-FOUND OR
                 (CLA-CODE-NOT-CURRENT AND APPRRSL IS GREATER THAN ZERO)
                 MOVE 'Validation Error: Invalid Appraisal Result!'
                    TO WS-MESSAGE
                 MOVE -1 TO APPRRSL
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           EVALUATE EMP-DELETE-FLAG
           WHEN 'A'
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A PAY CHANGE BELONGS TO THE FIRST PAY PERIOD WHOSE CUT-OFF
      *    HAS NOT PASSED - FIND IT BEFORE COMMITTING ANYTHING.
           IF COMPENSATION-WAS-CHANGED OR CURRENCY-WAS-CHANGED THEN
              PERFORM 2990-RESOLVE-PAY-PERIOD
              IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
                 EXIT PARAGRAPH
              END-IF
           END-IF.

      *    IF WE GOT HERE, THEN WE ARE READY TO REWRITE THE RECORD
      *    FROM THE SCREEN-UPDATED DATA.
           EXEC CICS REWRITE
                   PERFORM 2930-WRITE-APPRAISAL-HISTORY
                   PERFORM 2937-CHECK-OFF-WORKLIST
                   PERFORM 2938-CLOSE-PROBATION
                   PERFORM 2931-CHECK-GOAL-ATTAINMENT
                   IF EMP-UH-OH THEN
                      PERFORM 2939-OPEN-IMPROVEMENT-PLAN
                   END-IF
                END-IF

      *         IF THE PAY CURRENCY CHANGED, PUT THE OVERRIDE ON THE
      *         'EPAYCUR' SATELLITE (AHEAD OF THE HISTORY RECORD, WHICH
      *         IS STAMPED WITH IT).
                IF CURRENCY-WAS-CHANGED THEN
                   PERFORM 2985-WRITE-PAY-CURRENCY
                END-IF

      *         IF COMPENSATION (OR THE CURRENCY IT IS HELD IN)
      *         CHANGED, KEEP A PERMANENT PAY-CHANGE HISTORY RECORD
      *         BEHIND THE CURRENT VALUE.
                IF COMPENSATION-WAS-CHANGED OR
                   CURRENCY-WAS-CHANGED THEN
                   PERFORM 2940-WRITE-COMPENSATION-HISTORY
                END-IF

                   PERFORM 2975-WRITE-SITE-ASSIGNMENT
                END-IF

      *         IF HR KEYED OR CORRECTED THE DATE OF BIRTH, PUT IT ON
      *         THE PROTECTED 'EBIRTHD' FILE.
                IF BIRTH-DATE-WAS-CHANGED THEN
                   PERFORM 2980-WRITE-BIRTH-DATE
                END-IF

      *         A PAY CHANGE THAT MISSED THE CUT-OFF IS KEPT, BUT THE
      *         USER MUST KNOW IT IS NOT PAID THIS PERIOD - THAT WINS
      *         OVER ANY OTHER MESSAGE.
                IF WS-STAMP-PAY-PERIOD IS NOT EQUAL TO SPACES AND
                   PPD-HELD-OVER THEN
                   PERFORM 2991-NOTE-HELD-OVER
                END-IF

      *         SET THE UPDATED VERSION AS THE NEW 'ORIGINAL' FOR
      *         COMPARING AGAINST FUTURE REWRITES.
                MOVE UPD-EMPLOYEE-RECORD TO UPD-ORIGINAL-RECORD
              MOVE 'Error Closing Probation Record!' TO WS-MESSAGE
           END-IF.

      *    AN UNSATISFACTORY RESULT OPENS A PERFORMANCE IMPROVEMENT
      *    PLAN ON 'EPIPLAN', FILED UNDER THE EMPLOYEE'S MANAGER WITH
      *    ITS 30/60/90-DAY REVIEWS ALREADY SCHEDULED, FOR THE MANAGER
      *    TO COMPLETE ON 'EPIPP'. ONE ALREADY OPEN (A RESULT RE-SAVED,
      *    OR A SECOND 'U' DURING THE PLAN) IS LEFT TO RUN ITS COURSE.
      *    A FAILURE HERE NEVER UNDOES THE UPDATE ITSELF.
       2939-OPEN-IMPROVEMENT-PLAN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2939-OPEN-IMPROVEMENT-PLAN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-PLAN-CHECK.
           MOVE EMP-EMPLOYEE-ID TO PIP-EMPLOYEE-ID.
           MOVE SPACES TO PIP-OPENED-DATE.

           EXEC CICS STARTBR
                FILE(APP-PIPLAN-FILE-NAME)
                RIDFLD(PIP-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              PERFORM 2936-CHECK-NEXT-PLAN
                 UNTIL END-OF-PLAN-BROWSE OR PLAN-ALREADY-OPEN

              EXEC CICS ENDBR
                   FILE(APP-PIPLAN-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           IF PLAN-ALREADY-OPEN THEN
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE IMPROVEMENT-PLAN-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PLAN-DATE-NUM.
           COMPUTE WS-PLAN-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-PLAN-DATE-NUM).

           MOVE EMP-EMPLOYEE-ID TO PIP-EMPLOYEE-ID.
           MOVE WS-PLAN-DATE-NUM TO PIP-OPENED-DATE.
           MOVE EMP-MANAGER-ID TO PIP-MANAGER-ID.
           MOVE EMP-APPRAISAL-DATE TO PIP-APPRAISAL-DATE.
           SET PIP-OPEN TO TRUE.

           PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
                   UNTIL WS-PLAN-SUB IS GREATER THAN 3
              COMPUTE WS-PLAN-DATE-NUM =
                 FUNCTION DATE-OF-INTEGER(WS-PLAN-TODAY-INT +
                    APP-PIPLAN-REVIEW-DAYS * WS-PLAN-SUB)
              MOVE WS-PLAN-DATE-NUM TO PIP-REVIEW-DUE-DATE(WS-PLAN-SUB)
           END-PERFORM.

           MOVE PIP-REVIEW-DUE-DATE(3) TO PIP-DEADLINE-DATE.
           MOVE UPD-USER-ID TO PIP-UPDATED-BY.
           MOVE PIP-OPENED-DATE TO PIP-UPDATED-DATE.

           EXEC CICS WRITE
                FILE(APP-PIPLAN-FILE-NAME)
                RIDFLD(PIP-KEY)
                FROM (IMPROVEMENT-PLAN-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
      *         A GOALS WARNING ALREADY ON THE MESSAGE LINE STAYS.
                IF WS-MESSAGE IS EQUAL TO
                   'Employee Record Successfully Updated!' THEN
                   MOVE 'Employee Updated - Improvement Plan Opened!'
                      TO WS-MESSAGE
                END-IF
           WHEN DFHRESP(DUPREC)
      *         ALREADY OPENED AND CLOSED AGAIN TODAY - LEAVE IT.
                CONTINUE
           WHEN OTHER
                MOVE 'Error Opening Improvement Plan!' TO WS-MESSAGE
           END-EVALUATE.

       2936-CHECK-NEXT-PLAN.
           EXEC CICS READNEXT
                FILE(APP-PIPLAN-FILE-NAME)
                RIDFLD(PIP-KEY)
                INTO (IMPROVEMENT-PLAN-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              PIP-EMPLOYEE-ID IS NOT EQUAL TO EMP-EMPLOYEE-ID THEN
              SET END-OF-PLAN-BROWSE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF PIP-OPEN THEN
              SET PLAN-ALREADY-OPEN TO TRUE
           END-IF.

      *    THE RESULT JUST KEYED IS SET AGAINST THE CYCLE'S WEIGHTED
      *    GOAL SCORE ('EPGOALS', SET UP ON 'EGOLP'). A RATING THAT
      *    DOES NOT MATCH, OR A GOAL SET NOT FIT TO JUDGE BY, DOES NOT
      *    STOP THE UPDATE - THE MANAGER IS WARNED, AND THE YEAR-END
      *    'EGOLCAL' REPORT TAKES IT TO CALIBRATION.
       2931-CHECK-GOAL-ATTAINMENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2931-CHECK-GOAL-ATTAINMENT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    ANY ERROR FROM THE HISTORY OR WORKLIST STEPS COMES FIRST.
           IF WS-MESSAGE IS NOT EQUAL TO
              'Employee Record Successfully Updated!' THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE UPD-EMPLOYEE-RECORD TO EMPLOYEE-MASTER-RECORD.
           IF EMP-APPRAISAL-DATE(1:4) IS NOT NUMERIC THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE EMP-APPRAISAL-DATE(1:4) TO WS-GOAL-CYCLE-YEAR.
           MOVE ZEROES TO WS-GOAL-COUNT WS-GOAL-SCORED-COUNT.
           MOVE ZEROES TO WS-GOAL-TOTAL-WEIGHT WS-GOAL-WEIGHTED-SUM.
           MOVE ZEROES TO WS-GOAL-SCORE.
           MOVE SPACES TO WS-GOAL-RATING WS-GOAL-SHORTFALL.
           INITIALIZE WS-GOAL-BROWSE-FLAG.

           MOVE EMP-EMPLOYEE-ID TO PGL-EMPLOYEE-ID.
           MOVE WS-GOAL-CYCLE-YEAR TO PGL-CYCLE-YEAR.
           MOVE ZEROES TO PGL-GOAL-NUM.

           EXEC CICS STARTBR
                FILE(APP-PGOALS-FILE-NAME)
                RIDFLD(PGL-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              PERFORM 2932-SUM-NEXT-GOAL
                 UNTIL END-OF-GOAL-BROWSE

              EXEC CICS ENDBR
                   FILE(APP-PGOALS-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           IF WS-GOAL-COUNT IS EQUAL TO ZEROES THEN
              MOVE SPACES TO WS-MESSAGE
              STRING 'Employee Updated - No Goals On File For '
                    DELIMITED BY SIZE
                 WS-GOAL-CYCLE-YEAR DELIMITED BY SIZE
                 '!' DELIMITED BY SIZE
                 INTO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

      *    THE SAME RULES THE 'EGOLP' TOTALS LINE APPLIES.
           EVALUATE TRUE
           WHEN WS-GOAL-COUNT IS LESS THAN APP-GOAL-MIN-COUNT
                MOVE 'Fewer Than 3 Goals' TO WS-GOAL-SHORTFALL
           WHEN WS-GOAL-TOTAL-WEIGHT IS NOT EQUAL TO 100
                MOVE 'Weights Not 100%' TO WS-GOAL-SHORTFALL
           WHEN WS-GOAL-SCORED-COUNT IS LESS THAN WS-GOAL-COUNT
                MOVE 'Not All Scored' TO WS-GOAL-SHORTFALL
           END-EVALUATE.

           IF WS-GOAL-SHORTFALL IS NOT EQUAL TO SPACES THEN
              MOVE SPACES TO WS-MESSAGE
              STRING 'Employee Updated - ' DELIMITED BY SIZE
                 WS-GOAL-CYCLE-YEAR DELIMITED BY SIZE
                 ' Goals Incomplete: ' DELIMITED BY SIZE
                 WS-GOAL-SHORTFALL DELIMITED BY '  '
                 '!' DELIMITED BY SIZE
                 INTO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-GOAL-SCORE ROUNDED =
              WS-GOAL-WEIGHTED-SUM / WS-GOAL-TOTAL-WEIGHT.

           EVALUATE TRUE
           WHEN WS-GOAL-SCORE IS NOT LESS THAN APP-GOAL-EXCEEDS-SCORE
                MOVE 'E' TO WS-GOAL-RATING
           WHEN WS-GOAL-SCORE IS NOT LESS THAN APP-GOAL-MEETS-SCORE
                MOVE 'M' TO WS-GOAL-RATING
           WHEN OTHER
                MOVE 'U' TO WS-GOAL-RATING
           END-EVALUATE.

           IF WS-GOAL-RATING IS NOT EQUAL TO EMP-APPRAISAL-RESULT THEN
              MOVE SPACES TO WS-MESSAGE
              STRING 'Employee Updated - Rated ' DELIMITED BY SIZE
                 EMP-APPRAISAL-RESULT DELIMITED BY SIZE
                 ' But Goals Score ' DELIMITED BY SIZE
                 WS-GOAL-SCORE DELIMITED BY SIZE
                 ' (' DELIMITED BY SIZE
                 WS-GOAL-RATING DELIMITED BY SIZE
                 ')!' DELIMITED BY SIZE
                 INTO WS-MESSAGE
           END-IF.

       2932-SUM-NEXT-GOAL.
           EXEC CICS READNEXT
                FILE(APP-PGOALS-FILE-NAME)
                RIDFLD(PGL-KEY)
                INTO (PERFORMANCE-GOAL-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              PGL-EMPLOYEE-ID IS NOT EQUAL TO EMP-EMPLOYEE-ID OR
              PGL-CYCLE-YEAR IS NOT EQUAL TO WS-GOAL-CYCLE-YEAR
              SET END-OF-GOAL-BROWSE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF NOT PGL-ST-ACTIVE THEN
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-GOAL-COUNT.
           ADD PGL-WEIGHT TO WS-GOAL-TOTAL-WEIGHT.

           IF PGL-SCORED THEN
              ADD 1 TO WS-GOAL-SCORED-COUNT
              COMPUTE WS-GOAL-WEIGHTED-SUM =
                 WS-GOAL-WEIGHTED-SUM + (PGL-WEIGHT * PGL-ATTAINMENT)
           END-IF.

       2940-WRITE-COMPENSATION-HISTORY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2940-WRITE-COMPENSATION-HISTORY' TO WS-DEBUG-AID.
           MOVE WS-PREVIOUS-COMPENSATION TO COH-PREVIOUS-COMPENSATION.
           MOVE EMP-COMPENSATION TO COH-NEW-COMPENSATION.
           MOVE UPD-USER-ID TO COH-RECORDED-BY.
           PERFORM 2857-RESOLVE-PAY-CURRENCY.
           MOVE WS-PAY-CURRENCY TO COH-CURRENCY-CODE.
           PERFORM 2942-STAMP-RETRO-DATE.

           EXEC CICS WRITE
                FILE(APP-COMPHIST-FILE-NAME)

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 2943-NOTE-RETRO-MESSAGE
           WHEN DFHRESP(DUPREC)
                PERFORM 2945-REWRITE-COMPENSATION-HISTORY
           WHEN OTHER
              MOVE WS-PREVIOUS-COMPENSATION TO COH-PREVIOUS-COMPENSATION
              MOVE EMP-COMPENSATION TO COH-NEW-COMPENSATION
              MOVE UPD-USER-ID TO COH-RECORDED-BY
              MOVE WS-PAY-CURRENCY TO COH-CURRENCY-CODE
              PERFORM 2942-STAMP-RETRO-DATE

              EXEC CICS REWRITE
                   FILE(APP-COMPHIST-FILE-NAME)
              IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                 MOVE 'Error Updating Compensation History!'
                    TO WS-MESSAGE
              ELSE
                 PERFORM 2943-NOTE-RETRO-MESSAGE
              END-IF
           ELSE
              MOVE 'Error Reading Compensation History For Update!'
                 TO WS-MESSAGE
           END-IF.

      *    A BACK-DATED PAY CHANGE LEAVES ITS ARREARS DUE FOR THE
      *    NIGHTLY 'ERETRO' BATCH. A SAME-DAY CHANGE WITHOUT A PAST
      *    DATE LEAVES ANY ARREARS ALREADY NOTED AS THEY WERE.
       2942-STAMP-RETRO-DATE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2942-STAMP-RETRO-DATE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF EFFECTIVE-RETRO AND COMPENSATION-WAS-CHANGED THEN
              MOVE WS-EFFECTIVE-DATE TO COH-RETRO-FROM-DATE
              SET COH-RETRO-DUE TO TRUE
              MOVE SPACES TO COH-RETRO-PAYMENT-DATE
           END-IF.

       2943-NOTE-RETRO-MESSAGE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2943-NOTE-RETRO-MESSAGE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF EFFECTIVE-RETRO AND COMPENSATION-WAS-CHANGED THEN
              MOVE SPACES TO WS-MESSAGE
              STRING 'Employee Updated - Back Pay From ' DELIMITED
                     BY SIZE
                     WS-EFFECTIVE-DATE DELIMITED BY SIZE
                     ' Raised Tonight!' DELIMITED BY SIZE
                     INTO WS-MESSAGE
              END-STRING
           END-IF.

      *    WRITE-THEN-REWRITE, THE SAME LAZY-CREATE APPROACH THE
      *    OTHER SATELLITE FILES USE - AN EMPLOYEE FROM BEFORE THE
      *    FILE EXISTED GETS A RECORD ON FIRST CHANGE.
              MOVE 'Error Updating Site Assignment!' TO WS-MESSAGE
           END-IF.

       2980-WRITE-BIRTH-DATE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2980-WRITE-BIRTH-DATE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    LEGACY EMPLOYEES HIRED BEFORE THE FILE EXISTED HAVE NO
      *    RECORD YET - THE FIRST DATE KEYED CREATES IT.
           INITIALIZE BIRTH-DATE-RECORD.
           MOVE EMP-EMPLOYEE-ID TO BTH-EMPLOYEE-ID.
           MOVE UPD-BIRTH-DATE TO BTH-BIRTH-DATE.
           MOVE UPD-USER-ID TO BTH-RECORDED-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BTH-RECORDED-DATE.

           EXEC CICS WRITE
                FILE(APP-BIRTHDT-FILE-NAME)
                RIDFLD(BTH-EMPLOYEE-ID)
                FROM (BIRTH-DATE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(DUPREC)
                PERFORM 2981-REWRITE-BIRTH-DATE
           WHEN OTHER
                MOVE 'Error Writing Date of Birth!' TO WS-MESSAGE
           END-EVALUATE.

       2981-REWRITE-BIRTH-DATE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2981-REWRITE-BIRTH-DATE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READ
                FILE(APP-BIRTHDT-FILE-NAME)
                RIDFLD(BTH-EMPLOYEE-ID)
                INTO (BIRTH-DATE-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Reading Date of Birth For Update!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           MOVE UPD-BIRTH-DATE TO BTH-BIRTH-DATE.
           MOVE UPD-USER-ID TO BTH-RECORDED-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BTH-RECORDED-DATE.

           EXEC CICS REWRITE
                FILE(APP-BIRTHDT-FILE-NAME)
                FROM (BIRTH-DATE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Updating Date of Birth!' TO WS-MESSAGE
           END-IF.

       2985-WRITE-PAY-CURRENCY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2985-WRITE-PAY-CURRENCY' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A BLANKED-OUT CURRENCY REMOVES THE OVERRIDE - THE EMPLOYEE
      *    IS THEN PAID IN THEIR WORK SITE'S CURRENCY AGAIN.
           MOVE EMP-EMPLOYEE-ID TO PCU-EMPLOYEE-ID.

           IF UPD-CURRENCY-CODE IS EQUAL TO SPACES THEN
              EXEC CICS DELETE
                   FILE(APP-PAYCUR-FILE-NAME)
                   RIDFLD(PCU-EMPLOYEE-ID)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              MOVE ZEROES TO WS-CICS-RESPONSE
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE PAY-CURRENCY-RECORD.
           MOVE EMP-EMPLOYEE-ID TO PCU-EMPLOYEE-ID.
           MOVE UPD-CURRENCY-CODE TO PCU-CURRENCY-CODE.
           MOVE UPD-USER-ID TO PCU-RECORDED-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PCU-RECORDED-DATE.

           EXEC CICS WRITE
                FILE(APP-PAYCUR-FILE-NAME)
                RIDFLD(PCU-EMPLOYEE-ID)
                FROM (PAY-CURRENCY-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(DUPREC)
                PERFORM 2986-REWRITE-PAY-CURRENCY
           WHEN OTHER
                MOVE 'Error Writing Pay Currency!' TO WS-MESSAGE
           END-EVALUATE.

       2986-REWRITE-PAY-CURRENCY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2986-REWRITE-PAY-CURRENCY' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READ
                FILE(APP-PAYCUR-FILE-NAME)
                RIDFLD(PCU-EMPLOYEE-ID)
                INTO (PAY-CURRENCY-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Reading Pay Currency For Update!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           MOVE UPD-CURRENCY-CODE TO PCU-CURRENCY-CODE.
           MOVE UPD-USER-ID TO PCU-RECORDED-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PCU-RECORDED-DATE.

           EXEC CICS REWRITE
                FILE(APP-PAYCUR-FILE-NAME)
                FROM (PAY-CURRENCY-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Updating Pay Currency!' TO WS-MESSAGE
           END-IF.

       2990-RESOLVE-PAY-PERIOD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2990-RESOLVE-PAY-PERIOD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    WHICH PAY PERIOD DOES A PAY CHANGE SAVED NOW BELONG TO?
           INITIALIZE PAY-PERIOD-ARGUMENTS.

           EXEC CICS LINK
                PROGRAM(APP-PAYPRD-PROGRAM-NAME)
                COMMAREA(PAY-PERIOD-ARGUMENTS)
                LENGTH(LENGTH OF PAY-PERIOD-ARGUMENTS)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE PPD-PAY-PERIOD TO WS-STAMP-PAY-PERIOD
           ELSE
              MOVE 'Error Linking To Pay Period Resolver!'
                 TO WS-MESSAGE
           END-IF.

       2991-NOTE-HELD-OVER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2991-NOTE-HELD-OVER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SPACES TO WS-MESSAGE.
           STRING 'Employee Updated After Cut-Off - Pay Change Held '
                     DELIMITED BY SIZE
                  'For Period ' DELIMITED BY SIZE
                  WS-STAMP-PAY-PERIOD DELIMITED BY SIZE
                  '!' DELIMITED BY SIZE
              INTO WS-MESSAGE
           END-STRING.

       2970-WRITE-DEPT-HISTORY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2970-WRITE-DEPT-HISTORY' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    ONE HISTORY RECORD PER EMPLOYEE/TRANSFER-DATE COMBINATION -
      *    IF THE DEPARTMENT IS CHANGED AGAIN THE SAME DAY, REPLACE
      *    THAT RECORD RATHER THAN DOUBLE IT UP. THE OLD AND NEW
      *    DEPARTMENTS ARE TAKEN FROM THE SAVED PRE-EDIT VALUE AND
      *    THE JUST-COMMITTED RECORD IMAGE RESPECTIVELY.
           MOVE UPD-EMPLOYEE-RECORD TO EMPLOYEE-MASTER-RECORD.
           MOVE EMP-DEPARTMENT-ID TO WS-NEW-DEPARTMENT-ID.

           INITIALIZE DEPT-TRANSFER-HISTORY-RECORD.
           MOVE EMP-EMPLOYEE-ID TO DTH-EMPLOYEE-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DTH-TRANSFER-DATE.
           MOVE WS-PREVIOUS-DEPARTMENT-ID TO DTH-OLD-DEPARTMENT-ID.
           MOVE WS-NEW-DEPARTMENT-ID TO DTH-NEW-DEPARTMENT-ID.
           MOVE UPD-USER-ID TO DTH-RECORDED-BY.

           EXEC CICS WRITE
                FILE(APP-DEPTHIST-FILE-NAME)
                RIDFLD(DTH-KEY)
                FROM (DEPT-TRANSFER-HISTORY-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(DUPREC)
                PERFORM 2975-REWRITE-DEPT-HISTORY
           WHEN OTHER
                MOVE 'Error Writing Transfer History!' TO WS-MESSAGE
           END-EVALUATE.

       2975-REWRITE-DEPT-HISTORY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2975-REWRITE-DEPT-HISTORY' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THIS TRANSFER DATE WAS ALREADY RECORDED - RE-READ IT FOR
      *    UPDATE AND REPLACE IT WITH THE LATEST MOVE, KEEPING THE
      *    ORIGINAL OLD-DEPARTMENT VALUE SO A SAME-DAY DOUBLE MOVE
      *    STILL SHOWS WHERE THE DAY STARTED.
           EXEC CICS READ
                FILE(APP-DEPTHIST-FILE-NAME)
                RIDFLD(DTH-KEY)
                INTO (DEPT-TRANSFER-HISTORY-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE WS-NEW-DEPARTMENT-ID TO DTH-NEW-DEPARTMENT-ID
              MOVE UPD-USER-ID TO DTH-RECORDED-BY

              EXEC CICS REWRITE
                   FILE(APP-DEPTHIST-FILE-NAME)
                   FROM (DEPT-TRANSFER-HISTORY-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                 MOVE 'Error Updating Transfer History!' TO WS-MESSAGE
              END-IF
           ELSE
              MOVE 'Error Reading Transfer History For Update!'
                 TO WS-MESSAGE
           END-IF.

      *    A BLANK EFFECTIVE DATE (THE NORMAL CASE) OR ONE ON/BEFORE
      *    TODAY MEANS THE CHANGE APPLIES IMMEDIATELY, AS IT ALWAYS
      *    HAS. A VALID FUTURE DATE PARKS THE EDITED RECORD ON THE
      *    'EPNDTRN' PENDING FILE INSTEAD, FOR THE NIGHTLY 'EPNDAPP'
      *    BATCH JOB TO APPLY ONCE THE DATE ARRIVES.
       2850-CHECK-EFFECTIVE-DATE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2850-CHECK-EFFECTIVE-DATE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           SET EFFECTIVE-IMMEDIATE TO TRUE.
           MOVE EFFDTI TO WS-EFFECTIVE-DATE.

           IF WS-EFFECTIVE-DATE IS EQUAL TO SPACES OR
              WS-EFFECTIVE-DATE IS EQUAL TO LOW-VALUES THEN
              EXIT PARAGRAPH
           END-IF.

           IF WS-EFFECTIVE-DATE IS NOT NUMERIC THEN
              MOVE 'Validation Error: Effective Date Not YYYYMMDD!'
                 TO WS-MESSAGE
              SET VALIDATION-FAILED TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

              SET EFFECTIVE-FUTURE TO TRUE
           END-IF.

      *    A PAY CHANGE DATED INTO THE PAST IS HONOURED WITHIN THE
      *    SHOP LOOK-BACK LIMIT: THE NEW RATE IS STILL PAID FROM TODAY,
      *    AND THE HISTORY RECORD CARRIES THE EARLIER DATE SO THE
      *    NIGHTLY 'ERETRO' BATCH CAN RAISE THE ARREARS. ANY OTHER
      *    CHANGE DATED IN THE PAST JUST APPLIES NOW, AS IT ALWAYS HAS.
           IF WS-EFFECTIVE-DATE IS LESS THAN WS-TODAY-DATE AND
              COMPENSATION-WAS-CHANGED THEN
              PERFORM 2851-CHECK-RETRO-LIMIT
           END-IF.

      *    THE PARKED IMAGE IS THE 268-BYTE MASTER ONLY - THERE IS NO
      *    ROOM IN IT FOR THE 'EPAYCUR' SATELLITE, SO A CURRENCY CHANGE
      *    TAKES EFFECT ON THE DAY IT IS KEYED.
           IF EFFECTIVE-FUTURE AND CURRENCY-WAS-CHANGED THEN
              MOVE 'Validation Error: Currency Cannot Be Future-Dated!'
                 TO WS-MESSAGE
              MOVE -1 TO CURRCYL
              SET VALIDATION-FAILED TO TRUE
           END-IF.

       2851-CHECK-RETRO-LIMIT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2851-CHECK-RETRO-LIMIT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF FUNCTION TEST-DATE-YYYYMMDD(
              FUNCTION NUMVAL(WS-EFFECTIVE-DATE)) IS NOT EQUAL TO ZERO
              MOVE 'Validation Error: Effective Date Is Not Valid!'
                 TO WS-MESSAGE
              MOVE -1 TO EFFDTL
              SET VALIDATION-FAILED TO TRUE
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-RETRO-DAYS-BACK =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY-DATE))
              - FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(WS-EFFECTIVE-DATE)).

           IF WS-RETRO-DAYS-BACK IS GREATER THAN APP-COMP-RETRO-DAYS
              MOVE 'Validation Error: Pay Change Dated Too Far Back!'
                 TO WS-MESSAGE
              MOVE -1 TO EFFDTL
              SET VALIDATION-FAILED TO TRUE
              EXIT PARAGRAPH
           END-IF.

           SET EFFECTIVE-RETRO TO TRUE.

       2853-CHECK-JOB-TITLE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2853-CHECK-JOB-TITLE' TO WS-DEBUG-AID.
              EXIT PARAGRAPH
           END-IF.

      *    THE BAND IS HELD IN ITS OWN CURRENCY - PAY HELD IN ANY
      *    OTHER IS CONVERTED AT THE LATEST RATES BEFORE COMPARING.
           PERFORM 2857-RESOLVE-PAY-CURRENCY.
           MOVE SAL-CURRENCY-CODE TO WS-BAND-CURRENCY.
           IF WS-BAND-CURRENCY IS EQUAL TO SPACES THEN
              MOVE APP-REPORTING-CURRENCY TO WS-BAND-CURRENCY
           END-IF.
           MOVE EMP-COMPENSATION TO WS-BAND-COMPENSATION.

           IF WS-PAY-CURRENCY IS NOT EQUAL TO WS-BAND-CURRENCY THEN
              MOVE WS-PAY-CURRENCY TO WS-RATE-CURRENCY
              PERFORM 2858-GET-CURRENT-RATE
              MOVE WS-LOOKUP-RATE TO WS-PAY-RATE
              IF RATE-FOUND THEN
                 MOVE WS-BAND-CURRENCY TO WS-RATE-CURRENCY
                 PERFORM 2858-GET-CURRENT-RATE
              END-IF
              IF NOT RATE-FOUND THEN
                 MOVE 'Validation Error: No Rate To Check Pay Band!'
                    TO WS-MESSAGE
                 SET VALIDATION-FAILED TO TRUE
                 EXIT PARAGRAPH
              END-IF
              COMPUTE WS-BAND-COMPENSATION ROUNDED =
                 EMP-COMPENSATION * WS-PAY-RATE / WS-LOOKUP-RATE
           END-IF.

           IF WS-BAND-COMPENSATION IS LESS THAN SAL-MINIMUM OR
              WS-BAND-COMPENSATION IS GREATER THAN SAL-MAXIMUM THEN
              MOVE 'Validation Error: Pay Outside Salary Band!'
                 TO WS-MESSAGE
              SET VALIDATION-FAILED TO TRUE
           END-IF.

      *    THE 'EPAYCUR' OVERRIDE BEING EDITED, ELSE THE CURRENCY OF
      *    THE SITE BEING EDITED, ELSE THE REPORTING CURRENCY - THE
      *    ORDER THE BATCH 'ECURCNV' ROUTINE FOLLOWS.
       2857-RESOLVE-PAY-CURRENCY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2857-RESOLVE-PAY-CURRENCY' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE APP-REPORTING-CURRENCY TO WS-PAY-CURRENCY.

           IF UPD-CURRENCY-CODE IS NOT EQUAL TO SPACES THEN
              MOVE UPD-CURRENCY-CODE TO WS-PAY-CURRENCY
              EXIT PARAGRAPH
           END-IF.

           IF UPD-SITE-ID IS EQUAL TO SPACES THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE UPD-SITE-ID TO SIT-SITE-ID.

           EXEC CICS READ
                FILE(APP-SITMST-FILE-NAME)
                RIDFLD(SIT-SITE-ID)
                INTO (SITE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              SIT-CURRENCY-CODE IS NOT EQUAL TO SPACES THEN
              MOVE SIT-CURRENCY-CODE TO WS-PAY-CURRENCY
           END-IF.
           MOVE ZEROES TO WS-CICS-RESPONSE.

      *    RATE OF 'WS-RATE-CURRENCY' FOR THE CURRENT MONTH, ELSE ITS
      *    LATEST EARLIER ONE. THE RATES ARE KEYED CURRENCY + PERIOD,
      *    SO A FORWARD BROWSE FROM THE CURRENCY'S FIRST PERIOD KEEPS
      *    THE LAST ONE NOT AFTER THIS MONTH.
       2858-GET-CURRENT-RATE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2858-GET-CURRENT-RATE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE 'N' TO WS-RATE-FOUND-FLAG.
           MOVE ZEROES TO WS-LOOKUP-RATE.

           IF WS-RATE-CURRENCY IS EQUAL TO APP-REPORTING-CURRENCY THEN
              MOVE 1 TO WS-LOOKUP-RATE
              SET RATE-FOUND TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-RATE-PERIOD.
           MOVE WS-RATE-CURRENCY TO XRT-CURRENCY-CODE.
           MOVE LOW-VALUES TO XRT-PERIOD.

           EXEC CICS STARTBR
                FILE(APP-EXCHRAT-FILE-NAME)
                RIDFLD(XRT-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-RATE-BROWSE-FLAG.
           PERFORM 2859-READ-NEXT-RATE UNTIL END-OF-RATE-BROWSE.

           EXEC CICS ENDBR
                FILE(APP-EXCHRAT-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           MOVE ZEROES TO WS-CICS-RESPONSE.

       2859-READ-NEXT-RATE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2859-READ-NEXT-RATE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READNEXT
                FILE(APP-EXCHRAT-FILE-NAME)
                RIDFLD(XRT-KEY)
                INTO (EXCHANGE-RATE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              XRT-CURRENCY-CODE IS NOT EQUAL TO WS-RATE-CURRENCY OR
              XRT-PERIOD IS GREATER THAN WS-RATE-PERIOD THEN
              SET END-OF-RATE-BROWSE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE XRT-RATE TO WS-LOOKUP-RATE.
           SET RATE-FOUND TO TRUE.

       2860-CHECK-COMP-APPROVAL.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2860-CHECK-COMP-APPROVAL' TO WS-DEBUG-AID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CPR-REQUESTED-DATE.
           SET CPR-PENDING TO TRUE.
           MOVE SPACES TO CPR-ACTIONED-BY.
           MOVE SPACES TO CPR-ACTIONED-FOR.
           MOVE SPACES TO CPR-ACTIONED-DATE.
           MOVE SPACES TO CPR-RETRO-FROM-DATE.
           IF EFFECTIVE-RETRO THEN
              MOVE WS-EFFECTIVE-DATE TO CPR-RETRO-FROM-DATE
           END-IF.

           EXEC CICS WRITE
                FILE(APP-COMPAPR-FILE-NAME)
           WHEN DFHRESP(NORMAL)
                SET COMP-CHANGE-PARKED TO TRUE
                MOVE 'Pay Change Parked For Approval!' TO WS-MESSAGE
                SET NFA-EV-SUBMITTED TO TRUE
                PERFORM 7600-SEND-NOTIFICATION
           WHEN DFHRESP(DUPREC)
                PERFORM 2875-REWRITE-COMP-REQUEST
           WHEN DFHRESP(NOTOPEN)
              MOVE FUNCTION CURRENT-DATE(1:8) TO CPR-REQUESTED-DATE
              SET CPR-PENDING TO TRUE
              MOVE SPACES TO CPR-ACTIONED-BY
              MOVE SPACES TO CPR-ACTIONED-FOR
              MOVE SPACES TO CPR-ACTIONED-DATE
              MOVE SPACES TO CPR-RETRO-FROM-DATE
              IF EFFECTIVE-RETRO THEN
                 MOVE WS-EFFECTIVE-DATE TO CPR-RETRO-FROM-DATE
              END-IF

              EXEC CICS REWRITE
                   FILE(APP-COMPAPR-FILE-NAME)
              IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
                 SET COMP-CHANGE-PARKED TO TRUE
                 MOVE 'Pay Change Parked For Approval!' TO WS-MESSAGE
                 SET NFA-EV-SUBMITTED TO TRUE
                 PERFORM 7600-SEND-NOTIFICATION
              ELSE
                 MOVE 'Error Updating Compensation Request!'
                    TO WS-MESSAGE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    A TERMINATION PARKED BY 'ERSMP' FOR AN ACCEPTED RESIGNATION
      *    IS NOT AN EDIT TO BE REPLACED - LEAVE IT AND SAY SO.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              NOT PTX-ORDINARY-CHANGE THEN
              EXEC CICS UNLOCK
                   FILE(APP-PENDING-TRAN-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              MOVE 'Termination Parked For That Date - Choose Another!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

      *    LIKEWISE A MASS ACTION FROM 'EMASP' STILL WAITING TO BE
      *    APPLIED - IT BELONGS TO ITS BATCH, NOT TO THIS EDIT.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              PTX-MASS-CHANGE AND PTX-PENDING THEN
              EXEC CICS UNLOCK
                   FILE(APP-PENDING-TRAN-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              MOVE 'Mass Change Parked For That Date - Choose Another!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE UPD-EMPLOYEE-RECORD TO PTX-RECORD-IMAGE
              MOVE UPD-USER-ID TO PTX-REQUESTED-BY
              MOVE FUNCTION CURRENT-DATE(1:8) TO PTX-REQUESTED-DATE
              SET PTX-PENDING TO TRUE
              MOVE SPACES TO PTX-APPLIED-DATE
              MOVE SPACES TO PTX-BATCH-REFERENCE
              MOVE SPACES TO PTX-MASS-ACTION
              MOVE SPACES TO PTX-MASS-VALUE

              EXEC CICS REWRITE
                   FILE(APP-PENDING-TRAN-FILE-NAME)
              SET FILTERS-FAILED TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       VIEW-LOG SECTION.
      *-----------------------------------------------------------------

      *    PRIVACY COMPLIANCE: EVERY UNMASKED DISPLAY OF A GOVERNMENT
      *    ID LEAVES AN 'EVWLOG' ENTRY, MARKED AS SUCH - THE SAME
      *    ENQ-WRITE-DEQ APPEND 'EVIEWP' USES. A LOG FAILURE MUST
      *    NEVER BLOCK THE DISPLAY ITSELF.
       8000-LOG-GOVID-VIEW.
      *    >>> DEBUGGING ONLY <<<
           MOVE '8000-LOG-GOVID-VIEW' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE VIEW-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO VWL-TIMESTAMP.
           MOVE UPD-USER-ID TO VWL-USER-ID.
           MOVE UPD-USER-CATEGORY TO VWL-USER-CATEGORY.
           MOVE EIBTRMID TO VWL-TERMINAL-ID.
           MOVE APP-UPDATE-PROGRAM-NAME TO VWL-PROGRAM.
           MOVE GOV-EMPLOYEE-ID TO VWL-EMPLOYEE-VIEWED.
           SET VWL-SHOWN-GOVT-ID TO TRUE.

           INITIALIZE WS-VWL-LOCK-FLAG.
           PERFORM 8100-ENQUEUE-VIEWLOG UNTIL VWL-LOCK-ACQUIRED.

           EXEC CICS WRITE
                FILE(APP-VIEWLOG-FILE-NAME)
                RIDFLD(WS-VWL-RBA-FIELD)
                RBA
                FROM (VIEW-LOG-RECORD)
                LENGTH(LENGTH OF VIEW-LOG-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EXEC CICS DEQ
                RESOURCE(APP-VIEWLOG-REQUEST-ID)
                LENGTH(LENGTH OF APP-VIEWLOG-REQUEST-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       8100-ENQUEUE-VIEWLOG.
           EXEC CICS ENQ
                RESOURCE(APP-VIEWLOG-REQUEST-ID)
                LENGTH(LENGTH OF APP-VIEWLOG-REQUEST-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                SET VWL-LOCK-ACQUIRED TO TRUE
           WHEN DFHRESP(ENQBUSY)
                CONTINUE
           WHEN OTHER
      *         NO LOCK, NO LOG - BUT THE DISPLAY ITSELF GOES AHEAD.
                SET VWL-LOCK-ACQUIRED TO TRUE
           END-EVALUATE.

      *-----------------------------------------------------------------
       ACTIVITY-MONITOR SECTION.
      *-----------------------------------------------------------------
      *    CAPTURED THE 'ETRMRSN' REASON CODE.
           MOVE WS-DELETE-REASON-CODE TO AUD-REASON-CODE.

      *    SPACES UNLESS THIS UPDATE CHANGED PAY.
           MOVE WS-STAMP-PAY-PERIOD TO AUD-PAY-PERIOD.

      *    CALL AUDIT TRAIL ASYNC TRANSACTION TO LOG THE UPDATE.
      *    ('FIRE AND FORGET' STYLE)
           EXEC CICS START
                 TO WS-MESSAGE
           END-IF.

       4400-LOG-RESPONSE-TIME.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4400-LOG-RESPONSE-TIME' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE MONITOR TIMES THIS INTERACTION FROM ITS FIRST CALL IN
      *    THE TASK - RE-GET ITS CONTAINER SO THAT START IS CARRIED
      *    INTO THE POST RATHER THAN OUR OLDER COPY.
           PERFORM 4100-GET-MONITOR-CONTAINER.
           SET MON-AC-RESPONSE-TIME TO TRUE.
           PERFORM 4200-CALL-ACTIVITY-MONITOR.

      *-----------------------------------------------------------------
       NOTIFICATION SECTION.
      *-----------------------------------------------------------------

      *    TELL THE ADMINISTRATORS A PARKED PAY CHANGE IS WAITING FOR
      *    THEM ON 'ECPAP' - SEE 'ENTFWRT'. A NOTIFICATION FAILURE
      *    MUST NEVER BLOCK THE UPDATE ITSELF.
       7600-SEND-NOTIFICATION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '7600-SEND-NOTIFICATION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           SET NFA-WF-PAY-CHANGE TO TRUE.
           MOVE CPR-EMPLOYEE-ID TO NFA-SUBJECT-EMP-ID.
           MOVE CPR-KEY TO NFA-ITEM-KEY.
           MOVE CPR-REQUESTED-BY TO NFA-REQUESTED-BY.
           MOVE CPR-REQUESTED-DATE TO NFA-REQUESTED-DATE.
           MOVE CPR-ACTIONED-BY TO NFA-ACTIONED-BY.
           MOVE APP-UPDATE-PROGRAM-NAME TO NFA-SOURCE-PROGRAM.
           MOVE ZEROES TO NFA-SENT-COUNT.

           EXEC CICS LINK
                PROGRAM(APP-NOTIFY-PROGRAM-NAME)
                COMMAREA(NOTIFY-ARGUMENTS)
                LENGTH(LENGTH OF NOTIFY-ARGUMENTS)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *-----------------------------------------------------------------
       EXIT-ROUTE SECTION.
      *-----------------------------------------------------------------
                CURSOR
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4400-LOG-RESPONSE-TIME.
      *    >>> --------------------- <<<

           EXEC CICS RETURN
                CHANNEL(APP-UPDATE-CHANNEL-NAME)
                TRANSID(APP-UPDATE-TRANSACTION-ID)
              MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE
              MOVE WS-OUTPUT-DATE TO APPRDTO

      *       THE CODE TABLE'S DESCRIPTION WHEN THERE IS ONE.
              INITIALIZE CODE-LOOKUP-ARGUMENTS
              MOVE APP-CT-APPRAISAL-RESULT TO CLA-TABLE-ID
              MOVE EMP-APPRAISAL-RESULT TO CLA-CODE
              PERFORM 9139-LOOKUP-CODE

              EVALUATE TRUE
              WHEN CLA-DESCRIPTION IS NOT EQUAL TO SPACES
                   MOVE CLA-DESCRIPTION TO APPRRSO
              WHEN EMP-EXCEEDS-EXPECTATIONS
                   MOVE 'Exceeds Expectations' TO APPRRSO
              WHEN EMP-MEETS-EXPECTATIONS
      *    ALL USERS -> DISPLAY WORK SITE OFF THE 'EEMPSIT' SATELLITE.
           PERFORM 9135-LOOKUP-SITE-ASSIGNMENT.

      *    ADMINISTRATORS (HR) -> DISPLAY DATE OF BIRTH OFF 'EBIRTHD'.
      *    EVERYONE ELSE ONLY SEES THAT ONE IS ON FILE.
           PERFORM 9137-LOOKUP-BIRTH-DATE.

      *    ALL USERS -> DISPLAY THE GOVERNMENT ID OFF 'EGOVID', MASKED
      *    TO ITS LAST FOUR EXCEPT FOR A CLEARED (HR) ADMINISTRATOR.
           PERFORM 9136-LOOKUP-GOVERNMENT-ID.

      *    ALL USERS -> DISPLAY THE CURRENCY THE PAY IS HELD IN, OFF
      *    'EPAYCUR' OR DEFAULTED FROM THE WORK SITE.
           PERFORM 9138-LOOKUP-PAY-CURRENCY.

      *    COMPENSATION IS THE GOSSIP FIELD - ADMINISTRATORS AND THE
      *    EMPLOYEE THEMSELVES ALWAYS SEE IT, BUT A MANAGER ONLY FOR
      *    EMPLOYEES IN THEIR OWN REPORTING CHAIN. EVERYONE ELSE
              MOVE SPACES TO UPD-EMPLOYMENT-TYPE
              MOVE ZEROES TO UPD-FTE-FACTOR
           END-IF.

           INITIALIZE CODE-LOOKUP-ARGUMENTS.
           MOVE APP-CT-EMPLOYMENT-TYPE TO CLA-TABLE-ID.
           MOVE EMPTYPO TO CLA-CODE.
           PERFORM 9139-LOOKUP-CODE.
           MOVE CLA-DESCRIPTION TO ETYDSCO.
           MOVE ZEROES TO WS-CICS-RESPONSE.

       9135-LOOKUP-SITE-ASSIGNMENT.
           END-IF.
           MOVE ZEROES TO WS-CICS-RESPONSE.

       9136-LOOKUP-GOVERNMENT-ID.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9136-LOOKUP-GOVERNMENT-ID' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SPACES TO GOVIDO.
           MOVE EMP-EMPLOYEE-ID TO GOV-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-GOVID-FILE-NAME)
                RIDFLD(GOV-EMPLOYEE-ID)
                INTO (GOVERNMENT-ID-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              GOV-ID-NUMBER IS EQUAL TO SPACES THEN
              MOVE ZEROES TO WS-CICS-RESPONSE
              EXIT PARAGRAPH
           END-IF.

           PERFORM 9133-CHECK-GOVID-CLEARANCE.

           IF GOVID-CLEARED THEN
              MOVE GOV-ID-NUMBER TO GOVIDO
              PERFORM 8000-LOG-GOVID-VIEW
           ELSE
              COMPUTE WS-GOVID-LENGTH =
                 FUNCTION LENGTH(FUNCTION TRIM(GOV-ID-NUMBER))
              MOVE SPACES TO WS-GOVID-MASKED
      *       A NUMBER TOO SHORT TO MASK (KEYED BEFORE THE MINIMUM
      *       LENGTH RULE) IS MASKED WHOLE.
              IF WS-GOVID-LENGTH IS GREATER THAN 4 THEN
                 MOVE ALL '*'
                    TO WS-GOVID-MASKED(1:WS-GOVID-LENGTH - 4)
                 MOVE GOV-ID-NUMBER(WS-GOVID-LENGTH - 3:4)
                    TO WS-GOVID-MASKED(WS-GOVID-LENGTH - 3:4)
              ELSE
                 MOVE ALL '*' TO WS-GOVID-MASKED(1:WS-GOVID-LENGTH)
              END-IF
              MOVE WS-GOVID-MASKED TO GOVIDO
           END-IF.
           MOVE ZEROES TO WS-CICS-RESPONSE.

      *    THE CLEARANCE IS READ OFF THE USER'S OWN 'EREGUSR' RECORD,
      *    NOT THE SESSION CATEGORY - BREAK-GLASS ADMINISTRATOR ACCESS
      *    DOES NOT UNMASK ANYTHING.
       9133-CHECK-GOVID-CLEARANCE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9133-CHECK-GOVID-CLEARANCE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-GOVID-CLEARED-FLAG.

           IF NOT UPD-CT-ADMINISTRATOR THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE UPD-USER-ID TO REG-USER-ID.

           EXEC CICS READ
                FILE(APP-REG-USER-FILE-NAME)
                RIDFLD(REG-USER-ID)
                INTO (REGISTERED-USER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              REG-CT-ADMINISTRATOR AND REG-GOVID-ACCESS-ALLOWED THEN
              SET GOVID-CLEARED TO TRUE
           END-IF.

       9137-LOOKUP-BIRTH-DATE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9137-LOOKUP-BIRTH-DATE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SPACES TO BRTHDTO.
           MOVE SPACES TO UPD-BIRTH-DATE.
           MOVE EMP-EMPLOYEE-ID TO BTH-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-BIRTHDT-FILE-NAME)
                RIDFLD(BTH-EMPLOYEE-ID)
                INTO (BIRTH-DATE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              IF UPD-CT-ADMINISTRATOR THEN
                 MOVE BTH-BIRTH-DATE TO WS-INPUT-DATE
                 MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE
                 MOVE WS-OUTPUT-DATE TO BRTHDTO
                 MOVE BTH-BIRTH-DATE TO UPD-BIRTH-DATE
              ELSE
                 MOVE '****-**-**' TO BRTHDTO
              END-IF
           END-IF.
           MOVE ZEROES TO WS-CICS-RESPONSE.

       9138-LOOKUP-PAY-CURRENCY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9138-LOOKUP-PAY-CURRENCY' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SPACES TO UPD-CURRENCY-CODE.
           MOVE EMP-EMPLOYEE-ID TO PCU-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-PAYCUR-FILE-NAME)
                RIDFLD(PCU-EMPLOYEE-ID)
                INTO (PAY-CURRENCY-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE PCU-CURRENCY-CODE TO UPD-CURRENCY-CODE
           END-IF.

      *    RUNS AFTER THE SITE LOOKUP, SO THE SITE DEFAULT IS IN PLACE.
           PERFORM 2857-RESOLVE-PAY-CURRENCY.
           MOVE WS-PAY-CURRENCY TO CURRCYO.

      *    UP THE CHAIN FROM THE DISPLAYED EMPLOYEE, TEN LEVELS AT
      *    MOST - 'EORGCHK' POLICES THE LOOPS AND ORPHANS THIS WALK
      *    COULD OTHERWISE FALL INTO.
      *    CHECK/DECODE A BUSINESS CODE AGAINST ITS 'ECODTBL' TABLE -
      *    THE CALLER FILLS IN 'CLA-TABLE-ID' AND 'CLA-CODE'. IF THE
      *    LOOKUP CANNOT BE MADE THE TABLE COUNTS AS NOT SET UP, AND
      *    THE CALLER FALLS BACK TO ITS OWN LIST.
       9139-LOOKUP-CODE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9139-LOOKUP-CODE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           SET CLA-ACTION-LOOKUP TO TRUE.

           EXEC CICS LINK
                PROGRAM(APP-CODLKP-PROGRAM-NAME)
                COMMAREA(CODE-LOOKUP-ARGUMENTS)
                LENGTH(LENGTH OF CODE-LOOKUP-ARGUMENTS)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE SPACES TO CLA-DESCRIPTION
              SET CLA-TABLE-UNAVAILABLE TO TRUE
           END-IF.

       9140-CHECK-VIEWER-CHAIN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9140-CHECK-VIEWER-CHAIN' TO WS-DEBUG-AID.
      *    PROTECT FIELDS THAT ARE NOT ALLOWED TO BE MODIFIED,
      *    DEPENDING ON THE LOGGED-IN USER TYPE.

      *    THE GOVERNMENT ID IS KEYED AT HIRE ONLY - NOBODY EDITS IT
      *    HERE.
           MOVE DFHBMPRO TO GOVIDA.

      *    >>> -------------- <<<
      *    STANDARD RESTRICTIONS.
      *    >>> -------------- <<<
                               DELFLGA
                               DELDSCA
                               COMPENA
                               BRTHDTA
                               CURRCYA

      *       ALLOWED ONLY IF THE EMPLOYEE BEING UPDATED IS HIMSELF.
              IF EMP-EMPLOYEE-ID IS NOT EQUAL TO UPD-USER-EMP-ID THEN
           IF UPD-CT-MANAGER THEN
      *       FIELDS NEVER ALLOWED TO UPDATE.
              MOVE DFHBMPRO TO DEPTIDA
                               BRTHDTA
                               CURRCYA

      *       ALLOWED ONLY IF UPDATING EMPLOYEES IN HIS OWN DEPARTMENT.
              IF EMP-DEPARTMENT-ID IS NOT EQUAL TO UPD-USER-DEPT-ID
