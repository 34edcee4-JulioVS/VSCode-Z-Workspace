       IDENTIFICATION DIVISION.
       PROGRAM-ID. EPIPP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'PERFORMANCE IMPROVEMENT PLANS' PROGRAM.
      *      - LISTS THE OPEN 'EPIPLAN' PLANS OF THE MANAGER'S OWN
      *        DIRECT REPORTS (ADMINISTRATORS SEE EVERYONE'S) WITH THE
      *        NEXT REVIEW DUE - A '!' MARKS ONE ALREADY PAST.
      *      - KEYING AN EMPLOYEE ID SHOWS THEIR OPEN PLAN IN FULL;
      *        ENTER AGAIN ON THE PLAN ON DISPLAY SAVES WHAT WAS KEYED:
      *        THE OBJECTIVES AND SUPPORT ACTIONS, EACH REVIEW OUTCOME
      *        ('S' ON TRACK, 'U' NOT) AS IT IS HELD, AND ONCE EVERY
      *        SCHEDULED REVIEW IS IN, THE FINAL OUTCOME:
      *           'P' - PASSED, THE PLAN CLOSES.
      *           'X' - EXTENDED (ONCE ONLY) - ONE MORE REVIEW AND A
      *                 LATER DEADLINE, THE PLAN STAYS OPEN.
      *           'D' - NOT MET, THE PLAN CLOSES AND A WRITTEN WARNING
      *                 IS RAISED ON 'EDISCPL' (JOURNALED TO 'ESECJRN'
      *                 THE SAME AS ONE ADDED ON 'EDSCP') FOR HR TO
      *                 TAKE UP THERE.
      *      - PLANS ARE OPENED BY 'EUPDP' WHEN A 'U' APPRAISAL RESULT
      *        IS SAVED; THE WEEKLY 'EPIPRPT' REPORT CHASES MISSED
      *        REVIEWS AND PLANS STILL OPEN PAST THEIR DEADLINE.
      *      - REACHED BY PF8 FROM 'EWRKP' (PF3 RETURNS THERE), OR
      *        DIRECTLY THROUGH ITS OWN 'EPIP' TRANSACTION (PF3
      *        RETURNS TO THE MENU).
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - IMPROVEMENT PLAN MAPSET.
      *      - IMPROVEMENT PLAN CONTAINER.
      *      - APPRAISAL WORKLIST CONTAINER (CALLER'S CONTEXT).
      *      - IMPROVEMENT PLAN FILE RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - REGISTERED USER RECORD (TO FIND THE MANAGER'S OWN
      *        EMPLOYEE ID).
      *      - DISCIPLINARY RECORD.
      *      - SECURITY JOURNAL RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY EPIPMAP.
       COPY EPIPCTR.
       COPY EWRKCTR.
       COPY EPIPLAN.
       COPY EMPMAST.
       COPY EREGUSR.
       COPY EDISCPL.
       COPY ESECJRN.
       COPY EMONCTR.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE     PIC S9(8) USAGE IS BINARY.
          05 WS-MESSAGE           PIC X(79).
          05 WS-TODAY             PIC X(8).
          05 WS-DATE-NUM          PIC 9(8).
          05 WS-DATE-INT          PIC 9(8).
          05 WS-SUB               PIC 9(1)  USAGE IS BINARY.
          05 WS-REVIEW-COUNT      PIC 9(1)  USAGE IS BINARY.
          05 WS-REVIEW-INPUT      PIC X(1).
          05 WS-FINAL-INPUT       PIC X(1).
          05 WS-NEXT-REVIEW       PIC X(8).
          05 WS-LATE-MARK         PIC X(1).
          05 WS-LINES-SHOWN       PIC 9(2)  USAGE IS BINARY.
          05 WS-OPEN-COUNT        PIC 9(3)  USAGE IS BINARY.
          05 WS-SEC-RBA-FIELD     PIC S9(8) USAGE IS BINARY.
          05 WS-BROWSE-FLAG       PIC X(1).
             88 END-OF-PLAN-BROWSE           VALUE 'E'.
          05 WS-PLAN-FOUND-FLAG   PIC X(1).
             88 PLAN-FOUND                   VALUE 'Y'.
          05 WS-MASTER-FOUND-FLAG PIC X(1).
             88 MASTER-RECORD-FOUND          VALUE 'Y'.
          05 WS-REPORT-LINE-FLAG  PIC X(1).
             88 IN-REPORTING-LINE            VALUE 'Y'.
          05 WS-EDIT-FLAG         PIC X(1).
             88 EDIT-FAILED                  VALUE 'F'.
          05 WS-PLAN-LINE         PIC X(70).
      *
       01 WS-DISPLAY-FIELDS.
          05 WS-COUNT-EDIT        PIC ZZ9.
          05 WS-REVIEW-EDIT       PIC 9.
      *
       01 WS-DEBUG-AID            PIC X(45) VALUE SPACES.
      *
       01 WS-DEBUG-MESSAGE.
          05 FILLER               PIC X(5)  VALUE '<MSG:'.
          05 WS-DEBUG-TEXT        PIC X(45) VALUE SPACES.
          05 FILLER               PIC X(1)  VALUE '>'.
          05 FILLER               PIC X(5)  VALUE '<EB1='.
          05 WS-DEBUG-EIBRESP     PIC 9(8)  VALUE ZEROES.
          05 FILLER               PIC X(1)  VALUE '>'.
          05 FILLER               PIC X(5)  VALUE '<EB2='.
          05 WS-DEBUG-EIBRESP2    PIC 9(8)  VALUE ZEROES.
          05 FILLER               PIC X(1)  VALUE '>'.
      *
       01 WS-DEBUG-MODE           PIC X(1)  VALUE 'N'.
          88 I-AM-DEBUGGING                 VALUE 'Y'.
          88 NOT-DEBUGGING                  VALUE 'N'.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

      *    >>> DEBUGGING ONLY <<<
           MOVE 'MAIN-LOGIC' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS GET
                CONTAINER(APP-PIPLAN-CONTAINER-NAME)
                CHANNEL(APP-PIPLAN-CHANNEL-NAME)
                INTO (IMPROVEMENT-PLAN-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(CHANNELERR)
           WHEN DFHRESP(CONTAINERERR)
      *         1ST INTERACTION -> NO CONTAINER YET (CREATE IT)
                PERFORM 1000-FIRST-INTERACTION
           WHEN DFHRESP(NORMAL)
      *         NEXT INTERACTIONS -> CONTAINER FOUND (CONTINUE)
                PERFORM 2000-PROCESS-USER-INPUT
           WHEN OTHER
                MOVE 'Error Retrieving Improvement Plan Container!'
                   TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           END-EVALUATE.

      *-----------------------------------------------------------------
       START-UP SECTION.
      *-----------------------------------------------------------------

       1000-FIRST-INTERACTION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1000-FIRST-INTERACTION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 1100-INITIALIZE.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

      *    THE SAME MANAGER-AND-UP RULE AS THE WORKLIST.
           IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR THEN
              MOVE 'You Are Not Authorized for Improvement Plans!'
                 TO WS-MESSAGE
              PERFORM 9000-SEND-MAP-AND-RETURN
           END-IF.

           PERFORM 1200-GET-WORKLIST-CONTEXT.

           IF PPC-OWN-EMPLOYEE-ID IS EQUAL TO ZEROES THEN
              PERFORM 1300-FIND-OWN-EMPLOYEE-ID
           END-IF.

           PERFORM 3000-LIST-OPEN-PLANS.

           PERFORM 9000-SEND-MAP-AND-RETURN.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE ACTIVITY-MONITOR-CONTAINER.
           INITIALIZE IMPROVEMENT-PLAN-CONTAINER.
           INITIALIZE WORKLIST-CONTAINER.
           INITIALIZE IMPROVEMENT-PLAN-RECORD.
           INITIALIZE EMPLOYEE-MASTER-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE EPIPMO.

           MOVE 'Welcome to the Performance Improvement Plans screen!'
              TO WS-MESSAGE.
           SET PPC-CT-STANDARD TO TRUE.

       1200-GET-WORKLIST-CONTEXT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1200-GET-WORKLIST-CONTEXT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    WHEN REACHED BY PF8 FROM 'EWRKP', ITS CONTAINER ALREADY
      *    CARRIES THE USER'S OWN EMPLOYEE ID - THEIR OWN EVEN WHILE
      *    THEY ARE WORKING A DELEGATED APPRAISAL LIST, WHICH DOES NOT
      *    EXTEND TO IMPROVEMENT PLANS. STARTED DIRECTLY THERE IS
      *    NONE, AND IT IS LOOKED UP HERE INSTEAD.
           EXEC CICS GET
                CONTAINER(APP-APRWRK-CONTAINER-NAME)
                CHANNEL(APP-APRWRK-CHANNEL-NAME)
                INTO (WORKLIST-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              SET PPC-FROM-WORKLIST TO TRUE
              MOVE WRK-OWN-EMP-ID TO PPC-OWN-EMPLOYEE-ID
           END-IF.

      *    THE MANAGER'S OWN EMPLOYEE ID COMES OFF THEIR REGISTRATION
      *    RECORD, THE SAME LOOKUP THE WORKLIST SCREEN USES.
       1300-FIND-OWN-EMPLOYEE-ID.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1300-FIND-OWN-EMPLOYEE-ID' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE PPC-USER-ID TO REG-USER-ID.

           EXEC CICS READ
                FILE(APP-REG-USER-FILE-NAME)
                RIDFLD(REG-USER-ID)
                INTO (REGISTERED-USER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE REG-EMPLOYEE-ID TO PPC-OWN-EMPLOYEE-ID
           ELSE
              MOVE 'No Employee ID On Your Registration Record!'
                 TO WS-MESSAGE
           END-IF.

      *-----------------------------------------------------------------
       USE-CASE SECTION.
      *-----------------------------------------------------------------

       2000-PROCESS-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2000-PROCESS-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS RECEIVE
                MAP(APP-PIPLAN-MAP-NAME)
                MAPSET(APP-PIPLAN-MAPSET-NAME)
                INTO (EPIPMI)
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

           IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR THEN
              PERFORM 2600-SIGN-USER-OFF
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-APPLY-PLAN-INPUT
           WHEN DFHPF3
                IF PPC-FROM-WORKLIST THEN
                   PERFORM 2700-TRANSFER-BACK-TO-WORKLIST
                ELSE
                   PERFORM 2500-TRANSFER-BACK-TO-MENU
                END-IF
           WHEN DFHPF12
                PERFORM 2500-TRANSFER-BACK-TO-MENU
           WHEN DFHPF10
                PERFORM 2600-SIGN-USER-OFF
           WHEN OTHER
                MOVE 'Invalid Key!' TO WS-MESSAGE
           END-EVALUATE.

      *    THE LIST IS RE-READ EVERY TURN, SO ONE JUST CLOSED DROPS
      *    OFF IT; THE PLAN ON DISPLAY IS THEN READ BACK FOR THE
      *    DETAIL.
           PERFORM 3000-LIST-OPEN-PLANS.

           IF PPC-TARGET-EMPLOYEE-ID IS GREATER THAN ZEROES THEN
              PERFORM 2155-READ-PLAN
              PERFORM 2160-LOOKUP-EMPLOYEE
           END-IF.

           PERFORM 9000-SEND-MAP-AND-RETURN.

      *    A NEWLY KEYED EMPLOYEE ID BRINGS UP THAT EMPLOYEE'S OPEN
      *    PLAN; ENTER ON THE PLAN ALREADY ON DISPLAY SAVES IT.
       2100-APPLY-PLAN-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2100-APPLY-PLAN-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF EMPLIDL IS GREATER THAN ZERO AND
              EMPLIDI IS NOT EQUAL TO SPACES THEN
              IF EMPLIDI IS NOT NUMERIC THEN
                 MOVE 'Validation Error: Employee ID Must Be Numeric!'
                    TO WS-MESSAGE
                 MOVE -1 TO EMPLIDL
                 EXIT PARAGRAPH
              END-IF

              IF EMPLIDI IS NOT EQUAL TO PPC-TARGET-EMPLOYEE-ID THEN
                 MOVE EMPLIDI TO PPC-TARGET-EMPLOYEE-ID
                 PERFORM 2120-SELECT-OPEN-PLAN
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           IF PPC-TARGET-EMPLOYEE-ID IS EQUAL TO ZEROES THEN
              MOVE 'Improvement Plans Refreshed!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2155-READ-PLAN.

           IF NOT PLAN-FOUND THEN
              MOVE 'No Improvement Plan On File For That Employee!'
                 TO WS-MESSAGE
              MOVE ZEROES TO PPC-TARGET-EMPLOYEE-ID
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2160-LOOKUP-EMPLOYEE.
           PERFORM 2170-CHECK-REPORTING-LINE.

           IF NOT IN-REPORTING-LINE THEN
              MOVE 'You Are Not Authorized For That Employee!'
                 TO WS-MESSAGE
              MOVE ZEROES TO PPC-TARGET-EMPLOYEE-ID
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2200-SAVE-PLAN.

       2120-SELECT-OPEN-PLAN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2120-SELECT-OPEN-PLAN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2150-FIND-OPEN-PLAN.

           IF NOT PLAN-FOUND THEN
              MOVE 'No Open Improvement Plan For That Employee!'
                 TO WS-MESSAGE
              INITIALIZE PPC-TARGET-KEY
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2160-LOOKUP-EMPLOYEE.
           PERFORM 2170-CHECK-REPORTING-LINE.

           IF NOT IN-REPORTING-LINE THEN
              MOVE 'You Are Not Authorized For That Employee!'
                 TO WS-MESSAGE
              INITIALIZE PPC-TARGET-KEY
              EXIT PARAGRAPH
           END-IF.

           MOVE 'Improvement Plan Displayed - Key Changes, Enter Saves!'
              TO WS-MESSAGE.

      *    AN EMPLOYEE HAS AT MOST ONE PLAN OPEN - FIND IT AMONG ANY
      *    EARLIER, CLOSED ONES.
       2150-FIND-OPEN-PLAN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-FIND-OPEN-PLAN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-PLAN-FOUND-FLAG.
           INITIALIZE WS-BROWSE-FLAG.
           MOVE PPC-TARGET-EMPLOYEE-ID TO PIP-EMPLOYEE-ID.
           MOVE SPACES TO PIP-OPENED-DATE.

           EXEC CICS STARTBR
                FILE(APP-PIPLAN-FILE-NAME)
                RIDFLD(PIP-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              PERFORM 2151-FIND-NEXT-PLAN
                 UNTIL END-OF-PLAN-BROWSE OR PLAN-FOUND

              EXEC CICS ENDBR
                   FILE(APP-PIPLAN-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           IF PLAN-FOUND THEN
              MOVE PIP-OPENED-DATE TO PPC-TARGET-OPENED-DATE
           END-IF.

       2151-FIND-NEXT-PLAN.
           EXEC CICS READNEXT
                FILE(APP-PIPLAN-FILE-NAME)
                RIDFLD(PIP-KEY)
                INTO (IMPROVEMENT-PLAN-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              PIP-EMPLOYEE-ID IS NOT EQUAL TO PPC-TARGET-EMPLOYEE-ID
              THEN
              SET END-OF-PLAN-BROWSE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF PIP-OPEN THEN
              MOVE 'Y' TO WS-PLAN-FOUND-FLAG
           END-IF.

       2155-READ-PLAN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2155-READ-PLAN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-PLAN-FOUND-FLAG.
           MOVE PPC-TARGET-KEY TO PIP-KEY.

           EXEC CICS READ
                FILE(APP-PIPLAN-FILE-NAME)
                RIDFLD(PIP-KEY)
                INTO (IMPROVEMENT-PLAN-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Y' TO WS-PLAN-FOUND-FLAG
           WHEN DFHRESP(NOTFND)
                INITIALIZE IMPROVEMENT-PLAN-RECORD
           WHEN OTHER
                INITIALIZE IMPROVEMENT-PLAN-RECORD
                MOVE 'Error Reading Improvement Plan File!'
                   TO WS-MESSAGE
           END-EVALUATE.

       2160-LOOKUP-EMPLOYEE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2160-LOOKUP-EMPLOYEE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-MASTER-FOUND-FLAG.
           MOVE PPC-TARGET-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                RIDFLD(EMP-EMPLOYEE-ID)
                INTO (EMPLOYEE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Y' TO WS-MASTER-FOUND-FLAG
           WHEN DFHRESP(NOTFND)
                INITIALIZE EMPLOYEE-MASTER-RECORD
           WHEN OTHER
                INITIALIZE EMPLOYEE-MASTER-RECORD
                MOVE 'Error Reading Employee Master File!'
                   TO WS-MESSAGE
           END-EVALUATE.

      *    A MANAGER WORKS THE PLANS OF THEIR OWN DIRECT REPORTS - THE
      *    PLAN IS FILED UNDER THE MANAGER AT THE TIME IT OPENED, AND
      *    A MANAGER WHO HAS INHERITED THE EMPLOYEE SINCE TAKES IT ON.
       2170-CHECK-REPORTING-LINE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2170-CHECK-REPORTING-LINE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-REPORT-LINE-FLAG.

           IF MON-CT-ADMINISTRATOR THEN
              MOVE 'Y' TO WS-REPORT-LINE-FLAG
              EXIT PARAGRAPH
           END-IF.

           IF PPC-OWN-EMPLOYEE-ID IS EQUAL TO ZEROES THEN
              EXIT PARAGRAPH
           END-IF.

           IF PIP-MANAGER-ID IS EQUAL TO PPC-OWN-EMPLOYEE-ID THEN
              MOVE 'Y' TO WS-REPORT-LINE-FLAG
           END-IF.

           IF MASTER-RECORD-FOUND AND
              EMP-MANAGER-ID IS EQUAL TO PPC-OWN-EMPLOYEE-ID THEN
              MOVE 'Y' TO WS-REPORT-LINE-FLAG
           END-IF.

       2200-SAVE-PLAN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-SAVE-PLAN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READ
                FILE(APP-PIPLAN-FILE-NAME)
                RIDFLD(PIP-KEY)
                INTO (IMPROVEMENT-PLAN-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Reading Improvement Plan For Update!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF PIP-CLOSED THEN
              PERFORM 2290-UNLOCK-PLAN
              MOVE 'This Plan Is Closed - Nothing To Change!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE WS-EDIT-FLAG.

           PERFORM 2210-GET-PLAN-TEXT.
           PERFORM 2220-GET-REVIEW-OUTCOMES.

           IF NOT EDIT-FAILED THEN
              PERFORM 2230-GET-FINAL-OUTCOME
           END-IF.

           IF EDIT-FAILED THEN
              PERFORM 2290-UNLOCK-PLAN
              EXIT PARAGRAPH
           END-IF.

           MOVE PPC-USER-ID TO PIP-UPDATED-BY.
           MOVE WS-TODAY TO PIP-UPDATED-DATE.

           EXEC CICS REWRITE
                FILE(APP-PIPLAN-FILE-NAME)
                FROM (IMPROVEMENT-PLAN-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Updating Improvement Plan!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
           WHEN PIP-OUTCOME-PASSED
                MOVE 'Improvement Plan Closed - Passed!' TO WS-MESSAGE
           WHEN PIP-OUTCOME-DISCIPLINARY
                PERFORM 2400-RAISE-WRITTEN-WARNING
           WHEN PIP-OUTCOME-EXTENDED AND
                PIP-OUTCOME-DATE IS EQUAL TO WS-TODAY
                MOVE SPACES TO WS-MESSAGE
                STRING 'Improvement Plan Extended - New Deadline '
                   DELIMITED BY SIZE
                   PIP-DEADLINE-DATE DELIMITED BY SIZE
                   '!' DELIMITED BY SIZE
                   INTO WS-MESSAGE
           WHEN OTHER
                MOVE 'Improvement Plan Saved!' TO WS-MESSAGE
           END-EVALUATE.

      *    ONLY THE FIELDS ACTUALLY KEYED OVER COME BACK FROM THE MAP;
      *    BLANKING ONE OUT CLEARS IT.
       2210-GET-PLAN-TEXT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2210-GET-PLAN-TEXT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF OBJ1L IS GREATER THAN ZERO THEN
              MOVE OBJ1I TO PIP-OBJECTIVE(1)
           END-IF.
           IF OBJ2L IS GREATER THAN ZERO THEN
              MOVE OBJ2I TO PIP-OBJECTIVE(2)
           END-IF.
           IF OBJ3L IS GREATER THAN ZERO THEN
              MOVE OBJ3I TO PIP-OBJECTIVE(3)
           END-IF.
           IF SUP1L IS GREATER THAN ZERO THEN
              MOVE SUP1I TO PIP-SUPPORT-ACTION(1)
           END-IF.
           IF SUP2L IS GREATER THAN ZERO THEN
              MOVE SUP2I TO PIP-SUPPORT-ACTION(2)
           END-IF.

       2220-GET-REVIEW-OUTCOMES.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2220-GET-REVIEW-OUTCOMES' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE 1 TO WS-SUB.
           IF R1OUTL IS GREATER THAN ZERO THEN
              MOVE R1OUTI TO WS-REVIEW-INPUT
              PERFORM 2225-RECORD-ONE-REVIEW
           END-IF.

           MOVE 2 TO WS-SUB.
           IF R2OUTL IS GREATER THAN ZERO AND NOT EDIT-FAILED THEN
              MOVE R2OUTI TO WS-REVIEW-INPUT
              PERFORM 2225-RECORD-ONE-REVIEW
           END-IF.

           MOVE 3 TO WS-SUB.
           IF R3OUTL IS GREATER THAN ZERO AND NOT EDIT-FAILED THEN
              MOVE R3OUTI TO WS-REVIEW-INPUT
              PERFORM 2225-RECORD-ONE-REVIEW
           END-IF.

           MOVE 4 TO WS-SUB.
           IF R4OUTL IS GREATER THAN ZERO AND NOT EDIT-FAILED THEN
              MOVE R4OUTI TO WS-REVIEW-INPUT
              PERFORM 2225-RECORD-ONE-REVIEW
           END-IF.

      *    A REVIEW IS RECORDED IN TURN, AND ONLY ONCE IT HAS BEEN
      *    SCHEDULED; IT IS DATED THE DAY ITS OUTCOME WAS FIRST KEYED
      *    (A CORRECTED OUTCOME KEEPS THE ORIGINAL DATE). A BLANKED
      *    OUTCOME IS LEFT AS IT WAS.
       2225-RECORD-ONE-REVIEW.
           MOVE FUNCTION UPPER-CASE(WS-REVIEW-INPUT)
              TO WS-REVIEW-INPUT.
           MOVE WS-SUB TO WS-REVIEW-EDIT.

           IF WS-REVIEW-INPUT IS EQUAL TO SPACES OR
              WS-REVIEW-INPUT IS EQUAL TO PIP-REVIEW-OUTCOME(WS-SUB)
              THEN
              EXIT PARAGRAPH
           END-IF.

           IF WS-REVIEW-INPUT IS NOT EQUAL TO 'S' AND
              WS-REVIEW-INPUT IS NOT EQUAL TO 'U' THEN
              MOVE SPACES TO WS-MESSAGE
              STRING 'Validation Error: Review ' DELIMITED BY SIZE
                 WS-REVIEW-EDIT DELIMITED BY SIZE
                 ' Outcome Must Be S Or U!' DELIMITED BY SIZE
                 INTO WS-MESSAGE
              SET EDIT-FAILED TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF PIP-REVIEW-DUE-DATE(WS-SUB) IS EQUAL TO SPACES THEN
              MOVE 'Validation Error: No Extension Review Scheduled!'
                 TO WS-MESSAGE
              SET EDIT-FAILED TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF WS-SUB IS GREATER THAN 1 THEN
              IF PIP-REVIEW-PENDING(WS-SUB - 1) THEN
                 MOVE SPACES TO WS-MESSAGE
                 STRING 'Validation Error: Record Review '
                       DELIMITED BY SIZE
                    WS-REVIEW-EDIT DELIMITED BY SIZE
                    ' In Turn!' DELIMITED BY SIZE
                    INTO WS-MESSAGE
                 SET EDIT-FAILED TO TRUE
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           IF PIP-REVIEW-PENDING(WS-SUB) THEN
              MOVE WS-TODAY TO PIP-REVIEW-DONE-DATE(WS-SUB)
           END-IF.
           MOVE WS-REVIEW-INPUT TO PIP-REVIEW-OUTCOME(WS-SUB).

      *    THE FINAL OUTCOME WAITS FOR EVERY SCHEDULED REVIEW. AN
      *    EXTENSION IS ALLOWED ONCE: IT SCHEDULES REVIEW 4 AND MOVES
      *    THE DEADLINE OUT TO IT, AND THE PLAN STAYS OPEN.
       2230-GET-FINAL-OUTCOME.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2230-GET-FINAL-OUTCOME' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF FINALL IS EQUAL TO ZERO OR FINALI IS EQUAL TO SPACES THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(FINALI) TO WS-FINAL-INPUT.

           IF WS-FINAL-INPUT IS EQUAL TO PIP-FINAL-OUTCOME THEN
              EXIT PARAGRAPH
           END-IF.

           IF WS-FINAL-INPUT IS NOT EQUAL TO 'P' AND
              WS-FINAL-INPUT IS NOT EQUAL TO 'X' AND
              WS-FINAL-INPUT IS NOT EQUAL TO 'D' THEN
              MOVE 'Validation Error: Final Outcome Must Be P, X Or D!'
                 TO WS-MESSAGE
              MOVE -1 TO FINALL
              SET EDIT-FAILED TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE 3 TO WS-REVIEW-COUNT.
           IF PIP-REVIEW-DUE-DATE(4) IS NOT EQUAL TO SPACES THEN
              MOVE 4 TO WS-REVIEW-COUNT
           END-IF.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB IS GREATER THAN WS-REVIEW-COUNT
                      OR EDIT-FAILED
              IF PIP-REVIEW-PENDING(WS-SUB) THEN
                 MOVE 'Validation Error: Record Every Review First!'
                    TO WS-MESSAGE
                 MOVE -1 TO FINALL
                 SET EDIT-FAILED TO TRUE
              END-IF
           END-PERFORM.

           IF EDIT-FAILED THEN
              EXIT PARAGRAPH
           END-IF.

           IF WS-FINAL-INPUT IS EQUAL TO 'X' THEN
              IF WS-REVIEW-COUNT IS EQUAL TO 4 THEN
                 MOVE 'Validation Error: Plan Already Extended Once!'
                    TO WS-MESSAGE
                 MOVE -1 TO FINALL
                 SET EDIT-FAILED TO TRUE
                 EXIT PARAGRAPH
              END-IF

              MOVE PIP-DEADLINE-DATE TO WS-DATE-NUM
              COMPUTE WS-DATE-NUM =
                 FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) +
                    APP-PIPLAN-EXTEND-DAYS)
              MOVE WS-DATE-NUM TO PIP-REVIEW-DUE-DATE(4)
              MOVE WS-DATE-NUM TO PIP-DEADLINE-DATE
           ELSE
              SET PIP-CLOSED TO TRUE
           END-IF.

           MOVE WS-FINAL-INPUT TO PIP-FINAL-OUTCOME.
           MOVE WS-TODAY TO PIP-OUTCOME-DATE.

       2290-UNLOCK-PLAN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2290-UNLOCK-PLAN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS UNLOCK
                FILE(APP-PIPLAN-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    A PLAN NOT MET GOES TO HR AS A WRITTEN WARNING DATED TODAY,
      *    EXACTLY AS IF IT HAD BEEN KEYED ON 'EDSCP' - WHERE HR SET
      *    ITS EXPIRY AND REWORD THE SUMMARY. A RECORD ALREADY ON FILE
      *    FOR TODAY IS NOT OVERWRITTEN.
       2400-RAISE-WRITTEN-WARNING.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-RAISE-WRITTEN-WARNING' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE DISCIPLINARY-RECORD.
           MOVE PIP-EMPLOYEE-ID TO DSC-EMPLOYEE-ID.
           MOVE WS-TODAY TO DSC-ACTION-DATE.
           SET DSC-LEVEL-WRITTEN TO TRUE.
           STRING 'Improvement plan opened ' DELIMITED BY SIZE
              PIP-OPENED-DATE DELIMITED BY SIZE
              ' not met - see EPIPP' DELIMITED BY SIZE
              INTO DSC-SUMMARY.
           MOVE SPACES TO DSC-EXPIRY-DATE.
           MOVE PPC-USER-ID TO DSC-RECORDED-BY.
           MOVE WS-TODAY TO DSC-RECORDED-DATE.

           EXEC CICS WRITE
                FILE(APP-DISCPL-FILE-NAME)
                RIDFLD(DSC-KEY)
                FROM (DISCIPLINARY-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Plan Closed - Written Warning Raised On EDSCP!'
                   TO WS-MESSAGE
           WHEN DFHRESP(DUPREC)
                MOVE 'Plan Closed - EDSCP Already Has A Record Today!'
                   TO WS-MESSAGE
                EXIT PARAGRAPH
           WHEN OTHER
                MOVE 'Error Raising Warning - Plan Closed, Use EDSCP!'
                   TO WS-MESSAGE
                EXIT PARAGRAPH
           END-EVALUATE.

           INITIALIZE SECURITY-JOURNAL-RECORD.
           MOVE 'DISC ADD' TO SEC-ACTION.
           MOVE DSC-EMPLOYEE-ID TO SEC-TARGET.
           MOVE DSC-ACTION-LEVEL TO SEC-NEW-VALUE.
           PERFORM 7900-JOURNAL-SECURITY-EVENT.

      *    THE SAME JOURNAL 'EDSCP' WRITES - A FAILURE HERE MUST NEVER
      *    BLOCK THE ACTION.
       7900-JOURNAL-SECURITY-EVENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '7900-JOURNAL-SECURITY-EVENT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE FUNCTION CURRENT-DATE TO SEC-TIMESTAMP.
           MOVE PPC-USER-ID TO SEC-USER-ID.
           MOVE EIBTRMID TO SEC-TERMINAL-ID.
           MOVE APP-PIPLAN-PROGRAM-NAME TO SEC-PROGRAM.
      *    ANYTHING DONE UNDER BREAK-GLASS ACCESS IS MARKED AS SUCH.
           IF MON-BG-ELEVATED THEN
              SET SEC-BREAK-GLASS TO TRUE
           ELSE
              MOVE SPACES TO SEC-BREAK-GLASS-FLAG
           END-IF.

           EXEC CICS WRITE
                FILE(APP-SECJRNL-FILE-NAME)
                RIDFLD(WS-SEC-RBA-FIELD)
                RBA
                FROM (SECURITY-JOURNAL-RECORD)
                LENGTH(LENGTH OF SECURITY-JOURNAL-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------------------
       LISTING SECTION.
      *-----------------------------------------------------------------

      *    ONE PASS OVER 'EPIPLAN' PICKS OUT THE PLANS STILL OPEN,
      *    KEEPS THOSE IN THE USER'S REPORTING LINE, AND SHOWS THE
      *    FIRST SIX OF THEM.
       3000-LIST-OPEN-PLANS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3000-LIST-OPEN-PLANS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE ZEROES TO WS-LINES-SHOWN WS-OPEN-COUNT.
           MOVE SPACES TO ROW1O ROW2O ROW3O ROW4O ROW5O ROW6O.

           INITIALIZE WS-BROWSE-FLAG.
           MOVE LOW-VALUES TO PIP-KEY.

           EXEC CICS STARTBR
                FILE(APP-PIPLAN-FILE-NAME)
                RIDFLD(PIP-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              PERFORM 3100-LIST-NEXT-PLAN
                 UNTIL END-OF-PLAN-BROWSE

              EXEC CICS ENDBR
                   FILE(APP-PIPLAN-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

      *    THE OVERFLOW NOTE ONLY REPLACES A WELCOME OR A REFRESH -
      *    NEVER THE OUTCOME OF SOMETHING THE USER JUST DID.
           IF WS-OPEN-COUNT IS GREATER THAN 6 AND
              (WS-MESSAGE(1:7) IS EQUAL TO 'Welcome' OR
               WS-MESSAGE IS EQUAL TO 'Improvement Plans Refreshed!')
              THEN
              MOVE WS-OPEN-COUNT TO WS-COUNT-EDIT
              MOVE SPACES TO WS-MESSAGE
              STRING 'Only The First 6 Of ' DELIMITED BY SIZE
                 WS-COUNT-EDIT DELIMITED BY SIZE
                 ' Open Plans Are Listed - Key Any ID To Open It!'
                    DELIMITED BY SIZE
                 INTO WS-MESSAGE
           END-IF.

       3100-LIST-NEXT-PLAN.
           EXEC CICS READNEXT
                FILE(APP-PIPLAN-FILE-NAME)
                RIDFLD(PIP-KEY)
                INTO (IMPROVEMENT-PLAN-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              SET END-OF-PLAN-BROWSE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF NOT PIP-OPEN THEN
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE WS-MASTER-FOUND-FLAG.
           MOVE PIP-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                RIDFLD(EMP-EMPLOYEE-ID)
                INTO (EMPLOYEE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

      *    A DEPARTED EMPLOYEE'S OPEN PLAN IS MOOT.
           IF EMP-DELETED THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO WS-MASTER-FOUND-FLAG.
           PERFORM 2170-CHECK-REPORTING-LINE.

           IF NOT IN-REPORTING-LINE THEN
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-OPEN-COUNT.

           IF WS-LINES-SHOWN IS NOT LESS THAN 6 THEN
              EXIT PARAGRAPH
           END-IF.

      *    THE NEXT REVIEW IS THE FIRST SCHEDULED ONE NOT YET HELD.
           MOVE SPACES TO WS-NEXT-REVIEW WS-LATE-MARK.
           PERFORM VARYING WS-SUB FROM 4 BY -1
                   UNTIL WS-SUB IS LESS THAN 1
              IF PIP-REVIEW-DUE-DATE(WS-SUB) IS NOT EQUAL TO SPACES
                 AND PIP-REVIEW-PENDING(WS-SUB) THEN
                 MOVE PIP-REVIEW-DUE-DATE(WS-SUB) TO WS-NEXT-REVIEW
              END-IF
           END-PERFORM.

           IF WS-NEXT-REVIEW IS NOT EQUAL TO SPACES AND
              WS-NEXT-REVIEW IS LESS THAN WS-TODAY THEN
              MOVE '!' TO WS-LATE-MARK
           END-IF.

           MOVE SPACES TO WS-PLAN-LINE.
           STRING PIP-EMPLOYEE-ID DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              EMP-PRIMARY-NAME(1:20) DELIMITED BY SIZE
              ' Opn ' DELIMITED BY SIZE
              PIP-OPENED-DATE DELIMITED BY SIZE
              ' Next ' DELIMITED BY SIZE
              WS-NEXT-REVIEW DELIMITED BY SIZE
              WS-LATE-MARK DELIMITED BY SIZE
              ' Ddl ' DELIMITED BY SIZE
              PIP-DEADLINE-DATE DELIMITED BY SIZE
              INTO WS-PLAN-LINE.

           ADD 1 TO WS-LINES-SHOWN.

           EVALUATE WS-LINES-SHOWN
           WHEN 1
                MOVE WS-PLAN-LINE TO ROW1O
           WHEN 2
                MOVE WS-PLAN-LINE TO ROW2O
           WHEN 3
                MOVE WS-PLAN-LINE TO ROW3O
           WHEN 4
                MOVE WS-PLAN-LINE TO ROW4O
           WHEN 5
                MOVE WS-PLAN-LINE TO ROW5O
           WHEN OTHER
                MOVE WS-PLAN-LINE TO ROW6O
           END-EVALUATE.

      *-----------------------------------------------------------------
       TRANSFER SECTION.
      *-----------------------------------------------------------------

       2500-TRANSFER-BACK-TO-MENU.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2500-TRANSFER-BACK-TO-MENU' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2550-DELETE-PLAN-CONTAINER.

           EXEC CICS XCTL
                PROGRAM(APP-MENU-PROGRAM-NAME)
                CHANNEL(APP-MENU-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(PGMIDERR)
                MOVE 'Menu Program Not Found!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           WHEN OTHER
                MOVE 'Error Transferring To Menu!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           END-EVALUATE.

       2550-DELETE-PLAN-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2550-DELETE-PLAN-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-PIPLAN-CONTAINER-NAME)
                CHANNEL(APP-PIPLAN-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Deleting Improvement Plan Container!'
                   TO WS-MESSAGE
           END-EVALUATE.

       2600-SIGN-USER-OFF.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2600-SIGN-USER-OFF' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    >>> CALL ACTIVITY MONITOR <<<
           SET MON-AC-SIGN-OFF TO TRUE.
           PERFORM 4200-CALL-ACTIVITY-MONITOR.
      *    >>> --------------------- <<<

           PERFORM 9200-RETURN-TO-CICS.

      *    'EWRKP' STILL HOLDS ITS OWN CONTAINER ON THE CHANNEL AND
      *    PICKS UP WHERE IT LEFT OFF.
       2700-TRANSFER-BACK-TO-WORKLIST.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2700-TRANSFER-BACK-TO-WORKLIST' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2550-DELETE-PLAN-CONTAINER.

           EXEC CICS XCTL
                PROGRAM(APP-APRWRK-PROGRAM-NAME)
                CHANNEL(APP-APRWRK-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(PGMIDERR)
                MOVE 'Appraisal Worklist Program Not Found!'
                   TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           WHEN OTHER
                MOVE 'Error Transferring To Appraisal Worklist!'
                   TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           END-EVALUATE.

      *-----------------------------------------------------------------
       ACTIVITY-MONITOR SECTION.
      *-----------------------------------------------------------------

       4000-CHECK-USER-STATUS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4000-CHECK-USER-STATUS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 4100-GET-MONITOR-CONTAINER.

           SET MON-AC-APP-FUNCTION TO TRUE.
           PERFORM 4200-CALL-ACTIVITY-MONITOR.

      *    IF THE SESSION IS ABOUT TO TIME OUT, WARN THE USER.
           IF MON-ST-WARNING THEN
              MOVE MON-MESSAGE TO WS-MESSAGE
           END-IF.

           IF MON-USER-ID IS NOT EQUAL TO SPACES THEN
              MOVE MON-USER-ID TO PPC-USER-ID
              MOVE MON-USER-CATEGORY TO PPC-USER-CATEGORY
           END-IF.

       4100-GET-MONITOR-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4100-GET-MONITOR-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS GET
                CONTAINER(APP-ACTMON-CONTAINER-NAME)
                CHANNEL(APP-ACTMON-CHANNEL-NAME)
                INTO (ACTIVITY-MONITOR-CONTAINER)
                FLENGTH(LENGTH OF ACTIVITY-MONITOR-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(CHANNELERR)
           WHEN DFHRESP(CONTAINERERR)
                MOVE 'No Activity Monitor Data Found!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Getting Activity Monitor!' TO WS-MESSAGE
           END-EVALUATE.

       4200-CALL-ACTIVITY-MONITOR.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4200-CALL-ACTIVITY-MONITOR' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    PUT CONTAINER AND LINK TO ACTIVITY MONITOR PROGRAM.
           MOVE APP-PIPLAN-PROGRAM-NAME TO MON-LINKING-PROGRAM.
           INITIALIZE MON-RESPONSE.

           PERFORM 4300-PUT-MONITOR-CONTAINER.

           EXEC CICS LINK
                PROGRAM(APP-ACTMON-PROGRAM-NAME)
                CHANNEL(APP-ACTMON-CHANNEL-NAME)
                TRANSID(EIBTRNID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(PGMIDERR)
                MOVE 'Activity Monitor Program Not Found!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Linking To Activity Monitor!' TO WS-MESSAGE
           END-EVALUATE.

       4300-PUT-MONITOR-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4300-PUT-MONITOR-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-ACTMON-CONTAINER-NAME)
                CHANNEL(APP-ACTMON-CHANNEL-NAME)
                FROM (ACTIVITY-MONITOR-CONTAINER)
                FLENGTH(LENGTH OF ACTIVITY-MONITOR-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Activity Monitor!' TO WS-MESSAGE
           END-EVALUATE.

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
       EXIT-ROUTE SECTION.
      *-----------------------------------------------------------------

       9000-SEND-MAP-AND-RETURN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9000-SEND-MAP-AND-RETURN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 9100-POPULATE-MAP.
           PERFORM 9150-PUT-PLAN-CONTAINER.

           EXEC CICS SEND
                MAP(APP-PIPLAN-MAP-NAME)
                MAPSET(APP-PIPLAN-MAPSET-NAME)
                FROM (EPIPMO)
                ERASE
                CURSOR
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4400-LOG-RESPONSE-TIME.
      *    >>> --------------------- <<<

           EXEC CICS RETURN
                CHANNEL(APP-PIPLAN-CHANNEL-NAME)
                TRANSID(APP-PIPLAN-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           IF PPC-USER-ID IS NOT EQUAL TO SPACES THEN
              MOVE PPC-USER-ID TO LOGDINO
           ELSE
              MOVE '<Anonym>' TO LOGDINO
           END-IF.

           MOVE SPACES TO EMPLIDO PRNAMEO OPNDATO DEADLNO PSTATO.
           MOVE SPACES TO OBJ1O OBJ2O OBJ3O SUP1O SUP2O FINALO.
           MOVE SPACES TO R1DUEO R1DONO R1OUTO R2DUEO R2DONO R2OUTO.
           MOVE SPACES TO R3DUEO R3DONO R3OUTO R4DUEO R4DONO R4OUTO.

           IF PPC-TARGET-EMPLOYEE-ID IS GREATER THAN ZEROES AND
              PLAN-FOUND THEN
              MOVE PPC-TARGET-EMPLOYEE-ID TO EMPLIDO
              MOVE EMP-PRIMARY-NAME TO PRNAMEO
              MOVE PIP-OPENED-DATE TO OPNDATO
              MOVE PIP-DEADLINE-DATE TO DEADLNO
              EVALUATE TRUE
              WHEN PIP-OUTCOME-PASSED
                   MOVE 'Passed' TO PSTATO
              WHEN PIP-OUTCOME-DISCIPLINARY
                   MOVE 'Not Met' TO PSTATO
              WHEN PIP-OUTCOME-EXTENDED
                   MOVE 'Open-Extended' TO PSTATO
              WHEN OTHER
                   MOVE 'Open' TO PSTATO
              END-EVALUATE
              MOVE PIP-OBJECTIVE(1) TO OBJ1O
              MOVE PIP-OBJECTIVE(2) TO OBJ2O
              MOVE PIP-OBJECTIVE(3) TO OBJ3O
              MOVE PIP-SUPPORT-ACTION(1) TO SUP1O
              MOVE PIP-SUPPORT-ACTION(2) TO SUP2O
              MOVE PIP-REVIEW-DUE-DATE(1) TO R1DUEO
              MOVE PIP-REVIEW-DONE-DATE(1) TO R1DONO
              MOVE PIP-REVIEW-OUTCOME(1) TO R1OUTO
              MOVE PIP-REVIEW-DUE-DATE(2) TO R2DUEO
              MOVE PIP-REVIEW-DONE-DATE(2) TO R2DONO
              MOVE PIP-REVIEW-OUTCOME(2) TO R2OUTO
              MOVE PIP-REVIEW-DUE-DATE(3) TO R3DUEO
              MOVE PIP-REVIEW-DONE-DATE(3) TO R3DONO
              MOVE PIP-REVIEW-OUTCOME(3) TO R3OUTO
              MOVE PIP-REVIEW-DUE-DATE(4) TO R4DUEO
              MOVE PIP-REVIEW-DONE-DATE(4) TO R4DONO
              MOVE PIP-REVIEW-OUTCOME(4) TO R4OUTO
              MOVE PIP-FINAL-OUTCOME TO FINALO
           END-IF.

           MOVE WS-MESSAGE TO MESSO.
           MOVE DFHTURQ TO MESSC.

      *    CHANGE COLOR OF MESSAGE LINE BASED ON TYPE/CONTENT.
           EVALUATE TRUE
           WHEN MESSO(1:5) IS EQUAL TO 'Error'
                MOVE DFHRED TO MESSC
           WHEN MESSO(1:2) IS EQUAL TO 'No'
           WHEN MESSO(1:4) IS EQUAL TO 'Only'
           WHEN MESSO(1:4) IS EQUAL TO 'This'
                MOVE DFHYELLO TO MESSC
           WHEN MESSO(1:7) IS EQUAL TO 'Invalid'
           WHEN MESSO(1:10) IS EQUAL TO 'Validation'
           WHEN MESSO(1:3) IS EQUAL TO 'You'
                MOVE DFHPINK TO MESSC
           END-EVALUATE.

      *    SET ANY MODIFIED DATA TAG (MDT) 'ON' TO AVOID THE 'AEI9'
      *    ABEND THAT HAPPENS WHEN WE ONLY RECEIVE AN AID-KEY FROM THE
      *    MAP AND NO REAL DATA ALONG IT.
           MOVE DFHBMFSE TO TRANIDA.

       9150-PUT-PLAN-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-PLAN-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-PIPLAN-CONTAINER-NAME)
                CHANNEL(APP-PIPLAN-CHANNEL-NAME)
                FROM (IMPROVEMENT-PLAN-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Improvement Plan Container!'
                   TO WS-MESSAGE
           END-EVALUATE.

       9200-RETURN-TO-CICS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9200-RETURN-TO-CICS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS SEND CONTROL
                ERASE
                FREEKB
                END-EXEC.

           EXEC CICS RETURN
                END-EXEC.

       9300-DEBUG-AID.
      *    >>> DEBUGGING ONLY <<<
           IF I-AM-DEBUGGING THEN
              INITIALIZE WS-DEBUG-MESSAGE

              MOVE WS-DEBUG-AID TO WS-DEBUG-TEXT
              MOVE EIBRESP TO WS-DEBUG-EIBRESP
              MOVE EIBRESP2 TO WS-DEBUG-EIBRESP2

              EXEC CICS SEND TEXT
                   FROM (WS-DEBUG-MESSAGE)
                   END-EXEC
              EXEC CICS RECEIVE
                   LENGTH(LENGTH OF EIBAID)
                   END-EXEC

              INITIALIZE EIBRESP EIBRESP2
           END-IF.
      *    >>> -------------- <<<
