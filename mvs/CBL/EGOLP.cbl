       IDENTIFICATION DIVISION.
       PROGRAM-ID. EGOLP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'PERFORMANCE GOALS' PROGRAM.
      *      - MAINTAINS THE 'EPGOALS' REGISTER OF THE WEIGHTED GOALS
      *        A MANAGER SETS EACH DIRECT REPORT FOR A REVIEW CYCLE
      *        (CALENDAR YEAR): GOAL TEXT, TARGET DATE, WEIGHT (PER
      *        CENT OF THE CYCLE) AND, AT REVIEW TIME, THE ATTAINMENT
      *        SCORE (PER CENT OF TARGET ACHIEVED, UP TO 150).
      *      - ACTION 'E' RECORDS A GOAL (A BLANK GOAL NUMBER TAKES
      *        THE NEXT FREE ONE, A KEYED NUMBER CORRECTS THAT GOAL);
      *        ACTION 'R' REMOVES ONE. A BLANK ACTION DISPLAYS THE
      *        KEYED GOAL. THE CYCLE'S ACTIVE GOALS ARE LISTED BELOW
      *        EITHER WAY, WITH A TOTALS LINE SHOWING THE WEIGHTED
      *        SCORE AND THE RATING IT CALLS FOR - OR WHAT IS STILL
      *        MISSING FROM THE GOAL SET (THREE TO EIGHT GOALS,
      *        WEIGHTS TOTALLING 100, EVERY GOAL SCORED).
      *      - A MANAGER ONLY SEES AND SETS GOALS FOR HIS OWN DIRECT
      *        REPORTS. ADMINISTRATORS MAY WORK ON ANYONE.
      *      - REACHED BY PF6 FROM 'EWRKP' (PF3 RETURNS THERE), OR
      *        DIRECTLY THROUGH ITS OWN 'EGOL' TRANSACTION (PF3
      *        RETURNS TO THE MENU).
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - PERFORMANCE GOALS MAPSET.
      *      - PERFORMANCE GOALS CONTAINER.
      *      - APPRAISAL WORKLIST CONTAINER (CALLER'S CONTEXT).
      *      - PERFORMANCE GOAL FILE RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - REGISTERED USER RECORD (TO FIND THE MANAGER'S OWN
      *        EMPLOYEE ID).
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY EGOLMAP.
       COPY EGOLCTR.
       COPY EWRKCTR.
       COPY EPGOALS.
       COPY EMPMAST.
       COPY EREGUSR.
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
          05 WS-LINES-SHOWN       PIC 9(2)  USAGE IS BINARY.
          05 WS-ACTIVE-COUNT      PIC 9(2)  USAGE IS BINARY.
          05 WS-SCORED-COUNT      PIC 9(2)  USAGE IS BINARY.
          05 WS-HIGHEST-GOAL-NUM  PIC 9(1).
          05 WS-TOTAL-WEIGHT      PIC 9(4).
          05 WS-SCORED-WEIGHT     PIC 9(4).
          05 WS-WEIGHTED-SUM      PIC 9(7).
          05 WS-WEIGHTED-SCORE    PIC 9(3).
          05 WS-OTHER-WEIGHT      PIC 9(4).
          05 WS-NEW-WEIGHT        PIC 9(3).
          05 WS-NEW-ATTAINMENT    PIC 9(3).
          05 WS-EXPECTED-RATING   PIC X(1).
          05 WS-BROWSE-FLAG       PIC X(1).
             88 END-OF-GOAL-BROWSE          VALUE 'E'.
          05 WS-RECORD-FOUND-FLAG PIC X(1).
             88 GOAL-FOUND                  VALUE 'Y'.
          05 WS-MASTER-FOUND-FLAG PIC X(1).
             88 MASTER-RECORD-FOUND         VALUE 'Y'.
          05 WS-REPORT-LINE-FLAG  PIC X(1).
             88 DIRECT-REPORT               VALUE 'Y'.
          05 WS-GOAL-SET-FLAG     PIC X(1).
             88 GOAL-SET-COMPLETE           VALUE 'C'.
             88 GOAL-SET-INCOMPLETE         VALUE 'I'.
          05 WS-GOAL-LINE         PIC X(70).
          05 WS-SHORTFALL-TEXT    PIC X(22).
          05 WS-SCORE-TEXT        PIC X(3).
          05 WS-COUNT-EDIT        PIC 9(1).
          05 WS-WEIGHT-EDIT       PIC ZZ9.
          05 WS-SCORE-EDIT        PIC ZZ9.
      *
      *    THE GOAL BEING MAINTAINED IS HELD HERE WHILE THE REGISTER
      *    IS BROWSED FOR THE SCREEN LIST.
       01 WS-HELD-GOAL            PIC X(95).
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
                CONTAINER(APP-PGOALS-CONTAINER-NAME)
                CHANNEL(APP-PGOALS-CHANNEL-NAME)
                INTO (GOALS-CONTAINER)
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
                MOVE 'Error Retrieving Goals Container!' TO WS-MESSAGE
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

      *    GOALS ARE SET BY THE MANAGER WHO WILL APPRAISE AGAINST
      *    THEM, SO THE SAME MANAGER-AND-UP RULE AS THE WORKLIST.
           IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR THEN
              MOVE 'You Are Not Authorized for Performance Goals!'
                 TO WS-MESSAGE
              PERFORM 9000-SEND-MAP-AND-RETURN
           END-IF.

           PERFORM 1200-GET-WORKLIST-CONTEXT.

           IF GOC-OWN-EMPLOYEE-ID IS EQUAL TO ZEROES THEN
              PERFORM 1300-FIND-OWN-EMPLOYEE-ID
           END-IF.

           PERFORM 9000-SEND-MAP-AND-RETURN.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE ACTIVITY-MONITOR-CONTAINER.
           INITIALIZE GOALS-CONTAINER.
           INITIALIZE WORKLIST-CONTAINER.
           INITIALIZE PERFORMANCE-GOAL-RECORD.
           INITIALIZE EMPLOYEE-MASTER-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE EGOLMO.

           MOVE 'Welcome to the Performance Goals screen!'
              TO WS-MESSAGE.
           SET GOC-CT-STANDARD TO TRUE.

      *    THE CYCLE DEFAULTS TO THE CURRENT CALENDAR YEAR.
           MOVE FUNCTION CURRENT-DATE(1:4) TO GOC-TARGET-CYCLE-YEAR.

       1200-GET-WORKLIST-CONTEXT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1200-GET-WORKLIST-CONTEXT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    WHEN REACHED BY PF6 FROM 'EWRKP', ITS CONTAINER ALREADY
      *    CARRIES THE MANAGER'S OWN EMPLOYEE ID. STARTED DIRECTLY
      *    THERE IS NONE, AND IT IS LOOKED UP HERE INSTEAD.
           EXEC CICS GET
                CONTAINER(APP-APRWRK-CONTAINER-NAME)
                CHANNEL(APP-APRWRK-CHANNEL-NAME)
                INTO (WORKLIST-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              SET GOC-FROM-WORKLIST TO TRUE
              MOVE WRK-MANAGER-EMP-ID TO GOC-OWN-EMPLOYEE-ID
           END-IF.

      *    THE MANAGER'S OWN EMPLOYEE ID COMES OFF HIS REGISTRATION
      *    RECORD, THE SAME LOOKUP THE WORKLIST SCREEN USES.
       1300-FIND-OWN-EMPLOYEE-ID.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1300-FIND-OWN-EMPLOYEE-ID' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE GOC-USER-ID TO REG-USER-ID.

           EXEC CICS READ
                FILE(APP-REG-USER-FILE-NAME)
                RIDFLD(REG-USER-ID)
                INTO (REGISTERED-USER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE REG-EMPLOYEE-ID TO GOC-OWN-EMPLOYEE-ID
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
                MAP(APP-PGOALS-MAP-NAME)
                MAPSET(APP-PGOALS-MAPSET-NAME)
                INTO (EGOLMI)
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

           IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR THEN
              PERFORM 2600-SIGN-USER-OFF
           END-IF.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-APPLY-GOAL-ACTION
           WHEN DFHPF3
                IF GOC-FROM-WORKLIST THEN
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

           PERFORM 9000-SEND-MAP-AND-RETURN.

       2100-APPLY-GOAL-ACTION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2100-APPLY-GOAL-ACTION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF EMPLIDL IS GREATER THAN ZERO THEN
              IF EMPLIDI IS NOT NUMERIC THEN
                 MOVE 'Validation Error: Employee ID Not Numeric!'
                    TO WS-MESSAGE
                 MOVE -1 TO EMPLIDL
                 EXIT PARAGRAPH
              END-IF
              IF EMPLIDI IS NOT EQUAL TO GOC-TARGET-EMPLOYEE-ID
                 MOVE ZEROES TO GOC-TARGET-GOAL-NUM
              END-IF
              MOVE EMPLIDI TO GOC-TARGET-EMPLOYEE-ID
           END-IF.

           IF CYCLEL IS GREATER THAN ZERO THEN
              IF CYCLEI IS NOT NUMERIC OR CYCLEI IS EQUAL TO ZEROES
                 MOVE 'Validation Error: Cycle Must Be A Year (YYYY)!'
                    TO WS-MESSAGE
                 MOVE -1 TO CYCLEL
                 EXIT PARAGRAPH
              END-IF
              IF CYCLEI IS NOT EQUAL TO GOC-TARGET-CYCLE-YEAR
                 MOVE ZEROES TO GOC-TARGET-GOAL-NUM
              END-IF
              MOVE CYCLEI TO GOC-TARGET-CYCLE-YEAR
           END-IF.

           IF GOALNOL IS GREATER THAN ZERO THEN
              IF GOALNOI IS EQUAL TO SPACES THEN
                 MOVE ZEROES TO GOC-TARGET-GOAL-NUM
              ELSE
                 IF GOALNOI IS NOT NUMERIC THEN
                    MOVE 'Validation Error: Goal No. Not Numeric!'
                       TO WS-MESSAGE
                    MOVE -1 TO GOALNOL
                    EXIT PARAGRAPH
                 END-IF
                 MOVE GOALNOI TO GOC-TARGET-GOAL-NUM
              END-IF
           END-IF.

           IF GOC-TARGET-EMPLOYEE-ID IS EQUAL TO ZEROES THEN
              MOVE 'Validation Error: Enter An Employee ID!'
                 TO WS-MESSAGE
              MOVE -1 TO EMPLIDL
              EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM 2160-LOOKUP-EMPLOYEE.
           IF NOT MASTER-RECORD-FOUND THEN
              MOVE 'No Employee On File With That ID!' TO WS-MESSAGE
              MOVE -1 TO EMPLIDL
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2170-CHECK-REPORTING-LINE.
           IF NOT DIRECT-REPORT THEN
              MOVE 'Validation Error: Not One Of Your Direct Reports!'
                 TO WS-MESSAGE
              MOVE -1 TO EMPLIDL
              INITIALIZE WS-MASTER-FOUND-FLAG
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2150-LOOKUP-GOAL.

           EVALUATE FUNCTION UPPER-CASE(ACTNI)
           WHEN SPACES
                IF GOC-TARGET-GOAL-NUM IS EQUAL TO ZEROES THEN
                   MOVE 'Performance Goals Listed!' TO WS-MESSAGE
                ELSE
                   IF GOAL-FOUND THEN
                      MOVE 'Goal Displayed!' TO WS-MESSAGE
                   ELSE
                      MOVE 'No Goal On File With That Number!'
                         TO WS-MESSAGE
                   END-IF
                END-IF
           WHEN 'E'
                PERFORM 2200-RECORD-GOAL
           WHEN 'R'
                PERFORM 2400-REMOVE-GOAL
           WHEN OTHER
                MOVE 'Validation Error: Action Must Be E Or R!'
                   TO WS-MESSAGE
                MOVE -1 TO ACTNL
           END-EVALUATE.

      *    RE-LIST WHATEVER THE ACTION LEFT ON FILE, KEEPING THE GOAL
      *    IN HAND FOR THE DETAIL FIELDS.
           MOVE PERFORMANCE-GOAL-RECORD TO WS-HELD-GOAL.
           PERFORM 3000-LIST-GOALS.
           MOVE WS-HELD-GOAL TO PERFORMANCE-GOAL-RECORD.

       2150-LOOKUP-GOAL.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-LOOKUP-GOAL' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-RECORD-FOUND-FLAG.
           INITIALIZE PERFORMANCE-GOAL-RECORD.
           MOVE GOC-TARGET-EMPLOYEE-ID TO PGL-EMPLOYEE-ID.
           MOVE GOC-TARGET-CYCLE-YEAR TO PGL-CYCLE-YEAR.
           MOVE GOC-TARGET-GOAL-NUM TO PGL-GOAL-NUM.

           IF GOC-TARGET-GOAL-NUM IS EQUAL TO ZEROES THEN
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS READ
                FILE(APP-PGOALS-FILE-NAME)
                RIDFLD(PGL-KEY)
                INTO (PERFORMANCE-GOAL-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Y' TO WS-RECORD-FOUND-FLAG
           WHEN DFHRESP(NOTFND)
                INITIALIZE PERFORMANCE-GOAL-RECORD
                MOVE GOC-TARGET-EMPLOYEE-ID TO PGL-EMPLOYEE-ID
                MOVE GOC-TARGET-CYCLE-YEAR TO PGL-CYCLE-YEAR
                MOVE GOC-TARGET-GOAL-NUM TO PGL-GOAL-NUM
           WHEN OTHER
                MOVE 'Error Reading Performance Goals File!'
                   TO WS-MESSAGE
           END-EVALUATE.

       2160-LOOKUP-EMPLOYEE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2160-LOOKUP-EMPLOYEE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-MASTER-FOUND-FLAG.
           MOVE GOC-TARGET-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                RIDFLD(EMP-EMPLOYEE-ID)
                INTO (EMPLOYEE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                IF NOT EMP-DELETED THEN
                   MOVE 'Y' TO WS-MASTER-FOUND-FLAG
                END-IF
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Reading Employee Master File!'
                   TO WS-MESSAGE
           END-EVALUATE.

      *    A MANAGER WORKS ONLY ON HIS OWN DIRECT REPORTS - THE SAME
      *    PEOPLE THE WORKLIST FILES UNDER HIM.
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

           IF GOC-OWN-EMPLOYEE-ID IS GREATER THAN ZEROES AND
              EMP-MANAGER-ID IS EQUAL TO GOC-OWN-EMPLOYEE-ID THEN
              MOVE 'Y' TO WS-REPORT-LINE-FLAG
           END-IF.

       2200-RECORD-GOAL.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-RECORD-GOAL' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF GOC-TARGET-GOAL-NUM IS GREATER THAN ZEROES AND
              NOT GOAL-FOUND THEN
              MOVE 'No Goal On File With That Number!' TO WS-MESSAGE
              MOVE -1 TO GOALNOL
              EXIT PARAGRAPH
           END-IF.

           IF GOALTXL IS EQUAL TO ZERO OR GOALTXI IS EQUAL TO SPACES
              MOVE 'Validation Error: Enter The Goal Text!'
                 TO WS-MESSAGE
              MOVE -1 TO GOALTXL
              EXIT PARAGRAPH
           END-IF.

           IF TGTDTL IS EQUAL TO ZERO OR TGTDTI IS NOT NUMERIC THEN
              MOVE 'Validation Error: Target Date Not YYYYMMDD!'
                 TO WS-MESSAGE
              MOVE -1 TO TGTDTL
              EXIT PARAGRAPH
           END-IF.

           IF WEIGHTL IS EQUAL TO ZERO OR WEIGHTI IS EQUAL TO SPACES
              MOVE 'Validation Error: Enter The Goal Weight!'
                 TO WS-MESSAGE
              MOVE -1 TO WEIGHTL
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-NEW-WEIGHT = FUNCTION NUMVAL(WEIGHTI).
           IF WS-NEW-WEIGHT IS EQUAL TO ZEROES OR
              WS-NEW-WEIGHT IS GREATER THAN 100 THEN
              MOVE 'Validation Error: Weight Must Be 1 To 100!'
                 TO WS-MESSAGE
              MOVE -1 TO WEIGHTL
              EXIT PARAGRAPH
           END-IF.

      *    THE SCORE IS LEFT BLANK WHEN THE GOAL IS SET AND KEYED AT
      *    REVIEW TIME.
           MOVE ZEROES TO WS-NEW-ATTAINMENT.
           IF SCOREL IS GREATER THAN ZERO AND
              SCOREI IS NOT EQUAL TO SPACES THEN
              COMPUTE WS-NEW-ATTAINMENT = FUNCTION NUMVAL(SCOREI)
              IF WS-NEW-ATTAINMENT IS GREATER THAN
                 APP-GOAL-MAX-ATTAINMENT THEN
                 MOVE 'Validation Error: Score Must Be 0 To 150!'
                    TO WS-MESSAGE
                 MOVE -1 TO SCOREL
                 EXIT PARAGRAPH
              END-IF
           END-IF.

      *    THE BROWSE TOTALS THE CYCLE'S OTHER ACTIVE GOALS AND FINDS
      *    THE NEXT FREE NUMBER.
           MOVE PERFORMANCE-GOAL-RECORD TO WS-HELD-GOAL.
           PERFORM 3000-LIST-GOALS.
           MOVE WS-HELD-GOAL TO PERFORMANCE-GOAL-RECORD.

           MOVE WS-TOTAL-WEIGHT TO WS-OTHER-WEIGHT.
           IF GOAL-FOUND AND PGL-ST-ACTIVE THEN
              SUBTRACT PGL-WEIGHT FROM WS-OTHER-WEIGHT
           ELSE
              IF WS-ACTIVE-COUNT IS NOT LESS THAN APP-GOAL-MAX-COUNT
                 MOVE 'No More Than 8 Active Goals Per Cycle!'
                    TO WS-MESSAGE
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           IF WS-OTHER-WEIGHT + WS-NEW-WEIGHT IS GREATER THAN 100
              MOVE 'Validation Error: Cycle Weights Would Pass 100%!'
                 TO WS-MESSAGE
              MOVE -1 TO WEIGHTL
              EXIT PARAGRAPH
           END-IF.

           IF GOAL-FOUND THEN
              PERFORM 2250-REWRITE-GOAL
              EXIT PARAGRAPH
           END-IF.

           IF WS-HIGHEST-GOAL-NUM IS EQUAL TO 9 THEN
              MOVE 'No Free Goal Number - Correct A Removed Goal!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-HIGHEST-GOAL-NUM
              GIVING GOC-TARGET-GOAL-NUM.
           INITIALIZE PERFORMANCE-GOAL-RECORD.
           MOVE GOC-TARGET-EMPLOYEE-ID TO PGL-EMPLOYEE-ID.
           MOVE GOC-TARGET-CYCLE-YEAR TO PGL-CYCLE-YEAR.
           MOVE GOC-TARGET-GOAL-NUM TO PGL-GOAL-NUM.
           PERFORM 2300-MOVE-GOAL-FIELDS.

           EXEC CICS WRITE
                FILE(APP-PGOALS-FILE-NAME)
                RIDFLD(PGL-KEY)
                FROM (PERFORMANCE-GOAL-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Y' TO WS-RECORD-FOUND-FLAG
                MOVE 'Goal Recorded!' TO WS-MESSAGE
           WHEN DFHRESP(DUPREC)
                MOVE 'Goal Number Taken Meanwhile - Retry!'
                   TO WS-MESSAGE
                MOVE ZEROES TO GOC-TARGET-GOAL-NUM
           WHEN OTHER
                MOVE 'Error Writing Goal!' TO WS-MESSAGE
           END-EVALUATE.

       2250-REWRITE-GOAL.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2250-REWRITE-GOAL' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READ
                FILE(APP-PGOALS-FILE-NAME)
                RIDFLD(PGL-KEY)
                INTO (PERFORMANCE-GOAL-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Reading Goal For Update!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

      *    CORRECTING A REMOVED GOAL PUTS IT BACK INTO THE CYCLE.
           PERFORM 2300-MOVE-GOAL-FIELDS.

           EXEC CICS REWRITE
                FILE(APP-PGOALS-FILE-NAME)
                FROM (PERFORMANCE-GOAL-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Goal Corrected!' TO WS-MESSAGE
           ELSE
              MOVE 'Error Updating Goal!' TO WS-MESSAGE
           END-IF.

       2300-MOVE-GOAL-FIELDS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2300-MOVE-GOAL-FIELDS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE GOALTXI TO PGL-GOAL-TEXT.
           MOVE TGTDTI TO PGL-TARGET-DATE.
           MOVE WS-NEW-WEIGHT TO PGL-WEIGHT.
           MOVE WS-NEW-ATTAINMENT TO PGL-ATTAINMENT.
           IF SCOREL IS GREATER THAN ZERO AND
              SCOREI IS NOT EQUAL TO SPACES THEN
              SET PGL-SCORED TO TRUE
           ELSE
              SET PGL-NOT-SCORED TO TRUE
           END-IF.
           SET PGL-ST-ACTIVE TO TRUE.
           MOVE GOC-USER-ID TO PGL-RECORDED-BY.
           MOVE WS-TODAY TO PGL-RECORDED-DATE.

      *    A REMOVED GOAL STAYS ON FILE WITH STATUS 'R' - WHAT WAS ONCE
      *    AGREED REMAINS VISIBLE IF THE RATING IS QUESTIONED.
       2400-REMOVE-GOAL.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-REMOVE-GOAL' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF NOT GOAL-FOUND OR NOT PGL-ST-ACTIVE THEN
              MOVE 'No Active Goal On File To Remove!' TO WS-MESSAGE
              MOVE -1 TO GOALNOL
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS READ
                FILE(APP-PGOALS-FILE-NAME)
                RIDFLD(PGL-KEY)
                INTO (PERFORMANCE-GOAL-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Reading Goal For Update!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           SET PGL-ST-REMOVED TO TRUE.
           MOVE GOC-USER-ID TO PGL-RECORDED-BY.
           MOVE WS-TODAY TO PGL-RECORDED-DATE.

           EXEC CICS REWRITE
                FILE(APP-PGOALS-FILE-NAME)
                FROM (PERFORMANCE-GOAL-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Goal Removed!' TO WS-MESSAGE
           ELSE
              MOVE 'Error Updating Goal!' TO WS-MESSAGE
           END-IF.

      *-----------------------------------------------------------------
       LISTING SECTION.
      *-----------------------------------------------------------------

      *    ONE PASS OVER THE EMPLOYEE'S GOALS FOR THE CYCLE LISTS THE
      *    ACTIVE ONES, TOTALS THEIR WEIGHTS AND SCORES, AND NOTES
      *    THE HIGHEST NUMBER IN USE.
       3000-LIST-GOALS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3000-LIST-GOALS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE ZEROES TO WS-LINES-SHOWN WS-ACTIVE-COUNT.
           MOVE ZEROES TO WS-SCORED-COUNT WS-HIGHEST-GOAL-NUM.
           MOVE ZEROES TO WS-TOTAL-WEIGHT WS-SCORED-WEIGHT.
           MOVE ZEROES TO WS-WEIGHTED-SUM.
           MOVE SPACES TO GOL01O GOL02O GOL03O GOL04O.
           MOVE SPACES TO GOL05O GOL06O GOL07O GOL08O TOTALSO.

           INITIALIZE WS-BROWSE-FLAG.
           MOVE GOC-TARGET-EMPLOYEE-ID TO PGL-EMPLOYEE-ID.
           MOVE GOC-TARGET-CYCLE-YEAR TO PGL-CYCLE-YEAR.
           MOVE ZEROES TO PGL-GOAL-NUM.

           EXEC CICS STARTBR
                FILE(APP-PGOALS-FILE-NAME)
                RIDFLD(PGL-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              PERFORM 3100-LIST-NEXT-GOAL
                 UNTIL END-OF-GOAL-BROWSE

              EXEC CICS ENDBR
                   FILE(APP-PGOALS-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           PERFORM 3200-SUMMARISE-GOAL-SET.

       3100-LIST-NEXT-GOAL.
           EXEC CICS READNEXT
                FILE(APP-PGOALS-FILE-NAME)
                RIDFLD(PGL-KEY)
                INTO (PERFORMANCE-GOAL-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              PGL-EMPLOYEE-ID IS NOT EQUAL TO GOC-TARGET-EMPLOYEE-ID OR
              PGL-CYCLE-YEAR IS NOT EQUAL TO GOC-TARGET-CYCLE-YEAR
              SET END-OF-GOAL-BROWSE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE PGL-GOAL-NUM TO WS-HIGHEST-GOAL-NUM.

           IF NOT PGL-ST-ACTIVE THEN
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-ACTIVE-COUNT.
           ADD PGL-WEIGHT TO WS-TOTAL-WEIGHT.

           IF PGL-SCORED THEN
              ADD 1 TO WS-SCORED-COUNT
              ADD PGL-WEIGHT TO WS-SCORED-WEIGHT
              COMPUTE WS-WEIGHTED-SUM =
                 WS-WEIGHTED-SUM + (PGL-WEIGHT * PGL-ATTAINMENT)
              MOVE PGL-ATTAINMENT TO WS-SCORE-EDIT
              MOVE WS-SCORE-EDIT TO WS-SCORE-TEXT
           ELSE
              MOVE '---' TO WS-SCORE-TEXT
           END-IF.

           IF WS-LINES-SHOWN IS NOT LESS THAN 8 THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE PGL-WEIGHT TO WS-WEIGHT-EDIT.
           MOVE SPACES TO WS-GOAL-LINE.
           STRING PGL-GOAL-NUM DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              PGL-GOAL-TEXT(1:34) DELIMITED BY SIZE
              ' By ' DELIMITED BY SIZE
              PGL-TARGET-DATE DELIMITED BY SIZE
              ' Wt ' DELIMITED BY SIZE
              WS-WEIGHT-EDIT DELIMITED BY SIZE
              '% Score ' DELIMITED BY SIZE
              WS-SCORE-TEXT DELIMITED BY SIZE
              INTO WS-GOAL-LINE.

           ADD 1 TO WS-LINES-SHOWN.

           EVALUATE WS-LINES-SHOWN
           WHEN 1
                MOVE WS-GOAL-LINE TO GOL01O
           WHEN 2
                MOVE WS-GOAL-LINE TO GOL02O
           WHEN 3
                MOVE WS-GOAL-LINE TO GOL03O
           WHEN 4
                MOVE WS-GOAL-LINE TO GOL04O
           WHEN 5
                MOVE WS-GOAL-LINE TO GOL05O
           WHEN 6
                MOVE WS-GOAL-LINE TO GOL06O
           WHEN 7
                MOVE WS-GOAL-LINE TO GOL07O
           WHEN OTHER
                MOVE WS-GOAL-LINE TO GOL08O
           END-EVALUATE.

      *    THE TOTALS LINE SHOWS THE WEIGHTED SCORE SO FAR AND EITHER
      *    THE RATING IT CALLS FOR (THE SAME RULE 'EUPDP' CHECKS THE
      *    KEYED RESULT AGAINST) OR WHAT THE GOAL SET STILL LACKS.
       3200-SUMMARISE-GOAL-SET.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3200-SUMMARISE-GOAL-SET' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE ZEROES TO WS-WEIGHTED-SCORE.
           MOVE SPACES TO WS-EXPECTED-RATING.
           SET GOAL-SET-COMPLETE TO TRUE.

           IF WS-SCORED-WEIGHT IS GREATER THAN ZEROES THEN
              COMPUTE WS-WEIGHTED-SCORE ROUNDED =
                 WS-WEIGHTED-SUM / WS-SCORED-WEIGHT
           END-IF.

           EVALUATE TRUE
           WHEN WS-ACTIVE-COUNT IS LESS THAN APP-GOAL-MIN-COUNT
                SET GOAL-SET-INCOMPLETE TO TRUE
                MOVE 'Needs 3 To 8 Goals' TO WS-SHORTFALL-TEXT
           WHEN WS-TOTAL-WEIGHT IS NOT EQUAL TO 100
                SET GOAL-SET-INCOMPLETE TO TRUE
                MOVE 'Weights Not 100%' TO WS-SHORTFALL-TEXT
           WHEN WS-SCORED-COUNT IS LESS THAN WS-ACTIVE-COUNT
                SET GOAL-SET-INCOMPLETE TO TRUE
                MOVE 'Not All Goals Scored' TO WS-SHORTFALL-TEXT
           WHEN WS-WEIGHTED-SCORE IS NOT LESS THAN
                APP-GOAL-EXCEEDS-SCORE
                MOVE 'E' TO WS-EXPECTED-RATING
           WHEN WS-WEIGHTED-SCORE IS NOT LESS THAN
                APP-GOAL-MEETS-SCORE
                MOVE 'M' TO WS-EXPECTED-RATING
           WHEN OTHER
                MOVE 'U' TO WS-EXPECTED-RATING
           END-EVALUATE.

           IF WS-ACTIVE-COUNT IS EQUAL TO ZEROES THEN
              MOVE 'No Goals Set For This Cycle Yet.' TO TOTALSO
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-ACTIVE-COUNT TO WS-COUNT-EDIT.
           MOVE WS-TOTAL-WEIGHT TO WS-WEIGHT-EDIT.
           IF WS-SCORED-COUNT IS GREATER THAN ZEROES THEN
              MOVE WS-WEIGHTED-SCORE TO WS-SCORE-EDIT
              MOVE WS-SCORE-EDIT TO WS-SCORE-TEXT
           ELSE
              MOVE '---' TO WS-SCORE-TEXT
           END-IF.

           IF GOAL-SET-COMPLETE THEN
              STRING 'Goals ' DELIMITED BY SIZE
                 WS-COUNT-EDIT DELIMITED BY SIZE
                 '  Weight ' DELIMITED BY SIZE
                 WS-WEIGHT-EDIT DELIMITED BY SIZE
                 '%  Weighted Score ' DELIMITED BY SIZE
                 WS-SCORE-TEXT DELIMITED BY SIZE
                 '  Indicates ' DELIMITED BY SIZE
                 WS-EXPECTED-RATING DELIMITED BY SIZE
                 INTO TOTALSO
           ELSE
              STRING 'Goals ' DELIMITED BY SIZE
                 WS-COUNT-EDIT DELIMITED BY SIZE
                 '  Weight ' DELIMITED BY SIZE
                 WS-WEIGHT-EDIT DELIMITED BY SIZE
                 '%  Weighted Score ' DELIMITED BY SIZE
                 WS-SCORE-TEXT DELIMITED BY SIZE
                 '  ' DELIMITED BY SIZE
                 WS-SHORTFALL-TEXT DELIMITED BY SIZE
                 INTO TOTALSO
           END-IF.

      *-----------------------------------------------------------------
       TRANSFER SECTION.
      *-----------------------------------------------------------------

       2500-TRANSFER-BACK-TO-MENU.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2500-TRANSFER-BACK-TO-MENU' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2550-DELETE-GOALS-CONTAINER.

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

       2550-DELETE-GOALS-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2550-DELETE-GOALS-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-PGOALS-CONTAINER-NAME)
                CHANNEL(APP-PGOALS-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Deleting Goals Container!' TO WS-MESSAGE
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

           PERFORM 2550-DELETE-GOALS-CONTAINER.

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
              MOVE MON-USER-ID TO GOC-USER-ID
              MOVE MON-USER-CATEGORY TO GOC-USER-CATEGORY
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
           MOVE APP-PGOALS-PROGRAM-NAME TO MON-LINKING-PROGRAM.
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
           PERFORM 9150-PUT-GOALS-CONTAINER.

           EXEC CICS SEND
                MAP(APP-PGOALS-MAP-NAME)
                MAPSET(APP-PGOALS-MAPSET-NAME)
                FROM (EGOLMO)
                ERASE
                CURSOR
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4400-LOG-RESPONSE-TIME.
      *    >>> --------------------- <<<

           EXEC CICS RETURN
                CHANNEL(APP-PGOALS-CHANNEL-NAME)
                TRANSID(APP-PGOALS-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           IF GOC-USER-ID IS NOT EQUAL TO SPACES THEN
              MOVE GOC-USER-ID TO LOGDINO
           ELSE
              MOVE '<Anonym>' TO LOGDINO
           END-IF.

           IF GOC-TARGET-EMPLOYEE-ID IS GREATER THAN ZEROES THEN
              MOVE GOC-TARGET-EMPLOYEE-ID TO EMPLIDO
           END-IF.

           MOVE GOC-TARGET-CYCLE-YEAR TO CYCLEO.

           IF MASTER-RECORD-FOUND THEN
              MOVE EMP-PRIMARY-NAME TO PRNAMEO
           ELSE
              MOVE SPACES TO PRNAMEO
           END-IF.

           IF GOAL-FOUND THEN
              MOVE PGL-GOAL-NUM TO GOALNOO
              MOVE PGL-GOAL-TEXT TO GOALTXO
              MOVE PGL-TARGET-DATE TO TGTDTO
              MOVE PGL-WEIGHT TO WEIGHTO
              IF PGL-SCORED THEN
                 MOVE PGL-ATTAINMENT TO SCOREO
              ELSE
                 MOVE SPACES TO SCOREO
              END-IF
           ELSE
              MOVE SPACES TO GOALNOO GOALTXO TGTDTO WEIGHTO SCOREO
           END-IF.

           MOVE WS-MESSAGE TO MESSO.
           MOVE DFHTURQ TO MESSC.

      *    CHANGE COLOR OF MESSAGE LINE BASED ON TYPE/CONTENT.
           EVALUATE TRUE
           WHEN MESSO(1:5) IS EQUAL TO 'Error'
                MOVE DFHRED TO MESSC
           WHEN MESSO(1:2) IS EQUAL TO 'No'
                MOVE DFHYELLO TO MESSC
           WHEN MESSO(1:7) IS EQUAL TO 'Invalid'
           WHEN MESSO(1:10) IS EQUAL TO 'Validation'
                MOVE DFHPINK TO MESSC
           END-EVALUATE.

      *    SET ANY MODIFIED DATA TAG (MDT) 'ON' TO AVOID THE 'AEI9'
      *    ABEND THAT HAPPENS WHEN WE ONLY RECEIVE AN AID-KEY FROM THE
      *    MAP AND NO REAL DATA ALONG IT.
           MOVE DFHBMFSE TO TRANIDA.

       9150-PUT-GOALS-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-GOALS-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-PGOALS-CONTAINER-NAME)
                CHANNEL(APP-PGOALS-CHANNEL-NAME)
                FROM (GOALS-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Goals Container!' TO WS-MESSAGE
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
