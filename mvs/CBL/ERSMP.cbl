       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERSMP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'RESIGNATION ACCEPTANCE' PROGRAM.
      *      - THE MANAGER SIDE OF THE 'ERESIGN' WORKFLOW: LISTS THE
      *        RESIGNATIONS STILL WAITING FROM THE MANAGER'S OWN DIRECT
      *        REPORTS (ADMINISTRATORS SEE EVERYONE'S). KEYING AN
      *        EMPLOYEE ID SHOWS ONE IN FULL; ACTION 'A' ACCEPTS IT,
      *        ON THE PROPOSED LAST DAY OR AN EARLIER ONE AGREED WITH
      *        THE EMPLOYEE AND KEYED IN ITS PLACE.
      *      - ACCEPTING PARKS THE TERMINATION ON 'EPNDTRN', EFFECTIVE
      *        THE DAY AFTER THE LAST DAY AND CARRYING THE RESIGNATION
      *        REASON CODE, FOR THE NIGHTLY 'EPNDAPP' TO APPLY - AND
      *        OPENS THE 'EOFFLST' CHECKLIST STRAIGHT AWAY, SO THE
      *        OFFBOARDING TASKS ARE UNDER WAY BEFORE THE PERSON GOES.
      *        THE EMPLOYEE IS TOLD THROUGH 'ENTFWRT'.
      *      - NOBODY ACCEPTS THEIR OWN RESIGNATION HERE.
      *      - REACHED BY PF7 FROM 'EWRKP' (PF3 RETURNS THERE), OR
      *        DIRECTLY THROUGH ITS OWN 'ERSM' TRANSACTION (PF3
      *        RETURNS TO THE MENU).
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - RESIGNATION ACCEPTANCE MAPSET.
      *      - RESIGNATION ACCEPTANCE CONTAINER.
      *      - APPRAISAL WORKLIST CONTAINER (CALLER'S CONTEXT).
      *      - RESIGNATION FILE RECORD.
      *      - PENDING TRANSACTION RECORD.
      *      - OFFBOARDING CHECKLIST RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - REGISTERED USER RECORD (TO FIND THE MANAGER'S OWN
      *        EMPLOYEE ID).
      *      - ACTIVITY MONITOR CONTAINER.
      *      - AUDIT TRAIL RECORD.
      *      - WORKFLOW NOTIFICATION ARGUMENTS.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY ERSMMAP.
       COPY ERSMCTR.
       COPY EWRKCTR.
       COPY ERESIGN.
       COPY EPNDTRN.
       COPY EOFFLST.
       COPY EMPMAST.
       COPY EREGUSR.
       COPY EMONCTR.
       COPY EAUDIT.
       COPY ENTFARG.
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
          05 WS-ACTION            PIC X(1).
          05 WS-AGREED-LAST-DAY   PIC X(8).
          05 WS-TERMINATION-DATE  PIC X(8).
          05 WS-LINES-SHOWN       PIC 9(2)  USAGE IS BINARY.
          05 WS-PENDING-COUNT     PIC 9(3)  USAGE IS BINARY.
          05 WS-BROWSE-FLAG       PIC X(1).
             88 END-OF-RESIGN-BROWSE         VALUE 'E'.
          05 WS-RESIGN-FOUND-FLAG PIC X(1).
             88 RESIGNATION-FOUND            VALUE 'Y'.
          05 WS-MASTER-FOUND-FLAG PIC X(1).
             88 MASTER-RECORD-FOUND          VALUE 'Y'.
          05 WS-REPORT-LINE-FLAG  PIC X(1).
             88 IN-REPORTING-LINE            VALUE 'Y'.
          05 WS-ACCEPTED-FLAG     PIC X(1).
             88 RESIGNATION-ACCEPTED-NOW     VALUE 'Y'.
          05 WS-PARKED-FLAG       PIC X(1).
             88 TERMINATION-PARKED           VALUE 'Y'.
          05 WS-RESIGN-LINE       PIC X(70).
      *      SATELLITE-AUDIT STAGING - SEE 7500 (SAME AS 'ESRQP').
          05 WS-AUD-FILE-NAME     PIC X(8)  VALUE SPACES.
          05 WS-AUD-BEFORE-IMAGE  PIC X(268) VALUE SPACES.
          05 WS-AUD-AFTER-IMAGE   PIC X(268) VALUE SPACES.
      *
       01 WS-DISPLAY-FIELDS.
          05 WS-NOTICE-EDIT       PIC ZZ9.
          05 WS-COUNT-EDIT        PIC ZZ9.
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
                CONTAINER(APP-RSGACC-CONTAINER-NAME)
                CHANNEL(APP-RSGACC-CHANNEL-NAME)
                INTO (RESIGN-ACCEPT-CONTAINER)
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
                MOVE 'Error Retrieving Resignation Container!'
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
              MOVE 'You Are Not Authorized for Resignations!'
                 TO WS-MESSAGE
              PERFORM 9000-SEND-MAP-AND-RETURN
           END-IF.

           PERFORM 1200-GET-WORKLIST-CONTEXT.

           IF RMC-OWN-EMPLOYEE-ID IS EQUAL TO ZEROES THEN
              PERFORM 1300-FIND-OWN-EMPLOYEE-ID
           END-IF.

           PERFORM 3000-LIST-RESIGNATIONS.

           PERFORM 9000-SEND-MAP-AND-RETURN.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE ACTIVITY-MONITOR-CONTAINER.
           INITIALIZE RESIGN-ACCEPT-CONTAINER.
           INITIALIZE WORKLIST-CONTAINER.
           INITIALIZE RESIGNATION-RECORD.
           INITIALIZE EMPLOYEE-MASTER-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE ERSMMO.

           MOVE 'Welcome to the Resignation Acceptance screen!'
              TO WS-MESSAGE.
           SET RMC-CT-STANDARD TO TRUE.

       1200-GET-WORKLIST-CONTEXT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1200-GET-WORKLIST-CONTEXT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    WHEN REACHED BY PF7 FROM 'EWRKP', ITS CONTAINER ALREADY
      *    CARRIES THE USER'S OWN EMPLOYEE ID - THEIR OWN EVEN WHILE
      *    THEY ARE WORKING A DELEGATED APPRAISAL LIST, WHICH DOES NOT
      *    EXTEND TO RESIGNATIONS. STARTED DIRECTLY THERE IS NONE,
      *    AND IT IS LOOKED UP HERE INSTEAD.
           EXEC CICS GET
                CONTAINER(APP-APRWRK-CONTAINER-NAME)
                CHANNEL(APP-APRWRK-CHANNEL-NAME)
                INTO (WORKLIST-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              SET RMC-FROM-WORKLIST TO TRUE
              MOVE WRK-OWN-EMP-ID TO RMC-OWN-EMPLOYEE-ID
           END-IF.

      *    THE MANAGER'S OWN EMPLOYEE ID COMES OFF THEIR REGISTRATION
      *    RECORD, THE SAME LOOKUP THE WORKLIST SCREEN USES.
       1300-FIND-OWN-EMPLOYEE-ID.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1300-FIND-OWN-EMPLOYEE-ID' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE RMC-USER-ID TO REG-USER-ID.

           EXEC CICS READ
                FILE(APP-REG-USER-FILE-NAME)
                RIDFLD(REG-USER-ID)
                INTO (REGISTERED-USER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE REG-EMPLOYEE-ID TO RMC-OWN-EMPLOYEE-ID
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
                MAP(APP-RSGACC-MAP-NAME)
                MAPSET(APP-RSGACC-MAPSET-NAME)
                INTO (ERSMMI)
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

           IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR THEN
              PERFORM 2600-SIGN-USER-OFF
           END-IF.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-APPLY-RESIGNATION-ACTION
           WHEN DFHPF3
                IF RMC-FROM-WORKLIST THEN
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

      *    THE LIST IS RE-READ EVERY TURN, SO ONE JUST ACCEPTED DROPS
      *    OFF IT; THE ONE ON DISPLAY IS THEN READ BACK FOR THE DETAIL.
           PERFORM 3000-LIST-RESIGNATIONS.

           IF RMC-TARGET-EMPLOYEE-ID IS GREATER THAN ZEROES THEN
              PERFORM 2150-LOOKUP-RESIGNATION
              PERFORM 2160-LOOKUP-EMPLOYEE
           END-IF.

           PERFORM 9000-SEND-MAP-AND-RETURN.

       2100-APPLY-RESIGNATION-ACTION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2100-APPLY-RESIGNATION-ACTION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF EMPLIDL IS GREATER THAN ZERO THEN
              IF EMPLIDI IS NOT NUMERIC THEN
                 MOVE 'Validation Error: Employee ID Must Be Numeric!'
                    TO WS-MESSAGE
                 MOVE -1 TO EMPLIDL
                 EXIT PARAGRAPH
              END-IF
              MOVE EMPLIDI TO RMC-TARGET-EMPLOYEE-ID
           END-IF.

           IF ACTIONL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(ACTIONI) TO WS-ACTION
           ELSE
              MOVE SPACES TO WS-ACTION
           END-IF.

           IF RMC-TARGET-EMPLOYEE-ID IS EQUAL TO ZEROES THEN
              IF WS-ACTION IS EQUAL TO SPACES THEN
                 MOVE 'Resignations Refreshed!' TO WS-MESSAGE
              ELSE
                 MOVE 'Validation Error: Key An Employee ID First!'
                    TO WS-MESSAGE
                 MOVE -1 TO EMPLIDL
              END-IF
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2150-LOOKUP-RESIGNATION.

           IF NOT RESIGNATION-FOUND THEN
              MOVE 'No Resignation On File For That Employee!'
                 TO WS-MESSAGE
              MOVE ZEROES TO RMC-TARGET-EMPLOYEE-ID
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2160-LOOKUP-EMPLOYEE.
           PERFORM 2170-CHECK-REPORTING-LINE.

           IF NOT IN-REPORTING-LINE THEN
              MOVE 'You Are Not Authorized For That Employee!'
                 TO WS-MESSAGE
              MOVE ZEROES TO RMC-TARGET-EMPLOYEE-ID
              EXIT PARAGRAPH
           END-IF.

           EVALUATE WS-ACTION
           WHEN SPACES
                MOVE 'Resignation Displayed!' TO WS-MESSAGE
           WHEN 'A'
                PERFORM 2200-ACCEPT-RESIGNATION
           WHEN OTHER
                MOVE 'Validation Error: Action Must Be A!'
                   TO WS-MESSAGE
                MOVE -1 TO ACTIONL
           END-EVALUATE.

       2150-LOOKUP-RESIGNATION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-LOOKUP-RESIGNATION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-RESIGN-FOUND-FLAG.
           MOVE RMC-TARGET-EMPLOYEE-ID TO RSG-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-RESIGN-FILE-NAME)
                RIDFLD(RSG-KEY)
                INTO (RESIGNATION-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Y' TO WS-RESIGN-FOUND-FLAG
           WHEN DFHRESP(NOTFND)
                INITIALIZE RESIGNATION-RECORD
           WHEN OTHER
                INITIALIZE RESIGNATION-RECORD
                MOVE 'Error Reading Resignation File!' TO WS-MESSAGE
           END-EVALUATE.

       2160-LOOKUP-EMPLOYEE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2160-LOOKUP-EMPLOYEE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-MASTER-FOUND-FLAG.
           MOVE RMC-TARGET-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

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

      *    A MANAGER ACCEPTS ONLY FOR THEIR OWN DIRECT REPORTS - THE
      *    SAME PEOPLE THE WORKLIST FILES UNDER THEM.
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

           IF RMC-OWN-EMPLOYEE-ID IS GREATER THAN ZEROES AND
              EMP-MANAGER-ID IS EQUAL TO RMC-OWN-EMPLOYEE-ID THEN
              MOVE 'Y' TO WS-REPORT-LINE-FLAG
           END-IF.

       2200-ACCEPT-RESIGNATION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-ACCEPT-RESIGNATION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF NOT RSG-SUBMITTED THEN
              MOVE 'No Submitted Resignation To Accept!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF RSG-EMPLOYEE-ID IS EQUAL TO RMC-OWN-EMPLOYEE-ID THEN
              MOVE 'Validation Error: Cannot Accept Own Resignation!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF NOT MASTER-RECORD-FOUND THEN
              MOVE 'No Active Employee Record To Terminate!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2250-CHECK-AGREED-LAST-DAY.

           IF WS-AGREED-LAST-DAY IS EQUAL TO SPACES THEN
              EXIT PARAGRAPH
           END-IF.

      *    THE TERMINATION TAKES EFFECT THE DAY AFTER THE LAST DAY
      *    WORKED, THE SAME WAY A KEYED DELETE DATE DOES.
           MOVE WS-AGREED-LAST-DAY TO WS-DATE-NUM.
           COMPUTE WS-DATE-NUM =
              FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1).
           MOVE WS-DATE-NUM TO WS-TERMINATION-DATE.

           EXEC CICS READ
                FILE(APP-RESIGN-FILE-NAME)
                RIDFLD(RSG-KEY)
                INTO (RESIGNATION-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Reading Resignation For Update!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

      *    THE EMPLOYEE MAY HAVE WITHDRAWN IT SINCE OUR PLAIN READ.
           IF NOT RSG-SUBMITTED THEN
              PERFORM 2290-UNLOCK-RESIGNATION
              MOVE 'No Submitted Resignation To Accept!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2300-PARK-TERMINATION.

           IF NOT TERMINATION-PARKED THEN
              PERFORM 2290-UNLOCK-RESIGNATION
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2400-OPEN-OFFBOARD-CHECKLIST.

           MOVE RESIGNATION-RECORD TO WS-AUD-BEFORE-IMAGE.

           SET RSG-ACCEPTED TO TRUE.
           MOVE WS-AGREED-LAST-DAY TO RSG-AGREED-LAST-DAY.
           MOVE WS-TERMINATION-DATE TO RSG-TERMINATION-DATE.
           MOVE RMC-USER-ID TO RSG-DECIDED-BY.
           MOVE WS-TODAY TO RSG-DECIDED-DATE.

           EXEC CICS REWRITE
                FILE(APP-RESIGN-FILE-NAME)
                FROM (RESIGNATION-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                SET RESIGNATION-ACCEPTED-NOW TO TRUE
                MOVE SPACES TO WS-MESSAGE
                STRING 'Resignation Accepted - Termination Parked For '
                   DELIMITED BY SIZE
                   WS-TERMINATION-DATE DELIMITED BY SIZE
                   '!' DELIMITED BY SIZE
                   INTO WS-MESSAGE
                MOVE RESIGNATION-RECORD TO WS-AUD-AFTER-IMAGE
                MOVE APP-RESIGN-FILE-NAME TO WS-AUD-FILE-NAME
                PERFORM 7500-WRITE-SATELLITE-AUDIT
                SET NFA-EV-APPROVED TO TRUE
                PERFORM 7600-SEND-NOTIFICATION
           WHEN OTHER
      *         THE TERMINATION IS ALREADY PARKED AND WILL STILL BE
      *         APPLIED - SAY SO RATHER THAN INVITE A SECOND TRY.
                MOVE 'Error Updating Resignation - Termination Parked!'
                   TO WS-MESSAGE
           END-EVALUATE.

      *    A BLANK AGREED DAY TAKES THE EMPLOYEE'S PROPOSED ONE. AN
      *    AGREED DAY MAY ONLY BRING THE LAST DAY FORWARD - NEVER INTO
      *    THE PAST, AND NEVER LATER THAN THE EMPLOYEE ASKED FOR.
       2250-CHECK-AGREED-LAST-DAY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2250-CHECK-AGREED-LAST-DAY' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE SPACES TO WS-AGREED-LAST-DAY.

           IF AGRDAYL IS EQUAL TO ZERO OR
              AGRDAYI IS EQUAL TO SPACES THEN
              MOVE RSG-PROPOSED-LAST-DAY TO WS-AGREED-LAST-DAY
              EXIT PARAGRAPH
           END-IF.

           IF AGRDAYI IS NOT NUMERIC THEN
              MOVE 'Validation Error: Agreed Day Not YYYYMMDD!'
                 TO WS-MESSAGE
              MOVE -1 TO AGRDAYL
              EXIT PARAGRAPH
           END-IF.

           MOVE AGRDAYI TO WS-DATE-NUM.

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) IS NOT EQUAL
              TO ZERO THEN
              MOVE 'Validation Error: Agreed Day Is Not A Valid Date!'
                 TO WS-MESSAGE
              MOVE -1 TO AGRDAYL
              EXIT PARAGRAPH
           END-IF.

           IF AGRDAYI IS LESS THAN WS-TODAY THEN
              MOVE 'Validation Error: Agreed Day Is In The Past!'
                 TO WS-MESSAGE
              MOVE -1 TO AGRDAYL
              EXIT PARAGRAPH
           END-IF.

           IF AGRDAYI IS GREATER THAN RSG-PROPOSED-LAST-DAY THEN
              MOVE 'Validation Error: Agreed Day After Proposed Day!'
                 TO WS-MESSAGE
              MOVE -1 TO AGRDAYL
              EXIT PARAGRAPH
           END-IF.

           MOVE AGRDAYI TO WS-AGREED-LAST-DAY.

       2290-UNLOCK-RESIGNATION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2290-UNLOCK-RESIGNATION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS UNLOCK
                FILE(APP-RESIGN-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    PARK THE TERMINATION THE SAME WAY 'EUPDP' PARKS A FUTURE-
      *    DATED CHANGE. THE IMAGE IS THE RECORD AS IT STANDS TODAY
      *    WITH THE LEAVING FIELDS SET, FOR 'EHDFCST' TO FORECAST
      *    FROM; 'EPNDAPP' SEES THE REASON CODE AND APPLIES ONLY THOSE
      *    FIELDS, SO NOTHING ELSE IN THE IMAGE CAN GO STALE.
       2300-PARK-TERMINATION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2300-PARK-TERMINATION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE WS-AGREED-LAST-DAY TO EMP-END-DATE.
           MOVE WS-TERMINATION-DATE TO EMP-DELETE-DATE.
           SET EMP-DELETED TO TRUE.

           INITIALIZE PENDING-TRANSACTION-RECORD.
           MOVE EMP-EMPLOYEE-ID TO PTX-EMPLOYEE-ID.
           MOVE WS-TERMINATION-DATE TO PTX-EFFECTIVE-DATE.
           MOVE EMPLOYEE-MASTER-RECORD TO PTX-RECORD-IMAGE.
           MOVE RMC-USER-ID TO PTX-REQUESTED-BY.
           MOVE WS-TODAY TO PTX-REQUESTED-DATE.
           SET PTX-PENDING TO TRUE.
           MOVE SPACES TO PTX-APPLIED-DATE.
           MOVE APP-RESIGN-REASON-CODE TO PTX-REASON-CODE.
           INITIALIZE WS-PARKED-FLAG.

           EXEC CICS WRITE
                FILE(APP-PENDING-TRAN-FILE-NAME)
                RIDFLD(PTX-KEY)
                FROM (PENDING-TRANSACTION-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                SET TERMINATION-PARKED TO TRUE
           WHEN DFHRESP(DUPREC)
      *         A CHANGE ALREADY PARKED FOR THAT DAY IS NOT OURS TO
      *         REPLACE - AGREE ANOTHER DAY OR HAVE HR CLEAR IT.
                MOVE 'Validation Error: Another Change Parked That Day!'
                   TO WS-MESSAGE
                MOVE -1 TO AGRDAYL
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Error: Pending Transaction File Not Open!'
                   TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Writing Pending Transaction!' TO WS-MESSAGE
           END-EVALUATE.

      *    ONE CHECKLIST PER TERMINATION - A RECORD LEFT OVER FROM A
      *    PRIOR STINT IS RESET TO ALL-PENDING FOR THE NEW ONE, THE
      *    SAME AS 'EUPDP' DOES ON A KEYED DELETE.
       2400-OPEN-OFFBOARD-CHECKLIST.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-OPEN-OFFBOARD-CHECKLIST' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE OFFBOARD-CHECKLIST-RECORD.
           MOVE RSG-EMPLOYEE-ID TO OFL-EMPLOYEE-ID.
           SET OFL-BADGE-PENDING TO TRUE.
           SET OFL-EQUIPMENT-PENDING TO TRUE.
           SET OFL-ACCESS-PENDING TO TRUE.
           SET OFL-FINAL-PAY-PENDING TO TRUE.
           MOVE WS-TODAY TO OFL-CREATED-DATE.

           EXEC CICS WRITE
                FILE(APP-OFFBRD-FILE-NAME)
                RIDFLD(OFL-KEY)
                FROM (OFFBOARD-CHECKLIST-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(DUPREC)
                PERFORM 2450-RESET-OFFBOARD-CHECKLIST
           WHEN OTHER
      *         THE NIGHTLY 'EPNDAPP' OPENS ONE IF IT IS STILL
      *         MISSING ON THE DAY - NO NEED TO HOLD UP THE ACCEPT.
                CONTINUE
           END-EVALUATE.

       2450-RESET-OFFBOARD-CHECKLIST.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2450-RESET-OFFBOARD-CHECKLIST' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READ
                FILE(APP-OFFBRD-FILE-NAME)
                RIDFLD(OFL-KEY)
                INTO (OFFBOARD-CHECKLIST-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE OFL-DETAILS.
           SET OFL-BADGE-PENDING TO TRUE.
           SET OFL-EQUIPMENT-PENDING TO TRUE.
           SET OFL-ACCESS-PENDING TO TRUE.
           SET OFL-FINAL-PAY-PENDING TO TRUE.
           MOVE WS-TODAY TO OFL-CREATED-DATE.

           EXEC CICS REWRITE
                FILE(APP-OFFBRD-FILE-NAME)
                FROM (OFFBOARD-CHECKLIST-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *-----------------------------------------------------------------
       LISTING SECTION.
      *-----------------------------------------------------------------

      *    ONE PASS OVER 'ERESIGN' PICKS OUT THE RESIGNATIONS STILL
      *    WAITING, KEEPS THOSE IN THE USER'S REPORTING LINE, AND
      *    SHOWS THE FIRST EIGHT OF THEM.
       3000-LIST-RESIGNATIONS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3000-LIST-RESIGNATIONS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE ZEROES TO WS-LINES-SHOWN WS-PENDING-COUNT.
           MOVE SPACES TO ROW1O ROW2O ROW3O ROW4O.
           MOVE SPACES TO ROW5O ROW6O ROW7O ROW8O.

           INITIALIZE WS-BROWSE-FLAG.
           MOVE ZEROES TO RSG-EMPLOYEE-ID.

           EXEC CICS STARTBR
                FILE(APP-RESIGN-FILE-NAME)
                RIDFLD(RSG-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              PERFORM 3100-LIST-NEXT-RESIGNATION
                 UNTIL END-OF-RESIGN-BROWSE

              EXEC CICS ENDBR
                   FILE(APP-RESIGN-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           IF WS-PENDING-COUNT IS GREATER THAN 8 AND
              WS-MESSAGE(1:5) IS NOT EQUAL TO 'Error' AND
              WS-MESSAGE(1:10) IS NOT EQUAL TO 'Validation' THEN
              MOVE WS-PENDING-COUNT TO WS-COUNT-EDIT
              MOVE SPACES TO WS-MESSAGE
              STRING 'Only The First 8 Of ' DELIMITED BY SIZE
                 WS-COUNT-EDIT DELIMITED BY SIZE
                 ' Waiting Are Listed - Key Any ID To Act On It!'
                    DELIMITED BY SIZE
                 INTO WS-MESSAGE
           END-IF.

       3100-LIST-NEXT-RESIGNATION.
           EXEC CICS READNEXT
                FILE(APP-RESIGN-FILE-NAME)
                RIDFLD(RSG-KEY)
                INTO (RESIGNATION-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              SET END-OF-RESIGN-BROWSE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF NOT RSG-SUBMITTED THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE RSG-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                RIDFLD(EMP-EMPLOYEE-ID)
                INTO (EMPLOYEE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2170-CHECK-REPORTING-LINE.

           IF NOT IN-REPORTING-LINE THEN
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-PENDING-COUNT.

           IF WS-LINES-SHOWN IS NOT LESS THAN 8 THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE RSG-NOTICE-DAYS TO WS-NOTICE-EDIT.
           MOVE SPACES TO WS-RESIGN-LINE.
           STRING RSG-EMPLOYEE-ID DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              EMP-PRIMARY-NAME(1:24) DELIMITED BY SIZE
              ' Last ' DELIMITED BY SIZE
              RSG-PROPOSED-LAST-DAY DELIMITED BY SIZE
              ' Ntc ' DELIMITED BY SIZE
              WS-NOTICE-EDIT DELIMITED BY SIZE
              ' Sub ' DELIMITED BY SIZE
              RSG-SUBMITTED-DATE DELIMITED BY SIZE
              INTO WS-RESIGN-LINE.

           ADD 1 TO WS-LINES-SHOWN.

           EVALUATE WS-LINES-SHOWN
           WHEN 1
                MOVE WS-RESIGN-LINE TO ROW1O
           WHEN 2
                MOVE WS-RESIGN-LINE TO ROW2O
           WHEN 3
                MOVE WS-RESIGN-LINE TO ROW3O
           WHEN 4
                MOVE WS-RESIGN-LINE TO ROW4O
           WHEN 5
                MOVE WS-RESIGN-LINE TO ROW5O
           WHEN 6
                MOVE WS-RESIGN-LINE TO ROW6O
           WHEN 7
                MOVE WS-RESIGN-LINE TO ROW7O
           WHEN OTHER
                MOVE WS-RESIGN-LINE TO ROW8O
           END-EVALUATE.

      *-----------------------------------------------------------------
       SATELLITE-AUDIT SECTION.
      *-----------------------------------------------------------------

      *    THE SAME FIRE-AND-FORGET START 'ESRQP' AND 'EUPDP' USE -
      *    'EAUDITP' DRAINS THE QUEUE AND WRITES THE LIVE 'EAUDIT'
      *    CLUSTER.
       7500-WRITE-SATELLITE-AUDIT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '7500-WRITE-SATELLITE-AUDIT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE AUDIT-TRAIL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE MON-USER-ID TO AUD-USER-ID.
           SET AUD-ACTION-SATELLITE TO TRUE.
           MOVE WS-AUD-FILE-NAME TO AUD-SATELLITE-FILE.
           MOVE WS-AUD-BEFORE-IMAGE TO AUD-RECORD-BEFORE.
           MOVE WS-AUD-AFTER-IMAGE TO AUD-RECORD-AFTER.

           EXEC CICS START
                TRANSID(APP-AUDIT-TRANSACTION-ID)
                TERMID(EIBTRMID)
                FROM (AUDIT-TRAIL-RECORD)
                REQID(APP-AUDIT-REQUEST-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
      *         AN AUDIT FAILURE MUST NEVER BLOCK THE SAVE ITSELF.
                CONTINUE
           END-EVALUATE.

           MOVE SPACES TO WS-AUD-BEFORE-IMAGE.
           MOVE SPACES TO WS-AUD-AFTER-IMAGE.

      *-----------------------------------------------------------------
       NOTIFICATION SECTION.
      *-----------------------------------------------------------------

      *    TELL THE EMPLOYEE THEIR RESIGNATION HAS BEEN ACCEPTED AND
      *    ON WHICH LAST DAY - SEE 'ENTFWRT'. A NOTIFICATION FAILURE
      *    MUST NEVER BLOCK THE ACCEPTANCE ITSELF.
       7600-SEND-NOTIFICATION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '7600-SEND-NOTIFICATION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           SET NFA-WF-RESIGNATION TO TRUE.
           MOVE RSG-EMPLOYEE-ID TO NFA-SUBJECT-EMP-ID.
           MOVE RSG-KEY TO NFA-ITEM-KEY.
           MOVE RSG-SUBMITTED-BY TO NFA-REQUESTED-BY.
           MOVE RSG-SUBMITTED-DATE TO NFA-REQUESTED-DATE.
           MOVE RSG-DECIDED-BY TO NFA-ACTIONED-BY.
           MOVE APP-RSGACC-PROGRAM-NAME TO NFA-SOURCE-PROGRAM.
           MOVE ZEROES TO NFA-SENT-COUNT.

           EXEC CICS LINK
                PROGRAM(APP-NOTIFY-PROGRAM-NAME)
                COMMAREA(NOTIFY-ARGUMENTS)
                LENGTH(LENGTH OF NOTIFY-ARGUMENTS)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *-----------------------------------------------------------------
       TRANSFER SECTION.
      *-----------------------------------------------------------------

       2500-TRANSFER-BACK-TO-MENU.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2500-TRANSFER-BACK-TO-MENU' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2550-DELETE-RESIGN-CONTAINER.

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

       2550-DELETE-RESIGN-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2550-DELETE-RESIGN-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-RSGACC-CONTAINER-NAME)
                CHANNEL(APP-RSGACC-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Deleting Resignation Container!'
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

           PERFORM 2550-DELETE-RESIGN-CONTAINER.

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
              MOVE MON-USER-ID TO RMC-USER-ID
              MOVE MON-USER-CATEGORY TO RMC-USER-CATEGORY
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
           MOVE APP-RSGACC-PROGRAM-NAME TO MON-LINKING-PROGRAM.
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
           PERFORM 9150-PUT-RESIGN-CONTAINER.

           EXEC CICS SEND
                MAP(APP-RSGACC-MAP-NAME)
                MAPSET(APP-RSGACC-MAPSET-NAME)
                FROM (ERSMMO)
                ERASE
                CURSOR
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4400-LOG-RESPONSE-TIME.
      *    >>> --------------------- <<<

           EXEC CICS RETURN
                CHANNEL(APP-RSGACC-CHANNEL-NAME)
                TRANSID(APP-RSGACC-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           IF RMC-USER-ID IS NOT EQUAL TO SPACES THEN
              MOVE RMC-USER-ID TO LOGDINO
           ELSE
              MOVE '<Anonym>' TO LOGDINO
           END-IF.

           MOVE SPACES TO EMPLIDO PRNAMEO PRPDAYO ERLDAYO.
           MOVE SPACES TO NOTDYSO REASONO AGRDAYO ACTIONO.

      *    THE DETAIL IS SHOWN ONLY WHILE IT IS STILL THERE TO ACT ON,
      *    OR ON THE TURN IT WAS ACCEPTED.
           IF RMC-TARGET-EMPLOYEE-ID IS GREATER THAN ZEROES AND
              RESIGNATION-FOUND AND
              (RSG-SUBMITTED OR RESIGNATION-ACCEPTED-NOW) THEN
              MOVE RMC-TARGET-EMPLOYEE-ID TO EMPLIDO
              MOVE EMP-PRIMARY-NAME TO PRNAMEO
              MOVE RSG-PROPOSED-LAST-DAY TO PRPDAYO
              MOVE RSG-EARLIEST-LAST-DAY TO ERLDAYO
              MOVE RSG-NOTICE-DAYS TO WS-NOTICE-EDIT
              MOVE WS-NOTICE-EDIT TO NOTDYSO
              MOVE RSG-REASON TO REASONO
              MOVE RSG-AGREED-LAST-DAY TO AGRDAYO
           END-IF.

           MOVE WS-MESSAGE TO MESSO.
           MOVE DFHTURQ TO MESSC.

      *    CHANGE COLOR OF MESSAGE LINE BASED ON TYPE/CONTENT.
           EVALUATE TRUE
           WHEN MESSO(1:5) IS EQUAL TO 'Error'
                MOVE DFHRED TO MESSC
           WHEN MESSO(1:2) IS EQUAL TO 'No'
           WHEN MESSO(1:4) IS EQUAL TO 'Only'
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

       9150-PUT-RESIGN-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-RESIGN-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-RSGACC-CONTAINER-NAME)
                CHANNEL(APP-RSGACC-CHANNEL-NAME)
                FROM (RESIGN-ACCEPT-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Resignation Container!'
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
