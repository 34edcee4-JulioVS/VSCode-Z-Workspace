       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELTRP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'HR LETTERS' PROGRAM.
      *      - QUEUES A STANDARD LETTER FOR THE EMPLOYEE ON DISPLAY -
      *        'VE' EMPLOYMENT VERIFICATION, 'PC' PROBATION
      *        CONFIRMATION, 'TR' TRANSFER, 'SC' SALARY CHANGE - AS
      *        A PENDING 'ELTRREQ' RECORD (ACTION 'R'). THE NIGHTLY
      *        'ELETPRD' JOB MERGES THE DATA ALREADY ON FILE INTO THE
      *        MAINTAINED TEMPLATE AND PRINTS IT, SO NOTHING IS
      *        RE-KEYED.
      *      - BELOW, THE EMPLOYEE'S LAST SIX LETTERS (NEWEST FIRST):
      *        WHEN ASKED FOR, WHAT, WHETHER AND WHEN IT WENT OUT,
      *        AND THE 'ERPTREP' NAME ITS COPY IS FILED UNDER (OR
      *        WHY IT COULD NOT BE PRODUCED).
      *      - REACHED FROM 'EVIEWP' (VIEW EMPLOYEE DETAILS) VIA A PF
      *        KEY, WHICH HANDS OFF THE CURRENTLY-DISPLAYED EMPLOYEE
      *        THROUGH ITS OWN 'EDETCTR' CONTAINER - THE SAME
      *        HAND-OFF 'ECONP' USES.
      *      - RESTRICTED TO MANAGER AND ADMINISTRATOR CATEGORY
      *        USERS, THE SAME AS THE OTHER HR MAINTENANCE SCREENS.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - HR LETTERS MAPSET.
      *      - HR LETTERS CONTAINER.
      *      - HR LETTER REQUEST FILE RECORD.
      *      - EMPLOYEE DETAILS CONTAINER (FOR THE HAND-OFF FROM
      *        'EVIEWP').
      *      - EMPLOYEE MASTER RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY ELTRMAP.
       COPY ELTRCTR.
       COPY ELTRREQ.
       COPY EDETCTR.
       COPY EMPMAST.
       COPY EMONCTR.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE     PIC S9(8) USAGE IS BINARY.
          05 WS-MESSAGE           PIC X(79).
          05 WS-LETTER-TYPE       PIC X(2).
          05 WS-BROWSE-END-FLAG   PIC X(1)  VALUE SPACES.
             88 END-OF-LETTER-BROWSE           VALUE 'Y'.
          05 WS-PENDING-FLAG      PIC X(1)  VALUE SPACES.
             88 SAME-LETTER-PENDING            VALUE 'Y'.
          05 WS-LETTER-COUNT      PIC 9(5)  USAGE IS BINARY.
          05 WS-SLOT              PIC 9(2)  USAGE IS BINARY.
      *
      *    THE LAST SIX LETTERS, KEPT IN A RING AS THE BROWSE RUNS
      *    OLDEST TO NEWEST, THEN LAID OUT NEWEST FIRST FOR THE MAP.
       01 WS-HISTORY-RING.
          05 WS-RING-LINE         PIC X(72) OCCURS 6 TIMES.
       01 WS-HISTORY-LINES.
          05 WS-HIST-LINE         PIC X(72) OCCURS 6 TIMES.
      *
       01 WS-HISTORY-DETAIL.
          05 WS-HD-REQUEST-DATE   PIC X(8).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-HD-TYPE-NAME      PIC X(20).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-HD-STATUS         PIC X(8).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-HD-ISSUED-DATE    PIC X(8).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-HD-REFERENCE      PIC X(24).
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
                CONTAINER(APP-LETTER-CONTAINER-NAME)
                CHANNEL(APP-LETTER-CHANNEL-NAME)
                INTO (LETTER-CONTAINER)
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
                MOVE 'Error Retrieving Letter Container!' TO WS-MESSAGE
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

           IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR THEN
              MOVE 'You Are Not Authorized for HR Letters!'
                 TO WS-MESSAGE
              PERFORM 9000-SEND-MAP-AND-RETURN
           END-IF.

           PERFORM 1200-GET-TARGET-EMPLOYEE.

           IF LRC-TARGET-EMPLOYEE-ID IS EQUAL TO ZEROES THEN
              MOVE 'No Employee Selected For Letters!' TO WS-MESSAGE
              PERFORM 9000-SEND-MAP-AND-RETURN
           END-IF.

           PERFORM 1300-READ-EMPLOYEE-RECORD.
           PERFORM 1400-LOAD-LETTER-HISTORY.
           PERFORM 9000-SEND-MAP-AND-RETURN.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE ACTIVITY-MONITOR-CONTAINER.
           INITIALIZE LETTER-CONTAINER.
           INITIALIZE LETTER-REQUEST-RECORD.
           INITIALIZE EMPLOYEE-DETAILS-CONTAINER.
           INITIALIZE EMPLOYEE-MASTER-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE ELTRMO.

           MOVE 'Welcome to the HR Letters screen!'
              TO WS-MESSAGE.
           SET LRC-CT-STANDARD TO TRUE.

       1200-GET-TARGET-EMPLOYEE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1200-GET-TARGET-EMPLOYEE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    PICK UP THE EMPLOYEE CURRENTLY DISPLAYED ON 'EVIEWP' FROM
      *    ITS OWN CONTAINER, THE SAME HAND-OFF 'ECONP' USES.
           EXEC CICS GET
                CONTAINER(APP-VIEW-CONTAINER-NAME)
                CHANNEL(APP-VIEW-CHANNEL-NAME)
                INTO (EMPLOYEE-DETAILS-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE DET-EMPLOYEE-RECORD TO EMPLOYEE-MASTER-RECORD
                MOVE EMP-EMPLOYEE-ID TO LRC-TARGET-EMPLOYEE-ID
           WHEN OTHER
                MOVE 'No Employee Context Found!' TO WS-MESSAGE
           END-EVALUATE.

       1300-READ-EMPLOYEE-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1300-READ-EMPLOYEE-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE LRC-TARGET-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                RIDFLD(EMP-EMPLOYEE-ID)
                INTO (EMPLOYEE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                MOVE 'Employee Record Not Found!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Reading Employee Master File!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           END-EVALUATE.

      *    BROWSES THE EMPLOYEE'S WHOLE CORRESPONDENCE LOG, KEEPING
      *    THE LAST SIX, AND NOTES WHETHER A LETTER OF THE TYPE JUST
      *    KEYED IS ALREADY WAITING FOR TONIGHT'S RUN.
       1400-LOAD-LETTER-HISTORY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1400-LOAD-LETTER-HISTORY' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-HISTORY-RING.
           INITIALIZE WS-HISTORY-LINES.
           MOVE ZEROES TO WS-LETTER-COUNT.
           MOVE SPACES TO WS-BROWSE-END-FLAG.
           MOVE SPACES TO WS-PENDING-FLAG.

           MOVE LRC-TARGET-EMPLOYEE-ID TO LTR-EMPLOYEE-ID.
           MOVE LOW-VALUES TO LTR-REQUEST-TIME.

           EXEC CICS STARTBR
                FILE(APP-LETTER-FILE-NAME)
                RIDFLD(LTR-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           PERFORM 1410-READ-NEXT-LETTER UNTIL END-OF-LETTER-BROWSE.

           EXEC CICS ENDBR
                FILE(APP-LETTER-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           MOVE ZEROES TO WS-SLOT.
           PERFORM 1420-LAY-OUT-HISTORY-LINE
              UNTIL WS-SLOT IS NOT LESS THAN 6 OR
                    WS-SLOT IS NOT LESS THAN WS-LETTER-COUNT.

       1410-READ-NEXT-LETTER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1410-READ-NEXT-LETTER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READNEXT
                FILE(APP-LETTER-FILE-NAME)
                RIDFLD(LTR-KEY)
                INTO (LETTER-REQUEST-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              LTR-EMPLOYEE-ID IS NOT EQUAL TO LRC-TARGET-EMPLOYEE-ID
              SET END-OF-LETTER-BROWSE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF LTR-ST-PENDING AND
              LTR-LETTER-TYPE IS EQUAL TO WS-LETTER-TYPE THEN
              SET SAME-LETTER-PENDING TO TRUE
           END-IF.

           MOVE LTR-REQUEST-TIME(1:8) TO WS-HD-REQUEST-DATE.

           EVALUATE TRUE
           WHEN LTR-TYPE-VERIFICATION
                MOVE 'Employment Verify' TO WS-HD-TYPE-NAME
           WHEN LTR-TYPE-PROBATION
                MOVE 'Probation Confirm' TO WS-HD-TYPE-NAME
           WHEN LTR-TYPE-TRANSFER
                MOVE 'Transfer' TO WS-HD-TYPE-NAME
           WHEN LTR-TYPE-SALARY-CHANGE
                MOVE 'Salary Change' TO WS-HD-TYPE-NAME
           WHEN OTHER
                MOVE LTR-LETTER-TYPE TO WS-HD-TYPE-NAME
           END-EVALUATE.

           EVALUATE TRUE
           WHEN LTR-ST-PENDING
                MOVE 'Pending' TO WS-HD-STATUS
                MOVE SPACES TO WS-HD-REFERENCE
           WHEN LTR-ST-ISSUED
                MOVE 'Issued' TO WS-HD-STATUS
                MOVE LTR-REPORT-NAME TO WS-HD-REFERENCE
           WHEN LTR-ST-REJECTED
                MOVE 'Rejected' TO WS-HD-STATUS
                MOVE LTR-REJECT-REASON TO WS-HD-REFERENCE
           WHEN OTHER
                MOVE SPACES TO WS-HD-STATUS
                MOVE SPACES TO WS-HD-REFERENCE
           END-EVALUATE.
           MOVE LTR-ISSUED-DATE TO WS-HD-ISSUED-DATE.

           ADD 1 TO WS-LETTER-COUNT.
           COMPUTE WS-SLOT = FUNCTION MOD(WS-LETTER-COUNT - 1, 6) + 1.
           MOVE WS-HISTORY-DETAIL TO WS-RING-LINE(WS-SLOT).

      *    WALKS BACK ROUND THE RING FROM THE NEWEST ENTRY.
       1420-LAY-OUT-HISTORY-LINE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1420-LAY-OUT-HISTORY-LINE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           ADD 1 TO WS-SLOT.
           MOVE WS-RING-LINE(FUNCTION MOD(WS-LETTER-COUNT - WS-SLOT, 6)
                             + 1)
              TO WS-HIST-LINE(WS-SLOT).

      *-----------------------------------------------------------------
       USE-CASE SECTION.
      *-----------------------------------------------------------------

       2000-PROCESS-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2000-PROCESS-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS RECEIVE
                MAP(APP-LETTER-MAP-NAME)
                MAPSET(APP-LETTER-MAPSET-NAME)
                INTO (ELTRMI)
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

           IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR THEN
              PERFORM 2600-SIGN-USER-OFF
           END-IF.

           PERFORM 1300-READ-EMPLOYEE-RECORD.

           EVALUATE EIBAID
           WHEN DFHPF3
           WHEN DFHPF12
                PERFORM 2500-TRANSFER-BACK-TO-CALLER
           WHEN DFHPF10
                PERFORM 2600-SIGN-USER-OFF
           WHEN DFHENTER
                PERFORM 2100-APPLY-LETTER-ACTION
           WHEN OTHER
                MOVE 'Invalid Key!' TO WS-MESSAGE
           END-EVALUATE.

           PERFORM 1400-LOAD-LETTER-HISTORY.
           PERFORM 9000-SEND-MAP-AND-RETURN.

       2100-APPLY-LETTER-ACTION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2100-APPLY-LETTER-ACTION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF LRC-TARGET-EMPLOYEE-ID IS EQUAL TO ZEROES THEN
              MOVE 'No Employee Selected For Letters!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           EVALUATE FUNCTION UPPER-CASE(ACTNI)
           WHEN 'R'
                PERFORM 2200-RAISE-LETTER-REQUEST
           WHEN SPACES
           WHEN LOW-VALUES
                MOVE 'Letter History Displayed!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Validation Error: Action Must Be R!'
                   TO WS-MESSAGE
                MOVE -1 TO ACTNL
           END-EVALUATE.

       2200-RAISE-LETTER-REQUEST.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-RAISE-LETTER-REQUEST' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE FUNCTION UPPER-CASE(LTYPEI) TO WS-LETTER-TYPE.
           MOVE WS-LETTER-TYPE TO LTR-LETTER-TYPE.

           IF LTYPEL IS EQUAL TO ZERO OR NOT LTR-TYPE-VALID THEN
              MOVE 'Validation Error: Letter Type Must Be VE/PC/TR/SC!'
                 TO WS-MESSAGE
              MOVE -1 TO LTYPEL
              EXIT PARAGRAPH
           END-IF.

      *    ONE OF EACH KIND PER NIGHT IS ENOUGH - A SECOND REQUEST
      *    BEFORE THE RUN WOULD ONLY PRINT THE SAME LETTER TWICE.
           PERFORM 1400-LOAD-LETTER-HISTORY.

           IF SAME-LETTER-PENDING THEN
              MOVE 'That Letter Is Already Queued For Tonight!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE LETTER-REQUEST-RECORD.
           MOVE LRC-TARGET-EMPLOYEE-ID TO LTR-EMPLOYEE-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO LTR-REQUEST-TIME.
           MOVE WS-LETTER-TYPE TO LTR-LETTER-TYPE.
           SET LTR-ST-PENDING TO TRUE.
           MOVE LRC-USER-ID TO LTR-REQUESTED-BY.
           MOVE SPACES TO LTR-ISSUED-DATE.
           MOVE SPACES TO LTR-REPORT-NAME.
           MOVE SPACES TO LTR-REJECT-REASON.

           EXEC CICS WRITE
                FILE(APP-LETTER-FILE-NAME)
                RIDFLD(LTR-KEY)
                FROM (LETTER-REQUEST-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Letter Queued - Printed In Tonight''s Run!'
                   TO WS-MESSAGE
           WHEN DFHRESP(DUPREC)
                MOVE 'That Letter Was Just Queued - Check The List!'
                   TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Writing Letter Request!' TO WS-MESSAGE
           END-EVALUATE.

       2500-TRANSFER-BACK-TO-CALLER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2500-TRANSFER-BACK-TO-CALLER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2550-DELETE-LETTER-CONTAINER.

           EXEC CICS XCTL
                PROGRAM(APP-VIEW-PROGRAM-NAME)
                CHANNEL(APP-VIEW-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(PGMIDERR)
                MOVE 'Caller Program Not Found!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           WHEN OTHER
                MOVE 'Error Transferring To Caller!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           END-EVALUATE.

       2550-DELETE-LETTER-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2550-DELETE-LETTER-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-LETTER-CONTAINER-NAME)
                CHANNEL(APP-LETTER-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Deleting Letter Container!' TO WS-MESSAGE
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
              MOVE MON-USER-ID TO LRC-USER-ID
              MOVE MON-USER-CATEGORY TO LRC-USER-CATEGORY
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
           MOVE APP-LETTER-PROGRAM-NAME TO MON-LINKING-PROGRAM.
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
           PERFORM 9150-PUT-LETTER-CONTAINER.

           EXEC CICS SEND
                MAP(APP-LETTER-MAP-NAME)
                MAPSET(APP-LETTER-MAPSET-NAME)
                FROM (ELTRMO)
                ERASE
                CURSOR
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4400-LOG-RESPONSE-TIME.
      *    >>> --------------------- <<<

           EXEC CICS RETURN
                CHANNEL(APP-LETTER-CHANNEL-NAME)
                TRANSID(APP-LETTER-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE ELTRMO.

           MOVE EIBTRNID TO TRANIDO.

           IF LRC-USER-ID IS NOT EQUAL TO SPACES THEN
              MOVE LRC-USER-ID TO LOGDINO
           ELSE
              MOVE '<Anonym>' TO LOGDINO
           END-IF.

           IF LRC-TARGET-EMPLOYEE-ID IS GREATER THAN ZEROES THEN
              MOVE LRC-TARGET-EMPLOYEE-ID TO EMPLIDO
              MOVE EMP-PRIMARY-NAME TO PRNAMEO
           END-IF.

      *    NEWEST LETTER FIRST.
           MOVE WS-HIST-LINE(1) TO HIST1O.
           MOVE WS-HIST-LINE(2) TO HIST2O.
           MOVE WS-HIST-LINE(3) TO HIST3O.
           MOVE WS-HIST-LINE(4) TO HIST4O.
           MOVE WS-HIST-LINE(5) TO HIST5O.
           MOVE WS-HIST-LINE(6) TO HIST6O.

           MOVE WS-MESSAGE TO MESSO.
           MOVE DFHTURQ TO MESSC.

      *    CHANGE COLOR OF MESSAGE LINE BASED ON TYPE/CONTENT.
           EVALUATE TRUE
           WHEN MESSO(1:5) IS EQUAL TO 'Error'
                MOVE DFHRED TO MESSC
           WHEN MESSO(1:2) IS EQUAL TO 'No'
           WHEN MESSO(1:4) IS EQUAL TO 'That'
                MOVE DFHYELLO TO MESSC
           WHEN MESSO(1:7) IS EQUAL TO 'Invalid'
           WHEN MESSO(1:10) IS EQUAL TO 'Validation'
                MOVE DFHPINK TO MESSC
           END-EVALUATE.

      *    SET ANY MODIFIED DATA TAG (MDT) 'ON' TO AVOID THE 'AEI9'
      *    ABEND THAT HAPPENS WHEN WE ONLY RECEIVE AN AID-KEY FROM THE
      *    MAP AND NO REAL DATA ALONG IT.
           MOVE DFHBMFSE TO TRANIDA.

       9150-PUT-LETTER-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-LETTER-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-LETTER-CONTAINER-NAME)
                CHANNEL(APP-LETTER-CHANNEL-NAME)
                FROM (LETTER-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Letter Container!' TO WS-MESSAGE
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
