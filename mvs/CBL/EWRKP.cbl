      *      - ADMINISTRATORS MAY ALSO VIEW THE LIST (THEY SEE THE
      *        ENTRIES FILED UNDER THEIR OWN EMPLOYEE ID, LIKE ANY
      *        MANAGER). STANDARD USERS HAVE NO BUSINESS HERE.
      *      - PF6 OPENS THE 'EGOLP' PERFORMANCE GOALS SCREEN, WHERE
      *        THE GOALS EACH REVIEW WILL BE JUDGED AGAINST ARE SET
      *        AND SCORED. ITS PF3 COMES BACK HERE.
      *      - PF7 OPENS THE 'ERSMP' RESIGNATION ACCEPTANCE SCREEN FOR
      *        THE RESIGNATIONS WAITING FROM THE MANAGER'S REPORTS.
      *        ITS PF3 COMES BACK HERE TOO.
      *      - PF8 OPENS THE 'EPIPP' PERFORMANCE IMPROVEMENT PLANS
      *        SCREEN FOR THE MANAGER'S REPORTS ON AN OPEN PLAN. ITS
      *        PF3 COMES BACK HERE AS WELL.
      *      - A USER HOLDING AN APPRAISAL WORKLIST DELEGATION (SEE
      *        'EDLGP') SEES THE DELEGATOR'S LIST WHILE IT RUNS - A
      *        STANDARD USER STRAIGHT AWAY, A MANAGER OR ADMINISTRATOR
      *        BY PRESSING PF5, WHICH ALSO TAKES THEM BACK TO THEIR OWN.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *      - REGISTERED USER RECORD (TO FIND THE MANAGER'S OWN
      *        EMPLOYEE ID).
      *      - ACTIVITY MONITOR CONTAINER.
      *      - APPROVAL DELEGATION LOOKUP ARGUMENTS.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY EAPRWRK.
       COPY EREGUSR.
       COPY EMONCTR.
       COPY EDLGARG.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
                PERFORM 1000-FIRST-INTERACTION
           WHEN DFHRESP(NORMAL)
      *         NEXT INTERACTIONS -> CONTAINER FOUND (CONTINUE)
                IF EIBTRNID IS EQUAL TO APP-APRWRK-TRANSACTION-ID
                   PERFORM 2000-PROCESS-USER-INPUT
                ELSE
      *            BOUNCING BACK FROM 'GOALS', 'RESIGNATIONS' OR
      *            'IMPROVEMENT PLANS' - NO MAP TO RECEIVE
                   PERFORM 5000-RE-ENTRY-FROM-GOALS
                END-IF
           WHEN OTHER
                MOVE 'Error Retrieving Worklist Container!'
                   TO WS-MESSAGE
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

      *    THIS IS A MANAGER'S VIEW OF HIS OWN REPORTS' REVIEWS - OR
      *    OF THE REVIEWS OF A MANAGER THE USER IS STANDING IN FOR.
           PERFORM 1200-FIND-OWN-EMPLOYEE-ID.

           IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR THEN
              PERFORM 7700-CHECK-DELEGATION
              IF WRK-ACTING-FOR-ID IS EQUAL TO SPACES THEN
                 MOVE ZEROES TO WRK-MANAGER-EMP-ID
                 MOVE 'You Are Not Authorized for the Worklist!'
                    TO WS-MESSAGE
                 PERFORM 9000-SEND-MAP-AND-RETURN
              END-IF
              PERFORM 2800-SHOW-DELEGATED-LIST
           END-IF.

           PERFORM 9000-SEND-MAP-AND-RETURN.

       1100-INITIALIZE.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE REG-EMPLOYEE-ID TO WRK-MANAGER-EMP-ID
              MOVE REG-EMPLOYEE-ID TO WRK-OWN-EMP-ID
           ELSE
              MOVE 'No Employee ID On Your Registration Record!'
                 TO WS-MESSAGE
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

      *    A DELEGATED LIST IS RE-CHECKED EVERY TURN. ONCE THE
      *    DELEGATION HAS LAPSED OR BEEN CANCELLED A MANAGER OR
      *    ADMINISTRATOR DROPS BACK TO THEIR OWN LIST; ANYONE ELSE IS
      *    SIGNED OFF.
           IF WRK-ACTING-FOR-ID IS NOT EQUAL TO SPACES THEN
              PERFORM 7700-CHECK-DELEGATION
              IF WRK-ACTING-FOR-ID IS EQUAL TO SPACES AND
                 (MON-CT-MANAGER OR MON-CT-ADMINISTRATOR) THEN
                 MOVE WRK-OWN-EMP-ID TO WRK-MANAGER-EMP-ID
                 MOVE 'Delegation Ended - Back On Your Own Worklist!'
                    TO WS-MESSAGE
                 PERFORM 9000-SEND-MAP-AND-RETURN
              END-IF
           END-IF.

           IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR AND
              WRK-ACTING-FOR-ID IS EQUAL TO SPACES THEN
              PERFORM 2600-SIGN-USER-OFF
           END-IF.

           EVALUATE EIBAID
           WHEN DFHENTER
                IF WRK-ACTING-FOR-ID IS EQUAL TO SPACES THEN
                   MOVE 'Worklist Refreshed!' TO WS-MESSAGE
                ELSE
                   PERFORM 2800-SHOW-DELEGATED-LIST
                END-IF
           WHEN DFHPF5
                PERFORM 2750-SWITCH-WORKLIST
           WHEN DFHPF3
           WHEN DFHPF12
                PERFORM 2500-TRANSFER-BACK-TO-MENU
           WHEN DFHPF6
                PERFORM 2700-TRANSFER-TO-GOALS
           WHEN DFHPF7
                PERFORM 2720-TRANSFER-TO-RESIGNATIONS
           WHEN DFHPF8
                PERFORM 2730-TRANSFER-TO-IMPROVE-PLANS
           WHEN DFHPF10
                PERFORM 2600-SIGN-USER-OFF
           WHEN OTHER

           PERFORM 9200-RETURN-TO-CICS.

      *    LEAVE OUR CONTAINER ON THE CHANNEL FOR 'EGOLP' TO READ THE
      *    MANAGER'S OWN EMPLOYEE ID FROM, AND FOR OUR OWN RE-ENTRY
      *    ON ITS PF3.
       2700-TRANSFER-TO-GOALS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2700-TRANSFER-TO-GOALS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 9150-PUT-WORKLIST-CONTAINER.

           EXEC CICS XCTL
                PROGRAM(APP-PGOALS-PROGRAM-NAME)
                CHANNEL(APP-APRWRK-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(INVREQ)
                MOVE 'Invalid Request!' TO WS-MESSAGE
           WHEN DFHRESP(PGMIDERR)
                MOVE 'Performance Goals Program Not Found!'
                   TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Transferring To Performance Goals!'
                   TO WS-MESSAGE
           END-EVALUATE.

      *    THE SAME HAND-OFF AS PF6 - 'ERSMP' READS THE USER'S OWN
      *    EMPLOYEE ID FROM OUR CONTAINER AND ITS PF3 COMES BACK HERE.
       2720-TRANSFER-TO-RESIGNATIONS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2720-TRANSFER-TO-RESIGNATIONS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 9150-PUT-WORKLIST-CONTAINER.

           EXEC CICS XCTL
                PROGRAM(APP-RSGACC-PROGRAM-NAME)
                CHANNEL(APP-APRWRK-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(INVREQ)
                MOVE 'Invalid Request!' TO WS-MESSAGE
           WHEN DFHRESP(PGMIDERR)
                MOVE 'Resignation Acceptance Program Not Found!'
                   TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Transferring To Resignation Acceptance!'
                   TO WS-MESSAGE
           END-EVALUATE.

      *    AND AGAIN FOR PF8 - 'EPIPP' TAKES THE USER'S OWN EMPLOYEE ID
      *    FROM OUR CONTAINER AND ITS PF3 COMES BACK HERE.
       2730-TRANSFER-TO-IMPROVE-PLANS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2730-TRANSFER-TO-IMPROVE-PLANS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 9150-PUT-WORKLIST-CONTAINER.

           EXEC CICS XCTL
                PROGRAM(APP-PIPLAN-PROGRAM-NAME)
                CHANNEL(APP-APRWRK-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(INVREQ)
                MOVE 'Invalid Request!' TO WS-MESSAGE
           WHEN DFHRESP(PGMIDERR)
                MOVE 'Improvement Plan Program Not Found!'
                   TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Transferring To Improvement Plans!'
                   TO WS-MESSAGE
           END-EVALUATE.

      *    PF5 - A MANAGER OR ADMINISTRATOR WHO IS ALSO STANDING IN
      *    FOR ANOTHER MANAGER FLIPS BETWEEN THE TWO LISTS.
       2750-SWITCH-WORKLIST.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2750-SWITCH-WORKLIST' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR THEN
              MOVE 'No Worklist Of Your Own To Switch To!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF WRK-ACTING-FOR-ID IS NOT EQUAL TO SPACES THEN
              MOVE SPACES TO WRK-ACTING-FOR-ID
              MOVE WRK-OWN-EMP-ID TO WRK-MANAGER-EMP-ID
              MOVE 'Back On Your Own Worklist!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           PERFORM 7700-CHECK-DELEGATION.

           IF WRK-ACTING-FOR-ID IS EQUAL TO SPACES THEN
              MOVE 'No Worklist Is Delegated To You Today!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2800-SHOW-DELEGATED-LIST.

      *    PUT THE DELEGATOR'S LIST IN SCOPE AND SAY WHOSE IT IS.
       2800-SHOW-DELEGATED-LIST.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2800-SHOW-DELEGATED-LIST' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE DGA-DELEGATOR-EMP-ID TO WRK-MANAGER-EMP-ID.
           MOVE SPACES TO WS-MESSAGE.
           STRING 'Standing In For ' DELIMITED BY SIZE
              WRK-ACTING-FOR-ID DELIMITED BY SPACE
              ' Until ' DELIMITED BY SIZE
              DGA-DELEGATION-TO-DATE DELIMITED BY SIZE
              '!' DELIMITED BY SIZE
              INTO WS-MESSAGE.

      *-----------------------------------------------------------------
       DELEGATION SECTION.
      *-----------------------------------------------------------------

      *    IS THIS USER STANDING IN TODAY FOR A MANAGER'S (OR AN
      *    ADMINISTRATOR'S) APPRAISAL WORKLIST? ASK 'EDLGCHK'; ANY
      *    FAILURE JUST LEAVES THEM ON THEIR OWN LIST.
       7700-CHECK-DELEGATION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '7700-CHECK-DELEGATION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SPACES TO WRK-ACTING-FOR-ID.

           INITIALIZE DELEGATION-ARGUMENTS.
           MOVE MON-USER-ID TO DGA-DELEGATE-ID.
           SET DGA-TYPE-WORKLIST TO TRUE.
           SET DGA-NEEDS-MANAGER-OR-ABOVE TO TRUE.

           EXEC CICS LINK
                PROGRAM(APP-DELEG-CHECK-PROGRAM)
                COMMAREA(DELEGATION-ARGUMENTS)
                LENGTH(LENGTH OF DELEGATION-ARGUMENTS)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              DGA-DELEGATED THEN
              MOVE DGA-DELEGATOR-ID TO WRK-ACTING-FOR-ID
           END-IF.

      *-----------------------------------------------------------------
       WORKLIST SECTION.
      *-----------------------------------------------------------------
                MOVE 'Error Putting Activity Monitor!' TO WS-MESSAGE
           END-EVALUATE.

      *-----------------------------------------------------------------
       RE-ENTRY SECTION.
      *-----------------------------------------------------------------

       5000-RE-ENTRY-FROM-GOALS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '5000-RE-ENTRY-FROM-GOALS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-WORKING-VARS.
           INITIALIZE EWRKMO.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

      *    THE WORKLIST ROWS ARE RE-READ AS THE MAP IS POPULATED.
           EVALUATE EIBTRNID
           WHEN APP-RSGACC-TRANSACTION-ID
                MOVE 'Back From Resignations - Press Enter!'
                   TO WS-MESSAGE
           WHEN APP-PIPLAN-TRANSACTION-ID
                MOVE 'Back From Improvement Plans - Press Enter!'
                   TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Back From Performance Goals - Press Enter!'
                   TO WS-MESSAGE
           END-EVALUATE.

           PERFORM 9000-SEND-MAP-AND-RETURN.

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
                CURSOR
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4400-LOG-RESPONSE-TIME.
      *    >>> --------------------- <<<

           EXEC CICS RETURN
                CHANNEL(APP-APRWRK-CHANNEL-NAME)
                TRANSID(APP-APRWRK-TRANSACTION-ID)
