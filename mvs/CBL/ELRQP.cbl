      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'LEAVE REQUEST AND APPROVAL' PROGRAM.
      *      - A DATED LEAVE REQUEST (EMPLOYEE ID PLUS FROM/TO DATES,
      *        ANY 'ELVTYPE' LEAVE TYPE, DAY COUNT) IS RAISED PENDING
      *        ON THE 'ELVREQ' FILE BY ANY SIGNED-ON USER.
      *      - A MANAGER OR ADMINISTRATOR THEN APPROVES OR REJECTS
      *        THAT SAME REQUEST - ONLY ON APPROVAL IS THE DAY COUNT
      *        POSTED INTO THE 'ELEAVE' BALANCE, SO EVERY ABSENCE NOW
      *        TAKEN-CANNOT-EXCEED-ACCRUED VALIDATION - AN APPROVAL
      *        THAT WOULD OVERDRAW THE BALANCE IS REFUSED AND THE
      *        REQUEST LEFT PENDING.
      *      - A USER A MANAGER HAS DELEGATED THEIR LEAVE APPROVALS TO
      *        (SEE 'EDLGP') MAY ACTION THAT MANAGER'S TEAM'S REQUESTS
      *        WHILE THE DELEGATION RUNS; THE REQUEST RECORDS BOTH THE
      *        DELEGATE AND THE MANAGER THEY STOOD IN FOR.
      *      - THE TYPE KEYED MUST BE AN ACTIVE 'ELVTYPE' LEAVE TYPE,
      *        AND NO LONGER THAN ITS MAXIMUM DAYS PER ABSENCE. A TYPE
      *        THAT CALLS FOR EVIDENCE CAN ONLY BE APPROVED WITH 'E',
      *        THE APPROVER'S WORD THEY HAVE SEEN IT. VACATION AND
      *        SICK POST TO 'ELEAVE', ANY OTHER TYPE THAT DRAWS ON A
      *        BALANCE POSTS TO ITS OWN 'ELVBAL' RECORD, AND A TYPE
      *        THAT DOES NOT IS APPROVED WITHOUT POSTING.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *      - LEAVE REQUEST CONTAINER.
      *      - LEAVE REQUEST FILE RECORD.
      *      - LEAVE BALANCE FILE RECORD.
      *      - LEAVE TYPE RECORD.
      *      - LEAVE BALANCE BY TYPE RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - WORKFLOW NOTIFICATION ARGUMENTS.
      *      - APPROVAL DELEGATION LOOKUP ARGUMENTS.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ELVREQ.
       COPY ELVDAYA.
       COPY ELEAVE.
       COPY ELVTYPE.
       COPY ELVBAL.
       COPY EMPMAST.
       COPY EMONCTR.
       COPY EAUDIT.
       COPY ENTFARG.
       COPY EDLGARG.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
             88 WS-REQUEST-NOT-FOUND         VALUE SPACES.
          05 WS-LEAVE-FOUND-FLAG  PIC X(1)  VALUE SPACES.
             88 LEAVE-RECORD-FOUND           VALUE 'Y'.
      *       SET WHEN THE REQUEST'S TYPE CALLS FOR EVIDENCE AT ITS
      *       LENGTH - IT CAN THEN ONLY BE APPROVED WITH 'E'.
          05 WS-EVIDENCE-FLAG     PIC X(1)  VALUE SPACES.
             88 EVIDENCE-DUE                 VALUE 'Y'.
          05 WS-POSTING-FLAG      PIC X(1)  VALUE SPACES.
             88 POSTING-GOOD                 VALUE 'Y'.
             88 POSTING-REFUSED              VALUE SPACES.
      *       THE MANAGER A DELEGATE IS STANDING IN FOR THIS TURN;
      *       SPACES WHEN THE USER ACTS IN THEIR OWN RIGHT.
          05 WS-ACTING-FOR-ID     PIC X(8)  VALUE SPACES.
      *
       01 WS-VALIDATION-FLAG      PIC X(1)  VALUE SPACES.
          88 VALIDATION-PASSED              VALUE 'Y'.
      *
       01 WS-DISPLAY-FIELDS.
          05 WS-DAYSRQ-EDIT       PIC ZZ9.9.
          05 WS-MAXDAYS-EDIT      PIC ZZ9.9.
      *
      *    DEPARTMENTAL OVERLAP CHECK WORK AREA - ON AN APPROVAL THE
      *    WHOLE REQUEST FILE IS WALKED COUNTING OTHER APPROVED
          05 WS-SCN-DAYS-REQUESTED PIC 9(3)V9(1).
          05 WS-SCN-STATUS        PIC X(1).
             88 WS-SCN-APPROVED              VALUE 'A'.
          05 FILLER               PIC X(42).
      *
      *
      *    SATELLITE AUDIT WORK AREA - EVERY REQUEST SAVE, APPROVAL,
      *    >>> -------------- <<<

           SET WS-REQUEST-NOT-FOUND TO TRUE.
           MOVE SPACES TO WS-ACTING-FOR-ID.
           MOVE SPACES TO LVQ-OVERLAP-WARNED-FLAG.
           MOVE LVQ-TARGET-EMPLOYEE-ID TO LRQ-EMPLOYEE-ID.
           MOVE LVQ-TARGET-FROM-DATE TO LRQ-FROM-DATE.
      *    REQUEST BY TYPING 'A' TO APPROVE OR 'R' TO REJECT.
           IF ACTNI IS NOT EQUAL TO SPACES AND ACTNL IS GREATER THAN
              ZERO THEN
              IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR AND
                 WS-REQUEST-FOUND THEN
                 PERFORM 7700-CHECK-DELEGATION
              END-IF
              IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR AND
                 WS-ACTING-FOR-ID IS EQUAL TO SPACES THEN
                 MOVE 'You Are Not Authorized To Action Requests!'
                    TO WS-MESSAGE
                 EXIT PARAGRAPH
              END-IF
      *       A STAND-IN NEVER SIGNS OFF THEIR OWN ABSENCE.
              IF WS-ACTING-FOR-ID IS NOT EQUAL TO SPACES AND
                 LRQ-REQUESTED-BY IS EQUAL TO MON-USER-ID THEN
                 MOVE 'Delegates Cannot Action Their Own Requests!'
                    TO WS-MESSAGE
                 EXIT PARAGRAPH
              END-IF
              IF WS-REQUEST-FOUND AND LRQ-PENDING THEN
                 PERFORM 2400-PROCESS-APPROVAL
              ELSE
              EXIT PARAGRAPH
           END-IF.

      *    THE TYPE MUST BE ONE HR HAS SET UP ON 'ELVTYPE' AND NOT
      *    SINCE WITHDRAWN.
           MOVE FUNCTION UPPER-CASE(LVTYPEI) TO LVT-TYPE-CODE.
           PERFORM 2330-READ-LEAVE-TYPE.
           IF VALIDATION-FAILED THEN
              MOVE -1 TO LVTYPEL
              EXIT PARAGRAPH
           END-IF.

           IF NOT LVT-ACTIVE THEN
              MOVE 'Validation Error: That Leave Type Is Withdrawn!'
                 TO WS-MESSAGE
              MOVE -1 TO LVTYPEL
              EXIT PARAGRAPH
              EXIT PARAGRAPH
           END-IF.

           IF LVT-MAX-DAYS-PER-INSTANCE IS GREATER THAN ZEROES AND
              WS-DAYS-REQUESTED IS GREATER THAN
              LVT-MAX-DAYS-PER-INSTANCE THEN
              MOVE LVT-MAX-DAYS-PER-INSTANCE TO WS-MAXDAYS-EDIT
              MOVE SPACES TO WS-MESSAGE
              STRING 'Validation Error: Type Allows At Most '
                 DELIMITED BY SIZE
                 WS-MAXDAYS-EDIT DELIMITED BY SIZE
                 ' Days At A Time!' DELIMITED BY SIZE
                 INTO WS-MESSAGE
              MOVE -1 TO TODTL
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2350-CHECK-EMPLOYEE-EXISTS.
           IF VALIDATION-FAILED THEN
              EXIT PARAGRAPH
           MOVE MON-USER-ID TO LRQ-REQUESTED-BY.
           MOVE WS-TODAY TO LRQ-REQUESTED-DATE.
           MOVE SPACES TO LRQ-ACTIONED-BY.
           MOVE SPACES TO LRQ-ACTIONED-FOR.
           MOVE SPACES TO LRQ-ACTIONED-DATE.
           MOVE SPACES TO LRQ-EVIDENCE-FLAG.
           MOVE SPACES TO LRQ-FED-FLAG.

           PERFORM 2360-WRITE-OR-REWRITE-REQUEST.

      *    TELL THE REQUESTER UP FRONT WHEN THE APPROVER WILL WANT TO
      *    SEE EVIDENCE FOR AN ABSENCE THIS LONG.
           PERFORM 2335-CHECK-EVIDENCE-DUE.
           IF EVIDENCE-DUE AND
              WS-MESSAGE IS EQUAL TO 'Leave Request Submitted!' THEN
              MOVE SPACES TO WS-MESSAGE
              STRING 'Leave Request Submitted - Approver Needs '
                 DELIMITED BY SIZE
                 LVT-EVIDENCE-REQUIRED DELIMITED BY '  '
                 '!' DELIMITED BY SIZE
                 INTO WS-MESSAGE
           END-IF.

      *    LOOK UP THE LEAVE TYPE IN 'LVT-TYPE-CODE' ON 'ELVTYPE'.
       2330-READ-LEAVE-TYPE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2330-READ-LEAVE-TYPE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           SET VALIDATION-PASSED TO TRUE.

           EXEC CICS READ
                FILE(APP-LVTYPE-FILE-NAME)
                RIDFLD(LVT-KEY)
                INTO (LEAVE-TYPE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                MOVE 'Validation Error: Unknown Leave Type!'
                   TO WS-MESSAGE
                SET VALIDATION-FAILED TO TRUE
           WHEN OTHER
                MOVE 'Error Reading Leave Type File!' TO WS-MESSAGE
                SET VALIDATION-FAILED TO TRUE
           END-EVALUATE.

      *    EVIDENCE IS DUE WHEN THE TYPE NAMES SOME AND THE ABSENCE
      *    RUNS LONGER THAN THE DAYS IT IS WAIVED FOR.
       2335-CHECK-EVIDENCE-DUE.
           MOVE SPACES TO WS-EVIDENCE-FLAG.
           IF NOT LVT-NO-EVIDENCE AND
              LRQ-DAYS-REQUESTED IS GREATER THAN
              LVT-EVIDENCE-AFTER-DAYS THEN
              SET EVIDENCE-DUE TO TRUE
           END-IF.

      *    LINK TO THE SHARED 'ELVDAYS' COUNTER FOR THE WORKING-DAY
      *    COUNT OF THE REQUESTED RANGE.
       2340-COMPUTE-WORKING-DAYS.
              MOVE MON-USER-ID TO LRQ-REQUESTED-BY
              MOVE WS-TODAY TO LRQ-REQUESTED-DATE
              MOVE SPACES TO LRQ-ACTIONED-BY
              MOVE SPACES TO LRQ-ACTIONED-FOR
              MOVE SPACES TO LRQ-ACTIONED-DATE
              MOVE SPACES TO LRQ-EVIDENCE-FLAG
              MOVE SPACES TO LRQ-FED-FLAG

              EXEC CICS REWRITE
                   FILE(APP-LVREQ-FILE-NAME)
                   MOVE LEAVE-REQUEST-RECORD TO WS-AUD-AFTER-IMAGE
                   MOVE APP-LVREQ-FILE-NAME TO WS-AUD-FILE-NAME
                   PERFORM 7500-WRITE-SATELLITE-AUDIT
                   SET NFA-EV-SUBMITTED TO TRUE
                   PERFORM 7600-SEND-NOTIFICATION
              WHEN OTHER
                   MOVE 'Error Updating Leave Request!' TO WS-MESSAGE
              END-EVALUATE
                   MOVE LEAVE-REQUEST-RECORD TO WS-AUD-AFTER-IMAGE
                   MOVE APP-LVREQ-FILE-NAME TO WS-AUD-FILE-NAME
                   PERFORM 7500-WRITE-SATELLITE-AUDIT
                   SET NFA-EV-SUBMITTED TO TRUE
                   PERFORM 7600-SEND-NOTIFICATION
              WHEN DFHRESP(DUPREC)
                   SET WS-REQUEST-FOUND TO TRUE
                   PERFORM 2370-REWRITE-RACED-REQUEST
           MOVE MON-USER-ID TO LRQ-REQUESTED-BY.
           MOVE WS-TODAY TO LRQ-REQUESTED-DATE.
           MOVE SPACES TO LRQ-ACTIONED-BY.
           MOVE SPACES TO LRQ-ACTIONED-FOR.
           MOVE SPACES TO LRQ-ACTIONED-DATE.
           MOVE SPACES TO LRQ-EVIDENCE-FLAG.
           MOVE SPACES TO LRQ-FED-FLAG.

           EXEC CICS REWRITE
                FILE(APP-LVREQ-FILE-NAME)
                MOVE LEAVE-REQUEST-RECORD TO WS-AUD-AFTER-IMAGE
                MOVE APP-LVREQ-FILE-NAME TO WS-AUD-FILE-NAME
                PERFORM 7500-WRITE-SATELLITE-AUDIT
                SET NFA-EV-SUBMITTED TO TRUE
                PERFORM 7600-SEND-NOTIFICATION
           WHEN OTHER
                MOVE 'Error Updating Leave Request!' TO WS-MESSAGE
           END-EVALUATE.

           EVALUATE FUNCTION UPPER-CASE(ACTNI)
           WHEN 'A'
           WHEN 'E'
      *         THE REQUEST'S OWN TYPE DECIDES WHAT PROOF IS NEEDED
      *         AND WHICH BALANCE, IF ANY, THE DAYS COME OFF. A TYPE
      *         WITHDRAWN SINCE THE REQUEST WAS RAISED STILL APPLIES.
                MOVE LRQ-LEAVE-TYPE TO LVT-TYPE-CODE
                PERFORM 2330-READ-LEAVE-TYPE
                IF VALIDATION-FAILED THEN
                   EXIT PARAGRAPH
                END-IF
                PERFORM 2335-CHECK-EVIDENCE-DUE
                IF EVIDENCE-DUE AND
                   FUNCTION UPPER-CASE(ACTNI) IS EQUAL TO 'A' THEN
                   MOVE SPACES TO WS-MESSAGE
                   STRING 'No Approval Posted - Needs '
                      DELIMITED BY SIZE
                      LVT-EVIDENCE-REQUIRED DELIMITED BY '  '
                      ' (E Confirms Seen)!' DELIMITED BY SIZE
                      INTO WS-MESSAGE
                   MOVE -1 TO ACTNL
                   EXIT PARAGRAPH
                END-IF
      *         FLAG AN APPROVAL THAT WOULD PUT DEPARTMENTAL ABSENCE
      *         OVER THE OVERLAP THRESHOLD - THE APPROVER CONFIRMS
      *         PAST THE WARNING WITH A SECOND 'A'.
                MOVE SPACES TO LVQ-OVERLAP-WARNED-FLAG
                PERFORM 2450-POST-TO-LEAVE-BALANCE
                IF POSTING-GOOD THEN
                   IF FUNCTION UPPER-CASE(ACTNI) IS EQUAL TO 'E' THEN
                      SET LRQ-EVIDENCE-SEEN TO TRUE
                   END-IF
                   SET LRQ-APPROVED TO TRUE
                   MOVE MON-USER-ID TO LRQ-ACTIONED-BY
                   MOVE WS-TODAY TO LRQ-ACTIONED-DATE
                   MOVE WS-ACTING-FOR-ID TO LRQ-ACTIONED-FOR
                   PERFORM 2460-REWRITE-ACTIONED-REQUEST
                END-IF
           WHEN 'R'
                SET LRQ-REJECTED TO TRUE
                MOVE MON-USER-ID TO LRQ-ACTIONED-BY
                MOVE WS-TODAY TO LRQ-ACTIONED-DATE
                MOVE WS-ACTING-FOR-ID TO LRQ-ACTIONED-FOR
                PERFORM 2460-REWRITE-ACTIONED-REQUEST
           WHEN OTHER
                MOVE 'Validation Error: Action Must Be A, E Or R!'
                   TO WS-MESSAGE
                MOVE -1 TO ACTNL
           END-EVALUATE.
      *    ONLY AN APPROVAL TOUCHES THE BALANCE - THE SAME LAZY-CREATE
      *    AND TAKEN-CANNOT-EXCEED-ACCRUED RULES 'ELEAVP' APPLIES. AN
      *    APPROVAL THAT WOULD OVERDRAW THE BALANCE IS REFUSED AND THE
      *    REQUEST LEFT PENDING FOR HR TO SORT OUT. A TYPE THAT DRAWS
      *    ON NO BALANCE POSTS NOTHING, AND ONE OTHER THAN VACATION OR
      *    SICK POSTS TO ITS OWN 'ELVBAL' RECORD INSTEAD.
       2450-POST-TO-LEAVE-BALANCE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2450-POST-TO-LEAVE-BALANCE' TO WS-DEBUG-AID.

           INITIALIZE WS-POSTING-FLAG.
           INITIALIZE WS-LEAVE-FOUND-FLAG.

           IF NOT LVT-DRAWS-ON-BALANCE THEN
              SET POSTING-GOOD TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF NOT LRQ-HELD-ON-ELEAVE THEN
              PERFORM 2455-POST-TO-TYPE-BALANCE
              EXIT PARAGRAPH
           END-IF.

           MOVE LRQ-EMPLOYEE-ID TO LEA-EMPLOYEE-ID.

           EXEC CICS READ
              MOVE 'Error Posting To Leave Balance!' TO WS-MESSAGE
           END-IF.

      *    THE SAME POSTING AGAINST THE EMPLOYEE'S 'ELVBAL' RECORD FOR
      *    THE REQUEST'S TYPE, CREATED HERE IF 'ELACCRU' HAS NEVER
      *    POSTED IT.
       2455-POST-TO-TYPE-BALANCE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2455-POST-TO-TYPE-BALANCE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE LRQ-EMPLOYEE-ID TO LVB-EMPLOYEE-ID.
           MOVE LRQ-LEAVE-TYPE TO LVB-TYPE-CODE.

           EXEC CICS READ
                FILE(APP-LVBAL-FILE-NAME)
                RIDFLD(LVB-KEY)
                INTO (LEAVE-TYPE-BALANCE-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                SET LEAVE-RECORD-FOUND TO TRUE
                MOVE LEAVE-TYPE-BALANCE-RECORD TO WS-AUD-BEFORE-IMAGE
           WHEN DFHRESP(NOTFND)
                INITIALIZE LEAVE-TYPE-BALANCE-RECORD
                MOVE LRQ-EMPLOYEE-ID TO LVB-EMPLOYEE-ID
                MOVE LRQ-LEAVE-TYPE TO LVB-TYPE-CODE
                MOVE SPACES TO WS-AUD-BEFORE-IMAGE
           WHEN OTHER
                MOVE 'Error Reading Leave Balance By Type File!'
                   TO WS-MESSAGE
                EXIT PARAGRAPH
           END-EVALUATE.

           COMPUTE WS-PROSPECTIVE-TAKEN =
              LVB-TAKEN + LRQ-DAYS-REQUESTED.
           IF WS-PROSPECTIVE-TAKEN IS GREATER THAN LVB-ACCRUED THEN
              MOVE SPACES TO WS-MESSAGE
              STRING 'Validation Error: Exceeds '
                 DELIMITED BY SIZE
                 LVT-DESCRIPTION DELIMITED BY '  '
                 ' Accrued!' DELIMITED BY SIZE
                 INTO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.
           ADD LRQ-DAYS-REQUESTED TO LVB-TAKEN.

           MOVE WS-TODAY TO LVB-LAST-ACTION-DATE.
           MOVE MON-USER-ID TO LVB-LAST-ACTION-BY.

           IF LEAVE-RECORD-FOUND THEN
              EXEC CICS REWRITE
                   FILE(APP-LVBAL-FILE-NAME)
                   FROM (LEAVE-TYPE-BALANCE-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           ELSE
              EXEC CICS WRITE
                   FILE(APP-LVBAL-FILE-NAME)
                   RIDFLD(LVB-KEY)
                   FROM (LEAVE-TYPE-BALANCE-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              SET POSTING-GOOD TO TRUE
              MOVE LEAVE-TYPE-BALANCE-RECORD TO WS-AUD-AFTER-IMAGE
              MOVE APP-LVBAL-FILE-NAME TO WS-AUD-FILE-NAME
              PERFORM 7500-WRITE-SATELLITE-AUDIT
           ELSE
              MOVE 'Error Posting To Leave Balance By Type!'
                 TO WS-MESSAGE
           END-IF.

       2460-REWRITE-ACTIONED-REQUEST.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2460-REWRITE-ACTIONED-REQUEST' TO WS-DEBUG-AID.
                MOVE LEAVE-REQUEST-RECORD TO WS-AUD-AFTER-IMAGE
                MOVE APP-LVREQ-FILE-NAME TO WS-AUD-FILE-NAME
                PERFORM 7500-WRITE-SATELLITE-AUDIT
                IF LRQ-APPROVED THEN
                   SET NFA-EV-APPROVED TO TRUE
                ELSE
                   SET NFA-EV-REJECTED TO TRUE
                END-IF
                PERFORM 7600-SEND-NOTIFICATION
           WHEN OTHER
                MOVE 'Error Updating Leave Request!' TO WS-MESSAGE
           END-EVALUATE.
           MOVE SPACES TO WS-AUD-BEFORE-IMAGE.
           MOVE SPACES TO WS-AUD-AFTER-IMAGE.

      *-----------------------------------------------------------------
       NOTIFICATION SECTION.
      *-----------------------------------------------------------------

      *    TELL THE APPROVER (ON SUBMIT) OR THE REQUESTER AND EMPLOYEE
      *    (ON APPROVE/REJECT) THROUGH THE MAIL GATEWAY - SEE
      *    'ENTFWRT'. THE CALLER SETS THE EVENT; LIKE THE AUDIT, A
      *    NOTIFICATION FAILURE MUST NEVER BLOCK THE SAVE ITSELF.
       7600-SEND-NOTIFICATION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '7600-SEND-NOTIFICATION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           SET NFA-WF-LEAVE TO TRUE.
           MOVE LRQ-EMPLOYEE-ID TO NFA-SUBJECT-EMP-ID.
           MOVE LRQ-KEY TO NFA-ITEM-KEY.
           MOVE LRQ-REQUESTED-BY TO NFA-REQUESTED-BY.
           MOVE LRQ-REQUESTED-DATE TO NFA-REQUESTED-DATE.
           MOVE LRQ-ACTIONED-BY TO NFA-ACTIONED-BY.
           MOVE APP-LVREQ-PROGRAM-NAME TO NFA-SOURCE-PROGRAM.
           MOVE ZEROES TO NFA-SENT-COUNT.

           EXEC CICS LINK
                PROGRAM(APP-NOTIFY-PROGRAM-NAME)
                COMMAREA(NOTIFY-ARGUMENTS)
                LENGTH(LENGTH OF NOTIFY-ARGUMENTS)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *-----------------------------------------------------------------
       DELEGATION SECTION.
      *-----------------------------------------------------------------

      *    IS THIS USER STANDING IN TODAY FOR THE MANAGER OF THE
      *    EMPLOYEE ON THE REQUEST (OR FOR ANY ADMINISTRATOR)? ASK
      *    'EDLGCHK'; ANY FAILURE JUST LEAVES THEM WITHOUT AUTHORITY.
       7700-CHECK-DELEGATION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '7700-CHECK-DELEGATION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SPACES TO WS-ACTING-FOR-ID.
           MOVE LRQ-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                RIDFLD(EMP-EMPLOYEE-ID)
                INTO (EMPLOYEE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE DELEGATION-ARGUMENTS.
           MOVE MON-USER-ID TO DGA-DELEGATE-ID.
           SET DGA-TYPE-LEAVE TO TRUE.
           SET DGA-NEEDS-MANAGER-OR-ABOVE TO TRUE.
           MOVE EMP-MANAGER-ID TO DGA-TEAM-MANAGER-ID.

           EXEC CICS LINK
                PROGRAM(APP-DELEG-CHECK-PROGRAM)
                COMMAREA(DELEGATION-ARGUMENTS)
                LENGTH(LENGTH OF DELEGATION-ARGUMENTS)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              DGA-DELEGATED THEN
              MOVE DGA-DELEGATOR-ID TO WS-ACTING-FOR-ID
           END-IF.

      *-----------------------------------------------------------------
       ACTIVITY-MONITOR SECTION.
      *-----------------------------------------------------------------
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
                CURSOR
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4400-LOG-RESPONSE-TIME.
      *    >>> --------------------- <<<

           EXEC CICS RETURN
                CHANNEL(APP-LVREQ-CHANNEL-NAME)
                TRANSID(APP-LVREQ-TRANSACTION-ID)
