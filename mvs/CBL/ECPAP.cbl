      *        HISTORY, AND THE AUDIT TRAIL WRITTEN, SO MONEY GETS
      *        THE SAME TWO-PERSON RULE 'ECATP' GAVE CATEGORY
      *        CHANGES.
      *      - RESTRICTED TO ADMINISTRATOR CATEGORY USERS, AND TO ANY
      *        USER AN ADMINISTRATOR HAS DELEGATED THEIR COMPENSATION
      *        APPROVALS TO (SEE 'EDLGP') WHILE THE DELEGATION RUNS -
      *        THE REQUEST THEN RECORDS BOTH THE DELEGATE AND THE
      *        ADMINISTRATOR THEY STOOD IN FOR.
      *      - A REQUEST PARKED WITH A BACK-DATED EFFECTIVE DATE CARRIES
      *        THAT DATE ONTO THE 'ECOMHST' RECORD WRITTEN ON APPROVAL,
      *        SO THE NIGHTLY 'ERETRO' BATCH RAISES THE ARREARS.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *      - COMPENSATION APPROVAL CONTAINER.
      *      - COMPENSATION CHANGE REQUEST FILE RECORD.
      *      - COMPENSATION HISTORY FILE RECORD.
      *      - PAY CURRENCY, SITE ASSIGNMENT AND SITE MASTER RECORDS.
      *      - EMPLOYEE MASTER RECORD.
      *      - AUDIT TRAIL RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - WORKFLOW NOTIFICATION ARGUMENTS.
      *      - APPROVAL DELEGATION LOOKUP ARGUMENTS.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECPACTR.
       COPY ECMPREQ.
       COPY ECOMHST.
       COPY EPAYCUR.
       COPY EEMPSIT.
       COPY ESITMST.
       COPY EMPMAST.
       COPY EAUDIT.
       COPY EMONCTR.
       COPY ENTFARG.
       COPY EDLGARG.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
          05 WS-MESSAGE           PIC X(79).
          05 WS-TODAY             PIC X(8).
          05 WS-BEFORE-IMAGE      PIC X(268).
          05 WS-PAY-CURRENCY      PIC X(3).
          05 WS-REQUEST-FOUND-FLAG PIC X(1) VALUE SPACES.
             88 WS-REQUEST-FOUND             VALUE 'Y'.
             88 WS-REQUEST-NOT-FOUND         VALUE SPACES.
          05 WS-APPLY-FLAG        PIC X(1)  VALUE SPACES.
             88 APPLY-GOOD                   VALUE 'Y'.
             88 APPLY-FAILED                 VALUE SPACES.
      *       THE ADMINISTRATOR A DELEGATE IS STANDING IN FOR THIS
      *       TURN; SPACES WHEN THE USER ACTS IN THEIR OWN RIGHT.
          05 WS-ACTING-FOR-ID     PIC X(8)  VALUE SPACES.
      *
       01 WS-VALIDATION-FLAG      PIC X(1)  VALUE SPACES.
          88 VALIDATION-PASSED              VALUE 'Y'.
      *    >>> --------------------- <<<

      *    THIS SCREEN MOVES MONEY, SO IT IS RESTRICTED TO
      *    ADMINISTRATOR CATEGORY USERS AND THEIR CURRENT DELEGATES.
           IF NOT MON-CT-ADMINISTRATOR THEN
              PERFORM 7700-CHECK-DELEGATION
           END-IF.

           IF NOT MON-CT-ADMINISTRATOR AND
              WS-ACTING-FOR-ID IS EQUAL TO SPACES THEN
              MOVE 'You Are Not Authorized for Pay Approvals!'
                 TO WS-MESSAGE
              PERFORM 9000-SEND-MAP-AND-RETURN

      *    IF - CONTRADICTING THE ORIGINAL CHECK - THE USER IS NO
      *    LONGER AN ADMINISTRATOR, SIGN HIM OFF RATHER THAN LET HIM
      *    CONTINUE. A DELEGATE IS RE-CHECKED EVERY TURN - ONCE THE
      *    DELEGATION HAS LAPSED OR BEEN CANCELLED THEY ARE SIGNED
      *    OFF THE SAME WAY.
           IF NOT MON-CT-ADMINISTRATOR THEN
              PERFORM 7700-CHECK-DELEGATION
              IF WS-ACTING-FOR-ID IS EQUAL TO SPACES THEN
                 PERFORM 2600-SIGN-USER-OFF
              END-IF
           END-IF.

           EVALUATE EIBAID
      *    BY TYPING 'A' TO APPROVE OR 'R' TO REJECT.
           IF ACTNI IS NOT EQUAL TO SPACES AND ACTNL IS GREATER THAN
              ZERO THEN
      *       A STAND-IN NEVER APPROVES A CHANGE THEY KEYED THEMSELVES.
              IF WS-ACTING-FOR-ID IS NOT EQUAL TO SPACES AND
                 CPR-REQUESTED-BY IS EQUAL TO MON-USER-ID THEN
                 MOVE 'Delegates Cannot Action Their Own Requests!'
                    TO WS-MESSAGE
                 EXIT PARAGRAPH
              END-IF
              IF WS-REQUEST-FOUND AND CPR-PENDING THEN
                 PERFORM 2400-PROCESS-APPROVAL
              ELSE
                   SET CPR-APPROVED TO TRUE
                   MOVE MON-USER-ID TO CPR-ACTIONED-BY
                   MOVE WS-TODAY TO CPR-ACTIONED-DATE
                   MOVE WS-ACTING-FOR-ID TO CPR-ACTIONED-FOR
                   PERFORM 2460-REWRITE-ACTIONED-REQUEST
                END-IF
           WHEN 'R'
                SET CPR-REJECTED TO TRUE
                MOVE MON-USER-ID TO CPR-ACTIONED-BY
                MOVE WS-TODAY TO CPR-ACTIONED-DATE
                MOVE WS-ACTING-FOR-ID TO CPR-ACTIONED-FOR
                PERFORM 2460-REWRITE-ACTIONED-REQUEST
           WHEN OTHER
                MOVE 'Validation Error: Action Must Be A Or R!'
                IF CPR-APPROVED THEN
                   MOVE 'Pay Change Approved And Applied!'
                      TO WS-MESSAGE
                   IF CPR-RETRO-FROM-DATE IS NOT EQUAL TO SPACES THEN
                      MOVE SPACES TO WS-MESSAGE
                      STRING 'Pay Change Approved - Back Pay From '
                             DELIMITED BY SIZE
                             CPR-RETRO-FROM-DATE DELIMITED BY SIZE
                             ' Raised Tonight!' DELIMITED BY SIZE
                             INTO WS-MESSAGE
                      END-STRING
                   END-IF
                ELSE
                   MOVE 'Pay Change Request Rejected!' TO WS-MESSAGE
                END-IF
                IF CPR-APPROVED THEN
                   SET NFA-EV-APPROVED TO TRUE
                ELSE
                   SET NFA-EV-REJECTED TO TRUE
                END-IF
                PERFORM 7600-SEND-NOTIFICATION
           WHEN OTHER
                MOVE 'Error Updating Compensation Request!'
                   TO WS-MESSAGE
           MOVE CPR-CURRENT-COMPENSATION TO COH-PREVIOUS-COMPENSATION.
           MOVE EMP-COMPENSATION TO COH-NEW-COMPENSATION.
           MOVE MON-USER-ID TO COH-RECORDED-BY.
           PERFORM 2480-RESOLVE-PAY-CURRENCY.
           MOVE WS-PAY-CURRENCY TO COH-CURRENCY-CODE.
           PERFORM 2477-STAMP-RETRO-DATE.

           EXEC CICS WRITE
                FILE(APP-COMPHIST-FILE-NAME)
                 TO COH-PREVIOUS-COMPENSATION
              MOVE EMP-COMPENSATION TO COH-NEW-COMPENSATION
              MOVE MON-USER-ID TO COH-RECORDED-BY
              MOVE WS-PAY-CURRENCY TO COH-CURRENCY-CODE
              PERFORM 2477-STAMP-RETRO-DATE

              EXEC CICS REWRITE
                   FILE(APP-COMPHIST-FILE-NAME)
                 TO WS-MESSAGE
           END-IF.

      *    A CHANGE 'EUPDP' PARKED WITH A PAST EFFECTIVE DATE LEAVES
      *    ITS ARREARS DUE FOR THE NIGHTLY 'ERETRO' BATCH.
       2477-STAMP-RETRO-DATE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2477-STAMP-RETRO-DATE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF CPR-RETRO-FROM-DATE IS NOT EQUAL TO SPACES THEN
              MOVE CPR-RETRO-FROM-DATE TO COH-RETRO-FROM-DATE
              SET COH-RETRO-DUE TO TRUE
              MOVE SPACES TO COH-RETRO-PAYMENT-DATE
           END-IF.

      *    THE CURRENCY THE PAY IS HELD IN - THE 'EPAYCUR' OVERRIDE,
      *    ELSE THE WORK SITE'S CURRENCY, ELSE THE REPORTING CURRENCY
      *    (THE SAME ORDER THE BATCH 'ECURCNV' ROUTINE FOLLOWS).
       2480-RESOLVE-PAY-CURRENCY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2480-RESOLVE-PAY-CURRENCY' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE APP-REPORTING-CURRENCY TO WS-PAY-CURRENCY.

           MOVE EMP-EMPLOYEE-ID TO PCU-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-PAYCUR-FILE-NAME)
                RIDFLD(PCU-KEY)
                INTO (PAY-CURRENCY-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              PCU-CURRENCY-CODE IS NOT EQUAL TO SPACES THEN
              MOVE PCU-CURRENCY-CODE TO WS-PAY-CURRENCY
              EXIT PARAGRAPH
           END-IF.

           MOVE EMP-EMPLOYEE-ID TO EST-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMPSITE-FILE-NAME)
                RIDFLD(EST-KEY)
                INTO (SITE-ASSIGNMENT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE EST-SITE-ID TO SIT-SITE-ID.

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

       2500-TRANSFER-BACK-TO-MENU.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2500-TRANSFER-BACK-TO-MENU' TO WS-DEBUG-AID.
                MOVE 'Error Writing Audit Trail!' TO WS-MESSAGE
           END-EVALUATE.

      *-----------------------------------------------------------------
       NOTIFICATION SECTION.
      *-----------------------------------------------------------------

      *    TELL WHOEVER KEYED THE PAY CHANGE HOW IT WAS ACTIONED - SEE
      *    'ENTFWRT'. A NOTIFICATION FAILURE MUST NEVER BLOCK THE
      *    APPROVAL ITSELF.
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
           MOVE APP-COMPAPR-PROGRAM-NAME TO NFA-SOURCE-PROGRAM.
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

      *    IS THIS USER STANDING IN TODAY FOR AN ADMINISTRATOR'S
      *    COMPENSATION APPROVALS? ASK 'EDLGCHK'; ANY FAILURE JUST
      *    LEAVES THEM WITHOUT AUTHORITY.
       7700-CHECK-DELEGATION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '7700-CHECK-DELEGATION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SPACES TO WS-ACTING-FOR-ID.

           INITIALIZE DELEGATION-ARGUMENTS.
           MOVE MON-USER-ID TO DGA-DELEGATE-ID.
           SET DGA-TYPE-COMP TO TRUE.
           SET DGA-NEEDS-ADMINISTRATOR TO TRUE.

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
                CHANNEL(APP-COMPAPR-CHANNEL-NAME)
                TRANSID(APP-COMPAPR-TRANSACTION-ID)
