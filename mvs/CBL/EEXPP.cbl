       IDENTIFICATION DIVISION.
       PROGRAM-ID. EEXPP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'EXPENSE CLAIM APPROVAL' PROGRAM.
      *      - EMPLOYEES ENTER THEIR OWN CLAIMS ON THE SELF-SERVICE
      *        'EEXSP' SCREEN. HERE THE EMPLOYEE'S OWN MANAGER (OR AN
      *        ADMINISTRATOR) KEYS THE EMPLOYEE, EXPENSE DATE AND
      *        CATEGORY, SEES THE CLAIM, AND APPROVES ('A') OR
      *        REJECTS ('R') IT.
      *      - A CLAIM WHOSE REPORTING-CURRENCY VALUE IS ABOVE
      *        'APP-EXPENSE-APPROVAL-AMT' (OR THAT HAD NO RATE TO
      *        VALUE IT AT) IS NOT PAYABLE ON THE FIRST APPROVAL: IT
      *        WAITS ('M') UNTIL AN ADMINISTRATOR OTHER THAN THE FIRST
      *        APPROVER APPROVES OR REJECTS IT AS WELL.
      *      - ONLY APPROVED CLAIMS REACH PAYROLL, AS TYPE 'E'
      *        REIMBURSEMENT RECORDS ON THE NIGHTLY 'EPAYFEED' - EACH
      *        EXACTLY ONCE.
      *      - A BLANK ACTION JUST DISPLAYS WHAT IS ON FILE FOR THE
      *        KEYED EMPLOYEE, DATE AND CATEGORY.
      *      - REACHED DIRECTLY THROUGH ITS OWN 'EEXP' TRANSACTION.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - EXPENSE CLAIM APPROVAL MAPSET.
      *      - EXPENSE CLAIM APPROVAL CONTAINER.
      *      - EXPENSE CLAIM FILE RECORD.
      *      - REGISTERED USERS.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - AUDIT TRAIL RECORD.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY EEXPMAP.
       COPY EEXPCTR.
       COPY EEXPCLM.
       COPY EREGUSR.
       COPY EMONCTR.
       COPY EAUDIT.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE     PIC S9(8) USAGE IS BINARY.
          05 WS-MESSAGE           PIC X(79).
          05 WS-AMOUNT-EDIT       PIC Z(6)9.99.
          05 WS-RECORD-FOUND-FLAG PIC X(1).
             88 CLAIM-RECORD-FOUND          VALUE 'Y'.
      *      SATELLITE-AUDIT STAGING - SEE 7500 (SAME AS 'ESRQP').
          05 WS-AUD-FILE-NAME     PIC X(8)  VALUE SPACES.
          05 WS-AUD-BEFORE-IMAGE  PIC X(268) VALUE SPACES.
          05 WS-AUD-AFTER-IMAGE   PIC X(268) VALUE SPACES.
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
                CONTAINER(APP-EXPCLM-CONTAINER-NAME)
                CHANNEL(APP-EXPCLM-CHANNEL-NAME)
                INTO (EXPENSE-APPROVAL-CONTAINER)
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
                MOVE 'Error Retrieving Expense Claim Container!'
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

      *    APPROVING EXPENSES IS A MANAGER-AND-UP FUNCTION.
           IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR THEN
              MOVE 'You Are Not Authorized For Expense Approvals!'
                 TO WS-MESSAGE
              PERFORM 9000-SEND-MAP-AND-RETURN
           END-IF.

           PERFORM 1200-RESOLVE-OWN-EMPLOYEE.

           PERFORM 9000-SEND-MAP-AND-RETURN.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE ACTIVITY-MONITOR-CONTAINER.
           INITIALIZE EXPENSE-APPROVAL-CONTAINER.
           INITIALIZE EXPENSE-CLAIM-RECORD.
           INITIALIZE REGISTERED-USER-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE WS-RECORD-FOUND-FLAG.
           INITIALIZE EEXPMO.

           MOVE 'Welcome to the Expense Approval screen!'
              TO WS-MESSAGE.
           SET EXA-CT-STANDARD TO TRUE.

      *    A MANAGER MAY ONLY ACTION CLAIMS CARRYING THEIR OWN
      *    EMPLOYEE ID AS MANAGER, SO RESOLVE IT ONCE FOR THE
      *    CONVERSATION.
       1200-RESOLVE-OWN-EMPLOYEE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1200-RESOLVE-OWN-EMPLOYEE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EXA-USER-ID TO REG-USER-ID.

           EXEC CICS READ
                FILE(APP-REG-USER-FILE-NAME)
                RIDFLD(REG-USER-ID)
                INTO (REGISTERED-USER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE REG-EMPLOYEE-ID TO EXA-OWN-EMPLOYEE-ID
           WHEN OTHER
                MOVE 'User Not Found!' TO WS-MESSAGE
           END-EVALUATE.

      *-----------------------------------------------------------------
       USE-CASE SECTION.
      *-----------------------------------------------------------------

       2000-PROCESS-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2000-PROCESS-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS RECEIVE
                MAP(APP-EXPCLM-MAP-NAME)
                MAPSET(APP-EXPCLM-MAPSET-NAME)
                INTO (EEXPMI)
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

           IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR THEN
              PERFORM 2600-SIGN-USER-OFF
           END-IF.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-APPLY-CLAIM-ACTION
           WHEN DFHPF3
           WHEN DFHPF12
                PERFORM 2500-TRANSFER-BACK-TO-MENU
           WHEN DFHPF10
                PERFORM 2600-SIGN-USER-OFF
           WHEN OTHER
                MOVE 'Invalid Key!' TO WS-MESSAGE
           END-EVALUATE.

           PERFORM 9000-SEND-MAP-AND-RETURN.

       2100-APPLY-CLAIM-ACTION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2100-APPLY-CLAIM-ACTION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF EMPLIDL IS GREATER THAN ZERO THEN
              IF EMPLIDI IS NOT NUMERIC THEN
                 MOVE 'Validation Error: Employee ID Not Numeric!'
                    TO WS-MESSAGE
                 MOVE -1 TO EMPLIDL
                 EXIT PARAGRAPH
              END-IF
              MOVE EMPLIDI TO EXA-TARGET-EMPLOYEE-ID
           END-IF.

           IF EXPDTL IS GREATER THAN ZERO THEN
              IF EXPDTI IS NOT NUMERIC THEN
                 MOVE 'Validation Error: Expense Date Not YYYYMMDD!'
                    TO WS-MESSAGE
                 MOVE -1 TO EXPDTL
                 EXIT PARAGRAPH
              END-IF
              MOVE EXPDTI TO EXA-TARGET-EXPENSE-DATE
           END-IF.

           IF EXPCATL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(EXPCATI) TO EXA-TARGET-CATEGORY
           END-IF.

           IF EXA-TARGET-EMPLOYEE-ID IS EQUAL TO ZEROES THEN
              MOVE 'Validation Error: Enter An Employee ID!'
                 TO WS-MESSAGE
              MOVE -1 TO EMPLIDL
              EXIT PARAGRAPH
           END-IF.

           IF EXA-TARGET-EXPENSE-DATE IS EQUAL TO SPACES OR
              EXA-TARGET-EXPENSE-DATE IS EQUAL TO LOW-VALUES THEN
              MOVE 'Validation Error: Enter An Expense Date!'
                 TO WS-MESSAGE
              MOVE -1 TO EXPDTL
              EXIT PARAGRAPH
           END-IF.

           IF EXA-TARGET-CATEGORY IS EQUAL TO SPACES OR
              EXA-TARGET-CATEGORY IS EQUAL TO LOW-VALUES THEN
              MOVE 'Validation Error: Enter An Expense Category!'
                 TO WS-MESSAGE
              MOVE -1 TO EXPCATL
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2150-LOOKUP-CLAIM.

           EVALUATE FUNCTION UPPER-CASE(ACTNI)
           WHEN SPACES
                IF CLAIM-RECORD-FOUND THEN
                   MOVE 'Expense Claim Displayed!' TO WS-MESSAGE
                ELSE
                   MOVE 'No Expense Claim On File For That Key!'
                      TO WS-MESSAGE
                END-IF
           WHEN 'A'
           WHEN 'R'
                PERFORM 2400-ACTION-CLAIM
           WHEN OTHER
                MOVE 'Validation Error: Action Must Be A Or R!'
                   TO WS-MESSAGE
                MOVE -1 TO ACTNL
           END-EVALUATE.

       2150-LOOKUP-CLAIM.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-LOOKUP-CLAIM' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-RECORD-FOUND-FLAG.
           MOVE EXA-TARGET-EMPLOYEE-ID TO EXP-EMPLOYEE-ID.
           MOVE EXA-TARGET-EXPENSE-DATE TO EXP-EXPENSE-DATE.
           MOVE EXA-TARGET-CATEGORY TO EXP-CATEGORY.

           EXEC CICS READ
                FILE(APP-EXPCLM-FILE-NAME)
                RIDFLD(EXP-KEY)
                INTO (EXPENSE-CLAIM-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                SET CLAIM-RECORD-FOUND TO TRUE
           WHEN DFHRESP(NOTFND)
                INITIALIZE EXPENSE-CLAIM-RECORD
                MOVE EXA-TARGET-EMPLOYEE-ID TO EXP-EMPLOYEE-ID
                MOVE EXA-TARGET-EXPENSE-DATE TO EXP-EXPENSE-DATE
                MOVE EXA-TARGET-CATEGORY TO EXP-CATEGORY
           WHEN OTHER
                MOVE 'Error Reading Expense Claims File!'
                   TO WS-MESSAGE
           END-EVALUATE.

      *    A PENDING CLAIM IS ACTIONED BY THE EMPLOYEE'S OWN MANAGER
      *    OR AN ADMINISTRATOR; ONE AWAITING ITS SECOND APPROVAL ONLY
      *    BY AN ADMINISTRATOR WHO DID NOT GIVE THE FIRST. NOBODY EVER
      *    ACTIONS THEIR OWN CLAIM.
       2400-ACTION-CLAIM.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-ACTION-CLAIM' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF NOT CLAIM-RECORD-FOUND OR NOT EXP-OPEN THEN
              MOVE 'No Open Expense Claim To Action!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF EXP-EMPLOYEE-ID IS EQUAL TO EXA-OWN-EMPLOYEE-ID THEN
              MOVE 'You Cannot Action Your Own Expense Claim!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF EXP-PENDING AND NOT MON-CT-ADMINISTRATOR AND
              EXP-MANAGER-ID IS NOT EQUAL TO EXA-OWN-EMPLOYEE-ID THEN
              MOVE 'You Are Not This Employee''s Manager!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF EXP-AWAITING-SECOND AND NOT MON-CT-ADMINISTRATOR THEN
              MOVE 'Second Approval Needs An Administrator!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF EXP-AWAITING-SECOND AND
              EXP-FIRST-APPROVER IS EQUAL TO EXA-USER-ID THEN
              MOVE 'Second Approval Needs A Different Approver!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS READ
                FILE(APP-EXPCLM-FILE-NAME)
                RIDFLD(EXP-KEY)
                INTO (EXPENSE-CLAIM-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Reading Claim For Update!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

      *    SOMEONE ELSE MAY HAVE MOVED IT ON SINCE OUR PLAIN READ -
      *    THE STATUS MUST STILL BE THE ONE WE CHECKED AGAINST.
           IF NOT EXP-OPEN OR
              (EXP-AWAITING-SECOND AND
               EXP-FIRST-APPROVER IS EQUAL TO EXA-USER-ID) THEN
              MOVE 'No Open Expense Claim To Action!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           MOVE EXPENSE-CLAIM-RECORD TO WS-AUD-BEFORE-IMAGE.

           EVALUATE TRUE
           WHEN FUNCTION UPPER-CASE(ACTNI) IS EQUAL TO 'R'
                SET EXP-REJECTED TO TRUE
                MOVE EXA-USER-ID TO EXP-ACTIONED-BY
                MOVE FUNCTION CURRENT-DATE(1:8) TO EXP-ACTIONED-DATE
           WHEN EXP-AWAITING-SECOND
                SET EXP-APPROVED TO TRUE
                MOVE EXA-USER-ID TO EXP-ACTIONED-BY
                MOVE FUNCTION CURRENT-DATE(1:8) TO EXP-ACTIONED-DATE
      *         FIRST APPROVAL. A CLAIM ABOVE THE LIMIT, OR ONE WITH NO
      *         RATE TO VALUE IT AT, STILL NEEDS THE SECOND APPROVAL.
           WHEN EXP-REPORTING-AMOUNT IS GREATER THAN
                APP-EXPENSE-APPROVAL-AMT
           WHEN EXP-NO-RATE
                SET EXP-AWAITING-SECOND TO TRUE
                MOVE EXA-USER-ID TO EXP-FIRST-APPROVER
                MOVE FUNCTION CURRENT-DATE(1:8)
                   TO EXP-FIRST-APPROVED-DATE
           WHEN OTHER
                SET EXP-APPROVED TO TRUE
                MOVE EXA-USER-ID TO EXP-FIRST-APPROVER
                MOVE FUNCTION CURRENT-DATE(1:8)
                   TO EXP-FIRST-APPROVED-DATE
                MOVE EXA-USER-ID TO EXP-ACTIONED-BY
                MOVE FUNCTION CURRENT-DATE(1:8) TO EXP-ACTIONED-DATE
           END-EVALUATE.

           EXEC CICS REWRITE
                FILE(APP-EXPCLM-FILE-NAME)
                FROM (EXPENSE-CLAIM-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              EVALUATE TRUE
              WHEN EXP-APPROVED
                 MOVE 'Claim Approved - Feeds Tonight!' TO WS-MESSAGE
              WHEN EXP-AWAITING-SECOND
                 MOVE 'Claim Approved - Awaiting Second Approval!'
                    TO WS-MESSAGE
              WHEN OTHER
                 MOVE 'Claim Rejected!' TO WS-MESSAGE
              END-EVALUATE
              MOVE EXPENSE-CLAIM-RECORD TO WS-AUD-AFTER-IMAGE
              MOVE APP-EXPCLM-FILE-NAME TO WS-AUD-FILE-NAME
              PERFORM 7500-WRITE-SATELLITE-AUDIT
           ELSE
              MOVE 'Error Updating Expense Claim!' TO WS-MESSAGE
           END-IF.

      *-----------------------------------------------------------------
       SATELLITE-AUDIT SECTION.
      *-----------------------------------------------------------------

      *    THE SAME FIRE-AND-FORGET START 'ESRQP' USES - 'EAUDITP'
      *    DRAINS THE QUEUE AND WRITES THE LIVE 'EAUDIT' CLUSTER.
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
       TRANSFER SECTION.
      *-----------------------------------------------------------------

       2500-TRANSFER-BACK-TO-MENU.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2500-TRANSFER-BACK-TO-MENU' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2550-DELETE-ADMIN-CONTAINER.

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

       2550-DELETE-ADMIN-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2550-DELETE-ADMIN-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-EXPCLM-CONTAINER-NAME)
                CHANNEL(APP-EXPCLM-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Deleting Expense Claim Container!'
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
              MOVE MON-USER-ID TO EXA-USER-ID
              MOVE MON-USER-CATEGORY TO EXA-USER-CATEGORY
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
           MOVE APP-EXPCLM-PROGRAM-NAME TO MON-LINKING-PROGRAM.
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
           PERFORM 9150-PUT-ADMIN-CONTAINER.

           EXEC CICS SEND
                MAP(APP-EXPCLM-MAP-NAME)
                MAPSET(APP-EXPCLM-MAPSET-NAME)
                FROM (EEXPMO)
                ERASE
                CURSOR
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4400-LOG-RESPONSE-TIME.
      *    >>> --------------------- <<<

           EXEC CICS RETURN
                CHANNEL(APP-EXPCLM-CHANNEL-NAME)
                TRANSID(APP-EXPCLM-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           IF EXA-USER-ID IS NOT EQUAL TO SPACES THEN
              MOVE EXA-USER-ID TO LOGDINO
           ELSE
              MOVE '<Anonym>' TO LOGDINO
           END-IF.

           IF EXA-TARGET-EMPLOYEE-ID IS GREATER THAN ZEROES THEN
              MOVE EXA-TARGET-EMPLOYEE-ID TO EMPLIDO
              MOVE EXA-TARGET-EXPENSE-DATE TO EXPDTO
              MOVE EXA-TARGET-CATEGORY TO EXPCATO
           END-IF.

           IF CLAIM-RECORD-FOUND THEN
              MOVE EXP-AMOUNT TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT TO AMOUNTO
              MOVE EXP-CURRENCY-CODE TO CURRCYO
              IF EXP-NO-RATE THEN
                 MOVE 'No Rate' TO RPTAMTO
              ELSE
                 MOVE EXP-REPORTING-AMOUNT TO WS-AMOUNT-EDIT
                 MOVE WS-AMOUNT-EDIT TO RPTAMTO
              END-IF
              MOVE EXP-COST-CENTER TO COSTCTO
              MOVE EXP-RECEIPT-REF TO RCPTRFO
              MOVE EXP-MANAGER-ID TO MGRIDO
              MOVE EXP-FIRST-APPROVER TO FSTAPRO
              MOVE EXP-ACTIONED-BY TO ACTBYO

              EVALUATE TRUE
              WHEN EXP-PENDING
                   MOVE 'Pending' TO CURSTSO
              WHEN EXP-AWAITING-SECOND
                   MOVE '2nd Apprvl' TO CURSTSO
              WHEN EXP-APPROVED AND EXP-FED
                   MOVE 'Fed' TO CURSTSO
              WHEN EXP-APPROVED
                   MOVE 'Approved' TO CURSTSO
              WHEN EXP-REJECTED
                   MOVE 'Rejected' TO CURSTSO
              WHEN OTHER
                   MOVE SPACES TO CURSTSO
              END-EVALUATE
           ELSE
              MOVE SPACES TO CURSTSO AMOUNTO RPTAMTO
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
           WHEN MESSO(1:6) IS EQUAL TO 'Second'
                MOVE DFHPINK TO MESSC
           END-EVALUATE.

      *    SET ANY MODIFIED DATA TAG (MDT) 'ON' TO AVOID THE 'AEI9'
      *    ABEND THAT HAPPENS WHEN WE ONLY RECEIVE AN AID-KEY FROM THE
      *    MAP AND NO REAL DATA ALONG IT.
           MOVE DFHBMFSE TO TRANIDA.

       9150-PUT-ADMIN-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-ADMIN-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-EXPCLM-CONTAINER-NAME)
                CHANNEL(APP-EXPCLM-CHANNEL-NAME)
                FROM (EXPENSE-APPROVAL-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Expense Claim Container!'
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
