      *        'ECPAP' PUTS ON BIG PAY MOVES.
      *      - ONLY APPROVED PAYMENTS REACH PAYROLL, AS TYPE 'B'
      *        RECORDS ON THE NIGHTLY 'EPAYFEED' - EACH EXACTLY ONCE.
      *      - THE AMOUNT IS IN THE EMPLOYEE'S PAY CURRENCY UNLESS
      *        ANOTHER IS KEYED; A FOREIGN CODE MUST HAVE A RATE ON
      *        'EXCHRAT' SO THE PAYMENT CAN BE REPORTED.
      *      - A BLANK ACTION JUST DISPLAYS WHAT IS ON FILE FOR THE
      *        KEYED EMPLOYEE AND DATE.
      *      - REACHED DIRECTLY THROUGH ITS OWN 'EOTP' TRANSACTION.
      *      - A USER AN ADMINISTRATOR HAS DELEGATED THEIR ONE-TIME
      *        PAYMENT APPROVALS TO (SEE 'EDLGP') MAY APPROVE OR REJECT
      *        WHILE THE DELEGATION RUNS - BUT NEVER A PAYMENT THAT
      *        THEY OR THAT ADMINISTRATOR RAISED. THE PAYMENT RECORDS
      *        BOTH THE DELEGATE AND THE ADMINISTRATOR THEY STOOD IN
      *        FOR.
      *      - A LEAVER'S VACATION SETTLEMENT ('LP'/'LR', RAISED BY
      *        'ETERMNB') COMES HERE FOR APPROVAL LIKE ANY OTHER, BUT
      *        CANNOT BE RE-KEYED.
      *      - SO DOES BACK PAY FOR A BACK-DATED PAY CHANGE ('RP',
      *        RAISED BY 'ERETRO').
      *      - AN APPROVAL IS STAMPED WITH THE PAY PERIOD IT BELONGS
      *        TO ('EPAYPRD'); ONE GIVEN AFTER THE PERIOD'S 'EPAYCAL'
      *        CUT-OFF IS STILL TAKEN, BUT THE USER IS TOLD THE
      *        PAYMENT IS HELD FOR THE NEXT PERIOD, AND 'EPAYFEED'
      *        KEEPS IT BACK UNTIL THEN.
      *      - THE PAYMENT TYPE IS CHECKED AGAINST THE 'PAYTYPE' CODE
      *        TABLE ('ECODLKP') AND SHOWN WITH ITS DESCRIPTION. THE
      *        TYPES BATCH RAISES STAY OFF LIMITS HERE.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *      - ONE-TIME PAYMENTS MAPSET.
      *      - ONE-TIME PAYMENTS CONTAINER.
      *      - ONE-TIME PAYMENT FILE RECORD.
      *      - PAY CURRENCY, SITE ASSIGNMENT AND SITE MASTER RECORDS.
      *      - EXCHANGE RATE FILE RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - WORKFLOW NOTIFICATION ARGUMENTS.
      *      - APPROVAL DELEGATION LOOKUP ARGUMENTS.
      *      - PAY PERIOD RESOLVER ARGUMENTS.
      *      - CODE TABLE LOOKUP ARGUMENTS.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY EOTPMAP.
       COPY EOTPCTR.
       COPY EONEPAY.
       COPY EPAYCUR.
       COPY EEMPSIT.
       COPY ESITMST.
       COPY EXCHRAT.
       COPY EMONCTR.
       COPY ENTFARG.
       COPY EDLGARG.
       COPY EPPDARG.
       COPY ECODARG.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
          05 WS-MESSAGE           PIC X(79).
          05 WS-PAY-AMOUNT        PIC S9(7)V99 USAGE IS COMP-3.
          05 WS-AMOUNT-EDIT       PIC Z(6)9.99.
          05 WS-PAY-CURRENCY      PIC X(3).
          05 WS-RECORD-FOUND-FLAG PIC X(1).
             88 PAYMENT-RECORD-FOUND        VALUE 'Y'.
      *       THE ADMINISTRATOR A DELEGATE IS STANDING IN FOR THIS
      *       TURN; SPACES WHEN THE USER ACTS IN THEIR OWN RIGHT.
          05 WS-ACTING-FOR-ID     PIC X(8)  VALUE SPACES.
      *
       01 WS-DEBUG-AID            PIC X(45) VALUE SPACES.
      *
      *    >>> --------------------- <<<

      *    RAISING A PAYMENT IS A MANAGER-AND-UP FUNCTION; THE
      *    APPROVAL ACTIONS BELOW ARE TIGHTER STILL. AN ADMINISTRATOR'S
      *    CURRENT DELEGATE GETS IN TO APPROVE.
           IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR THEN
              PERFORM 7700-CHECK-DELEGATION
           END-IF.

           IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR AND
              WS-ACTING-FOR-ID IS EQUAL TO SPACES THEN
              MOVE 'You Are Not Authorized For One-Time Payments!'
                 TO WS-MESSAGE
              PERFORM 9000-SEND-MAP-AND-RETURN
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

      *    A DELEGATE IS RE-CHECKED EVERY TURN - ONCE THE DELEGATION
      *    HAS LAPSED OR BEEN CANCELLED THEY ARE SIGNED OFF.
           IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR THEN
              PERFORM 7700-CHECK-DELEGATION
              IF WS-ACTING-FOR-ID IS EQUAL TO SPACES THEN
                 PERFORM 2600-SIGN-USER-OFF
              END-IF
           END-IF.

           EVALUATE EIBAID
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A DELEGATE ONLY STANDS IN FOR THE APPROVAL HALF - RAISING
      *    A PAYMENT STAYS WITH MANAGERS AND ADMINISTRATORS.
           IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR THEN
              MOVE 'Delegates May Only Approve Or Reject Payments!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

      *    A PAYMENT ALREADY APPROVED (OR ALREADY FED) IS HISTORY -
      *    IT CANNOT BE QUIETLY REPLACED FROM HERE.
           IF PAYMENT-RECORD-FOUND AND NOT OPY-PENDING AND
              EXIT PARAGRAPH
           END-IF.

      *    A LEAVER'S VACATION SETTLEMENT IS WORKED OUT BY 'ETERMNB'
      *    AND TIED TO THEIR OFFBOARDING CHECKLIST, AND BACK PAY IS
      *    WORKED OUT BY 'ERETRO' FROM THE PAY HISTORY - EITHER IS ONLY
      *    EVER APPROVED OR REJECTED HERE, NEVER RE-KEYED.
           IF PAYMENT-RECORD-FOUND AND OPY-TYPE-BATCH-RAISED THEN
              MOVE 'Raised By Batch - Approve Or Reject Only!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(PAYTYPI) TO OPY-PAYMENT-TYPE.
           MOVE SPACES TO WS-MESSAGE.
           PERFORM 2210-VALIDATE-PAYMENT-TYPE.
           IF WS-MESSAGE IS NOT EQUAL TO SPACES
              MOVE -1 TO PAYTYPL
              EXIT PARAGRAPH
           END-IF.
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-MESSAGE.
           PERFORM 2220-VALIDATE-CURRENCY.
           IF WS-MESSAGE IS NOT EQUAL TO SPACES
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-PAY-AMOUNT TO OPY-AMOUNT.
           MOVE WS-PAY-CURRENCY TO OPY-CURRENCY-CODE.
           SET OPY-PENDING TO TRUE.
           MOVE SPACES TO OPY-FED-FLAG.
           MOVE OTP-USER-ID TO OPY-REQUESTED-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO OPY-REQUESTED-DATE.
           MOVE SPACES TO OPY-ACTIONED-BY.
           MOVE SPACES TO OPY-ACTIONED-FOR.
           MOVE SPACES TO OPY-ACTIONED-DATE.

           IF PAYMENT-RECORD-FOUND THEN
              WHEN DFHRESP(NORMAL)
                   SET PAYMENT-RECORD-FOUND TO TRUE
                   MOVE 'Payment Submitted For Approval!' TO WS-MESSAGE
                   SET NFA-EV-SUBMITTED TO TRUE
                   PERFORM 7600-SEND-NOTIFICATION
              WHEN DFHRESP(DUPREC)
                   PERFORM 2250-REWRITE-PAYMENT
              WHEN OTHER
              END-EVALUATE
           END-IF.

      *    THE TYPE MUST BE CURRENT ON THE 'PAYTYPE' CODE TABLE - OR,
      *    UNTIL THAT TABLE IS SET UP, ONE OF THE KEYABLE 88-LEVELS.
      *    THE TYPES BATCH RAISES ARE ON THE TABLE (SO THEY DECODE)
      *    BUT ARE NEVER KEYED.
       2210-VALIDATE-PAYMENT-TYPE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2210-VALIDATE-PAYMENT-TYPE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE CODE-LOOKUP-ARGUMENTS.
           MOVE APP-CT-PAYMENT-TYPE TO CLA-TABLE-ID.
           MOVE OPY-PAYMENT-TYPE TO CLA-CODE.
           PERFORM 2470-LOOKUP-CODE.

           EVALUATE TRUE
           WHEN OPY-PAYMENT-TYPE IS EQUAL TO SPACES
                MOVE 'Validation Error: Enter The Payment Type!'
                   TO WS-MESSAGE
           WHEN OPY-TYPE-BATCH-RAISED
                MOVE 'Validation Error: That Type Is Raised By Batch!'
                   TO WS-MESSAGE
           WHEN CLA-TABLE-UNAVAILABLE
                IF NOT OPY-TYPE-VALID THEN
                   MOVE 'Validation Error: Type Must Be BN, AL Or OT!'
                      TO WS-MESSAGE
                END-IF
           WHEN NOT CLA-CODE-VALID
                MOVE 'Validation Error: Not A Current Payment Type!'
                   TO WS-MESSAGE
           END-EVALUATE.

      *    A BLANK CURRENCY MEANS THE EMPLOYEE'S OWN PAY CURRENCY.
      *    ANYTHING OTHER THAN THE REPORTING CURRENCY MUST HAVE HAD A
      *    RATE LOADED, OR THE PAYMENT COULD NEVER BE REPORTED ON.
       2220-VALIDATE-CURRENCY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2220-VALIDATE-CURRENCY' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF CURRCYL IS EQUAL TO ZERO OR CURRCYI IS EQUAL TO SPACES
              PERFORM 2230-RESOLVE-PAY-CURRENCY
           ELSE
              MOVE FUNCTION UPPER-CASE(CURRCYI) TO WS-PAY-CURRENCY
           END-IF.

           IF WS-PAY-CURRENCY IS EQUAL TO APP-REPORTING-CURRENCY
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-PAY-CURRENCY TO XRT-CURRENCY-CODE.
           MOVE LOW-VALUES TO XRT-PERIOD.

           EXEC CICS READ
                FILE(APP-EXCHRAT-FILE-NAME)
                RIDFLD(XRT-KEY)
                KEYLENGTH(3)
                GENERIC
                INTO (EXCHANGE-RATE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                MOVE 'Validation Error: No Rate For That Currency!'
                   TO WS-MESSAGE
                MOVE -1 TO CURRCYL
           WHEN OTHER
                MOVE 'Error Reading Exchange Rates!' TO WS-MESSAGE
           END-EVALUATE.

      *    THE 'EPAYCUR' OVERRIDE, ELSE THE WORK SITE'S CURRENCY, ELSE
      *    THE REPORTING CURRENCY - THE ORDER 'ECURCNV' FOLLOWS.
       2230-RESOLVE-PAY-CURRENCY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2230-RESOLVE-PAY-CURRENCY' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE APP-REPORTING-CURRENCY TO WS-PAY-CURRENCY.

           MOVE OTP-TARGET-EMPLOYEE-ID TO PCU-EMPLOYEE-ID.

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

           MOVE OTP-TARGET-EMPLOYEE-ID TO EST-EMPLOYEE-ID.

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

       2250-REWRITE-PAYMENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2250-REWRITE-PAYMENT' TO WS-DEBUG-AID.
              EXIT PARAGRAPH
           END-IF.

           IF OPY-TYPE-BATCH-RAISED THEN
              MOVE 'Raised By Batch - Approve Or Reject Only!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(PAYTYPI) TO OPY-PAYMENT-TYPE.
           MOVE WS-PAY-AMOUNT TO OPY-AMOUNT.
           MOVE WS-PAY-CURRENCY TO OPY-CURRENCY-CODE.
           SET OPY-PENDING TO TRUE.
           MOVE SPACES TO OPY-FED-FLAG.
           MOVE OTP-USER-ID TO OPY-REQUESTED-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO OPY-REQUESTED-DATE.
           MOVE SPACES TO OPY-ACTIONED-BY.
           MOVE SPACES TO OPY-ACTIONED-FOR.
           MOVE SPACES TO OPY-ACTIONED-DATE.

           EXEC CICS REWRITE
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              SET PAYMENT-RECORD-FOUND TO TRUE
              MOVE 'Payment Submitted For Approval!' TO WS-MESSAGE
              SET NFA-EV-SUBMITTED TO TRUE
              PERFORM 7600-SEND-NOTIFICATION
           ELSE
              MOVE 'Error Updating One-Time Payment!' TO WS-MESSAGE
           END-IF.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF NOT MON-CT-ADMINISTRATOR AND
              WS-ACTING-FOR-ID IS EQUAL TO SPACES THEN
              PERFORM 7700-CHECK-DELEGATION
           END-IF.

           IF NOT MON-CT-ADMINISTRATOR AND
              WS-ACTING-FOR-ID IS EQUAL TO SPACES THEN
              MOVE 'Only Administrators Can Action Payments!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
              EXIT PARAGRAPH
           END-IF.

      *    STANDING IN FOR THE ADMINISTRATOR WHO RAISED IT WOULD BE
      *    THAT ADMINISTRATOR APPROVING THEIR OWN PAYMENT.
           IF WS-ACTING-FOR-ID IS NOT EQUAL TO SPACES AND
              OPY-REQUESTED-BY IS EQUAL TO WS-ACTING-FOR-ID THEN
              MOVE 'Delegates Cannot Action Their Delegator''s Request!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF FUNCTION UPPER-CASE(ACTNI) IS EQUAL TO 'A' THEN
              PERFORM 2450-RESOLVE-PAY-PERIOD
              IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           EXEC CICS READ
                FILE(APP-ONEPAY-FILE-NAME)
                RIDFLD(OPY-KEY)

           IF FUNCTION UPPER-CASE(ACTNI) IS EQUAL TO 'A' THEN
              SET OPY-APPROVED TO TRUE
              MOVE PPD-PAY-PERIOD TO OPY-PAY-PERIOD
           ELSE
              SET OPY-REJECTED TO TRUE
           END-IF.
           MOVE OTP-USER-ID TO OPY-ACTIONED-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO OPY-ACTIONED-DATE.
           MOVE WS-ACTING-FOR-ID TO OPY-ACTIONED-FOR.

           EXEC CICS REWRITE
                FILE(APP-ONEPAY-FILE-NAME)
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              IF OPY-APPROVED THEN
                 MOVE 'Payment Approved - Feeds Tonight!' TO WS-MESSAGE
                 PERFORM 2460-NOTE-HELD-OVER
              ELSE
                 MOVE 'Payment Rejected!' TO WS-MESSAGE
              END-IF
              IF OPY-APPROVED THEN
                 SET NFA-EV-APPROVED TO TRUE
              ELSE
                 SET NFA-EV-REJECTED TO TRUE
              END-IF
              PERFORM 7600-SEND-NOTIFICATION
           ELSE
              MOVE 'Error Updating One-Time Payment!' TO WS-MESSAGE
           END-IF.

       2450-RESOLVE-PAY-PERIOD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2450-RESOLVE-PAY-PERIOD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    WHICH PAY PERIOD DOES AN APPROVAL GIVEN NOW BELONG TO?
           INITIALIZE PAY-PERIOD-ARGUMENTS.

           EXEC CICS LINK
                PROGRAM(APP-PAYPRD-PROGRAM-NAME)
                COMMAREA(PAY-PERIOD-ARGUMENTS)
                LENGTH(LENGTH OF PAY-PERIOD-ARGUMENTS)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Linking To Pay Period Resolver!'
                 TO WS-MESSAGE
           END-IF.

       2460-NOTE-HELD-OVER.
      *    AN APPROVAL THAT MISSED THE CUT-OFF IS KEPT, BUT THE USER
      *    MUST KNOW THE PAYMENT WILL NOT BE MADE THIS PERIOD.
           IF PPD-HELD-OVER THEN
              MOVE SPACES TO WS-MESSAGE
              STRING 'Payment Approved After Cut-Off - Held For '
                        DELIMITED BY SIZE
                     'Pay Period ' DELIMITED BY SIZE
                     PPD-PAY-PERIOD DELIMITED BY SIZE
                     '!' DELIMITED BY SIZE
                 INTO WS-MESSAGE
              END-STRING
           END-IF.

      *    CHECK/DECODE A BUSINESS CODE AGAINST ITS 'ECODTBL' TABLE -
      *    THE CALLER FILLS IN 'CLA-TABLE-ID' AND 'CLA-CODE'. IF THE
      *    LOOKUP CANNOT BE MADE THE TABLE COUNTS AS NOT SET UP, AND
      *    THE CALLER FALLS BACK TO ITS OWN LIST.
       2470-LOOKUP-CODE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2470-LOOKUP-CODE' TO WS-DEBUG-AID.
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

      *-----------------------------------------------------------------
       NOTIFICATION SECTION.
      *-----------------------------------------------------------------

      *    TELL THE ADMINISTRATORS A PAYMENT IS WAITING (ON SUBMIT), OR
      *    WHOEVER KEYED IT HOW IT WENT (ON APPROVE/REJECT) - SEE
      *    'ENTFWRT'. A NOTIFICATION FAILURE MUST NEVER BLOCK THE SAVE
      *    ITSELF.
       7600-SEND-NOTIFICATION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '7600-SEND-NOTIFICATION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           SET NFA-WF-ONE-TIME-PAY TO TRUE.
           MOVE OPY-EMPLOYEE-ID TO NFA-SUBJECT-EMP-ID.
           MOVE OPY-KEY TO NFA-ITEM-KEY.
           MOVE OPY-REQUESTED-BY TO NFA-REQUESTED-BY.
           MOVE OPY-REQUESTED-DATE TO NFA-REQUESTED-DATE.
           MOVE OPY-ACTIONED-BY TO NFA-ACTIONED-BY.
           MOVE APP-ONEPAY-PROGRAM-NAME TO NFA-SOURCE-PROGRAM.
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
      *    ONE-TIME PAYMENT APPROVALS? ASK 'EDLGCHK'; ANY FAILURE JUST
      *    LEAVES THEM WITHOUT AUTHORITY.
       7700-CHECK-DELEGATION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '7700-CHECK-DELEGATION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SPACES TO WS-ACTING-FOR-ID.

           INITIALIZE DELEGATION-ARGUMENTS.
           MOVE MON-USER-ID TO DGA-DELEGATE-ID.
           SET DGA-TYPE-ONEPAY TO TRUE.
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
       TRANSFER SECTION.
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
                CHANNEL(APP-ONEPAY-CHANNEL-NAME)
                TRANSID(APP-ONEPAY-TRANSACTION-ID)

           IF PAYMENT-RECORD-FOUND THEN
              MOVE OPY-PAYMENT-TYPE TO PAYTYPO
              INITIALIZE CODE-LOOKUP-ARGUMENTS
              MOVE APP-CT-PAYMENT-TYPE TO CLA-TABLE-ID
              MOVE OPY-PAYMENT-TYPE TO CLA-CODE
              PERFORM 2470-LOOKUP-CODE
              MOVE CLA-DESCRIPTION TO PAYTYDO
              MOVE OPY-AMOUNT TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT TO CURAMTO
              IF OPY-CURRENCY-CODE IS EQUAL TO SPACES THEN
                 MOVE APP-REPORTING-CURRENCY TO CURRCYO
              ELSE
                 MOVE OPY-CURRENCY-CODE TO CURRCYO
              END-IF
              MOVE OPY-REQUESTED-BY TO REQBYO
              MOVE OPY-ACTIONED-BY TO ACTBYO

                   MOVE SPACES TO CURSTSO
              END-EVALUATE
           ELSE
              MOVE SPACES TO CURSTSO CURAMTO PAYTYDO
           END-IF.

           MOVE WS-MESSAGE TO MESSO.
