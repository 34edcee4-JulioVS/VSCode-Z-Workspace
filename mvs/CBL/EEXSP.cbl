       IDENTIFICATION DIVISION.
       PROGRAM-ID. EEXSP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'SELF-SERVICE EXPENSE CLAIM' PROGRAM.
      *      - ANY SIGNED-ON USER ENTERS AN EXPENSE CLAIM FOR THEIR
      *        OWN 'REG-EMPLOYEE-ID', KEYED BY THE EXPENSE DATE AND
      *        CATEGORY, WITH THE AMOUNT AND A RECEIPT REFERENCE.
      *      - THE AMOUNT IS TAKEN IN THE EMPLOYEE'S PAY CURRENCY
      *        ('EPAYCUR', ELSE THEIR WORK SITE'S, ELSE THE REPORTING
      *        CURRENCY) AND ITS REPORTING-CURRENCY VALUE AT THIS
      *        MONTH'S 'EXCHRAT' RATE IS KEPT ON THE CLAIM FOR THE
      *        APPROVAL LIMIT.
      *      - THE COST CENTER IS OFFERED FROM THE EMPLOYEE'S FIRST
      *        'ECCSPLIT' ALLOCATION, ELSE THEIR DEPARTMENT'S
      *        'EDEPMST' COST CENTER, AND MAY BE OVERTYPED.
      *      - THE CLAIM GOES TO THE EMPLOYEE'S 'EMP-MANAGER-ID' FOR
      *        APPROVAL ON 'EEXPP'; ABOVE 'APP-EXPENSE-APPROVAL-AMT' AN
      *        ADMINISTRATOR MUST APPROVE IT AS WELL.
      *      - A CLAIM ALREADY ACTIONED CAN NO LONGER BE REPLACED FROM
      *        HERE - WHILE IT IS STILL PENDING IT CAN BE CORRECTED.
      *      - REACHED FROM THE SELF-SERVICE PAGE ('ESELFP') BY PF
      *        KEY, OR DIRECTLY THROUGH ITS OWN 'EEXS' TRANSACTION.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - SELF-SERVICE EXPENSE CLAIM MAPSET.
      *      - SELF-SERVICE EXPENSE CLAIM CONTAINER.
      *      - EXPENSE CLAIM FILE RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - DEPARTMENT MASTER AND COST-CENTER SPLIT RECORDS.
      *      - PAY CURRENCY, SITE AND EXCHANGE RATE RECORDS.
      *      - REGISTERED USERS.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - AUDIT TRAIL RECORD.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY EEXSMAP.
       COPY EEXSCTR.
       COPY EEXPCLM.
       COPY EMPMAST.
       COPY EDEPMST.
       COPY ECCSPLIT.
       COPY EPAYCUR.
       COPY EEMPSIT.
       COPY ESITMST.
       COPY EXCHRAT.
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
          05 WS-TODAY             PIC X(8).
          05 WS-CLAIM-AMOUNT      PIC S9(7)V99 USAGE IS COMP-3.
          05 WS-AMOUNT-EDIT       PIC Z(6)9.99.
          05 WS-CLAIM-FOUND-FLAG  PIC X(1)  VALUE SPACES.
             88 WS-CLAIM-FOUND               VALUE 'Y'.
             88 WS-CLAIM-NOT-FOUND           VALUE SPACES.
      *      PAY CURRENCY AND THIS MONTH'S RATE - SEE 2380/2390.
          05 WS-PAY-CURRENCY      PIC X(3)  VALUE SPACES.
          05 WS-RATE-PERIOD       PIC X(6)  VALUE SPACES.
          05 WS-LOOKUP-RATE       PIC 9(5)V9(6) VALUE ZEROES.
          05 WS-RATE-FOUND-FLAG   PIC X(1)  VALUE 'N'.
             88 RATE-FOUND                   VALUE 'Y'.
          05 WS-RATE-BROWSE-FLAG  PIC X(1)  VALUE 'N'.
             88 END-OF-RATE-BROWSE           VALUE 'Y'.
          05 WS-SPLIT-IDX         PIC 9(1)  USAGE IS BINARY.
          05 WS-DEFAULT-COST-CENTER PIC X(8) VALUE SPACES.
      *      SATELLITE-AUDIT STAGING - SEE 7500 (SAME AS 'ESRQP').
          05 WS-AUD-FILE-NAME     PIC X(8)  VALUE SPACES.
          05 WS-AUD-BEFORE-IMAGE  PIC X(268) VALUE SPACES.
          05 WS-AUD-AFTER-IMAGE   PIC X(268) VALUE SPACES.
      *
       01 WS-VALIDATION-FLAG      PIC X(1)  VALUE SPACES.
          88 VALIDATION-PASSED              VALUE 'Y'.
          88 VALIDATION-FAILED              VALUE SPACES.
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
                CONTAINER(APP-SELFEXP-CONTAINER-NAME)
                CHANNEL(APP-SELFEXP-CHANNEL-NAME)
                INTO (SELF-EXPENSE-CONTAINER)
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
                MOVE 'Error Retrieving Self-Expense Container!'
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

           IF SXC-USER-ID IS EQUAL TO SPACES THEN
              MOVE 'No Signed-On User For An Expense Claim!'
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
           INITIALIZE SELF-EXPENSE-CONTAINER.
           INITIALIZE EXPENSE-CLAIM-RECORD.
           INITIALIZE EMPLOYEE-MASTER-RECORD.
           INITIALIZE REGISTERED-USER-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE EEXSMO.

           MOVE 'Welcome to the Expense Claim screen!' TO WS-MESSAGE.
           SET SXC-CT-STANDARD TO TRUE.

      *    THE SIGNED-ON ACCOUNT'S OWN EMPLOYEE ID COMES OFF ITS
      *    'EREGUSR' REGISTRATION RECORD, THE SAME WAY 'ESELFP'
      *    RESOLVES IT.
       1200-RESOLVE-OWN-EMPLOYEE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1200-RESOLVE-OWN-EMPLOYEE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SXC-USER-ID TO REG-USER-ID.

           EXEC CICS READ
                FILE(APP-REG-USER-FILE-NAME)
                RIDFLD(REG-USER-ID)
                INTO (REGISTERED-USER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE REG-EMPLOYEE-ID TO SXC-EMPLOYEE-ID
           WHEN DFHRESP(NOTFND)
                MOVE 'User Not Found!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           WHEN OTHER
                MOVE 'Error Reading Users File!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           END-EVALUATE.

           IF SXC-EMPLOYEE-ID IS EQUAL TO ZEROES THEN
              MOVE 'No Employee Record Linked To Your Account!'
                 TO WS-MESSAGE
              PERFORM 9000-SEND-MAP-AND-RETURN
           END-IF.

           PERFORM 1300-READ-EMPLOYEE-RECORD.

       1300-READ-EMPLOYEE-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1300-READ-EMPLOYEE-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SXC-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                RIDFLD(EMP-EMPLOYEE-ID)
                INTO (EMPLOYEE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                IF EMP-DELETED THEN
                   MOVE 'Employee Is No Longer Active!' TO WS-MESSAGE
                   PERFORM 9000-SEND-MAP-AND-RETURN
                END-IF
           WHEN DFHRESP(NOTFND)
                MOVE 'Employee Record Not Found!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           WHEN OTHER
                MOVE 'Error Reading Employee Master File!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
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
                MAP(APP-SELFEXP-MAP-NAME)
                MAPSET(APP-SELFEXP-MAPSET-NAME)
                INTO (EEXSMI)
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

           PERFORM 1300-READ-EMPLOYEE-RECORD.

           EVALUATE EIBAID
           WHEN DFHPF3
           WHEN DFHPF12
                PERFORM 2500-TRANSFER-BACK-TO-SELF
           WHEN DFHPF10
                PERFORM 2600-SIGN-USER-OFF
           WHEN DFHENTER
                PERFORM 2100-VALIDATE-CLAIM-KEY
                IF VALIDATION-PASSED THEN
                   PERFORM 2200-LOOKUP-OWN-CLAIM
                END-IF
           WHEN OTHER
                MOVE 'Invalid Key!' TO WS-MESSAGE
           END-EVALUATE.

           PERFORM 9000-SEND-MAP-AND-RETURN.

       2100-VALIDATE-CLAIM-KEY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2100-VALIDATE-CLAIM-KEY' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-VALIDATION-FLAG.

      *    A FRESHLY TYPED DATE OR CATEGORY TAKES PRECEDENCE; OTHERWISE
      *    THE ONE ALREADY BEING WORKED CARRIES FORWARD ON THE
      *    CONTAINER.
           IF EXPDTL IS GREATER THAN ZERO THEN
              IF EXPDTI IS NOT NUMERIC THEN
                 MOVE 'Validation Error: Expense Date Not YYYYMMDD!'
                    TO WS-MESSAGE
                 MOVE -1 TO EXPDTL
                 EXIT PARAGRAPH
              END-IF
              IF FUNCTION TEST-DATE-YYYYMMDD(
                    FUNCTION NUMVAL(EXPDTI)) IS NOT EQUAL TO 0
                 MOVE 'Validation Error: Expense Date Not YYYYMMDD!'
                    TO WS-MESSAGE
                 MOVE -1 TO EXPDTL
                 EXIT PARAGRAPH
              END-IF
              MOVE EXPDTI TO SXC-TARGET-EXPENSE-DATE
           END-IF.

           IF EXPCATL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(EXPCATI) TO EXP-CATEGORY
              IF NOT EXP-CATEGORY-VALID THEN
                 MOVE 'Validation Error: Category TR,LD,ML,MI,TN,OT!'
                    TO WS-MESSAGE
                 MOVE -1 TO EXPCATL
                 EXIT PARAGRAPH
              END-IF
              MOVE EXP-CATEGORY TO SXC-TARGET-CATEGORY
           END-IF.

           IF SXC-TARGET-EXPENSE-DATE IS EQUAL TO SPACES OR
              SXC-TARGET-EXPENSE-DATE IS EQUAL TO LOW-VALUES THEN
              MOVE 'Validation Error: Enter The Expense Date!'
                 TO WS-MESSAGE
              MOVE -1 TO EXPDTL
              EXIT PARAGRAPH
           END-IF.

           IF SXC-TARGET-CATEGORY IS EQUAL TO SPACES OR
              SXC-TARGET-CATEGORY IS EQUAL TO LOW-VALUES THEN
              MOVE 'Validation Error: Enter The Expense Category!'
                 TO WS-MESSAGE
              MOVE -1 TO EXPCATL
              EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           IF SXC-TARGET-EXPENSE-DATE IS GREATER THAN WS-TODAY THEN
              MOVE 'Validation Error: Expense Date Is In The Future!'
                 TO WS-MESSAGE
              MOVE -1 TO EXPDTL
              EXIT PARAGRAPH
           END-IF.

      *    IF WE GET THIS FAR, THEN ALL FIELDS ARE VALIDATED!
           SET VALIDATION-PASSED TO TRUE.

       2200-LOOKUP-OWN-CLAIM.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-LOOKUP-OWN-CLAIM' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           SET WS-CLAIM-NOT-FOUND TO TRUE.
           MOVE SXC-EMPLOYEE-ID TO EXP-EMPLOYEE-ID.
           MOVE SXC-TARGET-EXPENSE-DATE TO EXP-EXPENSE-DATE.
           MOVE SXC-TARGET-CATEGORY TO EXP-CATEGORY.

           EXEC CICS READ
                FILE(APP-EXPCLM-FILE-NAME)
                RIDFLD(EXP-KEY)
                INTO (EXPENSE-CLAIM-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                SET WS-CLAIM-FOUND TO TRUE
                MOVE 'Your Expense Claim Displayed!' TO WS-MESSAGE
           WHEN DFHRESP(NOTFND)
      *         NOTHING ON FILE YET - OFFER THE DEFAULT COST CENTER
      *         AND SHOW THE CURRENCY THE AMOUNT WILL BE TAKEN IN.
                INITIALIZE EXPENSE-CLAIM-RECORD
                MOVE SXC-EMPLOYEE-ID TO EXP-EMPLOYEE-ID
                MOVE SXC-TARGET-EXPENSE-DATE TO EXP-EXPENSE-DATE
                MOVE SXC-TARGET-CATEGORY TO EXP-CATEGORY
                PERFORM 2350-DEFAULT-COST-CENTER
                MOVE WS-DEFAULT-COST-CENTER TO EXP-COST-CENTER
                PERFORM 2380-RESOLVE-PAY-CURRENCY
                MOVE WS-PAY-CURRENCY TO EXP-CURRENCY-CODE
                MOVE 'No Claim On File Yet For That Date And Category!'
                   TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Reading Expense Claim File!' TO WS-MESSAGE
                EXIT PARAGRAPH
           END-EVALUATE.

      *    THE EMPLOYEE ENTERS (OR, WHILE STILL PENDING, CORRECTS) A
      *    CLAIM BY TYPING THE AMOUNT, RECEIPT OR COST CENTER.
           IF AMOUNTL IS GREATER THAN ZERO OR RCPTRFL IS GREATER THAN
              ZERO OR COSTCTL IS GREATER THAN ZERO THEN
              PERFORM 2300-SUBMIT-OWN-CLAIM
           END-IF.

       2300-SUBMIT-OWN-CLAIM.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2300-SUBMIT-OWN-CLAIM' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    ONCE THE MANAGER HAS ACTIONED THE CLAIM THE EMPLOYEE CAN NO
      *    LONGER REPLACE IT FROM HERE.
           IF WS-CLAIM-FOUND AND NOT EXP-PENDING THEN
              MOVE 'Claim Already Actioned - Enter A New One!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF AMOUNTL IS EQUAL TO ZERO OR AMOUNTI IS EQUAL TO SPACES
              MOVE 'Validation Error: Enter The Amount!' TO WS-MESSAGE
              MOVE -1 TO AMOUNTL
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-CLAIM-AMOUNT = FUNCTION NUMVAL(AMOUNTI).

           IF WS-CLAIM-AMOUNT IS NOT GREATER THAN ZEROES THEN
              MOVE 'Validation Error: Amount Must Be Positive!'
                 TO WS-MESSAGE
              MOVE -1 TO AMOUNTL
              EXIT PARAGRAPH
           END-IF.

           IF RCPTRFL IS EQUAL TO ZERO OR RCPTRFI IS EQUAL TO SPACES
              MOVE 'Validation Error: Enter The Receipt Reference!'
                 TO WS-MESSAGE
              MOVE -1 TO RCPTRFL
              EXIT PARAGRAPH
           END-IF.

      *    A COST CENTER TYPED OVER THE OFFERED ONE STANDS; A BLANKED
      *    ONE FALLS BACK TO THE DEFAULT AGAIN.
           PERFORM 2350-DEFAULT-COST-CENTER.
           IF COSTCTL IS GREATER THAN ZERO AND
              COSTCTI IS NOT EQUAL TO SPACES THEN
              MOVE FUNCTION UPPER-CASE(COSTCTI)
                 TO WS-DEFAULT-COST-CENTER
           END-IF.

           IF WS-DEFAULT-COST-CENTER IS EQUAL TO SPACES THEN
              MOVE 'Validation Error: Enter The Cost Center!'
                 TO WS-MESSAGE
              MOVE -1 TO COSTCTL
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2380-RESOLVE-PAY-CURRENCY.
           PERFORM 2390-GET-CURRENT-RATE.

           PERFORM 2360-WRITE-OR-REWRITE-CLAIM.

      *    THE EMPLOYEE'S FIRST 'ECCSPLIT' ALLOCATION WHEN THEY ARE
      *    SHARED ACROSS COST CENTERS, ELSE THEIR DEPARTMENT'S OWN -
      *    THE SAME PRECEDENCE 'EGLEXTR' POSTS PAY UNDER.
       2350-DEFAULT-COST-CENTER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2350-DEFAULT-COST-CENTER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SPACES TO WS-DEFAULT-COST-CENTER.
           MOVE EMP-EMPLOYEE-ID TO SPL-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-CCSPLIT-FILE-NAME)
                RIDFLD(SPL-EMPLOYEE-ID)
                INTO (COST-SPLIT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE ZEROES TO WS-SPLIT-IDX
              PERFORM 2355-CHECK-SPLIT-SLOT 4 TIMES
              IF WS-DEFAULT-COST-CENTER IS NOT EQUAL TO SPACES THEN
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           MOVE EMP-DEPARTMENT-ID TO DEP-DEPARTMENT-ID.

           EXEC CICS READ
                FILE(APP-DEPT-MASTER-FILE-NAME)
                RIDFLD(DEP-DEPARTMENT-ID)
                INTO (DEPARTMENT-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE DEP-COST-CENTER-CODE TO WS-DEFAULT-COST-CENTER
           END-IF.
           MOVE ZEROES TO WS-CICS-RESPONSE.

       2355-CHECK-SPLIT-SLOT.
           ADD 1 TO WS-SPLIT-IDX.

           IF WS-DEFAULT-COST-CENTER IS EQUAL TO SPACES AND
              SPL-PERCENT(WS-SPLIT-IDX) IS GREATER THAN ZEROES THEN
              MOVE SPL-COST-CENTER(WS-SPLIT-IDX)
                 TO WS-DEFAULT-COST-CENTER
           END-IF.

       2360-WRITE-OR-REWRITE-CLAIM.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2360-WRITE-OR-REWRITE-CLAIM' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           IF WS-CLAIM-FOUND THEN
      *         RE-READ FOR UPDATE - THE COPY IN WORKING STORAGE CAME
      *         FROM A PLAIN READ, AND CICS WILL REJECT A REWRITE NOT
      *         PRECEDED BY A READ UPDATE ON THIS SAME RECORD.
              EXEC CICS READ
                   FILE(APP-EXPCLM-FILE-NAME)
                   RIDFLD(EXP-KEY)
                   INTO (EXPENSE-CLAIM-RECORD)
                   UPDATE
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
                 MOVE 'Error Reading Expense Claim For Update!'
                    TO WS-MESSAGE
                 EXIT PARAGRAPH
              END-IF

      *       THE MANAGER MAY HAVE ACTIONED IT SINCE OUR PLAIN READ.
              IF NOT EXP-PENDING THEN
                 MOVE 'Claim Already Actioned - Enter A New One!'
                    TO WS-MESSAGE
                 EXIT PARAGRAPH
              END-IF

              MOVE EXPENSE-CLAIM-RECORD TO WS-AUD-BEFORE-IMAGE

              PERFORM 2370-FILL-CLAIM-DETAILS

              EXEC CICS REWRITE
                   FILE(APP-EXPCLM-FILE-NAME)
                   FROM (EXPENSE-CLAIM-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              EVALUATE WS-CICS-RESPONSE
              WHEN DFHRESP(NORMAL)
                   MOVE 'Expense Claim Submitted For Approval!'
                      TO WS-MESSAGE
                   MOVE EXPENSE-CLAIM-RECORD TO WS-AUD-AFTER-IMAGE
                   MOVE APP-EXPCLM-FILE-NAME TO WS-AUD-FILE-NAME
                   PERFORM 7500-WRITE-SATELLITE-AUDIT
              WHEN OTHER
                   MOVE 'Error Updating Expense Claim!' TO WS-MESSAGE
              END-EVALUATE
           ELSE
              PERFORM 2370-FILL-CLAIM-DETAILS

              EXEC CICS WRITE
                   FILE(APP-EXPCLM-FILE-NAME)
                   RIDFLD(EXP-KEY)
                   FROM (EXPENSE-CLAIM-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              EVALUATE WS-CICS-RESPONSE
              WHEN DFHRESP(NORMAL)
                   SET WS-CLAIM-FOUND TO TRUE
                   MOVE 'Expense Claim Submitted For Approval!'
                      TO WS-MESSAGE
                   MOVE SPACES TO WS-AUD-BEFORE-IMAGE
                   MOVE EXPENSE-CLAIM-RECORD TO WS-AUD-AFTER-IMAGE
                   MOVE APP-EXPCLM-FILE-NAME TO WS-AUD-FILE-NAME
                   PERFORM 7500-WRITE-SATELLITE-AUDIT
              WHEN DFHRESP(DUPREC)
      *            ENTERED FROM ANOTHER TERMINAL BETWEEN OUR READ AND
      *            OUR WRITE - REDISPLAY RATHER THAN BLINDLY REPLACE.
                   MOVE 'Claim Raced Onto File - Press Enter!'
                      TO WS-MESSAGE
              WHEN OTHER
                   MOVE 'Error Submitting Expense Claim!' TO WS-MESSAGE
              END-EVALUATE
           END-IF.

      *    THE MANAGER IS CAPTURED AS OF TODAY - A LATER MOVE ON
      *    'EMPMAST' DOES NOT RE-ROUTE A CLAIM ALREADY IN FLIGHT.
       2370-FILL-CLAIM-DETAILS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2370-FILL-CLAIM-DETAILS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE WS-CLAIM-AMOUNT TO EXP-AMOUNT.
           MOVE WS-PAY-CURRENCY TO EXP-CURRENCY-CODE.

           IF RATE-FOUND THEN
              COMPUTE EXP-REPORTING-AMOUNT ROUNDED =
                 WS-CLAIM-AMOUNT * WS-LOOKUP-RATE
              MOVE SPACES TO EXP-RATE-FLAG
           ELSE
              MOVE WS-CLAIM-AMOUNT TO EXP-REPORTING-AMOUNT
              SET EXP-NO-RATE TO TRUE
           END-IF.

           MOVE WS-DEFAULT-COST-CENTER TO EXP-COST-CENTER.
           MOVE RCPTRFI TO EXP-RECEIPT-REF.
           MOVE EMP-MANAGER-ID TO EXP-MANAGER-ID.
           SET EXP-PENDING TO TRUE.
           MOVE SPACES TO EXP-FED-FLAG.
           MOVE SXC-USER-ID TO EXP-SUBMITTED-BY.
           MOVE WS-TODAY TO EXP-SUBMITTED-DATE.
           MOVE SPACES TO EXP-FIRST-APPROVER.
           MOVE SPACES TO EXP-FIRST-APPROVED-DATE.
           MOVE SPACES TO EXP-ACTIONED-BY.
           MOVE SPACES TO EXP-ACTIONED-DATE.

      *    'EPAYCUR' OVERRIDE, ELSE THE WORK SITE'S CURRENCY, ELSE THE
      *    REPORTING CURRENCY - THE SAME ORDER 'ECURCNV' RESOLVES IN.
       2380-RESOLVE-PAY-CURRENCY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2380-RESOLVE-PAY-CURRENCY' TO WS-DEBUG-AID.
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

      *    RATE OF THE PAY CURRENCY FOR THE CURRENT MONTH, ELSE ITS
      *    LATEST EARLIER ONE - THE SAME FORWARD BROWSE 'EUPDP' USES.
       2390-GET-CURRENT-RATE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2390-GET-CURRENT-RATE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE 'N' TO WS-RATE-FOUND-FLAG.
           MOVE ZEROES TO WS-LOOKUP-RATE.

           IF WS-PAY-CURRENCY IS EQUAL TO APP-REPORTING-CURRENCY THEN
              MOVE 1 TO WS-LOOKUP-RATE
              SET RATE-FOUND TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-RATE-PERIOD.
           MOVE WS-PAY-CURRENCY TO XRT-CURRENCY-CODE.
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
           PERFORM 2395-READ-NEXT-RATE UNTIL END-OF-RATE-BROWSE.

           EXEC CICS ENDBR
                FILE(APP-EXCHRAT-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
           MOVE ZEROES TO WS-CICS-RESPONSE.

       2395-READ-NEXT-RATE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2395-READ-NEXT-RATE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READNEXT
                FILE(APP-EXCHRAT-FILE-NAME)
                RIDFLD(XRT-KEY)
                INTO (EXCHANGE-RATE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              XRT-CURRENCY-CODE IS NOT EQUAL TO WS-PAY-CURRENCY OR
              XRT-PERIOD IS GREATER THAN WS-RATE-PERIOD THEN
              SET END-OF-RATE-BROWSE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE XRT-RATE TO WS-LOOKUP-RATE.
           SET RATE-FOUND TO TRUE.

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

       2500-TRANSFER-BACK-TO-SELF.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2500-TRANSFER-BACK-TO-SELF' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2550-DELETE-EXPENSE-CONTAINER.

           EXEC CICS XCTL
                PROGRAM(APP-SELF-PROGRAM-NAME)
                CHANNEL(APP-SELF-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(PGMIDERR)
                MOVE 'Self-Service Program Not Found!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           WHEN OTHER
                MOVE 'Error Transferring To Self-Service!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           END-EVALUATE.

       2550-DELETE-EXPENSE-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2550-DELETE-EXPENSE-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-SELFEXP-CONTAINER-NAME)
                CHANNEL(APP-SELFEXP-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Deleting Self-Expense Container!'
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
              MOVE MON-USER-ID TO SXC-USER-ID
              MOVE MON-USER-CATEGORY TO SXC-USER-CATEGORY
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
           MOVE APP-SELFEXP-PROGRAM-NAME TO MON-LINKING-PROGRAM.
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
           PERFORM 9150-PUT-EXPENSE-CONTAINER.

           EXEC CICS SEND
                MAP(APP-SELFEXP-MAP-NAME)
                MAPSET(APP-SELFEXP-MAPSET-NAME)
                FROM (EEXSMO)
                ERASE
                CURSOR
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4400-LOG-RESPONSE-TIME.
      *    >>> --------------------- <<<

           EXEC CICS RETURN
                CHANNEL(APP-SELFEXP-CHANNEL-NAME)
                TRANSID(APP-SELFEXP-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE EEXSMO.

           MOVE EIBTRNID TO TRANIDO.

           IF SXC-USER-ID IS NOT EQUAL TO SPACES THEN
              MOVE SXC-USER-ID TO LOGDINO
           ELSE
              MOVE '<Anonym>' TO LOGDINO
           END-IF.

           IF SXC-EMPLOYEE-ID IS GREATER THAN ZEROES THEN
              MOVE SXC-EMPLOYEE-ID TO EMPLIDO
              MOVE EMP-PRIMARY-NAME TO PRNAMEO
           END-IF.

           IF SXC-TARGET-EXPENSE-DATE IS NOT EQUAL TO SPACES THEN
              MOVE SXC-TARGET-EXPENSE-DATE TO EXPDTO
           END-IF.

           IF SXC-TARGET-CATEGORY IS NOT EQUAL TO SPACES THEN
              MOVE SXC-TARGET-CATEGORY TO EXPCATO
           END-IF.

      *    THE OFFERED COST CENTER AND CURRENCY SHOW EVEN BEFORE A
      *    CLAIM IS ON FILE.
           MOVE EXP-COST-CENTER TO COSTCTO.
           MOVE EXP-CURRENCY-CODE TO CURRCYO.

           IF WS-CLAIM-FOUND THEN
              MOVE EXP-AMOUNT TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT TO AMOUNTO
              MOVE EXP-RECEIPT-REF TO RCPTRFO
              MOVE EXP-ACTIONED-BY TO ACTNBYO

              EVALUATE TRUE
              WHEN EXP-PENDING
                   MOVE 'Pending' TO CLMSTSO
              WHEN EXP-AWAITING-SECOND
                   MOVE '2nd Apprvl' TO CLMSTSO
              WHEN EXP-APPROVED AND EXP-FED
                   MOVE 'Paid' TO CLMSTSO
              WHEN EXP-APPROVED
                   MOVE 'Approved' TO CLMSTSO
              WHEN EXP-REJECTED
                   MOVE 'Rejected' TO CLMSTSO
              WHEN OTHER
                   MOVE SPACES TO CLMSTSO
              END-EVALUATE
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
           WHEN MESSO(1:5) IS EQUAL TO 'Claim'
                MOVE DFHPINK TO MESSC
           END-EVALUATE.

      *    SET ANY MODIFIED DATA TAG (MDT) 'ON' TO AVOID THE 'AEI9'
      *    ABEND THAT HAPPENS WHEN WE ONLY RECEIVE AN AID-KEY FROM THE
      *    MAP AND NO REAL DATA ALONG IT.
           MOVE DFHBMFSE TO TRANIDA.

       9150-PUT-EXPENSE-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-EXPENSE-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-SELFEXP-CONTAINER-NAME)
                CHANNEL(APP-SELFEXP-CHANNEL-NAME)
                FROM (SELF-EXPENSE-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Self-Expense Container!'
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
