      *        QUALIFICATION STRAIGHT ONTO 'ESKILL' WITH ITS EXPIRY
      *        DATE, SO THE 'ESKLRPT' EXPIRY CHASE AND THE TRAINING
      *        PIPELINE FINALLY JOIN UP.
      *      - A SESSION CARRIES A FEE (KEYED WITH 'S', OR LATER WITH
      *        ACTION 'K' AND NO EMPLOYEE ID) AND EACH ENROLLMENT ITS
      *        OWN TRAVEL AND MATERIALS COSTS (KEYED WITH 'E', OR
      *        LATER WITH 'K' AND THE EMPLOYEE ID). COMPLETION SPREADS
      *        THE FEE EVENLY OVER THE ATTENDEES AND CHARGES EACH ONE'S
      *        SHARE PLUS THEIR OWN COSTS TO THEIR DEPARTMENT'S COST
      *        CENTER ON 'ETRNCHG', FOR THE MONTHLY 'EGLEXTR' POSTING.
      *      - A BLANK ACTION DISPLAYS THE KEYED SESSION (AND THE KEYED
      *        EMPLOYEE'S ENROLLMENT COSTS, IF ONE IS KEYED).
      *      - REACHED DIRECTLY THROUGH ITS OWN 'ETRN' TRANSACTION.
      ******************************************************************
       DATA DIVISION.
      *      - COURSE CATALOG, SESSION, AND ENROLLMENT RECORDS.
      *      - SKILLS FILE RECORD (COMPLETIONS POST THERE).
      *      - EMPLOYEE MASTER RECORD (ENROLLMENT VALIDATION).
      *      - TRAINING CHARGE AND DEPARTMENT MASTER RECORDS (COMPLETION
      *        CHARGES EACH ATTENDEE'S COST CENTER).
      *      - GL POSTING-PERIOD CONTROL RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
       COPY ETRNENR.
       COPY ESKILL.
       COPY EMPMAST.
       COPY ETRNCHG.
       COPY EDEPMST.
       COPY EGLPCTL.
       COPY EMONCTR.
       COPY DFHAID.
       COPY DFHBMSCA.
          05 WS-EXPIRY-MM         PIC 9(2).
          05 WS-EXPIRY-WORK       PIC 9(6).
          05 WS-EXPIRY-DATE       PIC X(8).
          05 WS-ENROLLMENT-FLAG   PIC X(1).
             88 ENROLLMENT-FOUND            VALUE 'Y'.
          05 WS-AMOUNT-FLAG       PIC X(1).
             88 AMOUNT-INVALID              VALUE 'I'.
          05 WS-AMOUNT-INPUT      PIC X(10).
          05 WS-AMOUNT-WORK       PIC S9(9)V99.
          05 WS-TRAVEL-COST       PIC 9(7)V99.
          05 WS-MATERIALS-COST    PIC 9(7)V99.
          05 WS-FEE-TOTAL         PIC 9(7)V99.
          05 WS-FEE-ATTENDEES     PIC 9(3)  USAGE IS BINARY.
          05 WS-FEE-ALLOCATED     PIC 9(7)V99.
          05 WS-FEE-SHARE         PIC 9(7)V99.
          05 WS-CHARGED-COUNT     PIC 9(3)  USAGE IS BINARY.
          05 WS-CHARGED-TOTAL     PIC 9(9)V99.
          05 WS-FEE-EDIT          PIC Z(6)9.99.
          05 WS-COST-EDIT         PIC Z(5)9.99.
          05 WS-CHARGED-EDIT      PIC Z(8)9.99.
          05 WS-GL-PERIOD         PIC X(6).
          05 WS-GL-PERIOD-NUM     PIC 9(6).
          05 WS-GL-TRIES          PIC 9(2)  USAGE IS BINARY.
          05 WS-GL-PERIOD-FLAG    PIC X(1).
             88 GL-PERIOD-OPEN              VALUE 'Y'.
       01 WS-DEBUG-AID            PIC X(45) VALUE SPACES.
      *
       01 WS-DEBUG-MESSAGE.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-ENROLLMENT-FLAG.

           IF CRSCODL IS GREATER THAN ZERO AND
              CRSCODI IS NOT EQUAL TO SPACES THEN
              MOVE FUNCTION UPPER-CASE(CRSCODI)
           WHEN SPACES
                IF SESSION-FOUND THEN
                   MOVE 'Session Displayed!' TO WS-MESSAGE
                   IF EMPLIDL IS GREATER THAN ZERO AND
                      EMPLIDI IS NUMERIC THEN
                      PERFORM 2160-LOOKUP-ENROLLMENT
                   END-IF
                ELSE
                   MOVE 'No Session On File For That Date!'
                      TO WS-MESSAGE
                PERFORM 2200-SCHEDULE-SESSION
           WHEN 'E'
                PERFORM 2300-ENROLL-EMPLOYEE
           WHEN 'K'
                PERFORM 2320-RECORD-COSTS
           WHEN 'C'
                PERFORM 2400-COMPLETE-SESSION
           WHEN OTHER
                MOVE 'Validation Error: Action Must Be S, E, K Or C!'
                   TO WS-MESSAGE
                MOVE -1 TO ACTNL
           END-EVALUATE.
                MOVE 'Error Reading Session File!' TO WS-MESSAGE
           END-EVALUATE.

       2160-LOOKUP-ENROLLMENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2160-LOOKUP-ENROLLMENT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-ENROLLMENT-FLAG.
           MOVE TRC-TARGET-COURSE-CODE TO ENR-COURSE-CODE.
           MOVE TRC-TARGET-SESSION-DATE TO ENR-SESSION-DATE.
           MOVE EMPLIDI TO ENR-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-TRNENR-FILE-NAME)
                RIDFLD(ENR-KEY)
                INTO (TRAINING-ENROLLMENT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Y' TO WS-ENROLLMENT-FLAG
           WHEN DFHRESP(NOTFND)
                MOVE 'No Enrollment For That Employee In This Session!'
                   TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Reading Enrollment File!' TO WS-MESSAGE
           END-EVALUATE.

       2200-SCHEDULE-SESSION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-SCHEDULE-SESSION' TO WS-DEBUG-AID.
              EXIT PARAGRAPH
           END-IF.

      *    THE FEE IS OPTIONAL HERE - IT CAN BE KEYED WITH 'K' ONCE
      *    THE INVOICE IS IN, UP TO COMPLETION.
           MOVE ZEROES TO WS-AMOUNT-WORK.
           IF SESFEEL IS GREATER THAN ZERO AND
              SESFEEI IS NOT EQUAL TO SPACES THEN
              MOVE SESFEEI TO WS-AMOUNT-INPUT
              PERFORM 2390-EDIT-AMOUNT
              IF AMOUNT-INVALID THEN
                 MOVE 'Validation Error: Session Fee Is Not Valid!'
                    TO WS-MESSAGE
                 MOVE -1 TO SESFEEL
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           INITIALIZE TRAINING-SESSION-RECORD.
           MOVE TRC-TARGET-COURSE-CODE TO SES-COURSE-CODE.
           MOVE TRC-TARGET-SESSION-DATE TO SES-SESSION-DATE.
           MOVE WS-AMOUNT-WORK TO SES-FEE.
           MOVE CAPCTYI TO SES-CAPACITY.
           MOVE ZEROES TO SES-ENROLLED-COUNT.
           SET SES-ST-OPEN TO TRUE.
              EXIT PARAGRAPH
           END-IF.

           MOVE ZEROES TO WS-TRAVEL-COST WS-MATERIALS-COST.
           PERFORM 2330-GET-ATTENDEE-COSTS.
           IF AMOUNT-INVALID THEN
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE TRAINING-ENROLLMENT-RECORD.
           MOVE TRC-TARGET-COURSE-CODE TO ENR-COURSE-CODE.
           MOVE TRC-TARGET-SESSION-DATE TO ENR-SESSION-DATE.
           MOVE EMP-EMPLOYEE-ID TO ENR-EMPLOYEE-ID.
           MOVE WS-TRAVEL-COST TO ENR-TRAVEL-COST.
           MOVE WS-MATERIALS-COST TO ENR-MATERIALS-COST.
           SET ENR-ST-ENROLLED TO TRUE.
           MOVE TRC-USER-ID TO ENR-RECORDED-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ENR-RECORDED-DATE.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Y' TO WS-ENROLLMENT-FLAG
                PERFORM 2350-BUMP-ENROLLED-COUNT
                MOVE 'Employee Enrolled!' TO WS-MESSAGE
           WHEN DFHRESP(DUPREC)
                MOVE 'Error Writing Enrollment!' TO WS-MESSAGE
           END-EVALUATE.

      *    COSTS ARE OFTEN ONLY KNOWN AFTER THE BOOKING - 'K' WITH AN
      *    EMPLOYEE ID REPLACES THAT ATTENDEE'S TRAVEL AND MATERIALS
      *    (A BLANK FIELD KEEPS WHAT IS THERE); WITHOUT ONE IT REPLACES
      *    THE SESSION FEE. ONCE COMPLETED, THE CHARGES ARE FINAL.
       2320-RECORD-COSTS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2320-RECORD-COSTS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF NOT SESSION-FOUND THEN
              MOVE 'No Session On File For That Date!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF NOT SES-ST-OPEN THEN
              MOVE 'That Session Is No Longer Open!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF EMPLIDL IS GREATER THAN ZERO AND
              EMPLIDI IS NOT EQUAL TO SPACES THEN
              PERFORM 2325-RECORD-ATTENDEE-COSTS
              EXIT PARAGRAPH
           END-IF.

           IF SESFEEL IS EQUAL TO ZERO OR SESFEEI IS EQUAL TO SPACES
              MOVE 'Validation Error: Enter The Fee Or An Employee ID!'
                 TO WS-MESSAGE
              MOVE -1 TO SESFEEL
              EXIT PARAGRAPH
           END-IF.

           MOVE SESFEEI TO WS-AMOUNT-INPUT.
           PERFORM 2390-EDIT-AMOUNT.
           IF AMOUNT-INVALID THEN
              MOVE 'Validation Error: Session Fee Is Not Valid!'
                 TO WS-MESSAGE
              MOVE -1 TO SESFEEL
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS READ
                FILE(APP-TRNSES-FILE-NAME)
                RIDFLD(SES-KEY)
                INTO (TRAINING-SESSION-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Reading Session For Update!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-AMOUNT-WORK TO SES-FEE.

           EXEC CICS REWRITE
                FILE(APP-TRNSES-FILE-NAME)
                FROM (TRAINING-SESSION-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Session Fee Recorded!' TO WS-MESSAGE
           ELSE
              MOVE 'Error Updating Session Fee!' TO WS-MESSAGE
           END-IF.

       2325-RECORD-ATTENDEE-COSTS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2325-RECORD-ATTENDEE-COSTS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF EMPLIDI IS NOT NUMERIC THEN
              MOVE 'Validation Error: Enter An Employee ID!'
                 TO WS-MESSAGE
              MOVE -1 TO EMPLIDL
              EXIT PARAGRAPH
           END-IF.

           MOVE TRC-TARGET-COURSE-CODE TO ENR-COURSE-CODE.
           MOVE TRC-TARGET-SESSION-DATE TO ENR-SESSION-DATE.
           MOVE EMPLIDI TO ENR-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-TRNENR-FILE-NAME)
                RIDFLD(ENR-KEY)
                INTO (TRAINING-ENROLLMENT-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                MOVE 'No Enrollment For That Employee In This Session!'
                   TO WS-MESSAGE
                EXIT PARAGRAPH
           WHEN OTHER
                MOVE 'Error Reading Enrollment For Update!'
                   TO WS-MESSAGE
                EXIT PARAGRAPH
           END-EVALUATE.

           MOVE ENR-TRAVEL-COST TO WS-TRAVEL-COST.
           MOVE ENR-MATERIALS-COST TO WS-MATERIALS-COST.
           PERFORM 2330-GET-ATTENDEE-COSTS.
           IF AMOUNT-INVALID THEN
              EXEC CICS UNLOCK
                   FILE(APP-TRNENR-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-TRAVEL-COST TO ENR-TRAVEL-COST.
           MOVE WS-MATERIALS-COST TO ENR-MATERIALS-COST.

           EXEC CICS REWRITE
                FILE(APP-TRNENR-FILE-NAME)
                FROM (TRAINING-ENROLLMENT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Y' TO WS-ENROLLMENT-FLAG
              MOVE 'Attendee Costs Recorded!' TO WS-MESSAGE
           ELSE
              MOVE 'Error Updating Enrollment Costs!' TO WS-MESSAGE
           END-IF.

      *    TRAVEL AND MATERIALS, EACH ONLY WHEN KEYED - WHAT IS IN
      *    'WS-TRAVEL-COST'/'WS-MATERIALS-COST' ALREADY STANDS
      *    OTHERWISE.
       2330-GET-ATTENDEE-COSTS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2330-GET-ATTENDEE-COSTS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-AMOUNT-FLAG.

           IF TRVCSTL IS GREATER THAN ZERO AND
              TRVCSTI IS NOT EQUAL TO SPACES THEN
              MOVE TRVCSTI TO WS-AMOUNT-INPUT
              PERFORM 2390-EDIT-AMOUNT
              IF AMOUNT-INVALID THEN
                 MOVE 'Validation Error: Travel Cost Is Not Valid!'
                    TO WS-MESSAGE
                 MOVE -1 TO TRVCSTL
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-AMOUNT-WORK TO WS-TRAVEL-COST
           END-IF.

           IF MATCSTL IS GREATER THAN ZERO AND
              MATCSTI IS NOT EQUAL TO SPACES THEN
              MOVE MATCSTI TO WS-AMOUNT-INPUT
              PERFORM 2390-EDIT-AMOUNT
              IF AMOUNT-INVALID THEN
                 MOVE 'Validation Error: Materials Cost Is Not Valid!'
                    TO WS-MESSAGE
                 MOVE -1 TO MATCSTL
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-AMOUNT-WORK TO WS-MATERIALS-COST
           END-IF.

      *    A KEYED AMOUNT (E.G. '1250.00') - NEITHER NEGATIVE NOR PAST
      *    WHAT THE RECORDS HOLD.
       2390-EDIT-AMOUNT.
           INITIALIZE WS-AMOUNT-FLAG.

           COMPUTE WS-AMOUNT-WORK = FUNCTION NUMVAL(WS-AMOUNT-INPUT).

           IF WS-AMOUNT-WORK IS LESS THAN ZEROES OR
              WS-AMOUNT-WORK IS GREATER THAN 9999999.99 THEN
              SET AMOUNT-INVALID TO TRUE
           END-IF.

       2350-BUMP-ENROLLED-COUNT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2350-BUMP-ENROLLED-COUNT' TO WS-DEBUG-AID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 2450-COMPUTE-EXPIRY-DATE.

      *    THE FEE IS SHARED OVER EVERY ENROLLED ATTENDEE.
           MOVE SES-FEE TO WS-FEE-TOTAL.
           MOVE SES-ENROLLED-COUNT TO WS-FEE-ATTENDEES.
           MOVE ZEROES TO WS-FEE-ALLOCATED.
           MOVE ZEROES TO WS-CHARGED-COUNT WS-CHARGED-TOTAL.
           PERFORM 2460-FIND-GL-PERIOD.

           MOVE ZEROES TO WS-POSTED-COUNT.
           PERFORM 2500-POST-ATTENDEES.

           END-IF.

           SET SES-ST-COMPLETED TO TRUE.
           MOVE WS-TODAY TO SES-COMPLETED-DATE.

           EXEC CICS REWRITE
                FILE(APP-TRNSES-FILE-NAME)

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE WS-POSTED-COUNT TO WS-ENR-COUNT-EDIT
              MOVE WS-CHARGED-TOTAL TO WS-CHARGED-EDIT
              MOVE SPACES TO WS-MESSAGE
              STRING 'Session Completed - ' DELIMITED BY SIZE
                 WS-ENR-COUNT-EDIT DELIMITED BY SIZE
                 ' Qualifications Posted,' DELIMITED BY SIZE
                 WS-CHARGED-EDIT DELIMITED BY SIZE
                 ' Charged!' DELIMITED BY SIZE
                 INTO WS-MESSAGE
           ELSE
              MOVE 'Error Completing Session!' TO WS-MESSAGE
              TRC-TARGET-SESSION-DATE(7:2) DELIMITED BY SIZE
              INTO WS-EXPIRY-DATE.

      *    THE CHARGES POST IN THIS MONTH'S GL PERIOD UNLESS 'EGLEXTR'
      *    HAS ALREADY POSTED (OR FINANCE HAS CLOSED) IT, IN WHICH CASE
      *    THEY ROLL TO THE FIRST PERIOD STILL OPEN.
       2460-FIND-GL-PERIOD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2460-FIND-GL-PERIOD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE WS-TODAY(1:6) TO WS-GL-PERIOD.
           MOVE ZEROES TO WS-GL-TRIES.
           INITIALIZE WS-GL-PERIOD-FLAG.

           PERFORM 2465-CHECK-GL-PERIOD
              UNTIL GL-PERIOD-OPEN OR WS-GL-TRIES IS GREATER THAN 12.

       2465-CHECK-GL-PERIOD.
           ADD 1 TO WS-GL-TRIES.
           MOVE WS-GL-PERIOD TO GPC-PERIOD.

           EXEC CICS READ
                FILE(APP-GLPCTL-FILE-NAME)
                RIDFLD(GPC-PERIOD)
                INTO (GL-PERIOD-CONTROL-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              GPC-ST-NOT-SET THEN
              MOVE 'Y' TO WS-GL-PERIOD-FLAG
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-GL-PERIOD TO WS-GL-PERIOD-NUM.
           IF WS-GL-PERIOD(5:2) IS EQUAL TO '12' THEN
              ADD 89 TO WS-GL-PERIOD-NUM
           ELSE
              ADD 1 TO WS-GL-PERIOD-NUM
           END-IF.
           MOVE WS-GL-PERIOD-NUM TO WS-GL-PERIOD.

       2500-POST-ATTENDEES.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2500-POST-ATTENDEES' TO WS-DEBUG-AID.
                END-EXEC.

           PERFORM 2560-POST-ONE-SKILL.
           PERFORM 2580-CHARGE-ATTENDEE.
           PERFORM 2570-FLIP-ENROLLMENT.

           EXEC CICS STARTBR
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    THE ATTENDEE'S EVEN SHARE OF THE FEE - THE LAST ONE TAKES
      *    WHATEVER ROUNDING LEFT OVER, SO THE SHARES ADD UP TO THE
      *    FEE EXACTLY - PLUS THEIR OWN COSTS, CHARGED TO THE COST
      *    CENTER OF THE DEPARTMENT THEY ARE IN TODAY. A CHARGE
      *    ALREADY ON FILE IS NEVER OVERWRITTEN.
       2580-CHARGE-ATTENDEE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2580-CHARGE-ATTENDEE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           ADD 1 TO WS-CHARGED-COUNT.

           IF WS-CHARGED-COUNT IS NOT LESS THAN WS-FEE-ATTENDEES THEN
              COMPUTE WS-FEE-SHARE = WS-FEE-TOTAL - WS-FEE-ALLOCATED
           ELSE
              COMPUTE WS-FEE-SHARE ROUNDED =
                 WS-FEE-TOTAL / WS-FEE-ATTENDEES
           END-IF.
           ADD WS-FEE-SHARE TO WS-FEE-ALLOCATED.

           INITIALIZE TRAINING-CHARGE-RECORD.
           MOVE ENR-COURSE-CODE TO CHG-COURSE-CODE.
           MOVE ENR-SESSION-DATE TO CHG-SESSION-DATE.
           MOVE ENR-EMPLOYEE-ID TO CHG-EMPLOYEE-ID.
           MOVE '????????' TO CHG-COST-CENTER.

           MOVE ENR-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                RIDFLD(EMP-EMPLOYEE-ID)
                INTO (EMPLOYEE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE EMP-DEPARTMENT-ID TO CHG-DEPARTMENT-ID
              MOVE EMP-DEPARTMENT-ID TO DEP-DEPARTMENT-ID

              EXEC CICS READ
                   FILE(APP-DEPT-MASTER-FILE-NAME)
                   RIDFLD(DEP-DEPARTMENT-ID)
                   INTO (DEPARTMENT-MASTER-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
                 DEP-COST-CENTER-CODE IS NOT EQUAL TO SPACES THEN
                 MOVE DEP-COST-CENTER-CODE TO CHG-COST-CENTER
              END-IF
           END-IF.

           MOVE WS-TODAY TO CHG-COMPLETED-DATE.
           MOVE WS-GL-PERIOD TO CHG-GL-PERIOD.
           MOVE WS-FEE-SHARE TO CHG-FEE-SHARE.
           MOVE ENR-TRAVEL-COST TO CHG-TRAVEL-COST.
           MOVE ENR-MATERIALS-COST TO CHG-MATERIALS-COST.
           COMPUTE CHG-TOTAL-AMOUNT = CHG-FEE-SHARE + CHG-TRAVEL-COST
              + CHG-MATERIALS-COST.
           MOVE TRC-USER-ID TO CHG-RECORDED-BY.

           EXEC CICS WRITE
                FILE(APP-TRNCHG-FILE-NAME)
                RIDFLD(CHG-KEY)
                FROM (TRAINING-CHARGE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                ADD CHG-TOTAL-AMOUNT TO WS-CHARGED-TOTAL
           WHEN DFHRESP(DUPREC)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Writing A Training Charge!' TO WS-MESSAGE
           END-EVALUATE.

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
                CHANNEL(APP-TRAIN-CHANNEL-NAME)
                TRANSID(APP-TRAIN-TRANSACTION-ID)
              MOVE SPACES TO ENRCNTO CURSTSO
           END-IF.

           IF SESSION-FOUND THEN
              MOVE SES-FEE TO WS-FEE-EDIT
              MOVE WS-FEE-EDIT TO SESFEEO
           ELSE
              MOVE SPACES TO SESFEEO
           END-IF.

           IF ENROLLMENT-FOUND THEN
              MOVE ENR-EMPLOYEE-ID TO EMPLIDO
              MOVE ENR-TRAVEL-COST TO WS-COST-EDIT
              MOVE WS-COST-EDIT TO TRVCSTO
              MOVE ENR-MATERIALS-COST TO WS-COST-EDIT
              MOVE WS-COST-EDIT TO MATCSTO
           ELSE
              MOVE SPACES TO TRVCSTO MATCSTO
           END-IF.

           MOVE WS-MESSAGE TO MESSO.
           MOVE DFHTURQ TO MESSC.

