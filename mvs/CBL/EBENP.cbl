      *      - NEW AND CHANGED ENROLLMENTS GO OUT AS TYPE 'D'
      *        DEDUCTION RECORDS ON THE NIGHTLY 'EPAYFEED', EACH
      *        EXACTLY ONCE, SO PAYROLL STOPS RE-KEYING ENROLLMENT
      *        FORMS. THE SAME CHANGES REACH THE PLAN'S INSURANCE
      *        CARRIER ON THE WEEKLY 'ECARFEED' FILE.
      *      - A SPOUSE ('S') OR FAMILY ('F') ELECTION IS REFUSED
      *        UNLESS THE 'EBENDEP' REGISTER HOLDS A QUALIFYING ACTIVE
      *        DEPENDENT - ANY SPOUSE/PARTNER FOR EITHER, OR A CHILD
      *        STILL INSIDE THE COVERAGE AGE LIMIT FOR FAMILY. PF6
      *        OPENS THE 'EBDPP' DEPENDENTS SCREEN FOR THE KEYED
      *        EMPLOYEE, AND ITS PF3 COMES BACK HERE.
      *      - A SATELLITE SCREEN IN THE 'ECONP'/'ELEAVP' FAMILY -
      *        'EVIEWP' HAS NO FREE PF KEY LEFT, SO IT IS REACHED
      *        DIRECTLY THROUGH ITS OWN 'EBEN' TRANSACTION.
      *      - EVERY CHANGE IS STAMPED WITH THE PAY PERIOD IT BELONGS
      *        TO ('EPAYPRD'); ONE SAVED AFTER THE PERIOD'S 'EPAYCAL'
      *        CUT-OFF IS STILL TAKEN, BUT THE USER IS TOLD IT IS
      *        HELD FOR THE NEXT PERIOD, AND 'EPAYFEED' KEEPS IT BACK
      *        UNTIL THEN.
      *      - THE COVERAGE LEVEL IS CHECKED AGAINST THE 'BENCOVER'
      *        CODE TABLE ('ECODLKP') AND SHOWN WITH ITS DESCRIPTION.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *      - BENEFITS ENROLLMENT CONTAINER.
      *      - BENEFITS ENROLLMENT FILE RECORD.
      *      - BENEFIT PLAN REFERENCE RECORD.
      *      - BENEFIT DEPENDENTS FILE RECORD.
      *      - PAY PERIOD RESOLVER ARGUMENTS.
      *      - CODE TABLE LOOKUP ARGUMENTS.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
       COPY EBENCTR.
       COPY EBENROL.
       COPY EBENPLN.
       COPY EBENDEP.
       COPY EPPDARG.
       COPY ECODARG.
       COPY EMONCTR.
       COPY DFHAID.
       COPY DFHBMSCA.
          05 WS-AMOUNT-EDIT       PIC Z(4)9.99.
          05 WS-RECORD-FOUND-FLAG PIC X(1).
             88 ENROLLMENT-FOUND            VALUE 'Y'.
          05 WS-TODAY             PIC X(8).
          05 WS-DEP-BROWSE-FLAG   PIC X(1).
             88 END-OF-DEP-BROWSE           VALUE 'E'.
          05 WS-QUALIFYING-FLAG   PIC X(1).
             88 QUALIFYING-DEPENDENT        VALUE 'Y'.
          05 WS-COVERED-UNTIL.
             10 WS-UNTIL-YEAR     PIC 9(4).
             10 WS-UNTIL-MMDD     PIC X(4).
       01 WS-DEBUG-AID            PIC X(45) VALUE SPACES.
      *
       01 WS-DEBUG-MESSAGE.
                PERFORM 1000-FIRST-INTERACTION
           WHEN DFHRESP(NORMAL)
      *         NEXT INTERACTIONS -> CONTAINER FOUND (CONTINUE)
                IF EIBTRNID IS EQUAL TO APP-BENEFIT-TRANSACTION-ID
                   PERFORM 2000-PROCESS-USER-INPUT
                ELSE
      *            BOUNCING BACK FROM 'DEPENDENTS' - NO MAP TO RECEIVE
                   PERFORM 5000-RE-ENTRY-FROM-DEPENDENTS
                END-IF
           WHEN OTHER
                MOVE 'Error Retrieving Benefits Container!'
                   TO WS-MESSAGE
           WHEN DFHPF3
           WHEN DFHPF12
                PERFORM 2500-TRANSFER-BACK-TO-MENU
           WHEN DFHPF6
                PERFORM 2700-TRANSFER-TO-DEPENDENTS
           WHEN DFHPF10
                PERFORM 2600-SIGN-USER-OFF
           WHEN OTHER
           END-IF.

           MOVE FUNCTION UPPER-CASE(COVLVLI) TO BEN-COVERAGE-LEVEL.

      *    A CURRENT LEVEL ON THE 'BENCOVER' CODE TABLE - OR, UNTIL
      *    THAT TABLE IS SET UP, E, S OR F.
           INITIALIZE CODE-LOOKUP-ARGUMENTS.
           MOVE APP-CT-COVERAGE-LEVEL TO CLA-TABLE-ID.
           MOVE BEN-COVERAGE-LEVEL TO CLA-CODE.
           PERFORM 2470-LOOKUP-CODE.

           IF CLA-TABLE-UNAVAILABLE THEN
              IF NOT BEN-COVER-VALID THEN
                 MOVE 'Validation Error: Coverage Must Be E, S Or F!'
                    TO WS-MESSAGE
                 MOVE -1 TO COVLVLL
                 EXIT PARAGRAPH
              END-IF
           ELSE
              IF NOT CLA-CODE-VALID OR
                 BEN-COVERAGE-LEVEL IS EQUAL TO SPACES THEN
                 MOVE 'Validation Error: Not A Current Coverage Level!'
                    TO WS-MESSAGE
                 MOVE -1 TO COVLVLL
                 EXIT PARAGRAPH
              END-IF
           END-IF.

      *    THE CARRIER BILLS FOR EVERY HEAD BEHIND THE ELECTION, SO
      *    SOMEONE QUALIFYING MUST BE ON THE DEPENDENTS REGISTER.
           IF BEN-COVER-SPOUSE OR BEN-COVER-FAMILY THEN
              PERFORM 2300-CHECK-QUALIFYING-DEPENDENT
              IF NOT QUALIFYING-DEPENDENT THEN
                 IF BEN-COVER-SPOUSE THEN
                    MOVE 'Validation Error: No Spouse/Partner On File!'
                       TO WS-MESSAGE
                 ELSE
                    MOVE 'Validation Error: No Qualifying Dependent!'
                       TO WS-MESSAGE
                 END-IF
                 MOVE -1 TO COVLVLL
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           IF EFFDTL IS EQUAL TO ZERO OR EFFDTI IS NOT NUMERIC THEN
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2450-RESOLVE-PAY-PERIOD.
           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE EFFDTI TO BEN-EFFECTIVE-DATE.
           SET BEN-ST-ACTIVE TO TRUE.
           MOVE WS-DEDUCTION-AMOUNT TO BEN-DEDUCTION-AMOUNT.
           MOVE PPD-PAY-PERIOD TO BEN-PAY-PERIOD.
      *    A FRESH CHANGE ALWAYS RE-FEEDS.
           MOVE SPACES TO BEN-FED-FLAG.
           MOVE SPACES TO BEN-CARRIER-SENT-FLAG.
           MOVE BNC-USER-ID TO BEN-RECORDED-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BEN-RECORDED-DATE.

                   MOVE 'Y' TO WS-RECORD-FOUND-FLAG
                   MOVE 'Enrollment Recorded - Feeds Tonight!'
                      TO WS-MESSAGE
                   PERFORM 2460-NOTE-HELD-OVER
              WHEN DFHRESP(DUPREC)
                   PERFORM 2250-REWRITE-ENROLLMENT
              WHEN OTHER
           MOVE EFFDTI TO BEN-EFFECTIVE-DATE.
           SET BEN-ST-ACTIVE TO TRUE.
           MOVE WS-DEDUCTION-AMOUNT TO BEN-DEDUCTION-AMOUNT.
           MOVE PPD-PAY-PERIOD TO BEN-PAY-PERIOD.
           MOVE SPACES TO BEN-FED-FLAG.
           MOVE SPACES TO BEN-CARRIER-SENT-FLAG.
           MOVE BNC-USER-ID TO BEN-RECORDED-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BEN-RECORDED-DATE.

              MOVE 'Y' TO WS-RECORD-FOUND-FLAG
              MOVE 'Enrollment Corrected - Feeds Tonight!'
                 TO WS-MESSAGE
              PERFORM 2460-NOTE-HELD-OVER
           ELSE
              MOVE 'Error Updating Enrollment!' TO WS-MESSAGE
           END-IF.

      *    SPOUSE COVER NEEDS AN ACTIVE SPOUSE OR PARTNER. FAMILY
      *    COVER ALSO ACCEPTS A CHILD BEFORE THE BIRTHDAY AT THE AGE
      *    LIMIT (THE LATER LIMIT FOR A STUDENT), OR A DISABLED CHILD
      *    AT ANY AGE.
       2300-CHECK-QUALIFYING-DEPENDENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2300-CHECK-QUALIFYING-DEPENDENT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-QUALIFYING-FLAG.
           INITIALIZE WS-DEP-BROWSE-FLAG.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE BNC-TARGET-EMPLOYEE-ID TO BDP-EMPLOYEE-ID.
           MOVE ZEROES TO BDP-DEPENDENT-NUMBER.

           EXEC CICS STARTBR
                FILE(APP-BENDEP-FILE-NAME)
                RIDFLD(BDP-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2350-CHECK-NEXT-DEPENDENT
              UNTIL END-OF-DEP-BROWSE OR QUALIFYING-DEPENDENT.

           EXEC CICS ENDBR
                FILE(APP-BENDEP-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2350-CHECK-NEXT-DEPENDENT.
           EXEC CICS READNEXT
                FILE(APP-BENDEP-FILE-NAME)
                RIDFLD(BDP-KEY)
                INTO (BENEFIT-DEPENDENT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              BDP-EMPLOYEE-ID IS NOT EQUAL TO BNC-TARGET-EMPLOYEE-ID
              SET END-OF-DEP-BROWSE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF NOT BDP-ST-ACTIVE THEN
              EXIT PARAGRAPH
           END-IF.

           IF BDP-REL-SPOUSE-OR-PARTNER THEN
              MOVE 'Y' TO WS-QUALIFYING-FLAG
              EXIT PARAGRAPH
           END-IF.

           IF BEN-COVER-SPOUSE OR NOT BDP-REL-CHILD THEN
              EXIT PARAGRAPH
           END-IF.

           IF BDP-DISABLED THEN
              MOVE 'Y' TO WS-QUALIFYING-FLAG
              EXIT PARAGRAPH
           END-IF.

           MOVE BDP-BIRTH-MMDD TO WS-UNTIL-MMDD.
           IF BDP-FULL-TIME-STUDENT THEN
              COMPUTE WS-UNTIL-YEAR = BDP-BIRTH-YEAR +
                 APP-DEP-STUDENT-AGE-LIMIT
           ELSE
              COMPUTE WS-UNTIL-YEAR = BDP-BIRTH-YEAR +
                 APP-DEP-CHILD-AGE-LIMIT
           END-IF.

           IF WS-COVERED-UNTIL IS GREATER THAN WS-TODAY THEN
              MOVE 'Y' TO WS-QUALIFYING-FLAG
           END-IF.

       2400-TERMINATE-ENROLLMENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-TERMINATE-ENROLLMENT' TO WS-DEBUG-AID.
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2450-RESOLVE-PAY-PERIOD.
           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS READ
                FILE(APP-BENROLL-FILE-NAME)
                RIDFLD(BEN-KEY)
           END-IF.

           SET BEN-ST-TERMINATED TO TRUE.
           MOVE PPD-PAY-PERIOD TO BEN-PAY-PERIOD.
      *    THE TERMINATION ITSELF MUST FEED SO PAYROLL STOPS THE
      *    DEDUCTION.
           MOVE SPACES TO BEN-FED-FLAG.
           MOVE SPACES TO BEN-CARRIER-SENT-FLAG.
           MOVE BNC-USER-ID TO BEN-RECORDED-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BEN-RECORDED-DATE.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Enrollment Terminated - Feeds Tonight!'
                 TO WS-MESSAGE
              PERFORM 2460-NOTE-HELD-OVER
           ELSE
              MOVE 'Error Updating Enrollment!' TO WS-MESSAGE
           END-IF.

       2450-RESOLVE-PAY-PERIOD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2450-RESOLVE-PAY-PERIOD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    WHICH PAY PERIOD DOES A CHANGE SAVED NOW BELONG TO?
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
      *    A CHANGE THAT MISSED THE CUT-OFF IS KEPT, BUT THE USER MUST
      *    KNOW IT WILL NOT BE PAID UNTIL THE NEXT PERIOD.
           IF PPD-HELD-OVER THEN
              MOVE SPACES TO WS-MESSAGE
              STRING 'Enrollment Saved After Cut-Off - Held For '
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
       TRANSFER SECTION.
      *-----------------------------------------------------------------

           PERFORM 9200-RETURN-TO-CICS.

       2700-TRANSFER-TO-DEPENDENTS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2700-TRANSFER-TO-DEPENDENTS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF EMPLIDL IS GREATER THAN ZERO AND EMPLIDI IS NUMERIC THEN
              MOVE EMPLIDI TO BNC-TARGET-EMPLOYEE-ID
           END-IF.

           IF BNC-TARGET-EMPLOYEE-ID IS EQUAL TO ZEROES THEN
              MOVE 'Validation Error: Enter An Employee ID!'
                 TO WS-MESSAGE
              MOVE -1 TO EMPLIDL
              EXIT PARAGRAPH
           END-IF.

      *    LEAVE OUR CONTAINER ON THE CHANNEL FOR 'EBDPP' TO READ
      *    THE EMPLOYEE FROM, AND FOR OUR OWN RE-ENTRY ON ITS PF3.
           PERFORM 9150-PUT-ADMIN-CONTAINER.

           EXEC CICS XCTL
                PROGRAM(APP-BENDEP-PROGRAM-NAME)
                CHANNEL(APP-BENEFIT-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(INVREQ)
                MOVE 'Invalid Request!' TO WS-MESSAGE
           WHEN DFHRESP(PGMIDERR)
                MOVE 'Dependents Program Not Found!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Transferring To Dependents!' TO WS-MESSAGE
           END-EVALUATE.

      *-----------------------------------------------------------------
       ACTIVITY-MONITOR SECTION.
      *-----------------------------------------------------------------
                MOVE 'Error Putting Activity Monitor!' TO WS-MESSAGE
           END-EVALUATE.

      *-----------------------------------------------------------------
       RE-ENTRY SECTION.
      *-----------------------------------------------------------------

       5000-RE-ENTRY-FROM-DEPENDENTS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '5000-RE-ENTRY-FROM-DEPENDENTS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-WORKING-VARS.
           INITIALIZE BENEFIT-PLAN-RECORD.
           INITIALIZE EBENMO.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

           MOVE 'Back From Dependents - Press Enter To Continue!'
              TO WS-MESSAGE.

      *    REDISPLAY THE ENROLLMENT THAT WAS ON SCREEN BEFORE PF6.
           IF BNC-TARGET-EMPLOYEE-ID IS GREATER THAN ZEROES AND
              BNC-TARGET-PLAN-CODE IS NOT EQUAL TO SPACES THEN
              MOVE BNC-TARGET-PLAN-CODE TO BPL-PLAN-CODE
              EXEC CICS READ
                   FILE(APP-BENPLAN-FILE-NAME)
                   RIDFLD(BPL-PLAN-CODE)
                   INTO (BENEFIT-PLAN-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                 INITIALIZE BENEFIT-PLAN-RECORD
              END-IF
              PERFORM 2150-LOOKUP-ENROLLMENT
           END-IF.

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
                CHANNEL(APP-BENEFIT-CHANNEL-NAME)
                TRANSID(APP-BENEFIT-TRANSACTION-ID)

           IF ENROLLMENT-FOUND THEN
              MOVE BEN-COVERAGE-LEVEL TO COVLVLO
              INITIALIZE CODE-LOOKUP-ARGUMENTS
              MOVE APP-CT-COVERAGE-LEVEL TO CLA-TABLE-ID
              MOVE BEN-COVERAGE-LEVEL TO CLA-CODE
              PERFORM 2470-LOOKUP-CODE
              MOVE CLA-DESCRIPTION TO COVDSCO
              MOVE BEN-EFFECTIVE-DATE TO EFFDTO
              MOVE BEN-DEDUCTION-AMOUNT TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT TO DEDAMTO
                   MOVE SPACES TO CURSTSO
              END-EVALUATE
           ELSE
              MOVE SPACES TO COVLVLO EFFDTO DEDAMTO CURSTSO COVDSCO
           END-IF.

           MOVE WS-MESSAGE TO MESSO.
