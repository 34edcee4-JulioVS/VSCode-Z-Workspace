       IDENTIFICATION DIVISION.
       PROGRAM-ID. EBELP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'BENEFIT ELECTIONS' PROGRAM.
      *      - THE EMPLOYEE SIDE OF THE ANNUAL OPEN ENROLLMENT: WHILE
      *        AN 'EBENWIN' WINDOW IS OPEN, ANY SIGNED-ON USER SEES
      *        THE PLANS OFFERED FOR THE NEW PLAN YEAR WITH THEIR
      *        PER-PERIOD DEDUCTION AT EACH COVERAGE LEVEL, THEIR OWN
      *        CURRENT 'EBENROL' COVER, AND THE CHOICE THEY HAVE MADE.
      *      - ACTION 'E' ELECTS A PLAN AT COVERAGE LEVEL 'E', 'S' OR
      *        'F' (OR 'W' TO WAIVE IT FOR THE NEW YEAR); ACTION 'C'
      *        CANCELS AN ELECTION. THE CHOICE IS HELD PENDING ON
      *        'EBENELC' - NOTHING REACHES 'EBENROL' OR PAYROLL UNTIL
      *        THE 'EBENOEA' BATCH APPLIES IT AT WINDOW CLOSE. A PLAN
      *        LEFT UNTOUCHED ROLLS FORWARD AT THE SAME LEVEL.
      *      - SPOUSE AND FAMILY ELECTIONS NEED A QUALIFYING
      *        DEPENDENT ON 'EBENDEP', THE SAME RULE 'EBENP' APPLIES.
      *      - THE EMPLOYEE IS ALWAYS THE ONE LINKED TO THE SIGNED-ON
      *        ACCOUNT THROUGH 'REG-EMPLOYEE-ID'.
      *      - REACHED FROM THE SELF-SERVICE PAGE ('ESELFP') BY PF
      *        KEY, OR DIRECTLY THROUGH ITS OWN 'EBEL' TRANSACTION.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - BENEFIT ELECTIONS MAPSET.
      *      - BENEFIT ELECTIONS CONTAINER.
      *      - OPEN ENROLLMENT WINDOW RECORD.
      *      - BENEFIT ELECTION FILE RECORD.
      *      - BENEFITS ENROLLMENT FILE RECORD.
      *      - BENEFIT PLAN REFERENCE RECORD.
      *      - BENEFIT DEPENDENTS FILE RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - REGISTERED USERS.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY EBELMAP.
       COPY EBELCTR.
       COPY EBENWIN.
       COPY EBENELC.
       COPY EBENROL.
       COPY EBENPLN.
       COPY EBENDEP.
       COPY EMPMAST.
       COPY EREGUSR.
       COPY EMONCTR.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE     PIC S9(8) USAGE IS BINARY.
          05 WS-MESSAGE           PIC X(79).
          05 WS-TODAY             PIC X(8).
          05 WS-LINES-SHOWN       PIC 9(2)  USAGE IS BINARY.
          05 WS-WINDOW-BROWSE-FLAG PIC X(1).
             88 END-OF-WINDOW-BROWSE        VALUE 'E'.
          05 WS-DEP-BROWSE-FLAG   PIC X(1).
             88 END-OF-DEP-BROWSE           VALUE 'E'.
          05 WS-QUALIFYING-FLAG   PIC X(1).
             88 QUALIFYING-DEPENDENT        VALUE 'Y'.
          05 WS-WINDOW-FOUND-FLAG PIC X(1).
             88 PLAN-IN-WINDOW              VALUE 'Y'.
          05 WS-ELECTION-FOUND-FLAG PIC X(1).
             88 ELECTION-FOUND              VALUE 'Y'.
          05 WS-COVERED-UNTIL.
             10 WS-UNTIL-YEAR     PIC 9(4).
             10 WS-UNTIL-MMDD     PIC X(4).
          05 WS-CURRENT-LEVEL     PIC X(1).
          05 WS-ELECTED-LEVEL     PIC X(1).
          05 WS-PLAN-LINE         PIC X(70).
          05 WS-EMP-RATE-EDIT     PIC Z(3)9.99.
          05 WS-SPS-RATE-EDIT     PIC Z(3)9.99.
          05 WS-FAM-RATE-EDIT     PIC Z(3)9.99.
      *
      *    THE ELECTION BEING MAINTAINED IS HELD HERE WHILE THE
      *    PLANS ON OFFER ARE BROWSED FOR THE SCREEN LIST.
       01 WS-HELD-ELECTION        PIC X(72).
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
                CONTAINER(APP-BENELECT-CONTAINER-NAME)
                CHANNEL(APP-BENELECT-CHANNEL-NAME)
                INTO (BENEFIT-ELECTION-CONTAINER)
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
                MOVE 'Error Retrieving Elections Container!'
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

           IF BLC-USER-ID IS EQUAL TO SPACES THEN
              MOVE 'No Signed-On User For Benefit Elections!'
                 TO WS-MESSAGE
              PERFORM 9000-SEND-MAP-AND-RETURN
           END-IF.

           PERFORM 1200-RESOLVE-OWN-EMPLOYEE.
           PERFORM 1400-FIND-OPEN-WINDOW.

           IF BLC-PLAN-YEAR IS GREATER THAN ZEROES THEN
              PERFORM 3000-LIST-PLANS
           END-IF.

           PERFORM 9000-SEND-MAP-AND-RETURN.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE ACTIVITY-MONITOR-CONTAINER.
           INITIALIZE BENEFIT-ELECTION-CONTAINER.
           INITIALIZE BENEFIT-ELECTION-RECORD.
           INITIALIZE OPEN-ENROLLMENT-WINDOW-RECORD.
           INITIALIZE EMPLOYEE-MASTER-RECORD.
           INITIALIZE REGISTERED-USER-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE EBELMO.

           MOVE 'Welcome to the Benefit Elections screen!'
              TO WS-MESSAGE.
           SET BLC-CT-STANDARD TO TRUE.

      *    THE SIGNED-ON ACCOUNT'S OWN EMPLOYEE ID COMES OFF ITS
      *    'EREGUSR' REGISTRATION RECORD, THE SAME WAY 'ESELFP'
      *    RESOLVES IT. ONLY A CURRENT EMPLOYEE MAY ELECT.
       1200-RESOLVE-OWN-EMPLOYEE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1200-RESOLVE-OWN-EMPLOYEE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE BLC-USER-ID TO REG-USER-ID.

           EXEC CICS READ
                FILE(APP-REG-USER-FILE-NAME)
                RIDFLD(REG-USER-ID)
                INTO (REGISTERED-USER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE REG-EMPLOYEE-ID TO BLC-EMPLOYEE-ID
           WHEN DFHRESP(NOTFND)
                MOVE 'User Not Found!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           WHEN OTHER
                MOVE 'Error Reading Users File!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           END-EVALUATE.

           IF BLC-EMPLOYEE-ID IS EQUAL TO ZEROES THEN
              MOVE 'No Employee Record Linked To Your Account!'
                 TO WS-MESSAGE
              PERFORM 9000-SEND-MAP-AND-RETURN
           END-IF.

           MOVE BLC-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                RIDFLD(EMP-EMPLOYEE-ID)
                INTO (EMPLOYEE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                IF NOT EMP-ACTIVE THEN
                   MOVE ZEROES TO BLC-EMPLOYEE-ID
                   MOVE 'Employee Is No Longer Active!' TO WS-MESSAGE
                   PERFORM 9000-SEND-MAP-AND-RETURN
                END-IF
           WHEN DFHRESP(NOTFND)
                MOVE ZEROES TO BLC-EMPLOYEE-ID
                MOVE 'Employee Record Not Found!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           WHEN OTHER
                MOVE 'Error Reading Employee Master File!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           END-EVALUATE.

      *    THE WINDOW OPEN TODAY, IF ANY. A PLAN YEAR'S WINDOW RUNS IN
      *    THE CLOSING WEEKS OF THE YEAR BEFORE OR THE FIRST WEEKS OF
      *    THE YEAR ITSELF, SO THE SEARCH STARTS AT THIS YEAR.
       1400-FIND-OPEN-WINDOW.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1400-FIND-OPEN-WINDOW' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE ZEROES TO BLC-PLAN-YEAR.
           MOVE SPACES TO BLC-CLOSE-DATE.
           INITIALIZE WS-WINDOW-BROWSE-FLAG.
           MOVE WS-TODAY(1:4) TO BOW-PLAN-YEAR.
           MOVE LOW-VALUES TO BOW-PLAN-CODE.

           EXEC CICS STARTBR
                FILE(APP-BENWIN-FILE-NAME)
                RIDFLD(BOW-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'No Open Enrollment Window Is Open Today!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           PERFORM 1450-CHECK-NEXT-WINDOW
              UNTIL END-OF-WINDOW-BROWSE
                 OR BLC-PLAN-YEAR IS GREATER THAN ZEROES.

           EXEC CICS ENDBR
                FILE(APP-BENWIN-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF BLC-PLAN-YEAR IS EQUAL TO ZEROES THEN
              MOVE 'No Open Enrollment Window Is Open Today!'
                 TO WS-MESSAGE
           END-IF.

       1450-CHECK-NEXT-WINDOW.
           EXEC CICS READNEXT
                FILE(APP-BENWIN-FILE-NAME)
                RIDFLD(BOW-KEY)
                INTO (OPEN-ENROLLMENT-WINDOW-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              SET END-OF-WINDOW-BROWSE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF BOW-ST-SCHEDULED AND
              BOW-OPEN-DATE IS NOT GREATER THAN WS-TODAY AND
              BOW-CLOSE-DATE IS NOT LESS THAN WS-TODAY THEN
              MOVE BOW-PLAN-YEAR TO BLC-PLAN-YEAR
              MOVE BOW-CLOSE-DATE TO BLC-CLOSE-DATE
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
                MAP(APP-BENELECT-MAP-NAME)
                MAPSET(APP-BENELECT-MAPSET-NAME)
                INTO (EBELMI)
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-APPLY-ELECTION-ACTION
           WHEN DFHPF3
                PERFORM 2500-TRANSFER-BACK-TO-SELF
           WHEN DFHPF12
                PERFORM 2700-TRANSFER-BACK-TO-MENU
           WHEN DFHPF10
                PERFORM 2600-SIGN-USER-OFF
           WHEN OTHER
                MOVE 'Invalid Key!' TO WS-MESSAGE
           END-EVALUATE.

           PERFORM 9000-SEND-MAP-AND-RETURN.

       2100-APPLY-ELECTION-ACTION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2100-APPLY-ELECTION-ACTION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF BLC-EMPLOYEE-ID IS EQUAL TO ZEROES THEN
              MOVE 'No Employee Record Linked To Your Account!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

      *    THE WINDOW MAY HAVE CLOSED SINCE THE SCREEN WAS SENT.
           PERFORM 1400-FIND-OPEN-WINDOW.

           IF BLC-PLAN-YEAR IS EQUAL TO ZEROES THEN
              EXIT PARAGRAPH
           END-IF.

           IF PLNCODL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(PLNCODI)
                 TO BLC-TARGET-PLAN-CODE
           END-IF.

           IF BLC-TARGET-PLAN-CODE IS EQUAL TO SPACES OR
              BLC-TARGET-PLAN-CODE IS EQUAL TO LOW-VALUES THEN
              MOVE 'Plans On Offer Listed - Key A Plan Code To Elect!'
                 TO WS-MESSAGE
              PERFORM 3000-LIST-PLANS
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2150-LOOKUP-PLAN-AND-ELECTION.

           IF NOT PLAN-IN-WINDOW THEN
              MOVE 'No Such Plan On Offer In This Window!'
                 TO WS-MESSAGE
              MOVE -1 TO PLNCODL
              PERFORM 3000-LIST-PLANS
              EXIT PARAGRAPH
           END-IF.

           EVALUATE FUNCTION UPPER-CASE(ACTNI)
           WHEN SPACES
                IF ELECTION-FOUND THEN
                   MOVE 'Your Election Displayed!' TO WS-MESSAGE
                ELSE
                   MOVE 'No Election Made - Plan Rolls Forward As Is!'
                      TO WS-MESSAGE
                END-IF
           WHEN 'E'
                PERFORM 2200-RECORD-ELECTION
           WHEN 'C'
                PERFORM 2400-CANCEL-ELECTION
           WHEN OTHER
                MOVE 'Validation Error: Action Must Be E Or C!'
                   TO WS-MESSAGE
                MOVE -1 TO ACTNL
           END-EVALUATE.

           PERFORM 3000-LIST-PLANS.

       2150-LOOKUP-PLAN-AND-ELECTION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-LOOKUP-PLAN-AND-ELECTION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-WINDOW-FOUND-FLAG.
           INITIALIZE WS-ELECTION-FOUND-FLAG.
           MOVE BLC-PLAN-YEAR TO BOW-PLAN-YEAR.
           MOVE BLC-TARGET-PLAN-CODE TO BOW-PLAN-CODE.

           EXEC CICS READ
                FILE(APP-BENWIN-FILE-NAME)
                RIDFLD(BOW-KEY)
                INTO (OPEN-ENROLLMENT-WINDOW-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              BOW-ST-SCHEDULED AND
              BOW-OPEN-DATE IS NOT GREATER THAN WS-TODAY AND
              BOW-CLOSE-DATE IS NOT LESS THAN WS-TODAY THEN
              MOVE 'Y' TO WS-WINDOW-FOUND-FLAG
           ELSE
              EXIT PARAGRAPH
           END-IF.

           MOVE BLC-EMPLOYEE-ID TO BEL-EMPLOYEE-ID.
           MOVE BLC-PLAN-YEAR TO BEL-PLAN-YEAR.
           MOVE BLC-TARGET-PLAN-CODE TO BEL-PLAN-CODE.

           EXEC CICS READ
                FILE(APP-BENELECT-FILE-NAME)
                RIDFLD(BEL-KEY)
                INTO (BENEFIT-ELECTION-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Y' TO WS-ELECTION-FOUND-FLAG
           WHEN DFHRESP(NOTFND)
                INITIALIZE BENEFIT-ELECTION-RECORD
                MOVE BLC-EMPLOYEE-ID TO BEL-EMPLOYEE-ID
                MOVE BLC-PLAN-YEAR TO BEL-PLAN-YEAR
                MOVE BLC-TARGET-PLAN-CODE TO BEL-PLAN-CODE
           WHEN OTHER
                MOVE 'Error Reading Elections File!' TO WS-MESSAGE
           END-EVALUATE.

       2200-RECORD-ELECTION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-RECORD-ELECTION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF ELECTION-FOUND AND NOT BEL-ST-PENDING THEN
              MOVE 'Election Already Applied - See HR To Change!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(COVLVLI) TO BEL-COVERAGE-LEVEL.
           IF NOT BEL-COVER-VALID THEN
              MOVE 'Validation Error: Coverage Must Be E, S, F Or W!'
                 TO WS-MESSAGE
              MOVE -1 TO COVLVLL
              EXIT PARAGRAPH
           END-IF.

      *    SAME RULE AS 'EBENP' - THE CARRIER BILLS FOR EVERY HEAD
      *    BEHIND THE ELECTION, SO SOMEONE MUST QUALIFY ON THE NEW
      *    PLAN YEAR'S START DATE.
           IF BEL-COVER-SPOUSE OR BEL-COVER-FAMILY THEN
              PERFORM 2300-CHECK-QUALIFYING-DEPENDENT
              IF NOT QUALIFYING-DEPENDENT THEN
                 IF BEL-COVER-SPOUSE THEN
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

           SET BEL-ST-PENDING TO TRUE.
           MOVE SPACES TO BEL-EXCEPTION-TEXT.
           MOVE BLC-USER-ID TO BEL-ELECTED-BY.
           MOVE WS-TODAY TO BEL-ELECTED-DATE.
           MOVE SPACES TO BEL-APPLIED-DATE.

           IF ELECTION-FOUND THEN
              PERFORM 2250-REWRITE-ELECTION
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS WRITE
                FILE(APP-BENELECT-FILE-NAME)
                RIDFLD(BEL-KEY)
                FROM (BENEFIT-ELECTION-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Y' TO WS-ELECTION-FOUND-FLAG
                MOVE 'Election Recorded - Applies At Window Close!'
                   TO WS-MESSAGE
           WHEN DFHRESP(DUPREC)
                PERFORM 2250-REWRITE-ELECTION
           WHEN OTHER
                MOVE 'Error Writing Election!' TO WS-MESSAGE
           END-EVALUATE.

       2250-REWRITE-ELECTION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2250-REWRITE-ELECTION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READ
                FILE(APP-BENELECT-FILE-NAME)
                RIDFLD(BEL-KEY)
                INTO (BENEFIT-ELECTION-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Reading Election For Update!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(COVLVLI) TO BEL-COVERAGE-LEVEL.
           SET BEL-ST-PENDING TO TRUE.
           MOVE SPACES TO BEL-EXCEPTION-TEXT.
           MOVE BLC-USER-ID TO BEL-ELECTED-BY.
           MOVE WS-TODAY TO BEL-ELECTED-DATE.
           MOVE SPACES TO BEL-APPLIED-DATE.

           EXEC CICS REWRITE
                FILE(APP-BENELECT-FILE-NAME)
                FROM (BENEFIT-ELECTION-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Y' TO WS-ELECTION-FOUND-FLAG
              MOVE 'Election Changed - Applies At Window Close!'
                 TO WS-MESSAGE
           ELSE
              MOVE 'Error Updating Election!' TO WS-MESSAGE
           END-IF.

      *    SPOUSE COVER NEEDS AN ACTIVE SPOUSE OR PARTNER. FAMILY
      *    COVER ALSO ACCEPTS A CHILD STILL INSIDE THE AGE LIMIT ON
      *    THE NEW PLAN YEAR'S START DATE, OR A DISABLED CHILD.
       2300-CHECK-QUALIFYING-DEPENDENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2300-CHECK-QUALIFYING-DEPENDENT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-QUALIFYING-FLAG.
           INITIALIZE WS-DEP-BROWSE-FLAG.
           MOVE BLC-EMPLOYEE-ID TO BDP-EMPLOYEE-ID.
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
              BDP-EMPLOYEE-ID IS NOT EQUAL TO BLC-EMPLOYEE-ID
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

           IF BEL-COVER-SPOUSE OR NOT BDP-REL-CHILD THEN
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

           IF WS-COVERED-UNTIL IS GREATER THAN BOW-EFFECTIVE-DATE
              MOVE 'Y' TO WS-QUALIFYING-FLAG
           END-IF.

      *    ONLY A PENDING ELECTION CAN BE TAKEN BACK - THE PLAN THEN
      *    ROLLS FORWARD AS IF NOTHING HAD BEEN CHOSEN.
       2400-CANCEL-ELECTION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-CANCEL-ELECTION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF NOT ELECTION-FOUND OR NOT BEL-ST-PENDING THEN
              MOVE 'No Pending Election To Cancel For That Plan!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS DELETE
                FILE(APP-BENELECT-FILE-NAME)
                RIDFLD(BEL-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              INITIALIZE WS-ELECTION-FOUND-FLAG
              MOVE 'Election Cancelled - Plan Rolls Forward As Is!'
                 TO WS-MESSAGE
           ELSE
              MOVE 'Error Deleting Election!' TO WS-MESSAGE
           END-IF.

      *-----------------------------------------------------------------
       LISTING SECTION.
      *-----------------------------------------------------------------

      *    ONE LINE PER PLAN ON OFFER: THE NEW YEAR'S DEDUCTION AT
      *    EACH LEVEL, THE EMPLOYEE'S CURRENT ACTIVE LEVEL AND THEIR
      *    ELECTION ('-' FOR NONE).
       3000-LIST-PLANS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3000-LIST-PLANS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE ZEROES TO WS-LINES-SHOWN.
           MOVE SPACES TO PLN01O PLN02O PLN03O PLN04O PLN05O PLN06O.

           MOVE BENEFIT-ELECTION-RECORD TO WS-HELD-ELECTION.
           INITIALIZE WS-WINDOW-BROWSE-FLAG.
           MOVE BLC-PLAN-YEAR TO BOW-PLAN-YEAR.
           MOVE LOW-VALUES TO BOW-PLAN-CODE.

           EXEC CICS STARTBR
                FILE(APP-BENWIN-FILE-NAME)
                RIDFLD(BOW-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              PERFORM 3100-LIST-NEXT-PLAN
                 UNTIL END-OF-WINDOW-BROWSE
                    OR WS-LINES-SHOWN IS NOT LESS THAN 6
              EXEC CICS ENDBR
                   FILE(APP-BENWIN-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

      *    PUT BACK THE ELECTION IN HAND FOR THE DETAIL FIELDS.
           MOVE WS-HELD-ELECTION TO BENEFIT-ELECTION-RECORD.

       3100-LIST-NEXT-PLAN.
           EXEC CICS READNEXT
                FILE(APP-BENWIN-FILE-NAME)
                RIDFLD(BOW-KEY)
                INTO (OPEN-ENROLLMENT-WINDOW-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              BOW-PLAN-YEAR IS NOT EQUAL TO BLC-PLAN-YEAR THEN
              SET END-OF-WINDOW-BROWSE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE BOW-PLAN-CODE TO BPL-PLAN-CODE.

           EXEC CICS READ
                FILE(APP-BENPLAN-FILE-NAME)
                RIDFLD(BPL-PLAN-CODE)
                INTO (BENEFIT-PLAN-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE SPACES TO BPL-PLAN-NAME
           END-IF.

           MOVE '-' TO WS-CURRENT-LEVEL.
           MOVE BLC-EMPLOYEE-ID TO BEN-EMPLOYEE-ID.
           MOVE BOW-PLAN-CODE TO BEN-PLAN-CODE.

           EXEC CICS READ
                FILE(APP-BENROLL-FILE-NAME)
                RIDFLD(BEN-KEY)
                INTO (BENEFITS-ENROLLMENT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              BEN-ST-ACTIVE THEN
              MOVE BEN-COVERAGE-LEVEL TO WS-CURRENT-LEVEL
           END-IF.

           MOVE '-' TO WS-ELECTED-LEVEL.
           MOVE BLC-EMPLOYEE-ID TO BEL-EMPLOYEE-ID.
           MOVE BLC-PLAN-YEAR TO BEL-PLAN-YEAR.
           MOVE BOW-PLAN-CODE TO BEL-PLAN-CODE.

           EXEC CICS READ
                FILE(APP-BENELECT-FILE-NAME)
                RIDFLD(BEL-KEY)
                INTO (BENEFIT-ELECTION-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE BEL-COVERAGE-LEVEL TO WS-ELECTED-LEVEL
           END-IF.

           MOVE BOW-EMPLOYEE-RATE TO WS-EMP-RATE-EDIT.
           MOVE BOW-SPOUSE-RATE TO WS-SPS-RATE-EDIT.
           MOVE BOW-FAMILY-RATE TO WS-FAM-RATE-EDIT.

           MOVE SPACES TO WS-PLAN-LINE.
           STRING BOW-PLAN-CODE DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              BPL-PLAN-NAME(1:22) DELIMITED BY SIZE
              ' E:' DELIMITED BY SIZE
              WS-EMP-RATE-EDIT DELIMITED BY SIZE
              ' S:' DELIMITED BY SIZE
              WS-SPS-RATE-EDIT DELIMITED BY SIZE
              ' F:' DELIMITED BY SIZE
              WS-FAM-RATE-EDIT DELIMITED BY SIZE
              ' Now:' DELIMITED BY SIZE
              WS-CURRENT-LEVEL DELIMITED BY SIZE
              ' Pick:' DELIMITED BY SIZE
              WS-ELECTED-LEVEL DELIMITED BY SIZE
              INTO WS-PLAN-LINE.

           ADD 1 TO WS-LINES-SHOWN.

           EVALUATE WS-LINES-SHOWN
           WHEN 1
                MOVE WS-PLAN-LINE TO PLN01O
           WHEN 2
                MOVE WS-PLAN-LINE TO PLN02O
           WHEN 3
                MOVE WS-PLAN-LINE TO PLN03O
           WHEN 4
                MOVE WS-PLAN-LINE TO PLN04O
           WHEN 5
                MOVE WS-PLAN-LINE TO PLN05O
           WHEN OTHER
                MOVE WS-PLAN-LINE TO PLN06O
           END-EVALUATE.

      *-----------------------------------------------------------------
       TRANSFER SECTION.
      *-----------------------------------------------------------------

       2500-TRANSFER-BACK-TO-SELF.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2500-TRANSFER-BACK-TO-SELF' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2550-DELETE-ELECTION-CONTAINER.

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

       2550-DELETE-ELECTION-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2550-DELETE-ELECTION-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-BENELECT-CONTAINER-NAME)
                CHANNEL(APP-BENELECT-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Deleting Elections Container!'
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

       2700-TRANSFER-BACK-TO-MENU.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2700-TRANSFER-BACK-TO-MENU' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2550-DELETE-ELECTION-CONTAINER.

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
              MOVE MON-USER-ID TO BLC-USER-ID
              MOVE MON-USER-CATEGORY TO BLC-USER-CATEGORY
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
           MOVE APP-BENELECT-PROGRAM-NAME TO MON-LINKING-PROGRAM.
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
           PERFORM 9150-PUT-ELECTION-CONTAINER.

           EXEC CICS SEND
                MAP(APP-BENELECT-MAP-NAME)
                MAPSET(APP-BENELECT-MAPSET-NAME)
                FROM (EBELMO)
                ERASE
                CURSOR
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4400-LOG-RESPONSE-TIME.
      *    >>> --------------------- <<<

           EXEC CICS RETURN
                CHANNEL(APP-BENELECT-CHANNEL-NAME)
                TRANSID(APP-BENELECT-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           IF BLC-USER-ID IS NOT EQUAL TO SPACES THEN
              MOVE BLC-USER-ID TO LOGDINO
           ELSE
              MOVE '<Anonym>' TO LOGDINO
           END-IF.

           IF BLC-EMPLOYEE-ID IS GREATER THAN ZEROES THEN
              MOVE BLC-EMPLOYEE-ID TO EMPLIDO
           END-IF.

           IF BLC-PLAN-YEAR IS GREATER THAN ZEROES THEN
              MOVE BLC-PLAN-YEAR TO PLNYRO
              MOVE BLC-CLOSE-DATE TO WINCLSO
           ELSE
              MOVE SPACES TO PLNYRO WINCLSO
           END-IF.

           MOVE BLC-TARGET-PLAN-CODE TO PLNCODO.

           IF ELECTION-FOUND THEN
              MOVE BEL-COVERAGE-LEVEL TO COVLVLO
              EVALUATE TRUE
              WHEN BEL-ST-PENDING
                   MOVE 'Pending - Applies At Close' TO CURSTSO
              WHEN BEL-ST-APPLIED
                   MOVE 'Applied' TO CURSTSO
              WHEN BEL-ST-EXCEPTION
                   MOVE BEL-EXCEPTION-TEXT TO CURSTSO
              WHEN OTHER
                   MOVE SPACES TO CURSTSO
              END-EVALUATE
           ELSE
              MOVE SPACES TO COVLVLO CURSTSO
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
                MOVE DFHPINK TO MESSC
           END-EVALUATE.

      *    SET ANY MODIFIED DATA TAG (MDT) 'ON' TO AVOID THE 'AEI9'
      *    ABEND THAT HAPPENS WHEN WE ONLY RECEIVE AN AID-KEY FROM THE
      *    MAP AND NO REAL DATA ALONG IT.
           MOVE DFHBMFSE TO TRANIDA.

       9150-PUT-ELECTION-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-ELECTION-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-BENELECT-CONTAINER-NAME)
                CHANNEL(APP-BENELECT-CHANNEL-NAME)
                FROM (BENEFIT-ELECTION-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Elections Container!'
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
