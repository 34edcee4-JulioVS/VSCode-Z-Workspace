       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETASP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'TEMPORARY ASSIGNMENTS' PROGRAM.
      *      - A SECONDMENT TO ANOTHER DEPARTMENT OR A SPELL ACTING UP
      *        FOR A MANAGER IS ENTERED HERE AS AN 'ETMPASG' RECORD
      *        (ACTION 'E' - START DATE, LAST DAY, HOST DEPARTMENT,
      *        HOST MANAGER, OPTIONAL ACTING ALLOWANCE) INSTEAD OF
      *        EDITING THE DEPARTMENT AND MANAGER ON 'EUPDP' AND
      *        HOPING SOMEONE REMEMBERS TO PUT THEM BACK.
      *      - THE NIGHTLY 'ETMPASN' JOB DOES THE MOVE ON THE START
      *        DATE AND THE MOVE BACK AFTER THE LAST DAY. THE HOME
      *        DEPARTMENT AND MANAGER SHOWN ARE THE SUBSTANTIVE POST.
      *      - A SCHEDULED ASSIGNMENT CAN BE CHANGED OR CANCELLED
      *        (ACTION 'C'); ONCE IT HAS STARTED ONLY ITS LAST DAY
      *        CAN BE MOVED (TO EXTEND IT OR BRING IT BACK EARLY).
      *      - A BLANK ACTION DISPLAYS THE ASSIGNMENT; WITH NO START
      *        DATE KEYED, THE EMPLOYEE'S CURRENT (OR NEXT) ONE.
      *      - MANAGERS AND ADMINISTRATORS ONLY. REACHED DIRECTLY
      *        THROUGH ITS OWN 'ETAS' TRANSACTION.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - TEMPORARY ASSIGNMENTS MAPSET.
      *      - TEMPORARY ASSIGNMENTS CONTAINER.
      *      - TEMPORARY ASSIGNMENTS FILE RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - DEPARTMENT MASTER RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY ETASMAP.
       COPY ETASCTR.
       COPY ETMPASG.
       COPY EMPMAST.
       COPY EDEPMST.
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
          05 WS-ALLOWANCE         PIC S9(7)V99 USAGE IS COMP-3.
          05 WS-AMOUNT-EDIT       PIC Z(6)9.99.
          05 WS-HOST-DEPARTMENT-ID PIC 9(8).
          05 WS-HOST-MANAGER-ID   PIC 9(8).
          05 WS-RECORD-FOUND-FLAG PIC X(1).
             88 ASSIGNMENT-FOUND            VALUE 'Y'.
          05 WS-MASTER-FOUND-FLAG PIC X(1).
             88 EMPLOYEE-FOUND              VALUE 'Y'.
          05 WS-BROWSE-END-FLAG   PIC X(1).
             88 END-OF-ASSIGNMENT-BROWSE    VALUE 'Y'.
          05 WS-TARGET-NAME       PIC X(38).
          05 WS-MASTER-DEPARTMENT-ID PIC 9(8).
          05 WS-MASTER-MANAGER-ID PIC 9(8).
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
                CONTAINER(APP-TMPASG-CONTAINER-NAME)
                CHANNEL(APP-TMPASG-CHANNEL-NAME)
                INTO (TEMP-ASSIGNMENT-CONTAINER)
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
                MOVE 'Error Retrieving Assignment Container!'
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

           IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR THEN
              MOVE 'You Are Not Authorized For Temporary Assignments!'
                 TO WS-MESSAGE
              PERFORM 9000-SEND-MAP-AND-RETURN
           END-IF.

           PERFORM 9000-SEND-MAP-AND-RETURN.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE ACTIVITY-MONITOR-CONTAINER.
           INITIALIZE TEMP-ASSIGNMENT-CONTAINER.
           INITIALIZE TEMP-ASSIGNMENT-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE ETASMO.

           MOVE 'Welcome to the Temporary Assignments screen!'
              TO WS-MESSAGE.
           SET TSC-CT-STANDARD TO TRUE.

      *-----------------------------------------------------------------
       USE-CASE SECTION.
      *-----------------------------------------------------------------

       2000-PROCESS-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2000-PROCESS-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS RECEIVE
                MAP(APP-TMPASG-MAP-NAME)
                MAPSET(APP-TMPASG-MAPSET-NAME)
                INTO (ETASMI)
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

           IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR THEN
              PERFORM 2600-SIGN-USER-OFF
           END-IF.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-APPLY-ASSIGNMENT-ACTION
           WHEN DFHPF3
           WHEN DFHPF12
                PERFORM 2500-TRANSFER-BACK-TO-MENU
           WHEN DFHPF10
                PERFORM 2600-SIGN-USER-OFF
           WHEN OTHER
                MOVE 'Invalid Key!' TO WS-MESSAGE
           END-EVALUATE.

           PERFORM 9000-SEND-MAP-AND-RETURN.

       2100-APPLY-ASSIGNMENT-ACTION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2100-APPLY-ASSIGNMENT-ACTION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           IF EMPLIDL IS GREATER THAN ZERO THEN
              IF EMPLIDI IS NOT NUMERIC THEN
                 MOVE 'Validation Error: Employee ID Not Numeric!'
                    TO WS-MESSAGE
                 MOVE -1 TO EMPLIDL
                 EXIT PARAGRAPH
              END-IF
              IF EMPLIDI IS NOT EQUAL TO TSC-TARGET-EMPLOYEE-ID THEN
                 MOVE SPACES TO TSC-TARGET-START-DATE
              END-IF
              MOVE EMPLIDI TO TSC-TARGET-EMPLOYEE-ID
           END-IF.

           IF TSC-TARGET-EMPLOYEE-ID IS EQUAL TO ZEROES THEN
              MOVE 'Validation Error: Enter An Employee ID!'
                 TO WS-MESSAGE
              MOVE -1 TO EMPLIDL
              EXIT PARAGRAPH
           END-IF.

           IF STRTDTL IS GREATER THAN ZERO THEN
              IF STRTDTI IS NOT EQUAL TO SPACES AND
                 STRTDTI IS NOT NUMERIC THEN
                 MOVE 'Validation Error: Start Date Not YYYYMMDD!'
                    TO WS-MESSAGE
                 MOVE -1 TO STRTDTL
                 EXIT PARAGRAPH
              END-IF
              MOVE STRTDTI TO TSC-TARGET-START-DATE
           END-IF.

           PERFORM 2120-LOOKUP-EMPLOYEE.

           IF NOT EMPLOYEE-FOUND THEN
              MOVE 'No Such Employee On File!' TO WS-MESSAGE
              MOVE -1 TO EMPLIDL
              EXIT PARAGRAPH
           END-IF.

           IF TSC-TARGET-START-DATE IS EQUAL TO SPACES THEN
              PERFORM 2140-FIND-CURRENT-ASSIGNMENT
           ELSE
              PERFORM 2150-LOOKUP-ASSIGNMENT
           END-IF.

           EVALUATE FUNCTION UPPER-CASE(ACTNI)
           WHEN SPACES
                IF ASSIGNMENT-FOUND THEN
                   MOVE 'Assignment Displayed!' TO WS-MESSAGE
                ELSE
                   MOVE 'No Assignment On File For That Start Date!'
                      TO WS-MESSAGE
                END-IF
           WHEN 'E'
                PERFORM 2200-ENTER-ASSIGNMENT
           WHEN 'C'
                PERFORM 2400-CANCEL-ASSIGNMENT
           WHEN OTHER
                MOVE 'Validation Error: Action Must Be E Or C!'
                   TO WS-MESSAGE
                MOVE -1 TO ACTNL
           END-EVALUATE.

       2120-LOOKUP-EMPLOYEE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2120-LOOKUP-EMPLOYEE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-MASTER-FOUND-FLAG.
           MOVE SPACES TO WS-TARGET-NAME.
           MOVE ZEROES TO WS-MASTER-DEPARTMENT-ID.
           MOVE ZEROES TO WS-MASTER-MANAGER-ID.
           MOVE TSC-TARGET-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                RIDFLD(EMP-EMPLOYEE-ID)
                INTO (EMPLOYEE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                IF NOT EMP-DELETED THEN
                   MOVE 'Y' TO WS-MASTER-FOUND-FLAG
                   MOVE EMP-PRIMARY-NAME TO WS-TARGET-NAME
                   MOVE EMP-DEPARTMENT-ID TO WS-MASTER-DEPARTMENT-ID
                   MOVE EMP-MANAGER-ID TO WS-MASTER-MANAGER-ID
                END-IF
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Reading Employee Master File!'
                   TO WS-MESSAGE
           END-EVALUATE.

      *    NO START DATE KEYED: SHOW THE ASSIGNMENT IN PROGRESS, OR
      *    FAILING THAT THE FIRST ONE STILL SCHEDULED.
       2140-FIND-CURRENT-ASSIGNMENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2140-FIND-CURRENT-ASSIGNMENT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-RECORD-FOUND-FLAG.
           INITIALIZE WS-BROWSE-END-FLAG.
           MOVE TSC-TARGET-EMPLOYEE-ID TO TAS-EMPLOYEE-ID.
           MOVE LOW-VALUES TO TAS-START-DATE.

           EXEC CICS STARTBR
                FILE(APP-TMPASG-FILE-NAME)
                RIDFLD(TAS-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              PERFORM 2145-READ-NEXT-ASSIGNMENT
                 UNTIL END-OF-ASSIGNMENT-BROWSE

              EXEC CICS ENDBR
                   FILE(APP-TMPASG-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           IF ASSIGNMENT-FOUND THEN
              MOVE TAS-START-DATE TO TSC-TARGET-START-DATE
           ELSE
              INITIALIZE TEMP-ASSIGNMENT-RECORD
              MOVE TSC-TARGET-EMPLOYEE-ID TO TAS-EMPLOYEE-ID
           END-IF.

       2145-READ-NEXT-ASSIGNMENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2145-READ-NEXT-ASSIGNMENT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READNEXT
                FILE(APP-TMPASG-FILE-NAME)
                RIDFLD(TAS-KEY)
                INTO (TEMP-ASSIGNMENT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              TAS-EMPLOYEE-ID IS NOT EQUAL TO TSC-TARGET-EMPLOYEE-ID
              SET END-OF-ASSIGNMENT-BROWSE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF TAS-ST-ACTIVE OR TAS-ST-SCHEDULED THEN
              MOVE 'Y' TO WS-RECORD-FOUND-FLAG
              SET END-OF-ASSIGNMENT-BROWSE TO TRUE
           END-IF.

       2150-LOOKUP-ASSIGNMENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-LOOKUP-ASSIGNMENT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-RECORD-FOUND-FLAG.
           MOVE TSC-TARGET-EMPLOYEE-ID TO TAS-EMPLOYEE-ID.
           MOVE TSC-TARGET-START-DATE TO TAS-START-DATE.

           EXEC CICS READ
                FILE(APP-TMPASG-FILE-NAME)
                RIDFLD(TAS-KEY)
                INTO (TEMP-ASSIGNMENT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Y' TO WS-RECORD-FOUND-FLAG
           WHEN DFHRESP(NOTFND)
                INITIALIZE TEMP-ASSIGNMENT-RECORD
                MOVE TSC-TARGET-EMPLOYEE-ID TO TAS-EMPLOYEE-ID
                MOVE TSC-TARGET-START-DATE TO TAS-START-DATE
           WHEN OTHER
                MOVE 'Error Reading Assignments File!' TO WS-MESSAGE
           END-EVALUATE.

      *    A SCHEDULED ASSIGNMENT TAKES ALL ITS FIELDS FROM THE
      *    SCREEN; ONE ALREADY UNDER WAY ONLY TAKES A NEW LAST DAY -
      *    THE MOVE HAS BEEN MADE AND THE ALLOWANCE RAISED.
       2200-ENTER-ASSIGNMENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-ENTER-ASSIGNMENT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF TSC-TARGET-START-DATE IS EQUAL TO SPACES THEN
              MOVE 'Validation Error: Enter The Start Date!'
                 TO WS-MESSAGE
              MOVE -1 TO STRTDTL
              EXIT PARAGRAPH
           END-IF.

           IF ASSIGNMENT-FOUND AND
              (TAS-ST-ENDED OR TAS-ST-CANCELLED) THEN
              MOVE 'That Assignment Is Closed - No More Changes!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF ENDDTL IS EQUAL TO ZERO OR ENDDTI IS NOT NUMERIC THEN
              MOVE 'Validation Error: Last Day Not YYYYMMDD!'
                 TO WS-MESSAGE
              MOVE -1 TO ENDDTL
              EXIT PARAGRAPH
           END-IF.

           IF ENDDTI IS LESS THAN TSC-TARGET-START-DATE THEN
              MOVE 'Validation Error: Last Day Is Before Start Date!'
                 TO WS-MESSAGE
              MOVE -1 TO ENDDTL
              EXIT PARAGRAPH
           END-IF.

           IF ASSIGNMENT-FOUND AND TAS-ST-ACTIVE THEN
              IF ENDDTI IS LESS THAN WS-TODAY THEN
                 MOVE 'Validation Error: Last Day Is In The Past!'
                    TO WS-MESSAGE
                 MOVE -1 TO ENDDTL
                 EXIT PARAGRAPH
              END-IF
              PERFORM 2250-REWRITE-ASSIGNMENT
              EXIT PARAGRAPH
           END-IF.

           IF TSC-TARGET-START-DATE IS LESS THAN WS-TODAY THEN
              MOVE 'Validation Error: Start Date Cannot Be In The Past!'
                 TO WS-MESSAGE
              MOVE -1 TO STRTDTL
              EXIT PARAGRAPH
           END-IF.

           IF HOSTDPL IS EQUAL TO ZERO OR HOSTDPI IS NOT NUMERIC THEN
              MOVE 'Validation Error: Host Department Not Numeric!'
                 TO WS-MESSAGE
              MOVE -1 TO HOSTDPL
              EXIT PARAGRAPH
           END-IF.
           MOVE HOSTDPI TO WS-HOST-DEPARTMENT-ID.

           MOVE WS-HOST-DEPARTMENT-ID TO DEP-DEPARTMENT-ID.
           EXEC CICS READ
                FILE(APP-DEPT-MASTER-FILE-NAME)
                RIDFLD(DEP-DEPARTMENT-ID)
                INTO (DEPARTMENT-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              DEP-ST-CLOSED THEN
              MOVE 'No Such Open Host Department!' TO WS-MESSAGE
              MOVE -1 TO HOSTDPL
              EXIT PARAGRAPH
           END-IF.

      *    A BLANK HOST MANAGER KEEPS THE PERSON'S OWN MANAGER.
           MOVE ZEROES TO WS-HOST-MANAGER-ID.
           IF HOSTMGL IS GREATER THAN ZERO AND
              HOSTMGI IS NOT EQUAL TO SPACES THEN
              IF HOSTMGI IS NOT NUMERIC THEN
                 MOVE 'Validation Error: Host Manager Not Numeric!'
                    TO WS-MESSAGE
                 MOVE -1 TO HOSTMGL
                 EXIT PARAGRAPH
              END-IF
              MOVE HOSTMGI TO WS-HOST-MANAGER-ID
           END-IF.

           IF WS-HOST-MANAGER-ID IS EQUAL TO TSC-TARGET-EMPLOYEE-ID
              MOVE 'Validation Error: Employee Cannot Manage Self!'
                 TO WS-MESSAGE
              MOVE -1 TO HOSTMGL
              EXIT PARAGRAPH
           END-IF.

           IF WS-HOST-MANAGER-ID IS GREATER THAN ZEROES THEN
              MOVE WS-HOST-MANAGER-ID TO EMP-EMPLOYEE-ID
              EXEC CICS READ
                   FILE(APP-EMP-MASTER-FILE-NAME)
                   RIDFLD(EMP-EMPLOYEE-ID)
                   INTO (EMPLOYEE-MASTER-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
                 EMP-DELETED THEN
                 MOVE 'No Such Host Manager On File!' TO WS-MESSAGE
                 MOVE -1 TO HOSTMGL
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           IF WS-HOST-DEPARTMENT-ID IS EQUAL TO WS-MASTER-DEPARTMENT-ID
              AND (WS-HOST-MANAGER-ID IS EQUAL TO ZEROES OR
                   WS-HOST-MANAGER-ID IS EQUAL TO WS-MASTER-MANAGER-ID)
              MOVE 'That Is The Home Post - Nothing Would Change!'
                 TO WS-MESSAGE
              MOVE -1 TO HOSTDPL
              EXIT PARAGRAPH
           END-IF.

           MOVE ZEROES TO WS-ALLOWANCE.
           IF ALLOWL IS GREATER THAN ZERO AND
              ALLOWI IS NOT EQUAL TO SPACES THEN
              COMPUTE WS-ALLOWANCE = FUNCTION NUMVAL(ALLOWI)
              IF WS-ALLOWANCE IS LESS THAN ZEROES OR
                 WS-ALLOWANCE IS GREATER THAN 9999999.99 THEN
                 MOVE 'Validation Error: Allowance Not A Valid Amount!'
                    TO WS-MESSAGE
                 MOVE -1 TO ALLOWL
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           IF ASSIGNMENT-FOUND THEN
              PERFORM 2250-REWRITE-ASSIGNMENT
           ELSE
              PERFORM 2230-MOVE-ASSIGNMENT-FIELDS

              EXEC CICS WRITE
                   FILE(APP-TMPASG-FILE-NAME)
                   RIDFLD(TAS-KEY)
                   FROM (TEMP-ASSIGNMENT-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              EVALUATE WS-CICS-RESPONSE
              WHEN DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-RECORD-FOUND-FLAG
                   MOVE 'Assignment Scheduled - Starts On Start Date!'
                      TO WS-MESSAGE
              WHEN DFHRESP(DUPREC)
                   PERFORM 2250-REWRITE-ASSIGNMENT
              WHEN OTHER
                   MOVE 'Error Writing Assignment!' TO WS-MESSAGE
              END-EVALUATE
           END-IF.

      *    THE HOME POST IS TAKEN FROM THE MASTER AS IT STANDS TODAY;
      *    'ETMPASN' TAKES IT AGAIN ON THE MORNING IT STARTS.
       2230-MOVE-ASSIGNMENT-FIELDS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2230-MOVE-ASSIGNMENT-FIELDS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE TSC-TARGET-EMPLOYEE-ID TO TAS-EMPLOYEE-ID.
           MOVE TSC-TARGET-START-DATE TO TAS-START-DATE.
           MOVE ENDDTI TO TAS-END-DATE.
           MOVE WS-HOST-DEPARTMENT-ID TO TAS-HOST-DEPARTMENT-ID.
           MOVE WS-HOST-MANAGER-ID TO TAS-HOST-MANAGER-ID.
           MOVE WS-ALLOWANCE TO TAS-ACTING-ALLOWANCE.
           MOVE WS-MASTER-DEPARTMENT-ID TO TAS-HOME-DEPARTMENT-ID.
           MOVE WS-MASTER-MANAGER-ID TO TAS-HOME-MANAGER-ID.
           SET TAS-ST-SCHEDULED TO TRUE.
           MOVE TSC-USER-ID TO TAS-ENTERED-BY.
           MOVE WS-TODAY TO TAS-ENTERED-DATE.
           MOVE SPACES TO TAS-STARTED-DATE.
           MOVE SPACES TO TAS-ENDED-DATE.
           MOVE SPACES TO TAS-ALLOWANCE-FLAG.

       2250-REWRITE-ASSIGNMENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2250-REWRITE-ASSIGNMENT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READ
                FILE(APP-TMPASG-FILE-NAME)
                RIDFLD(TAS-KEY)
                INTO (TEMP-ASSIGNMENT-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Reading Assignment For Update!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF TAS-ST-ACTIVE THEN
              MOVE ENDDTI TO TAS-END-DATE
           ELSE
              PERFORM 2230-MOVE-ASSIGNMENT-FIELDS
           END-IF.

           EXEC CICS REWRITE
                FILE(APP-TMPASG-FILE-NAME)
                FROM (TEMP-ASSIGNMENT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Y' TO WS-RECORD-FOUND-FLAG
              MOVE 'Assignment Changed!' TO WS-MESSAGE
           ELSE
              MOVE 'Error Updating Assignment!' TO WS-MESSAGE
           END-IF.

      *    ONLY AN ASSIGNMENT THAT HAS NOT STARTED IS CANCELLED; ONE
      *    UNDER WAY IS BROUGHT BACK EARLY BY MOVING ITS LAST DAY.
       2400-CANCEL-ASSIGNMENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-CANCEL-ASSIGNMENT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF NOT ASSIGNMENT-FOUND THEN
              MOVE 'No Assignment On File For That Start Date!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF NOT TAS-ST-SCHEDULED THEN
              MOVE 'That Assignment Has Started - Change Its Last Day!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS READ
                FILE(APP-TMPASG-FILE-NAME)
                RIDFLD(TAS-KEY)
                INTO (TEMP-ASSIGNMENT-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Reading Assignment For Update!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           SET TAS-ST-CANCELLED TO TRUE.
           MOVE WS-TODAY TO TAS-ENDED-DATE.

           EXEC CICS REWRITE
                FILE(APP-TMPASG-FILE-NAME)
                FROM (TEMP-ASSIGNMENT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Assignment Cancelled!' TO WS-MESSAGE
           ELSE
              MOVE 'Error Updating Assignment!' TO WS-MESSAGE
           END-IF.

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
                CONTAINER(APP-TMPASG-CONTAINER-NAME)
                CHANNEL(APP-TMPASG-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Deleting Assignment Container!'
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
              MOVE MON-USER-ID TO TSC-USER-ID
              MOVE MON-USER-CATEGORY TO TSC-USER-CATEGORY
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
           MOVE APP-TMPASG-PROGRAM-NAME TO MON-LINKING-PROGRAM.
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
                MAP(APP-TMPASG-MAP-NAME)
                MAPSET(APP-TMPASG-MAPSET-NAME)
                FROM (ETASMO)
                ERASE
                CURSOR
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4400-LOG-RESPONSE-TIME.
      *    >>> --------------------- <<<

           EXEC CICS RETURN
                CHANNEL(APP-TMPASG-CHANNEL-NAME)
                TRANSID(APP-TMPASG-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           IF TSC-USER-ID IS NOT EQUAL TO SPACES THEN
              MOVE TSC-USER-ID TO LOGDINO
           ELSE
              MOVE '<Anonym>' TO LOGDINO
           END-IF.

           IF TSC-TARGET-EMPLOYEE-ID IS GREATER THAN ZEROES THEN
              MOVE TSC-TARGET-EMPLOYEE-ID TO EMPLIDO
              MOVE WS-TARGET-NAME TO PRNAMEO
              MOVE TSC-TARGET-START-DATE TO STRTDTO
           END-IF.

           IF ASSIGNMENT-FOUND THEN
              MOVE TAS-END-DATE TO ENDDTO
              MOVE TAS-HOST-DEPARTMENT-ID TO HOSTDPO
              IF TAS-HOST-MANAGER-ID IS GREATER THAN ZEROES THEN
                 MOVE TAS-HOST-MANAGER-ID TO HOSTMGO
              ELSE
                 MOVE SPACES TO HOSTMGO
              END-IF
              MOVE TAS-HOME-DEPARTMENT-ID TO HOMEDPO
              MOVE TAS-HOME-MANAGER-ID TO HOMEMGO
              MOVE TAS-ACTING-ALLOWANCE TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT TO ALLOWO
              MOVE TAS-ENTERED-BY TO ENTBYO

              EVALUATE TRUE
              WHEN TAS-ST-SCHEDULED
                   MOVE 'Scheduled' TO CURSTSO
              WHEN TAS-ST-ACTIVE
                   MOVE 'Active' TO CURSTSO
              WHEN TAS-ST-ENDED
                   MOVE 'Ended' TO CURSTSO
              WHEN TAS-ST-CANCELLED
                   MOVE 'Cancelled' TO CURSTSO
              WHEN OTHER
                   MOVE SPACES TO CURSTSO
              END-EVALUATE
           ELSE
              MOVE SPACES TO ENDDTO HOSTDPO HOSTMGO ALLOWO ENTBYO
                             CURSTSO
              IF EMPLOYEE-FOUND THEN
                 MOVE WS-MASTER-DEPARTMENT-ID TO HOMEDPO
                 MOVE WS-MASTER-MANAGER-ID TO HOMEMGO
              ELSE
                 MOVE SPACES TO HOMEDPO HOMEMGO
              END-IF
           END-IF.

           MOVE SPACES TO ACTNO.
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

       9150-PUT-ADMIN-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-ADMIN-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-TMPASG-CONTAINER-NAME)
                CHANNEL(APP-TMPASG-CHANNEL-NAME)
                FROM (TEMP-ASSIGNMENT-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Assignment Container!'
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
