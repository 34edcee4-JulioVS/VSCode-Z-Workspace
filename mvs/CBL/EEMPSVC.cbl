       IDENTIFICATION DIVISION.
       PROGRAM-ID. EEMPSVC.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - READ-ONLY 'EMPLOYEE DATA SERVICE' SUBPROGRAM.
      *      - LINKED WITH A CHANNEL (SEE 'ESVCCTR') BY OTHER
      *        APPLICATIONS IN THE REGION - FACILITIES, IT ASSET
      *        MANAGEMENT - SO THEY HAVE ONE SANCTIONED WAY TO READ
      *        'EMPMAST' INSTEAD OF COPYING IT: ONE EMPLOYEE BY ID,
      *        OR A DEPARTMENT ROSTER OFF THE 'EMPDEPT' PATH.
      *      - RETURNS A FIXED SUBSET (NAMES, TITLE, DEPARTMENT,
      *        MANAGER, WORK SITE, RECORD STATUS), MASKED FOR THE
      *        TASK'S SIGNED-ON USER BY THE SAME CATEGORY AND
      *        REPORTING-CHAIN RULES THE SCREENS APPLY.
      *      - EVERY CALL IS LOGGED TO 'EVWLOG' WITH THE CALLING
      *        PROGRAM AND USER - ONE ENTRY PER EMPLOYEE RETURNED, OR
      *        ONE FOR THE REQUESTED KEY WHEN NOTHING IS.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - EMPLOYEE DATA SERVICE CONTAINERS.
      *      - EMPLOYEE MASTER RECORD.
      *      - REGISTERED USERS.
      *      - WORK SITE MASTER AND EMPLOYEE SITE ASSIGNMENTS.
      *      - RECORD-VIEW ACCESS LOG.
      ******************************************************************
       COPY ECONST.
       COPY ESVCCTR.
       COPY EMPMAST.
       COPY EREGUSR.
       COPY ESITMST.
       COPY EEMPSIT.
       COPY EVWLOG.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE     PIC S9(8) USAGE IS BINARY.
          05 WS-VIEWER-USER-ID    PIC X(8).
          05 WS-CALLING-PROGRAM   PIC X(8).
          05 WS-ENTRY-IDX         PIC S9(4) USAGE IS BINARY.
          05 WS-ROSTER-SEEN       PIC 9(4)  USAGE IS BINARY.
          05 WS-VIEWS-LOGGED      PIC 9(4)  USAGE IS BINARY.
          05 WS-BROWSE-DEPT-KEY   PIC 9(8).
          05 WS-ROSTER-FLAG       PIC X(1).
             88 END-OF-ROSTER               VALUE 'Y'.
      *
      *    REPORTING-CHAIN WORK AREA - THE WALK UP 'EMP-MANAGER-ID'
      *    BORROWS THE SHARED 'EMPMAST' RECORD AREA, SO THE RECORD
      *    BEING RETURNED IS PARKED ASIDE WHILE IT RUNS.
       01 WS-CHAIN-CHECK.
          05 WS-CHAIN-FLAG        PIC X(1).
             88 VIEWER-IN-CHAIN             VALUE 'Y'.
          05 WS-CHAIN-LEVEL       PIC 9(2)  USAGE IS BINARY.
          05 WS-CHAIN-EMP-ID      PIC 9(8).
          05 WS-CHAIN-SAVE-AREA   PIC X(268).
      *
      *    RECORD-VIEW LOGGING WORK AREA (SEE THE VIEW-LOG SECTION).
       01 WS-VIEWLOG-VARS.
          05 WS-VWL-RBA-FIELD     PIC S9(8) USAGE IS BINARY.
          05 WS-VWL-LOCK-FLAG     PIC X(1)  VALUE SPACES.
             88 VWL-LOCK-ACQUIRED            VALUE 'Y'.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           INITIALIZE WS-WORKING-VARS.
           INITIALIZE EMPLOYEE-SERVICE-RESPONSE.
           INITIALIZE REGISTERED-USER-RECORD.
           SET SVC-RC-OK TO TRUE.

           PERFORM 1000-GET-REQUEST.
           PERFORM 1100-IDENTIFY-VIEWER.

           EVALUATE TRUE
           WHEN SVC-RQ-EMPLOYEE
                PERFORM 2000-LOOKUP-EMPLOYEE
           WHEN SVC-RQ-ROSTER
                PERFORM 3000-LIST-DEPARTMENT
           END-EVALUATE.

           PERFORM 9000-RETURN-TO-CALLER.

      *-----------------------------------------------------------------
       START-UP SECTION.
      *-----------------------------------------------------------------

      *    THE REQUEST COMES ON WHATEVER CHANNEL THE CALLER LINKED
      *    WITH - NO 'CHANNEL' OPTION, SO THE CURRENT ONE IS USED.
       1000-GET-REQUEST.
           EXEC CICS ASSIGN
                USERID(WS-VIEWER-USER-ID)
                INVOKINGPROG(WS-CALLING-PROGRAM)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EXEC CICS GET
                CONTAINER(APP-EMPSVC-REQUEST-NAME)
                INTO (EMPLOYEE-SERVICE-REQUEST)
                FLENGTH(LENGTH OF EMPLOYEE-SERVICE-REQUEST)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              INITIALIZE EMPLOYEE-SERVICE-REQUEST
              SET SVC-RC-BAD-REQUEST TO TRUE
              MOVE 'Request Container Not Found On The Channel!'
                 TO SVC-MESSAGE
              PERFORM 9000-RETURN-TO-CALLER
           END-IF.

           EVALUATE TRUE
           WHEN SVC-RQ-EMPLOYEE AND
                SVC-REQ-EMPLOYEE-ID IS NUMERIC AND
                SVC-REQ-EMPLOYEE-ID IS GREATER THAN ZEROES
                CONTINUE
           WHEN SVC-RQ-ROSTER AND
                SVC-REQ-DEPARTMENT-ID IS NUMERIC AND
                SVC-REQ-SKIP-COUNT IS NUMERIC
                CONTINUE
           WHEN OTHER
                SET SVC-RC-BAD-REQUEST TO TRUE
                MOVE 'Request Must Be E With An Employee Id Or R With A
      -              'Department!' TO SVC-MESSAGE
                PERFORM 9000-RETURN-TO-CALLER
           END-EVALUATE.

      *    THE VIEWER IS THE TASK'S OWN USER, NEVER ONE THE CALLER
      *    NAMES - AND MUST BE ONE OF OUR ACTIVE REGISTERED USERS.
       1100-IDENTIFY-VIEWER.
           MOVE WS-VIEWER-USER-ID TO REG-USER-ID.

           EXEC CICS READ
                FILE(APP-REG-USER-FILE-NAME)
                RIDFLD(REG-USER-ID)
                INTO (REGISTERED-USER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              INITIALIZE REGISTERED-USER-RECORD
           END-IF.

           IF NOT REG-ST-ACTIVE THEN
              SET SVC-RC-NOT-AUTHORIZED TO TRUE
              MOVE 'User Is Not An Active Employee App User!'
                 TO SVC-MESSAGE
              PERFORM 9000-RETURN-TO-CALLER
           END-IF.

      *-----------------------------------------------------------------
       LOOKUP SECTION.
      *-----------------------------------------------------------------

       2000-LOOKUP-EMPLOYEE.
           MOVE SVC-REQ-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                RIDFLD(EMP-EMPLOYEE-ID)
                INTO (EMPLOYEE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 4000-BUILD-ENTRY
                MOVE 'Employee Returned!' TO SVC-MESSAGE
           WHEN DFHRESP(NOTFND)
                SET SVC-RC-NOT-FOUND TO TRUE
                MOVE 'No Employee Found With That Id!' TO SVC-MESSAGE
           WHEN OTHER
                SET SVC-RC-FILE-ERROR TO TRUE
                MOVE 'Error Reading Employee Master File!'
                   TO SVC-MESSAGE
           END-EVALUATE.

      *    A ROSTER IS THE DEPARTMENT'S CURRENT PEOPLE - LEAVERS ARE
      *    LEFT OFF IT, THOUGH THEY CAN STILL BE LOOKED UP BY ID.
       3000-LIST-DEPARTMENT.
           INITIALIZE WS-ROSTER-FLAG.
           MOVE SVC-REQ-DEPARTMENT-ID TO WS-BROWSE-DEPT-KEY.

           EXEC CICS STARTBR
                FILE(APP-EMP-DEPT-PATH-NAME)
                RIDFLD(WS-BROWSE-DEPT-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 3100-READ-NEXT-MEMBER UNTIL END-OF-ROSTER
                EXEC CICS ENDBR
                     FILE(APP-EMP-DEPT-PATH-NAME)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                SET SVC-RC-FILE-ERROR TO TRUE
                MOVE 'Error Browsing Employees By Department!'
                   TO SVC-MESSAGE
                EXIT PARAGRAPH
           END-EVALUATE.

           IF SVC-RC-FILE-ERROR THEN
              MOVE 'Error Reading Employees By Department!'
                 TO SVC-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF SVC-ENTRY-COUNT IS EQUAL TO ZEROES THEN
              SET SVC-RC-NOT-FOUND TO TRUE
              MOVE 'No Current Employees In That Department!'
                 TO SVC-MESSAGE
           ELSE
              IF SVC-MORE-ENTRIES THEN
                 MOVE 'Roster Returned - More Employees To Follow!'
                    TO SVC-MESSAGE
              ELSE
                 MOVE 'Roster Returned!' TO SVC-MESSAGE
              END-IF
           END-IF.

      *    THE 'EMPDEPT' PATH IS NON-UNIQUE, SO EVERY MEMBER BUT THE
      *    LAST COMES BACK 'DUPKEY' - STILL A GOOD READ.
       3100-READ-NEXT-MEMBER.
           EXEC CICS READNEXT
                FILE(APP-EMP-DEPT-PATH-NAME)
                RIDFLD(WS-BROWSE-DEPT-KEY)
                INTO (EMPLOYEE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
           WHEN DFHRESP(DUPKEY)
                CONTINUE
           WHEN DFHRESP(ENDFILE)
                SET END-OF-ROSTER TO TRUE
                EXIT PARAGRAPH
           WHEN OTHER
                SET END-OF-ROSTER TO TRUE
                SET SVC-RC-FILE-ERROR TO TRUE
                EXIT PARAGRAPH
           END-EVALUATE.

           IF EMP-DEPARTMENT-ID IS NOT EQUAL TO SVC-REQ-DEPARTMENT-ID
              THEN
              SET END-OF-ROSTER TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF EMP-DELETED THEN
              EXIT PARAGRAPH
           END-IF.

      *    SKIP WHAT AN EARLIER CALL ALREADY RETURNED.
           ADD 1 TO WS-ROSTER-SEEN.
           IF WS-ROSTER-SEEN IS NOT GREATER THAN SVC-REQ-SKIP-COUNT
              THEN
              EXIT PARAGRAPH
           END-IF.

           IF SVC-ENTRY-COUNT IS NOT LESS THAN APP-EMPSVC-ROSTER-MAX
              THEN
              SET SVC-MORE-ENTRIES TO TRUE
              SET END-OF-ROSTER TO TRUE
              EXIT PARAGRAPH
           END-IF.

           PERFORM 4000-BUILD-ENTRY.

      *-----------------------------------------------------------------
       MASKING SECTION.
      *-----------------------------------------------------------------

      *    ONE RESPONSE ENTRY FROM THE RECORD IN 'EMPMAST', MASKED FOR
      *    THE VIEWER - AND ONE 'EVWLOG' ENTRY FOR IT.
       4000-BUILD-ENTRY.
           ADD 1 TO SVC-ENTRY-COUNT.
           MOVE SVC-ENTRY-COUNT TO WS-ENTRY-IDX.

      *    ALL USERS -> ID AND NAMES.
           MOVE EMP-EMPLOYEE-ID TO SVC-EMPLOYEE-ID(WS-ENTRY-IDX).
           MOVE EMP-PRIMARY-NAME TO SVC-PRIMARY-NAME(WS-ENTRY-IDX).
           MOVE EMP-FULL-NAME TO SVC-FULL-NAME(WS-ENTRY-IDX).

      *    STANDARD & MANAGERS -> TITLE, DEPARTMENT, MANAGER, SITE.
           IF REG-CT-STANDARD OR REG-CT-MANAGER THEN
              SET SVC-ORG-SHOWN(WS-ENTRY-IDX) TO TRUE
              MOVE EMP-JOB-TITLE TO SVC-JOB-TITLE(WS-ENTRY-IDX)
              MOVE EMP-DEPARTMENT-ID
                 TO SVC-DEPARTMENT-ID(WS-ENTRY-IDX)
              MOVE EMP-MANAGER-ID TO SVC-MANAGER-ID(WS-ENTRY-IDX)
              PERFORM 4100-LOOKUP-WORK-SITE
           ELSE
              SET SVC-ORG-MASKED(WS-ENTRY-IDX) TO TRUE
           END-IF.

           PERFORM 8000-LOG-RECORD-VIEW.

      *    ADMINS, THE EMPLOYEE THEMSELVES, AND MANAGERS IN THEIR
      *    REPORTING CHAIN -> RECORD STATUS.
           EVALUATE TRUE
           WHEN REG-CT-ADMINISTRATOR
           WHEN REG-EMPLOYEE-ID IS EQUAL TO EMP-EMPLOYEE-ID AND
                REG-EMPLOYEE-ID IS GREATER THAN ZEROES
                SET VIEWER-IN-CHAIN TO TRUE
           WHEN REG-CT-MANAGER
                MOVE EMPLOYEE-MASTER-RECORD TO WS-CHAIN-SAVE-AREA
                PERFORM 4200-WALK-MANAGEMENT-CHAIN
                MOVE WS-CHAIN-SAVE-AREA TO EMPLOYEE-MASTER-RECORD
           WHEN OTHER
                MOVE SPACES TO WS-CHAIN-FLAG
           END-EVALUATE.

           IF VIEWER-IN-CHAIN THEN
              SET SVC-STATUS-SHOWN(WS-ENTRY-IDX) TO TRUE
              MOVE EMP-DELETE-FLAG TO SVC-STATUS(WS-ENTRY-IDX)
           ELSE
              SET SVC-STATUS-MASKED(WS-ENTRY-IDX) TO TRUE
           END-IF.

       4100-LOOKUP-WORK-SITE.
           MOVE EMP-EMPLOYEE-ID TO EST-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMPSITE-FILE-NAME)
                RIDFLD(EST-EMPLOYEE-ID)
                INTO (SITE-ASSIGNMENT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE EST-SITE-ID TO SVC-SITE-ID(WS-ENTRY-IDX).
           MOVE EST-SITE-ID TO SIT-SITE-ID.

           EXEC CICS READ
                FILE(APP-SITMST-FILE-NAME)
                RIDFLD(SIT-SITE-ID)
                INTO (SITE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE SIT-SITE-NAME TO SVC-SITE-NAME(WS-ENTRY-IDX)
           END-IF.

      *    UP THE CHAIN FROM THE EMPLOYEE, TEN LEVELS AT MOST -
      *    'EORGCHK' POLICES THE LOOPS AND ORPHANS THIS WALK COULD
      *    OTHERWISE FALL INTO.
       4200-WALK-MANAGEMENT-CHAIN.
           MOVE SPACES TO WS-CHAIN-FLAG.
           MOVE ZEROES TO WS-CHAIN-LEVEL.
           MOVE EMP-EMPLOYEE-ID TO WS-CHAIN-EMP-ID.

           IF REG-EMPLOYEE-ID IS EQUAL TO ZEROES THEN
              EXIT PARAGRAPH
           END-IF.

           PERFORM 4210-CLIMB-ONE-LEVEL
              UNTIL VIEWER-IN-CHAIN
                 OR WS-CHAIN-EMP-ID IS EQUAL TO ZEROES
                 OR WS-CHAIN-LEVEL IS NOT LESS THAN 10.

       4210-CLIMB-ONE-LEVEL.
           ADD 1 TO WS-CHAIN-LEVEL.
           MOVE WS-CHAIN-EMP-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                RIDFLD(EMP-EMPLOYEE-ID)
                INTO (EMPLOYEE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE ZEROES TO WS-CHAIN-EMP-ID
              EXIT PARAGRAPH
           END-IF.

           IF EMP-MANAGER-ID IS EQUAL TO REG-EMPLOYEE-ID AND
              EMP-MANAGER-ID IS GREATER THAN ZEROES THEN
              SET VIEWER-IN-CHAIN TO TRUE
           ELSE
              MOVE EMP-MANAGER-ID TO WS-CHAIN-EMP-ID
           END-IF.

      *-----------------------------------------------------------------
       VIEW-LOG SECTION.
      *-----------------------------------------------------------------

      *    PRIVACY COMPLIANCE: EVERY RECORD HANDED TO ANOTHER
      *    APPLICATION LEAVES AN 'EVWLOG' ENTRY - THE CALLING PROGRAM
      *    IN PLACE OF OUR OWN SCREEN NAME - THE SAME ENQ-WRITE-DEQ
      *    APPEND 'EVIEWP' USES. A LOG FAILURE NEVER BLOCKS THE CALL.
       8000-LOG-RECORD-VIEW.
           INITIALIZE VIEW-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO VWL-TIMESTAMP.
           MOVE WS-VIEWER-USER-ID TO VWL-USER-ID.
           MOVE REG-USER-CATEGORY TO VWL-USER-CATEGORY.
           MOVE EIBTRMID TO VWL-TERMINAL-ID.
           MOVE WS-CALLING-PROGRAM TO VWL-PROGRAM.
           MOVE EMP-EMPLOYEE-ID TO VWL-EMPLOYEE-VIEWED.

           INITIALIZE WS-VWL-LOCK-FLAG.
           PERFORM 8100-ENQUEUE-VIEWLOG UNTIL VWL-LOCK-ACQUIRED.

           EXEC CICS WRITE
                FILE(APP-VIEWLOG-FILE-NAME)
                RIDFLD(WS-VWL-RBA-FIELD)
                RBA
                FROM (VIEW-LOG-RECORD)
                LENGTH(LENGTH OF VIEW-LOG-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EXEC CICS DEQ
                RESOURCE(APP-VIEWLOG-REQUEST-ID)
                LENGTH(LENGTH OF APP-VIEWLOG-REQUEST-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           ADD 1 TO WS-VIEWS-LOGGED.

       8100-ENQUEUE-VIEWLOG.
           EXEC CICS ENQ
                RESOURCE(APP-VIEWLOG-REQUEST-ID)
                LENGTH(LENGTH OF APP-VIEWLOG-REQUEST-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                SET VWL-LOCK-ACQUIRED TO TRUE
           WHEN DFHRESP(ENQBUSY)
                CONTINUE
           WHEN OTHER
      *         NO LOCK, NO LOG - BUT THE CALL ITSELF GOES AHEAD.
                SET VWL-LOCK-ACQUIRED TO TRUE
           END-EVALUATE.

      *-----------------------------------------------------------------
       EXIT-ROUTE SECTION.
      *-----------------------------------------------------------------

      *    A CALL THAT RETURNED NOBODY (REFUSED, NOT FOUND, EMPTY
      *    ROSTER) IS STILL LOGGED, AGAINST THE EMPLOYEE ID ASKED FOR
      *    (ZEROES FOR A ROSTER).
       9000-RETURN-TO-CALLER.
           IF WS-VIEWS-LOGGED IS EQUAL TO ZEROES THEN
              IF SVC-RQ-EMPLOYEE AND SVC-REQ-EMPLOYEE-ID IS NUMERIC
                 THEN
                 MOVE SVC-REQ-EMPLOYEE-ID TO EMP-EMPLOYEE-ID
              ELSE
                 MOVE ZEROES TO EMP-EMPLOYEE-ID
              END-IF
              PERFORM 8000-LOG-RECORD-VIEW
           END-IF.

           MOVE WS-VIEWER-USER-ID TO SVC-VIEWER-USER-ID.
           MOVE REG-USER-CATEGORY TO SVC-VIEWER-CATEGORY.

           EXEC CICS PUT
                CONTAINER(APP-EMPSVC-RESPONSE-NAME)
                FROM (EMPLOYEE-SERVICE-RESPONSE)
                FLENGTH(LENGTH OF EMPLOYEE-SERVICE-RESPONSE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EXEC CICS RETURN
                END-EXEC.
