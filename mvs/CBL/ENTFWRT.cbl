       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTFWRT.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'WORKFLOW NOTIFICATION WRITER' SUBPROGRAM.
      *      - LINKED (WITH A COMMAREA - SEE 'ENTFARG') FROM THE
      *        WORKFLOW SCREENS EACH TIME A LEAVE REQUEST, PAY CHANGE,
      *        CATEGORY CHANGE, ONE-TIME PAYMENT, NEW HIRE, OR
      *        RESIGNATION IS SUBMITTED, APPROVED, OR REJECTED.
      *      - WORKS OUT WHO NEEDS TO KNOW AND APPENDS ONE 'ENOTIFY'
      *        ENTRY PER RECIPIENT FOR THE MAIL GATEWAY:
      *          - SUBMITTED: THE APPROVERS. A LEAVE REQUEST, A NEW
      *            HIRE OR A RESIGNATION GOES TO THE EMPLOYEE'S OWN
      *            MANAGER; EVERYTHING ELSE - AND ONE OF THOSE WITH NO
      *            MANAGER WHO COULD ACTION IT - GOES TO THE ACTIVE
      *            ADMINISTRATORS. THE SUBMITTER IS NEVER TOLD TO
      *            APPROVE THEIR OWN ITEM.
      *          - APPROVED/REJECTED: THE REQUESTER, PLUS THE EMPLOYEE
      *            (OR USER) THE ITEM IS ABOUT WHEN THAT IS SOMEONE
      *            ELSE.
      *          - A SUBMITTED LEAVE REQUEST, PAY CHANGE OR ONE-TIME
      *            PAYMENT ALSO GOES TO ANYONE STANDING IN TODAY FOR
      *            ONE OF THE APPROVERS TOLD (AN ACTIVE 'EDELGAT'
      *            DELEGATION COVERING THAT APPROVAL TYPE), AS ROLE
      *            'D' - SO THE ITEM IS NOT LEFT WAITING ON SOMEBODY
      *            WHO IS AWAY.
      *      - 'EREGUSR' IS KEYED ON USER ID ONLY, SO A MANAGER'S USER
      *        ID IS FOUND BY BROWSING IT FOR THEIR EMPLOYEE ID.
      *      - A NOTIFICATION FAILURE NEVER BLOCKS THE CALLER'S OWN
      *        UPDATE - 'NFA-SENT-COUNT' JUST COMES BACK SHORT.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - EMPLOYEE MASTER RECORD.
      *      - REGISTERED USERS.
      *      - WORKFLOW NOTIFICATION RECORD.
      *      - APPROVAL DELEGATION RECORD.
      ******************************************************************
       COPY ECONST.
       COPY EMPMAST.
       COPY EREGUSR.
       COPY ENOTIFY.
       COPY EDELGAT.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE     PIC S9(8) USAGE IS BINARY.
          05 WS-MANAGER-EMP-ID    PIC 9(8).
          05 WS-SEARCH-EMP-ID     PIC 9(8).
          05 WS-EXCLUDE-USER-ID   PIC X(8).
          05 WS-RECIPIENT-USER-ID PIC X(8).
          05 WS-RECIPIENT-EMP-ID  PIC 9(8).
          05 WS-RECIPIENT-ROLE    PIC X(1).
          05 WS-MAX-RECIPIENTS    PIC 9(3)  VALUE 020.
          05 WS-BROWSE-MODE       PIC X(1).
             88 BROWSE-FOR-EMPLOYEE          VALUE 'E'.
             88 BROWSE-FOR-ADMINISTRATORS    VALUE 'A'.
          05 WS-BROWSE-FLAG       PIC X(1).
             88 END-OF-USERS                 VALUE 'Y'.
          05 WS-TODAY             PIC X(8).
          05 WS-TYPE-INDEX        PIC 9(1)  USAGE IS BINARY.
          05 WS-DLG-BROWSE-FLAG   PIC X(1).
             88 END-OF-DELEGATIONS           VALUE 'Y'.
          05 WS-MATCH-FLAG        PIC X(1).
             88 WS-MATCH-FOUND               VALUE 'Y'.
          05 WS-MATCH-USER-ID     PIC X(8).
          05 WS-MATCH-ROLE        PIC X(1).
      *
      *    EVERYONE WRITTEN TO THIS CALL, AND IN WHAT ROLE - WHOSE
      *    DELEGATES TO LOOK FOR, AND WHO NOT TO TELL TWICE.
       01 WS-NOTIFIED-TABLE.
          05 WS-NOTIFIED-COUNT    PIC 9(3)  USAGE IS BINARY.
          05 WS-NOTIFIED-INDEX    PIC 9(3)  USAGE IS BINARY.
          05 WS-NOTIFIED-ENTRY    OCCURS 40 TIMES.
             10 WS-NOTIFIED-USER-ID PIC X(8).
             10 WS-NOTIFIED-ROLE  PIC X(1).
      *
      *    NOTIFICATION APPEND WORK AREA (SEE THE NOTIFY-LOG SECTION).
       01 WS-NOTIFY-VARS.
          05 WS-NTF-RBA-FIELD     PIC S9(8) USAGE IS BINARY.
          05 WS-NTF-LOCK-FLAG     PIC X(1)  VALUE SPACES.
             88 NTF-LOCK-ACQUIRED            VALUE 'Y'.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
       COPY ENTFARG REPLACING ==01 NOTIFY-ARGUMENTS.== BY
          ==02 NOTIFY-ARGUMENTS.==.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           INITIALIZE WS-WORKING-VARS.
           INITIALIZE WS-NOTIFIED-TABLE.
           MOVE 020 TO WS-MAX-RECIPIENTS.
           MOVE ZEROES TO NFA-SENT-COUNT.
           SET NFA-NOT-WRITTEN TO TRUE.

           IF NOT NFA-WF-LEAVE AND NOT NFA-WF-PAY-CHANGE AND
              NOT NFA-WF-CATEGORY AND NOT NFA-WF-ONE-TIME-PAY AND
              NOT NFA-WF-HIRE AND NOT NFA-WF-RESIGNATION THEN
              PERFORM 9000-RETURN-TO-CALLER
           END-IF.

           IF NFA-SUBJECT-EMP-ID IS NOT NUMERIC THEN
              MOVE ZEROES TO NFA-SUBJECT-EMP-ID
           END-IF.

           EVALUATE TRUE
           WHEN NFA-EV-SUBMITTED
                PERFORM 2000-NOTIFY-APPROVERS
           WHEN NFA-EV-APPROVED
           WHEN NFA-EV-REJECTED
                PERFORM 3000-NOTIFY-REQUESTER
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

           IF NFA-SENT-COUNT IS GREATER THAN ZEROES THEN
              SET NFA-WRITTEN TO TRUE
           END-IF.

           PERFORM 9000-RETURN-TO-CALLER.

      *-----------------------------------------------------------------
       ADDRESSING SECTION.
      *-----------------------------------------------------------------

      *    A LEAVE REQUEST, NEW HIRE OR RESIGNATION IS OFFERED TO THE
      *    EMPLOYEE'S OWN MANAGER; IF THAT FINDS NOBODY (NO MANAGER,
      *    NO ACTIVE SIGN-ON, OR THE MANAGER KEYED IT THEMSELVES) IT
      *    FALLS BACK TO THE ADMINISTRATORS LIKE THE OTHER WORKFLOWS.
       2000-NOTIFY-APPROVERS.
           MOVE NFA-REQUESTED-BY TO WS-EXCLUDE-USER-ID.
           MOVE 'A' TO WS-RECIPIENT-ROLE.
           MOVE ZEROES TO WS-MANAGER-EMP-ID.

           IF (NFA-WF-LEAVE OR NFA-WF-HIRE OR NFA-WF-RESIGNATION) AND
              NFA-SUBJECT-EMP-ID IS GREATER THAN ZEROES THEN
              MOVE NFA-SUBJECT-EMP-ID TO EMP-EMPLOYEE-ID
              EXEC CICS READ
                   FILE(APP-EMP-MASTER-FILE-NAME)
                   RIDFLD(EMP-EMPLOYEE-ID)
                   INTO (EMPLOYEE-MASTER-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
                 MOVE EMP-MANAGER-ID TO WS-MANAGER-EMP-ID
              END-IF
           END-IF.

           IF WS-MANAGER-EMP-ID IS GREATER THAN ZEROES THEN
              MOVE WS-MANAGER-EMP-ID TO WS-SEARCH-EMP-ID
              SET BROWSE-FOR-EMPLOYEE TO TRUE
              PERFORM 5000-BROWSE-USERS
           END-IF.

           IF NFA-SENT-COUNT IS EQUAL TO ZEROES THEN
              SET BROWSE-FOR-ADMINISTRATORS TO TRUE
              PERFORM 5000-BROWSE-USERS
           END-IF.

           IF (NFA-WF-LEAVE OR NFA-WF-PAY-CHANGE OR
               NFA-WF-ONE-TIME-PAY) AND
              NFA-SENT-COUNT IS GREATER THAN ZEROES THEN
              PERFORM 6000-NOTIFY-DELEGATES
           END-IF.

      *    THE OUTCOME GOES BACK TO WHOEVER RAISED THE ITEM, AND TO
      *    THE PERSON IT IS ABOUT WHEN THEY DID NOT RAISE IT THEMSELVES
      *    (A LEAVE REQUEST KEYED FOR AN EMPLOYEE BY THEIR MANAGER, A
      *    CATEGORY CHANGE RAISED AGAINST A USER).
       3000-NOTIFY-REQUESTER.
           MOVE NFA-REQUESTED-BY TO REG-USER-ID.

           EXEC CICS READ
                FILE(APP-REG-USER-FILE-NAME)
                RIDFLD(REG-USER-ID)
                INTO (REGISTERED-USER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              REG-ST-ACTIVE THEN
              MOVE REG-USER-ID TO WS-RECIPIENT-USER-ID
              MOVE REG-EMPLOYEE-ID TO WS-RECIPIENT-EMP-ID
              MOVE 'R' TO WS-RECIPIENT-ROLE
              PERFORM 8000-WRITE-NOTIFICATION
           END-IF.

           MOVE NFA-REQUESTED-BY TO WS-EXCLUDE-USER-ID.
           MOVE 'S' TO WS-RECIPIENT-ROLE.

           EVALUATE TRUE
           WHEN NFA-WF-LEAVE AND
                NFA-SUBJECT-EMP-ID IS GREATER THAN ZEROES
                MOVE NFA-SUBJECT-EMP-ID TO WS-SEARCH-EMP-ID
                SET BROWSE-FOR-EMPLOYEE TO TRUE
                PERFORM 5000-BROWSE-USERS
           WHEN NFA-WF-CATEGORY AND
                NFA-ITEM-KEY(1:8) IS NOT EQUAL TO NFA-REQUESTED-BY
                MOVE NFA-ITEM-KEY(1:8) TO REG-USER-ID
                EXEC CICS READ
                     FILE(APP-REG-USER-FILE-NAME)
                     RIDFLD(REG-USER-ID)
                     INTO (REGISTERED-USER-RECORD)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
                IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
                   REG-ST-ACTIVE THEN
                   MOVE REG-USER-ID TO WS-RECIPIENT-USER-ID
                   MOVE REG-EMPLOYEE-ID TO WS-RECIPIENT-EMP-ID
                   PERFORM 8000-WRITE-NOTIFICATION
                END-IF
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------------------
       USER-BROWSE SECTION.
      *-----------------------------------------------------------------

      *    ONE PASS OF 'EREGUSR', NOTIFYING EVERY ACTIVE USER THAT
      *    MATCHES - EITHER THE SIGN-ON(S) OF ONE EMPLOYEE, OR THE
      *    ADMINISTRATORS - BAR THE EXCLUDED USER, UP TO THE CAP.
       5000-BROWSE-USERS.
           MOVE SPACES TO WS-BROWSE-FLAG.
           MOVE LOW-VALUES TO REG-USER-ID.

           EXEC CICS STARTBR
                FILE(APP-REG-USER-FILE-NAME)
                RIDFLD(REG-USER-ID)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           PERFORM 5100-READ-NEXT-USER
              UNTIL END-OF-USERS
                 OR NFA-SENT-COUNT IS NOT LESS THAN WS-MAX-RECIPIENTS.

           EXEC CICS ENDBR
                FILE(APP-REG-USER-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       5100-READ-NEXT-USER.
           EXEC CICS READNEXT
                FILE(APP-REG-USER-FILE-NAME)
                RIDFLD(REG-USER-ID)
                INTO (REGISTERED-USER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              SET END-OF-USERS TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF NOT REG-ST-ACTIVE OR
              REG-USER-ID IS EQUAL TO WS-EXCLUDE-USER-ID THEN
              EXIT PARAGRAPH
           END-IF.

           IF BROWSE-FOR-EMPLOYEE AND
              REG-EMPLOYEE-ID IS NOT EQUAL TO WS-SEARCH-EMP-ID THEN
              EXIT PARAGRAPH
           END-IF.

           IF BROWSE-FOR-ADMINISTRATORS AND
              NOT REG-CT-ADMINISTRATOR THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE REG-USER-ID TO WS-RECIPIENT-USER-ID.
           MOVE REG-EMPLOYEE-ID TO WS-RECIPIENT-EMP-ID.
           PERFORM 8000-WRITE-NOTIFICATION.

      *-----------------------------------------------------------------
       DELEGATE-BROWSE SECTION.
      *-----------------------------------------------------------------

      *    ONE PASS OF 'EDELGAT' FOR DELEGATIONS RUNNING TODAY FROM AN
      *    APPROVER JUST NOTIFIED THAT COVER THIS WORKFLOW'S TYPE -
      *    THE SAME TEST 'EDLGCHK' APPLIES WHEN THE DELEGATE ACTS.
       6000-NOTIFY-DELEGATES.
           EVALUATE TRUE
           WHEN NFA-WF-LEAVE
                MOVE 1 TO WS-TYPE-INDEX
           WHEN NFA-WF-PAY-CHANGE
                MOVE 2 TO WS-TYPE-INDEX
           WHEN OTHER
                MOVE 3 TO WS-TYPE-INDEX
           END-EVALUATE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE 'D' TO WS-RECIPIENT-ROLE.
           MOVE SPACES TO WS-DLG-BROWSE-FLAG.
           MOVE LOW-VALUES TO DLG-KEY.

           EXEC CICS STARTBR
                FILE(APP-DELEG-FILE-NAME)
                RIDFLD(DLG-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           PERFORM 6100-READ-NEXT-DELEGATION
              UNTIL END-OF-DELEGATIONS
                 OR NFA-SENT-COUNT IS NOT LESS THAN WS-MAX-RECIPIENTS.

           EXEC CICS ENDBR
                FILE(APP-DELEG-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       6100-READ-NEXT-DELEGATION.
           EXEC CICS READNEXT
                FILE(APP-DELEG-FILE-NAME)
                RIDFLD(DLG-KEY)
                INTO (DELEGATION-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              SET END-OF-DELEGATIONS TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF NOT DLG-ACTIVE OR
              DLG-FROM-DATE IS GREATER THAN WS-TODAY OR
              DLG-TO-DATE IS LESS THAN WS-TODAY OR
              DLG-TYPE-FLAG(WS-TYPE-INDEX) IS NOT EQUAL TO 'Y' THEN
              EXIT PARAGRAPH
           END-IF.

      *    THE DELEGATOR MUST BE ONE OF THE APPROVERS JUST TOLD ...
           MOVE DLG-DELEGATOR-ID TO WS-MATCH-USER-ID.
           MOVE 'A' TO WS-MATCH-ROLE.
           PERFORM 6200-FIND-NOTIFIED-USER.
           IF NOT WS-MATCH-FOUND THEN
              EXIT PARAGRAPH
           END-IF.

      *    ... AND THE DELEGATE NEITHER THE SUBMITTER NOR ANYONE
      *    ALREADY TOLD IN ANY ROLE.
           IF DLG-DELEGATE-ID IS EQUAL TO NFA-REQUESTED-BY THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE DLG-DELEGATE-ID TO WS-MATCH-USER-ID.
           MOVE SPACES TO WS-MATCH-ROLE.
           PERFORM 6200-FIND-NOTIFIED-USER.
           IF WS-MATCH-FOUND THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE DLG-DELEGATE-ID TO REG-USER-ID.

           EXEC CICS READ
                FILE(APP-REG-USER-FILE-NAME)
                RIDFLD(REG-USER-ID)
                INTO (REGISTERED-USER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              REG-ST-ACTIVE THEN
              MOVE REG-USER-ID TO WS-RECIPIENT-USER-ID
              MOVE REG-EMPLOYEE-ID TO WS-RECIPIENT-EMP-ID
              PERFORM 8000-WRITE-NOTIFICATION
           END-IF.

      *    LOOK 'WS-MATCH-USER-ID' UP AMONG THIS CALL'S RECIPIENTS -
      *    IN 'WS-MATCH-ROLE' ONLY, OR IN ANY ROLE WHEN THAT IS SPACES.
       6200-FIND-NOTIFIED-USER.
           MOVE SPACES TO WS-MATCH-FLAG.

           PERFORM 6210-COMPARE-NOTIFIED-ENTRY
              VARYING WS-NOTIFIED-INDEX FROM 1 BY 1
                UNTIL WS-NOTIFIED-INDEX IS GREATER THAN
                      WS-NOTIFIED-COUNT
                   OR WS-MATCH-FOUND.

       6210-COMPARE-NOTIFIED-ENTRY.
           IF WS-NOTIFIED-USER-ID(WS-NOTIFIED-INDEX) IS EQUAL TO
              WS-MATCH-USER-ID AND
              (WS-MATCH-ROLE IS EQUAL TO SPACES OR
               WS-NOTIFIED-ROLE(WS-NOTIFIED-INDEX) IS EQUAL TO
               WS-MATCH-ROLE) THEN
              SET WS-MATCH-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       NOTIFY-LOG SECTION.
      *-----------------------------------------------------------------

      *    THE SAME ENQ-WRITE-DEQ APPEND 'EVIEWP' USES FOR 'EVWLOG'.
       8000-WRITE-NOTIFICATION.
           INITIALIZE NOTIFICATION-RECORD.
           MOVE FUNCTION CURRENT-DATE TO NTF-TIMESTAMP.
           MOVE NFA-EVENT TO NTF-EVENT.
           MOVE NFA-WORKFLOW TO NTF-WORKFLOW.
           MOVE WS-RECIPIENT-USER-ID TO NTF-RECIPIENT-USER-ID.
           MOVE WS-RECIPIENT-EMP-ID TO NTF-RECIPIENT-EMP-ID.
           MOVE WS-RECIPIENT-ROLE TO NTF-RECIPIENT-ROLE.
           MOVE NFA-SUBJECT-EMP-ID TO NTF-SUBJECT-EMP-ID.
           MOVE NFA-ITEM-KEY TO NTF-ITEM-KEY.
           MOVE NFA-REQUESTED-BY TO NTF-REQUESTED-BY.
           MOVE NFA-REQUESTED-DATE TO NTF-REQUESTED-DATE.
           MOVE NFA-ACTIONED-BY TO NTF-ACTIONED-BY.
           MOVE ZEROES TO NTF-DAYS-PENDING.
           MOVE NFA-SOURCE-PROGRAM TO NTF-SOURCE-PROGRAM.

           INITIALIZE WS-NTF-LOCK-FLAG.
           PERFORM 8100-ENQUEUE-NOTIFY UNTIL NTF-LOCK-ACQUIRED.

           EXEC CICS WRITE
                FILE(APP-NOTIFY-FILE-NAME)
                RIDFLD(WS-NTF-RBA-FIELD)
                RBA
                FROM (NOTIFICATION-RECORD)
                LENGTH(LENGTH OF NOTIFICATION-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              ADD 1 TO NFA-SENT-COUNT
              IF WS-NOTIFIED-COUNT IS LESS THAN 40 THEN
                 ADD 1 TO WS-NOTIFIED-COUNT
                 MOVE WS-RECIPIENT-USER-ID
                    TO WS-NOTIFIED-USER-ID(WS-NOTIFIED-COUNT)
                 MOVE WS-RECIPIENT-ROLE
                    TO WS-NOTIFIED-ROLE(WS-NOTIFIED-COUNT)
              END-IF
           END-IF.

           EXEC CICS DEQ
                RESOURCE(APP-NOTIFY-REQUEST-ID)
                LENGTH(LENGTH OF APP-NOTIFY-REQUEST-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       8100-ENQUEUE-NOTIFY.
           EXEC CICS ENQ
                RESOURCE(APP-NOTIFY-REQUEST-ID)
                LENGTH(LENGTH OF APP-NOTIFY-REQUEST-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                SET NTF-LOCK-ACQUIRED TO TRUE
           WHEN DFHRESP(ENQBUSY)
                CONTINUE
           WHEN OTHER
      *         NO LOCK - WRITE ANYWAY RATHER THAN LOSE THE MESSAGE.
                SET NTF-LOCK-ACQUIRED TO TRUE
           END-EVALUATE.

      *-----------------------------------------------------------------
       EXIT-ROUTE SECTION.
      *-----------------------------------------------------------------

       9000-RETURN-TO-CALLER.
           EXEC CICS RETURN
                END-EXEC.
