       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDLGCHK.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'APPROVAL DELEGATION LOOKUP' SUBPROGRAM.
      *      - LINKED (WITH A COMMAREA - SEE 'EDLGARG') FROM THE
      *        APPROVAL SCREENS WHEN THE SIGNED-ON USER WANTS TO DO
      *        SOMETHING THEIR OWN CATEGORY DOES NOT ALLOW.
      *      - WALKS 'EDELGAT' FOR AN ACTIVE DELEGATION TO THIS USER
      *        THAT COVERS THE APPROVAL TYPE AND IS RUNNING TODAY.
      *        THE DELEGATOR MUST STILL BE AN ACTIVE 'EREGUSR'
      *        ACCOUNT HOLDING THE AUTHORITY ASKED FOR - A DELEGATE
      *        NEVER GETS MORE THAN THE DELEGATOR HAS TODAY.
      *      - THE DATE TEST IS WHAT MAKES A DELEGATION LAPSE: THE DAY
      *        AFTER ITS TO DATE IT STOPS MATCHING HERE, WHETHER OR
      *        NOT THE NIGHTLY 'EDLGLPS' SWEEP HAS MARKED IT YET.
      *      - 'EDELGAT' IS KEYED ON THE DELEGATOR, SO THE DELEGATE'S
      *        SIDE IS FOUND BY BROWSING THE WHOLE (SMALL) FILE - THE
      *        SAME WAY 'ENTFWRT' FINDS A MANAGER'S SIGN-ON.
      *      - ANY FILE TROUBLE JUST COMES BACK 'NOT DELEGATED', SO
      *        THE CALLER FALLS BACK TO ITS OWN AUTHORITY CHECK.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - APPROVAL DELEGATION RECORD.
      *      - REGISTERED USERS.
      ******************************************************************
       COPY ECONST.
       COPY EDELGAT.
       COPY EREGUSR.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE     PIC S9(8) USAGE IS BINARY.
          05 WS-TODAY             PIC X(8).
          05 WS-TYPE-INDEX        PIC 9(1)  USAGE IS BINARY.
          05 WS-BROWSE-FLAG       PIC X(1).
             88 END-OF-DELEGATIONS           VALUE 'Y'.
          05 WS-DELEGATOR-FLAG    PIC X(1).
             88 DELEGATOR-QUALIFIES          VALUE 'Y'.
             88 DELEGATOR-DOES-NOT-QUALIFY   VALUE 'N'.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
       COPY EDLGARG REPLACING ==01 DELEGATION-ARGUMENTS.== BY
          ==02 DELEGATION-ARGUMENTS.==.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           INITIALIZE WS-WORKING-VARS.
           SET DGA-NOT-DELEGATED TO TRUE.
           MOVE SPACES TO DGA-DELEGATOR-ID.
           MOVE SPACES TO DGA-DELEGATOR-CATEGORY.
           MOVE ZEROES TO DGA-DELEGATOR-EMP-ID.
           MOVE SPACES TO DGA-DELEGATION-TO-DATE.

           IF DGA-TEAM-MANAGER-ID IS NOT NUMERIC THEN
              MOVE ZEROES TO DGA-TEAM-MANAGER-ID
           END-IF.

      *    THE TYPE CODE PICKS ITS FLAG OUT OF 'DLG-TYPE-TABLE'.
           EVALUATE TRUE
           WHEN DGA-TYPE-LEAVE
                MOVE 1 TO WS-TYPE-INDEX
           WHEN DGA-TYPE-COMP
                MOVE 2 TO WS-TYPE-INDEX
           WHEN DGA-TYPE-ONEPAY
                MOVE 3 TO WS-TYPE-INDEX
           WHEN DGA-TYPE-MERIT
                MOVE 4 TO WS-TYPE-INDEX
           WHEN DGA-TYPE-WORKLIST
                MOVE 5 TO WS-TYPE-INDEX
           WHEN OTHER
                PERFORM 9000-RETURN-TO-CALLER
           END-EVALUATE.

           IF DGA-DELEGATE-ID IS EQUAL TO SPACES THEN
              PERFORM 9000-RETURN-TO-CALLER
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM 2000-BROWSE-DELEGATIONS.

           PERFORM 9000-RETURN-TO-CALLER.

      *-----------------------------------------------------------------
       DELEGATION-SEARCH SECTION.
      *-----------------------------------------------------------------

      *    ONE PASS OF 'EDELGAT', STOPPING AT THE FIRST DELEGATION
      *    THAT HOLDS UP.
       2000-BROWSE-DELEGATIONS.
           MOVE SPACES TO WS-BROWSE-FLAG.
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

           PERFORM 2100-READ-NEXT-DELEGATION
              UNTIL END-OF-DELEGATIONS
                 OR DGA-DELEGATED.

           EXEC CICS ENDBR
                FILE(APP-DELEG-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2100-READ-NEXT-DELEGATION.
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
              DLG-DELEGATE-ID IS NOT EQUAL TO DGA-DELEGATE-ID THEN
              EXIT PARAGRAPH
           END-IF.

      *    RUNNING TODAY - THE TO DATE ITSELF IS STILL COVERED.
           IF DLG-FROM-DATE IS GREATER THAN WS-TODAY OR
              DLG-TO-DATE IS LESS THAN WS-TODAY THEN
              EXIT PARAGRAPH
           END-IF.

           IF DLG-TYPE-FLAG(WS-TYPE-INDEX) IS NOT EQUAL TO 'Y' THEN
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2200-CHECK-DELEGATOR.

           IF DELEGATOR-QUALIFIES THEN
              SET DGA-DELEGATED TO TRUE
              MOVE DLG-DELEGATOR-ID TO DGA-DELEGATOR-ID
              MOVE REG-USER-CATEGORY TO DGA-DELEGATOR-CATEGORY
              MOVE REG-EMPLOYEE-ID TO DGA-DELEGATOR-EMP-ID
              MOVE DLG-TO-DATE TO DGA-DELEGATION-TO-DATE
           END-IF.

      *    THE DELEGATOR'S OWN ACCOUNT, AS IT STANDS TODAY - A
      *    DEACTIVATED OR DOWNGRADED APPROVER HAS NOTHING LEFT TO
      *    HAND ON.
       2200-CHECK-DELEGATOR.
           SET DELEGATOR-DOES-NOT-QUALIFY TO TRUE.
           MOVE DLG-DELEGATOR-ID TO REG-USER-ID.

           EXEC CICS READ
                FILE(APP-REG-USER-FILE-NAME)
                RIDFLD(REG-USER-ID)
                INTO (REGISTERED-USER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           IF NOT REG-ST-ACTIVE THEN
              EXIT PARAGRAPH
           END-IF.

           IF REG-EMPLOYEE-ID IS NOT NUMERIC THEN
              MOVE ZEROES TO REG-EMPLOYEE-ID
           END-IF.

           EVALUATE TRUE
           WHEN REG-CT-ADMINISTRATOR
                SET DELEGATOR-QUALIFIES TO TRUE
           WHEN REG-CT-MANAGER AND DGA-NEEDS-MANAGER-OR-ABOVE
                IF DGA-TEAM-MANAGER-ID IS EQUAL TO ZEROES OR
                   DGA-TEAM-MANAGER-ID IS EQUAL TO REG-EMPLOYEE-ID
                   SET DELEGATOR-QUALIFIES TO TRUE
                END-IF
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------------------
       EXIT-ROUTE SECTION.
      *-----------------------------------------------------------------

       9000-RETURN-TO-CALLER.
           EXEC CICS RETURN
                END-EXEC.
