      *      - RESTRICTED TO MANAGER AND ADMINISTRATOR CATEGORY
      *        USERS, LIKE THE 'EWRKP' WORKLIST IT IS MODELED ON.
      *      - REACHED DIRECTLY THROUGH ITS OWN 'EMRT' TRANSACTION.
      *      - A USER HOLDING A MERIT DELEGATION (SEE 'EDLGP') WORKS
      *        THE DELEGATOR'S SIDE WHILE IT RUNS: A MANAGER'S STAND-IN
      *        ADJUSTS AND SUBMITS THAT MANAGER'S LIST, AN
      *        ADMINISTRATOR'S STAND-IN APPROVES ANY KEYED LIST. A
      *        MANAGER WHO IS ALSO A STAND-IN KEYS THE OTHER MANAGER'S
      *        ID TO SWITCH LISTS. A STAND-IN NEVER ACTIONS THEIR OWN
      *        ENTRY, AND EACH FLIP RECORDS WHO THEY STOOD IN FOR.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *      - MERIT WORKLIST FILE RECORD.
      *      - REGISTERED USERS.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - APPROVAL DELEGATION LOOKUP ARGUMENTS.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY EMERIT.
       COPY EREGUSR.
       COPY EMONCTR.
       COPY EDLGARG.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
          05 WS-COMP-EDIT         PIC Z(6)9.99.
          05 WS-MERIT-LINE        PIC X(70).
          05 WS-STATUS-TEXT       PIC X(9).
          05 WS-DELEGATION-TEAM-ID PIC 9(8).
          05 WS-PRIOR-ACTING-FOR-ID PIC X(8).
          05 WS-PRIOR-ACTING-FOR-CAT PIC X(3).
      *
       01 WS-DEBUG-AID            PIC X(45) VALUE SPACES.
      *
      *    >>> --------------------- <<<

      *    THE WORKLIST CARRIES EVERY PROPOSED INCREASE IN THE CYCLE -
      *    MANAGER AND ADMINISTRATOR CATEGORY USERS, AND WHOEVER IS
      *    STANDING IN FOR ONE OF THEM TODAY.
           IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR THEN
              MOVE ZEROES TO WS-DELEGATION-TEAM-ID
              PERFORM 7700-CHECK-DELEGATION
              IF MRT-ACTING-FOR-ID IS EQUAL TO SPACES THEN
                 MOVE 'You Are Not Authorized For Merit Planning!'
                    TO WS-MESSAGE
                 PERFORM 9000-SEND-MAP-AND-RETURN
              END-IF
           END-IF.

           PERFORM 1200-RESOLVE-OWN-EMPLOYEE.

      *    A MANAGER'S SCOPE IS ALWAYS THEIR OWN LIST, AND A MANAGER'S
      *    STAND-IN STARTS ON THE DELEGATOR'S; AN ADMINISTRATOR (OR
      *    THEIR STAND-IN) KEYS ONE.
           IF MON-CT-MANAGER THEN
              MOVE MRT-OWN-EMPLOYEE-ID TO MRT-SCOPE-MANAGER-ID
           END-IF.

           IF MRT-AF-MANAGER THEN
              MOVE DGA-DELEGATOR-EMP-ID TO MRT-SCOPE-MANAGER-ID
           END-IF.

           PERFORM 3000-LIST-WORKLIST.
           PERFORM 9000-SEND-MAP-AND-RETURN.

           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

      *    A DELEGATION IS RE-CHECKED EVERY TURN AGAINST THE LIST IN
      *    SCOPE. ONCE IT HAS LAPSED OR BEEN CANCELLED A MANAGER DROPS
      *    BACK TO THEIR OWN LIST, AN ADMINISTRATOR TO THEIR OWN
      *    AUTHORITY, AND ANYONE ELSE IS SIGNED OFF.
           IF MRT-ACTING-FOR-ID IS NOT EQUAL TO SPACES THEN
              MOVE MRT-SCOPE-MANAGER-ID TO WS-DELEGATION-TEAM-ID
              PERFORM 7700-CHECK-DELEGATION
              IF MRT-ACTING-FOR-ID IS EQUAL TO SPACES AND
                 MON-CT-MANAGER THEN
                 MOVE MRT-OWN-EMPLOYEE-ID TO MRT-SCOPE-MANAGER-ID
                 MOVE 'Delegation Ended - Back On Your Own List!'
                    TO WS-MESSAGE
              END-IF
           END-IF.

           IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR AND
              MRT-ACTING-FOR-ID IS EQUAL TO SPACES THEN
              PERFORM 2600-SIGN-USER-OFF
           END-IF.

      *    >>> -------------- <<<

      *    AN ADMINISTRATOR PICKS WHOSE LIST IS ON SCREEN; A MANAGER
      *    IS PINNED TO THEIR OWN UNLESS THEY ARE STANDING IN FOR THE
      *    MANAGER WHOSE ID THEY KEY.
           IF MGRIDL IS GREATER THAN ZERO THEN
              IF MGRIDI IS NOT NUMERIC THEN
                 MOVE 'Validation Error: Manager ID Not Numeric!'
                    TO WS-MESSAGE
                 MOVE -1 TO MGRIDL
                 EXIT PARAGRAPH
              END-IF
              PERFORM 2150-CHANGE-SCOPE
              IF WS-MESSAGE IS NOT EQUAL TO SPACES THEN
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           EVALUATE FUNCTION UPPER-CASE(ACTNI)
                MOVE -1 TO ACTNL
           END-EVALUATE.

      *    WHOSE LIST THE KEYED MANAGER ID PUTS ON SCREEN, AND ON
      *    WHOSE AUTHORITY.
       2150-CHANGE-SCOPE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-CHANGE-SCOPE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SPACES TO WS-MESSAGE.
           MOVE MGRIDI TO WS-DELEGATION-TEAM-ID.

      *    AN ADMINISTRATOR NEEDS NOBODY'S AUTHORITY BUT THEIR OWN,
      *    AND NEITHER DOES A MANAGER GOING BACK TO THEIR OWN LIST.
           IF MON-CT-ADMINISTRATOR OR
              (MON-CT-MANAGER AND
               WS-DELEGATION-TEAM-ID IS EQUAL TO MRT-OWN-EMPLOYEE-ID)
              MOVE WS-DELEGATION-TEAM-ID TO MRT-SCOPE-MANAGER-ID
              MOVE SPACES TO MRT-ACTING-FOR-ID
              MOVE SPACES TO MRT-ACTING-FOR-CATEGORY
              EXIT PARAGRAPH
           END-IF.

      *    A REFUSED SWITCH LEAVES THE USER WHERE THEY WERE.
           MOVE MRT-ACTING-FOR-ID TO WS-PRIOR-ACTING-FOR-ID.
           MOVE MRT-ACTING-FOR-CATEGORY TO WS-PRIOR-ACTING-FOR-CAT.

           PERFORM 7700-CHECK-DELEGATION.

           IF MRT-ACTING-FOR-ID IS EQUAL TO SPACES THEN
              MOVE WS-PRIOR-ACTING-FOR-ID TO MRT-ACTING-FOR-ID
              MOVE WS-PRIOR-ACTING-FOR-CAT TO MRT-ACTING-FOR-CATEGORY
              IF MON-CT-MANAGER AND
                 WS-PRIOR-ACTING-FOR-ID IS EQUAL TO SPACES THEN
                 MOVE 'Managers Work Their Own List Only!'
                    TO WS-MESSAGE
              ELSE
                 MOVE 'No Delegation Covers That Manager''s List!'
                    TO WS-MESSAGE
              END-IF
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-DELEGATION-TEAM-ID TO MRT-SCOPE-MANAGER-ID.

      *    THE MANAGER TUNES A STILL-PENDING PROPOSAL - ONCE THE LIST
      *    IS SUBMITTED THE FIGURES BELONG TO THE APPROVER.
       2200-ADJUST-PROPOSAL.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF NOT MRT-AF-MANAGER AND
              (NOT MON-CT-MANAGER OR
               MRT-ACTING-FOR-ID IS NOT EQUAL TO SPACES) THEN
              MOVE 'Only The Manager Adjusts Proposals!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.
              EXIT PARAGRAPH
           END-IF.

           IF MRT-ACTING-FOR-ID IS NOT EQUAL TO SPACES AND
              MER-EMPLOYEE-ID IS EQUAL TO MRT-OWN-EMPLOYEE-ID THEN
              MOVE 'Delegates Cannot Adjust Their Own Increase!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-NEW-PCT TO MER-PROPOSED-PCT.

           EXEC CICS REWRITE
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF NOT MRT-AF-MANAGER AND
              (NOT MON-CT-MANAGER OR
               MRT-ACTING-FOR-ID IS NOT EQUAL TO SPACES) THEN
              MOVE 'Only The Manager Submits The List!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF NOT MON-CT-ADMINISTRATOR AND NOT MRT-AF-ADMINISTRATOR
              MOVE 'Only Administrators Approve Worklists!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
      *    A STAND-IN LEAVES THEIR OWN ENTRY FOR SOMEBODY ELSE.
           WHEN MRT-ACTING-FOR-ID IS NOT EQUAL TO SPACES AND
                MER-EMPLOYEE-ID IS EQUAL TO MRT-OWN-EMPLOYEE-ID
                EXIT PARAGRAPH
           WHEN FUNCTION UPPER-CASE(ACTNI) IS EQUAL TO 'S' AND
                MER-PENDING
                CONTINUE
              IF FUNCTION UPPER-CASE(ACTNI) IS EQUAL TO 'S' THEN
                 SET MER-SUBMITTED TO TRUE
                 MOVE MRT-USER-ID TO MER-SUBMITTED-BY
                 MOVE MRT-ACTING-FOR-ID TO MER-SUBMITTED-FOR
              ELSE
                 SET MER-APPROVED TO TRUE
                 MOVE MRT-USER-ID TO MER-APPROVED-BY
                 MOVE MRT-ACTING-FOR-ID TO MER-APPROVED-FOR
              END-IF

              EXEC CICS REWRITE
                MOVE WS-MERIT-LINE TO MER08O
           END-EVALUATE.

      *-----------------------------------------------------------------
       DELEGATION SECTION.
      *-----------------------------------------------------------------

      *    IS THIS USER STANDING IN TODAY FOR AN ADMINISTRATOR, OR FOR
      *    THE MANAGER WHOSE LIST IS 'WS-DELEGATION-TEAM-ID' (ZEROES -
      *    ANY MANAGER)? ASK 'EDLGCHK'; ANY FAILURE JUST LEAVES THEM
      *    ON THEIR OWN AUTHORITY.
       7700-CHECK-DELEGATION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '7700-CHECK-DELEGATION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SPACES TO MRT-ACTING-FOR-ID.
           MOVE SPACES TO MRT-ACTING-FOR-CATEGORY.

           INITIALIZE DELEGATION-ARGUMENTS.
           MOVE MON-USER-ID TO DGA-DELEGATE-ID.
           SET DGA-TYPE-MERIT TO TRUE.
           SET DGA-NEEDS-MANAGER-OR-ABOVE TO TRUE.
           MOVE WS-DELEGATION-TEAM-ID TO DGA-TEAM-MANAGER-ID.

           EXEC CICS LINK
                PROGRAM(APP-DELEG-CHECK-PROGRAM)
                COMMAREA(DELEGATION-ARGUMENTS)
                LENGTH(LENGTH OF DELEGATION-ARGUMENTS)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              DGA-DELEGATED THEN
              MOVE DGA-DELEGATOR-ID TO MRT-ACTING-FOR-ID
              MOVE DGA-DELEGATOR-CATEGORY TO MRT-ACTING-FOR-CATEGORY
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
                CHANNEL(APP-MERIT-CHANNEL-NAME)
                TRANSID(APP-MERIT-TRANSACTION-ID)
