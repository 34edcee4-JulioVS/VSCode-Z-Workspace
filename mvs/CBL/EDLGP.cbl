       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDLGP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'APPROVAL DELEGATION' PROGRAM.
      *      - LETS A MANAGER (OR AN ADMINISTRATOR ON ANY MANAGER'S OR
      *        ADMINISTRATOR'S BEHALF) HAND THEIR APPROVALS TO ANOTHER
      *        USER WHILE THEY ARE AWAY, AS A DATED 'EDELGAT' RECORD:
      *        THE DELEGATE, FROM AND TO DATES, AND THE APPROVAL TYPES
      *        COVERED -
      *          'L' - LEAVE REQUESTS ('ELRQP');
      *          'C' - COMPENSATION CHANGES ('ECPAP');
      *          'P' - ONE-TIME PAYMENTS ('EOTPP');
      *          'M' - THE MERIT WORKLIST ('EMRTP');
      *          'W' - THE APPRAISAL WORKLIST ('EWRKP').
      *        'C' AND 'P' ARE ADMINISTRATOR APPROVALS, SO ONLY AN
      *        ADMINISTRATOR'S DELEGATION CAN CARRY THEM.
      *      - ACTION 'S' SETS (OR RE-SETS) THE DELEGATION STARTING ON
      *        THE KEYED FROM DATE; LEFT BLANK, THE DATES DEFAULT TO
      *        THE DELEGATOR'S NEXT APPROVED 'ELVREQ' LEAVE. ACTION 'C'
      *        CANCELS THE ONE STARTING ON THE KEYED FROM DATE. A BLANK
      *        ACTION JUST LISTS THE CURRENT AND COMING DELEGATIONS.
      *      - TWO LIVE DELEGATIONS FROM ONE APPROVER MAY NOT OVERLAP
      *        ON THE SAME TYPE - THERE IS ONLY EVER ONE STAND-IN.
      *      - EVERY SET AND CANCEL IS JOURNALED ON 'ESECJRN'. THE
      *        APPROVAL SCREENS STOP HONOURING A DELEGATION THE DAY
      *        AFTER ITS TO DATE (SEE 'EDLGCHK').
      *      - RESTRICTED TO MANAGER AND ADMINISTRATOR CATEGORY USERS.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - APPROVAL DELEGATION MAPSET.
      *      - APPROVAL DELEGATION CONTAINER.
      *      - APPROVAL DELEGATION FILE RECORD.
      *      - LEAVE REQUEST FILE RECORD.
      *      - REGISTERED USER FILE RECORD.
      *      - SECURITY JOURNAL RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY EDLGMAP.
       COPY EDLGCTR.
       COPY EDELGAT.
       COPY ELVREQ.
       COPY EREGUSR.
       COPY ESECJRN.
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
          05 WS-ACTION            PIC X(1).
             88 WS-ACTION-SET                VALUE 'S'.
             88 WS-ACTION-CANCEL             VALUE 'C'.
             88 WS-ACTION-DISPLAY            VALUE SPACES.
          05 WS-KEYED-DELEGATOR   PIC X(8).
          05 WS-DELEGATOR-CATEGORY PIC X(3).
             88 WS-DELEGATOR-IS-ADMIN        VALUE 'ADM'.
             88 WS-DELEGATOR-IS-MANAGER      VALUE 'MGR'.
          05 WS-DELEGATOR-EMP-ID  PIC 9(8).
          05 WS-OLD-DELEGATE-ID   PIC X(8).
          05 WS-TYPE-INDEX        PIC 9(2)  USAGE IS BINARY.
          05 WS-BAD-TYPE-FLAG     PIC X(1)  VALUE SPACES.
             88 WS-BAD-TYPE-KEYED            VALUE 'Y'.
          05 WS-BROWSE-FLAG       PIC X(1)  VALUE SPACES.
             88 WS-BROWSE-DONE               VALUE 'Y'.
             88 WS-BROWSE-NOT-DONE           VALUE SPACES.
          05 WS-CLASH-FLAG        PIC X(1)  VALUE SPACES.
             88 WS-CLASH-FOUND               VALUE 'Y'.
          05 WS-CLASH-FROM-DATE   PIC X(8).
          05 WS-LEAVE-FOUND-FLAG  PIC X(1)  VALUE SPACES.
             88 WS-LEAVE-FOUND               VALUE 'Y'.
          05 WS-ROW-COUNT         PIC 9(2)  USAGE IS BINARY.
          05 WS-LINES-PER-PAGE    PIC 9(2)  USAGE IS BINARY
                                            VALUE 6.
      *
      *    THE DELEGATION BEING SET, AS KEYED AND CHECKED.
       01 WS-NEW-DELEGATION.
          05 WS-NEW-DELEGATE-ID   PIC X(8).
          05 WS-NEW-FROM-DATE     PIC X(8).
          05 WS-NEW-TO-DATE       PIC X(8).
          05 WS-NEW-TYPES.
             10 WS-NEW-TYPE-FLAG  PIC X(1)  OCCURS 5 TIMES.
      *
      *    THE TYPE CODES, IN 'DLG-TYPE-TABLE' ORDER.
       01 WS-TYPE-CODE-LIST       PIC X(5)  VALUE 'LCPMW'.
       01 FILLER REDEFINES WS-TYPE-CODE-LIST.
          05 WS-TYPE-LETTER       PIC X(1)  OCCURS 5 TIMES.
      *
       01 WS-TYPES-KEYED          PIC X(5).
       01 FILLER REDEFINES WS-TYPES-KEYED.
          05 WS-TYPE-KEYED-CHAR   PIC X(1)  OCCURS 5 TIMES.
      *
      *    WHERE A BROWSE STARTS - THE SAME SHAPES AS 'DLG-KEY' AND
      *    'LRQ-KEY'.
       01 WS-BROWSE-KEY.
          05 WS-BRK-DELEGATOR-ID  PIC X(8).
          05 WS-BRK-FROM-DATE     PIC X(8).
       01 WS-LEAVE-BROWSE-KEY.
          05 WS-LBK-EMPLOYEE-ID   PIC 9(8).
          05 WS-LBK-FROM-DATE     PIC X(8).
      *
       01 WS-ROW-TABLE.
          05 WS-ROW-TEXT          PIC X(70) OCCURS 6 TIMES.
      *
       01 WS-ROW-LINE.
          05 WS-RL-FROM-DATE      PIC X(8).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RL-TO-DATE        PIC X(8).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RL-DELEGATE-ID    PIC X(8).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RL-TYPES          PIC X(5).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RL-STATUS         PIC X(9).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RL-SET-BY         PIC X(8).
          05 FILLER               PIC X(14) VALUE SPACES.
      *
       01 WS-VALIDATION-FLAG      PIC X(1)  VALUE SPACES.
          88 VALIDATION-PASSED              VALUE 'Y'.
          88 VALIDATION-FAILED              VALUE SPACES.
      *
       01 WS-SEC-RBA-FIELD        PIC S9(8) USAGE IS BINARY.
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
                CONTAINER(APP-DELEG-CONTAINER-NAME)
                CHANNEL(APP-DELEG-CHANNEL-NAME)
                INTO (DELEGATION-CONTAINER)
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
                MOVE 'Error Retrieving Delegation Container!'
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

      *    ONLY THE APPROVERS THEMSELVES HAVE ANYTHING TO HAND ON.
           IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR THEN
              MOVE 'You Are Not Authorized To Delegate Approvals!'
                 TO WS-MESSAGE
              PERFORM 9000-SEND-MAP-AND-RETURN
           END-IF.

           MOVE MON-USER-ID TO DLC-USER-ID.
           MOVE MON-USER-CATEGORY TO DLC-USER-CATEGORY.
           MOVE MON-USER-ID TO DLC-DELEGATOR-ID.

           PERFORM 1300-LOAD-DELEGATIONS.
           PERFORM 9000-SEND-MAP-AND-RETURN.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE ACTIVITY-MONITOR-CONTAINER.
           INITIALIZE DELEGATION-CONTAINER.
           INITIALIZE DELEGATION-RECORD.
           INITIALIZE REGISTERED-USER-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE EDLGMO.

           MOVE 'Welcome to the Approval Delegation screen!'
              TO WS-MESSAGE.

      *    LIST THE DELEGATOR'S CURRENT AND COMING DELEGATIONS - ANY
      *    WHOSE TO DATE IS NOT YET PAST, WHATEVER THEIR STATUS, SO A
      *    CANCELLED ONE STILL SHOWS FOR WHAT IS LEFT OF ITS RUN.
       1300-LOAD-DELEGATIONS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1300-LOAD-DELEGATIONS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-ROW-TABLE.
           MOVE ZEROES TO WS-ROW-COUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           MOVE DLC-DELEGATOR-ID TO WS-BRK-DELEGATOR-ID.
           MOVE LOW-VALUES TO WS-BRK-FROM-DATE.

           PERFORM 1310-START-BROWSE.

           PERFORM 1320-READ-NEXT-DELEGATION
              UNTIL WS-BROWSE-DONE.

           EXEC CICS ENDBR
                FILE(APP-DELEG-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-ROW-COUNT IS EQUAL TO ZEROES AND
              WS-MESSAGE IS EQUAL TO SPACES THEN
              MOVE 'No Current Delegations For This Approver!'
                 TO WS-MESSAGE
           END-IF.

       1310-START-BROWSE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1310-START-BROWSE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           SET WS-BROWSE-NOT-DONE TO TRUE.

           EXEC CICS STARTBR
                FILE(APP-DELEG-FILE-NAME)
                RIDFLD(WS-BROWSE-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                SET WS-BROWSE-DONE TO TRUE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Delegation File Not Open!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           WHEN OTHER
                MOVE 'Error Starting Browse!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           END-EVALUATE.

       1320-READ-NEXT-DELEGATION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1320-READ-NEXT-DELEGATION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READNEXT
                FILE(APP-DELEG-FILE-NAME)
                RIDFLD(WS-BROWSE-KEY)
                INTO (DELEGATION-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              DLG-DELEGATOR-ID IS NOT EQUAL TO DLC-DELEGATOR-ID THEN
              SET WS-BROWSE-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF DLG-TO-DATE IS LESS THAN WS-TODAY THEN
              EXIT PARAGRAPH
           END-IF.

           IF WS-ROW-COUNT IS EQUAL TO WS-LINES-PER-PAGE THEN
              SET WS-BROWSE-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-ROW-COUNT.
           PERFORM 1330-FORMAT-ROW.

       1330-FORMAT-ROW.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1330-FORMAT-ROW' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE DLG-FROM-DATE TO WS-RL-FROM-DATE.
           MOVE DLG-TO-DATE TO WS-RL-TO-DATE.
           MOVE DLG-DELEGATE-ID TO WS-RL-DELEGATE-ID.
           MOVE DLG-SET-BY TO WS-RL-SET-BY.

      *    EACH TYPE KEEPS ITS OWN COLUMN - 'L.P.W' READS AS LEAVE,
      *    ONE-TIME PAY AND WORKLIST.
           MOVE ALL '.' TO WS-RL-TYPES.
           PERFORM 1335-FORMAT-TYPE-COLUMN
              VARYING WS-TYPE-INDEX FROM 1 BY 1
                UNTIL WS-TYPE-INDEX IS GREATER THAN 5.

           EVALUATE TRUE
           WHEN DLG-ACTIVE AND DLG-FROM-DATE IS GREATER THAN WS-TODAY
                MOVE 'COMING' TO WS-RL-STATUS
           WHEN DLG-ACTIVE
                MOVE 'RUNNING' TO WS-RL-STATUS
           WHEN DLG-CANCELLED
                MOVE 'CANCELLED' TO WS-RL-STATUS
           WHEN DLG-LAPSED
                MOVE 'LAPSED' TO WS-RL-STATUS
           WHEN OTHER
                MOVE SPACES TO WS-RL-STATUS
           END-EVALUATE.

           MOVE WS-ROW-LINE TO WS-ROW-TEXT(WS-ROW-COUNT).

       1335-FORMAT-TYPE-COLUMN.
           IF DLG-TYPE-FLAG(WS-TYPE-INDEX) IS EQUAL TO 'Y' THEN
              MOVE WS-TYPE-LETTER(WS-TYPE-INDEX)
                 TO WS-RL-TYPES(WS-TYPE-INDEX:1)
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
                MAP(APP-DELEG-MAP-NAME)
                MAPSET(APP-DELEG-MAPSET-NAME)
                INTO (EDLGMI)
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

      *    IF - CONTRADICTING THE ORIGINAL CHECK - THE USER IS NO
      *    LONGER A MANAGER OR ADMINISTRATOR, SIGN THEM OFF RATHER
      *    THAN LET THEM CONTINUE.
           IF NOT MON-CT-MANAGER AND NOT MON-CT-ADMINISTRATOR THEN
              PERFORM 2600-SIGN-USER-OFF
           END-IF.

           EVALUATE EIBAID
           WHEN DFHPF3
           WHEN DFHPF12
                PERFORM 2500-TRANSFER-BACK-TO-MENU
           WHEN DFHPF10
                PERFORM 2600-SIGN-USER-OFF
           WHEN DFHENTER
                PERFORM 2100-VALIDATE-USER-INPUT
                IF VALIDATION-PASSED THEN
                   EVALUATE TRUE
                   WHEN WS-ACTION-SET
                        PERFORM 2200-SET-DELEGATION
                   WHEN WS-ACTION-CANCEL
                        PERFORM 2300-CANCEL-DELEGATION
                   WHEN OTHER
                        MOVE 'Delegations Displayed!' TO WS-MESSAGE
                   END-EVALUATE
                END-IF
           WHEN OTHER
                MOVE 'Invalid Key!' TO WS-MESSAGE
           END-EVALUATE.

      *    REFRESH THE LIST - A SET OR CANCEL SHOWS UP STRAIGHT AWAY.
           PERFORM 1300-LOAD-DELEGATIONS.
           PERFORM 9000-SEND-MAP-AND-RETURN.

       2100-VALIDATE-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2100-VALIDATE-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-VALIDATION-FLAG.

      *    A MANAGER ONLY EVER WORKS THEIR OWN DELEGATIONS; AN
      *    ADMINISTRATOR MAY KEY WHOSE THEY ARE WORKING.
           IF DLGTRL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(DLGTRI) TO WS-KEYED-DELEGATOR
              IF WS-KEYED-DELEGATOR IS NOT EQUAL TO MON-USER-ID AND
                 NOT MON-CT-ADMINISTRATOR THEN
                 MOVE 'Managers Set Their Own Delegations Only!'
                    TO WS-MESSAGE
                 MOVE -1 TO DLGTRL
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-KEYED-DELEGATOR TO DLC-DELEGATOR-ID
           END-IF.

           IF ACTNL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(ACTNI) TO WS-ACTION
           ELSE
              MOVE SPACES TO WS-ACTION
           END-IF.

           IF NOT WS-ACTION-SET AND NOT WS-ACTION-CANCEL AND
              NOT WS-ACTION-DISPLAY THEN
              MOVE 'Validation Error: Action Must Be S Or C!'
                 TO WS-MESSAGE
              MOVE -1 TO ACTNL
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2110-CHECK-DELEGATOR-ACCOUNT.
           IF WS-MESSAGE IS NOT EQUAL TO SPACES THEN
              EXIT PARAGRAPH
           END-IF.

      *    IF WE GET THIS FAR, THEN ALL FIELDS ARE VALIDATED!
           SET VALIDATION-PASSED TO TRUE.

      *    THE DELEGATOR MUST BE AN ACTIVE APPROVER IN THEIR OWN
      *    RIGHT - THERE IS NOTHING TO HAND ON OTHERWISE.
       2110-CHECK-DELEGATOR-ACCOUNT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2110-CHECK-DELEGATOR-ACCOUNT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SPACES TO WS-MESSAGE.
           MOVE DLC-DELEGATOR-ID TO REG-USER-ID.

           EXEC CICS READ
                FILE(APP-REG-USER-FILE-NAME)
                RIDFLD(REG-USER-ID)
                INTO (REGISTERED-USER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                MOVE 'No Such User To Delegate For!' TO WS-MESSAGE
                MOVE -1 TO DLGTRL
                EXIT PARAGRAPH
           WHEN OTHER
                MOVE 'Error Reading Registered User File!'
                   TO WS-MESSAGE
                EXIT PARAGRAPH
           END-EVALUATE.

           IF NOT REG-CT-MANAGER AND NOT REG-CT-ADMINISTRATOR THEN
              MOVE 'Only Managers And Administrators Have Approvals!'
                 TO WS-MESSAGE
              MOVE -1 TO DLGTRL
              EXIT PARAGRAPH
           END-IF.

           IF NOT REG-ST-ACTIVE THEN
              MOVE 'That Approver Account Is Not Active!'
                 TO WS-MESSAGE
              MOVE -1 TO DLGTRL
              EXIT PARAGRAPH
           END-IF.

           MOVE REG-USER-CATEGORY TO WS-DELEGATOR-CATEGORY.
           IF REG-EMPLOYEE-ID IS NUMERIC THEN
              MOVE REG-EMPLOYEE-ID TO WS-DELEGATOR-EMP-ID
           ELSE
              MOVE ZEROES TO WS-DELEGATOR-EMP-ID
           END-IF.

       2200-SET-DELEGATION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-SET-DELEGATION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-NEW-DELEGATION.

           PERFORM 2210-VALIDATE-DELEGATE.
           IF WS-MESSAGE IS NOT EQUAL TO SPACES THEN
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2220-VALIDATE-TYPES.
           IF WS-MESSAGE IS NOT EQUAL TO SPACES THEN
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2230-RESOLVE-DATES.
           IF WS-MESSAGE IS NOT EQUAL TO SPACES THEN
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2240-CHECK-FOR-CLASH.
           IF WS-CLASH-FOUND THEN
              STRING 'Clashes With The Delegation From '
                    DELIMITED BY SIZE
                 WS-CLASH-FROM-DATE DELIMITED BY SIZE
                 ' - Cancel It First!' DELIMITED BY SIZE
                 INTO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2250-WRITE-DELEGATION.
           IF WS-MESSAGE IS NOT EQUAL TO SPACES THEN
              EXIT PARAGRAPH
           END-IF.

           STRING 'Delegation Set - ' DELIMITED BY SIZE
              WS-NEW-DELEGATE-ID DELIMITED BY SPACE
              ' Covers ' DELIMITED BY SIZE
              WS-NEW-FROM-DATE DELIMITED BY SIZE
              ' To ' DELIMITED BY SIZE
              WS-NEW-TO-DATE DELIMITED BY SIZE
              '!' DELIMITED BY SIZE
              INTO WS-MESSAGE.
           MOVE WS-NEW-FROM-DATE TO FROMDTO.
           MOVE WS-NEW-TO-DATE TO TODTO.
           MOVE SPACES TO ACTNO.

           INITIALIZE SECURITY-JOURNAL-RECORD.
           MOVE 'DELEG SET' TO SEC-ACTION.
           MOVE DLC-DELEGATOR-ID TO SEC-TARGET.
           STRING WS-NEW-FROM-DATE '-' WS-NEW-TO-DATE
              DELIMITED BY SIZE INTO SEC-OLD-VALUE.
           STRING WS-NEW-DELEGATE-ID ' ' DLG-APPROVAL-TYPES
              DELIMITED BY SIZE INTO SEC-NEW-VALUE.
           PERFORM 7900-JOURNAL-SECURITY-EVENT.

      *    THE STAND-IN MUST BE SOMEBODY ELSE WITH A LIVE SIGN-ON.
       2210-VALIDATE-DELEGATE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2210-VALIDATE-DELEGATE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF DLGTEL IS EQUAL TO ZERO THEN
              MOVE 'Validation Error: Enter The Delegate User ID!'
                 TO WS-MESSAGE
              MOVE -1 TO DLGTEL
              EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(DLGTEI) TO WS-NEW-DELEGATE-ID.

           IF WS-NEW-DELEGATE-ID IS EQUAL TO DLC-DELEGATOR-ID THEN
              MOVE 'Validation Error: Nobody Delegates To Themselves!'
                 TO WS-MESSAGE
              MOVE -1 TO DLGTEL
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-NEW-DELEGATE-ID TO REG-USER-ID.

           EXEC CICS READ
                FILE(APP-REG-USER-FILE-NAME)
                RIDFLD(REG-USER-ID)
                INTO (REGISTERED-USER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Validation Error: No Such Delegate User ID!'
                 TO WS-MESSAGE
              MOVE -1 TO DLGTEL
              EXIT PARAGRAPH
           END-IF.

           IF NOT REG-ST-ACTIVE THEN
              MOVE 'Validation Error: Delegate Account Is Not Active!'
                 TO WS-MESSAGE
              MOVE -1 TO DLGTEL
              EXIT PARAGRAPH
           END-IF.

       2220-VALIDATE-TYPES.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2220-VALIDATE-TYPES' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF TYPESL IS EQUAL TO ZERO THEN
              MOVE 'Validation Error: Enter The Types (L C P M W)!'
                 TO WS-MESSAGE
              MOVE -1 TO TYPESL
              EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(TYPESI) TO WS-TYPES-KEYED.
           MOVE ALL 'N' TO WS-NEW-TYPES.
           MOVE SPACES TO WS-BAD-TYPE-FLAG.

           PERFORM 2225-TAKE-TYPE-CODE
              VARYING WS-TYPE-INDEX FROM 1 BY 1
                UNTIL WS-TYPE-INDEX IS GREATER THAN 5.

           IF WS-BAD-TYPE-KEYED OR WS-NEW-TYPES IS EQUAL TO 'NNNNN'
              MOVE 'Validation Error: Types Are L, C, P, M Or W!'
                 TO WS-MESSAGE
              MOVE -1 TO TYPESL
              EXIT PARAGRAPH
           END-IF.

      *    A MANAGER HAS NO PAY APPROVALS OF THEIR OWN TO HAND ON.
           IF NOT WS-DELEGATOR-IS-ADMIN AND
              (WS-NEW-TYPE-FLAG(2) IS EQUAL TO 'Y' OR
               WS-NEW-TYPE-FLAG(3) IS EQUAL TO 'Y') THEN
              MOVE 'Validation Error: C And P Are Administrator Types!'
                 TO WS-MESSAGE
              MOVE -1 TO TYPESL
              EXIT PARAGRAPH
           END-IF.

       2225-TAKE-TYPE-CODE.
           EVALUATE WS-TYPE-KEYED-CHAR(WS-TYPE-INDEX)
           WHEN SPACE
           WHEN LOW-VALUE
                CONTINUE
           WHEN 'L'
                MOVE 'Y' TO WS-NEW-TYPE-FLAG(1)
           WHEN 'C'
                MOVE 'Y' TO WS-NEW-TYPE-FLAG(2)
           WHEN 'P'
                MOVE 'Y' TO WS-NEW-TYPE-FLAG(3)
           WHEN 'M'
                MOVE 'Y' TO WS-NEW-TYPE-FLAG(4)
           WHEN 'W'
                MOVE 'Y' TO WS-NEW-TYPE-FLAG(5)
           WHEN OTHER
                SET WS-BAD-TYPE-KEYED TO TRUE
           END-EVALUATE.

      *    BOTH DATES KEYED, OR NEITHER - THEN THE DELEGATOR'S NEXT
      *    APPROVED LEAVE SUPPLIES THEM.
       2230-RESOLVE-DATES.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2230-RESOLVE-DATES' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           IF FROMDTL IS EQUAL TO ZERO AND TODTL IS EQUAL TO ZERO
              PERFORM 2235-FIND-NEXT-APPROVED-LEAVE
              IF NOT WS-LEAVE-FOUND THEN
                 MOVE 'No Approved Leave On File - Key From/To Dates!'
                    TO WS-MESSAGE
                 MOVE -1 TO FROMDTL
              END-IF
              EXIT PARAGRAPH
           END-IF.

           IF FROMDTL IS EQUAL TO ZERO OR FROMDTI IS NOT NUMERIC
              MOVE 'Validation Error: From Date Not YYYYMMDD!'
                 TO WS-MESSAGE
              MOVE -1 TO FROMDTL
              EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD(
                 FUNCTION NUMVAL(FROMDTI)) IS NOT EQUAL TO ZERO
              MOVE 'Validation Error: From Date Is Not A Real Date!'
                 TO WS-MESSAGE
              MOVE -1 TO FROMDTL
              EXIT PARAGRAPH
           END-IF.

           IF TODTL IS EQUAL TO ZERO OR TODTI IS NOT NUMERIC
              MOVE 'Validation Error: To Date Not YYYYMMDD!'
                 TO WS-MESSAGE
              MOVE -1 TO TODTL
              EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD(
                 FUNCTION NUMVAL(TODTI)) IS NOT EQUAL TO ZERO
              MOVE 'Validation Error: To Date Is Not A Real Date!'
                 TO WS-MESSAGE
              MOVE -1 TO TODTL
              EXIT PARAGRAPH
           END-IF.

           MOVE FROMDTI TO WS-NEW-FROM-DATE.
           MOVE TODTI TO WS-NEW-TO-DATE.

           IF WS-NEW-TO-DATE IS LESS THAN WS-NEW-FROM-DATE THEN
              MOVE 'Validation Error: To Date Is Before From Date!'
                 TO WS-MESSAGE
              MOVE -1 TO TODTL
              EXIT PARAGRAPH
           END-IF.

           IF WS-NEW-TO-DATE IS LESS THAN WS-TODAY THEN
              MOVE 'Validation Error: That Delegation Is Already Over!'
                 TO WS-MESSAGE
              MOVE -1 TO TODTL
              EXIT PARAGRAPH
           END-IF.

      *    THE FIRST APPROVED 'ELVREQ' ABSENCE OF THE DELEGATOR'S THAT
      *    HAS NOT YET ENDED - THE ONE THEY ARE MOST LIKELY COVERING.
       2235-FIND-NEXT-APPROVED-LEAVE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2235-FIND-NEXT-APPROVED-LEAVE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SPACES TO WS-LEAVE-FOUND-FLAG.

           IF WS-DELEGATOR-EMP-ID IS EQUAL TO ZEROES THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-DELEGATOR-EMP-ID TO WS-LBK-EMPLOYEE-ID.
           MOVE LOW-VALUES TO WS-LBK-FROM-DATE.
           SET WS-BROWSE-NOT-DONE TO TRUE.

           EXEC CICS STARTBR
                FILE(APP-LVREQ-FILE-NAME)
                RIDFLD(WS-LEAVE-BROWSE-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2236-READ-NEXT-LEAVE
              UNTIL WS-BROWSE-DONE.

           EXEC CICS ENDBR
                FILE(APP-LVREQ-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2236-READ-NEXT-LEAVE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2236-READ-NEXT-LEAVE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READNEXT
                FILE(APP-LVREQ-FILE-NAME)
                RIDFLD(WS-LEAVE-BROWSE-KEY)
                INTO (LEAVE-REQUEST-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              LRQ-EMPLOYEE-ID IS NOT EQUAL TO WS-DELEGATOR-EMP-ID THEN
              SET WS-BROWSE-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF LRQ-APPROVED AND
              LRQ-TO-DATE IS NOT LESS THAN WS-TODAY THEN
              SET WS-LEAVE-FOUND TO TRUE
              MOVE LRQ-FROM-DATE TO WS-NEW-FROM-DATE
              MOVE LRQ-TO-DATE TO WS-NEW-TO-DATE
              SET WS-BROWSE-DONE TO TRUE
           END-IF.

      *    ANOTHER LIVE DELEGATION FROM THIS APPROVER WHOSE DATES
      *    OVERLAP AND WHICH COVERS ANY OF THE SAME TYPES. THE ONE
      *    STARTING ON THE SAME DAY IS BEING REPLACED, SO IT DOES NOT
      *    COUNT.
       2240-CHECK-FOR-CLASH.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2240-CHECK-FOR-CLASH' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SPACES TO WS-CLASH-FLAG.
           MOVE DLC-DELEGATOR-ID TO WS-BRK-DELEGATOR-ID.
           MOVE LOW-VALUES TO WS-BRK-FROM-DATE.

           PERFORM 1310-START-BROWSE.

           PERFORM 2245-READ-NEXT-FOR-CLASH
              UNTIL WS-BROWSE-DONE.

           EXEC CICS ENDBR
                FILE(APP-DELEG-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2245-READ-NEXT-FOR-CLASH.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2245-READ-NEXT-FOR-CLASH' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READNEXT
                FILE(APP-DELEG-FILE-NAME)
                RIDFLD(WS-BROWSE-KEY)
                INTO (DELEGATION-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              DLG-DELEGATOR-ID IS NOT EQUAL TO DLC-DELEGATOR-ID THEN
              SET WS-BROWSE-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF NOT DLG-ACTIVE OR
              DLG-FROM-DATE IS EQUAL TO WS-NEW-FROM-DATE THEN
              EXIT PARAGRAPH
           END-IF.

           IF DLG-FROM-DATE IS GREATER THAN WS-NEW-TO-DATE OR
              DLG-TO-DATE IS LESS THAN WS-NEW-FROM-DATE THEN
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2246-COMPARE-TYPE
              VARYING WS-TYPE-INDEX FROM 1 BY 1
                UNTIL WS-TYPE-INDEX IS GREATER THAN 5
                   OR WS-CLASH-FOUND.

           IF WS-CLASH-FOUND THEN
              MOVE DLG-FROM-DATE TO WS-CLASH-FROM-DATE
              SET WS-BROWSE-DONE TO TRUE
           END-IF.

       2246-COMPARE-TYPE.
           IF DLG-TYPE-FLAG(WS-TYPE-INDEX) IS EQUAL TO 'Y' AND
              WS-NEW-TYPE-FLAG(WS-TYPE-INDEX) IS EQUAL TO 'Y' THEN
              SET WS-CLASH-FOUND TO TRUE
           END-IF.

      *    A DELEGATION ALREADY ON FILE FOR THE SAME START DAY IS
      *    REPLACED IN PLACE (WHATEVER ITS STATUS); OTHERWISE A NEW
      *    ONE IS ADDED.
       2250-WRITE-DELEGATION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2250-WRITE-DELEGATION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE DLC-DELEGATOR-ID TO DLG-DELEGATOR-ID.
           MOVE WS-NEW-FROM-DATE TO DLG-FROM-DATE.

           EXEC CICS READ
                FILE(APP-DELEG-FILE-NAME)
                RIDFLD(DLG-KEY)
                INTO (DELEGATION-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE DLG-DELEGATE-ID TO WS-OLD-DELEGATE-ID
                PERFORM 2255-FILL-DELEGATION

                EXEC CICS REWRITE
                     FILE(APP-DELEG-FILE-NAME)
                     FROM (DELEGATION-RECORD)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN DFHRESP(NOTFND)
                MOVE SPACES TO WS-OLD-DELEGATE-ID
                INITIALIZE DELEGATION-RECORD
                MOVE DLC-DELEGATOR-ID TO DLG-DELEGATOR-ID
                MOVE WS-NEW-FROM-DATE TO DLG-FROM-DATE
                PERFORM 2255-FILL-DELEGATION

                EXEC CICS WRITE
                     FILE(APP-DELEG-FILE-NAME)
                     RIDFLD(DLG-KEY)
                     FROM (DELEGATION-RECORD)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN OTHER
                MOVE 'Error Reading Delegation File!' TO WS-MESSAGE
                EXIT PARAGRAPH
           END-EVALUATE.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Saving Delegation!' TO WS-MESSAGE
           END-IF.

       2255-FILL-DELEGATION.
           MOVE WS-NEW-DELEGATE-ID TO DLG-DELEGATE-ID.
           MOVE WS-NEW-TO-DATE TO DLG-TO-DATE.
           MOVE WS-NEW-TYPES TO DLG-APPROVAL-TYPES.
           SET DLG-ACTIVE TO TRUE.
           MOVE MON-USER-ID TO DLG-SET-BY.
           MOVE WS-TODAY TO DLG-SET-DATE.
           MOVE SPACES TO DLG-CLOSED-BY.
           MOVE SPACES TO DLG-CLOSED-DATE.

       2300-CANCEL-DELEGATION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2300-CANCEL-DELEGATION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF FROMDTL IS EQUAL TO ZERO OR FROMDTI IS NOT NUMERIC
              MOVE 'Validation Error: Key The From Date To Cancel!'
                 TO WS-MESSAGE
              MOVE -1 TO FROMDTL
              EXIT PARAGRAPH
           END-IF.

           MOVE DLC-DELEGATOR-ID TO DLG-DELEGATOR-ID.
           MOVE FROMDTI TO DLG-FROM-DATE.

           EXEC CICS READ
                FILE(APP-DELEG-FILE-NAME)
                RIDFLD(DLG-KEY)
                INTO (DELEGATION-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                MOVE 'No Delegation Starts On That Date!' TO WS-MESSAGE
                MOVE -1 TO FROMDTL
                EXIT PARAGRAPH
           WHEN OTHER
                MOVE 'Error Reading Delegation For Update!'
                   TO WS-MESSAGE
                EXIT PARAGRAPH
           END-EVALUATE.

           IF NOT DLG-ACTIVE THEN
              EXEC CICS UNLOCK
                   FILE(APP-DELEG-FILE-NAME)
                   END-EXEC
              MOVE 'That Delegation Is No Longer Active!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           SET DLG-CANCELLED TO TRUE.
           MOVE MON-USER-ID TO DLG-CLOSED-BY.
           MOVE WS-TODAY TO DLG-CLOSED-DATE.

           EXEC CICS REWRITE
                FILE(APP-DELEG-FILE-NAME)
                FROM (DELEGATION-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Cancelling Delegation!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           MOVE 'Delegation Cancelled!' TO WS-MESSAGE.
           MOVE SPACES TO ACTNO.

           INITIALIZE SECURITY-JOURNAL-RECORD.
           MOVE 'DELEG CANCEL' TO SEC-ACTION.
           MOVE DLC-DELEGATOR-ID TO SEC-TARGET.
           STRING DLG-DELEGATE-ID ' ' DLG-APPROVAL-TYPES
              DELIMITED BY SIZE INTO SEC-OLD-VALUE.
           MOVE 'CANCELLED' TO SEC-NEW-VALUE.
           PERFORM 7900-JOURNAL-SECURITY-EVENT.

       2500-TRANSFER-BACK-TO-MENU.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2500-TRANSFER-BACK-TO-MENU' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2550-DELETE-DELEGATION-CONTAINER.

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

       2550-DELETE-DELEGATION-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2550-DELETE-DELEGATION-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-DELEG-CONTAINER-NAME)
                CHANNEL(APP-DELEG-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Deleting Delegation Container!'
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

       7900-JOURNAL-SECURITY-EVENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '7900-JOURNAL-SECURITY-EVENT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE FUNCTION CURRENT-DATE TO SEC-TIMESTAMP.
           MOVE MON-USER-ID TO SEC-USER-ID.
           MOVE EIBTRMID TO SEC-TERMINAL-ID.
           MOVE APP-DELEG-PROGRAM-NAME TO SEC-PROGRAM.
      *    ANYTHING DONE UNDER BREAK-GLASS ACCESS IS MARKED AS SUCH.
           IF MON-BG-ELEVATED THEN
              SET SEC-BREAK-GLASS TO TRUE
           ELSE
              MOVE SPACES TO SEC-BREAK-GLASS-FLAG
           END-IF.

           EXEC CICS WRITE
                FILE(APP-SECJRNL-FILE-NAME)
                RIDFLD(WS-SEC-RBA-FIELD)
                RBA
                FROM (SECURITY-JOURNAL-RECORD)
                LENGTH(LENGTH OF SECURITY-JOURNAL-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
      *         A JOURNAL FAILURE MUST NEVER BLOCK THE ACTION ITSELF -
      *         THE USER'S MESSAGE STANDS AS IT IS.
                CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------------------
       ACTIVITY-MONITOR SECTION.
      *-----------------------------------------------------------------

       4000-CHECK-USER-STATUS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4000-CHECK-USER-STATUS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    CHECK IF THE USER IS ALREADY SIGNED ON TO THE ACTIVITY
      *    MONITOR, AND IF SO, WHETHER THE SESSION IS STILL ACTIVE.
           PERFORM 4100-GET-MONITOR-CONTAINER.

           SET MON-AC-APP-FUNCTION TO TRUE.
           PERFORM 4200-CALL-ACTIVITY-MONITOR.

      *    IF THE SESSION IS ABOUT TO TIME OUT, WARN THE USER.
           IF MON-ST-WARNING THEN
              MOVE MON-MESSAGE TO WS-MESSAGE
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
           MOVE APP-DELEG-PROGRAM-NAME TO MON-LINKING-PROGRAM.
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
           PERFORM 9150-PUT-DELEGATION-CONTAINER.

           EXEC CICS SEND
                MAP(APP-DELEG-MAP-NAME)
                MAPSET(APP-DELEG-MAPSET-NAME)
                FROM (EDLGMO)
                ERASE
                CURSOR
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4400-LOG-RESPONSE-TIME.
      *    >>> --------------------- <<<

           EXEC CICS RETURN
                CHANNEL(APP-DELEG-CHANNEL-NAME)
                TRANSID(APP-DELEG-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           IF DLC-USER-ID IS NOT EQUAL TO SPACES THEN
              MOVE DLC-USER-ID TO LOGDINO
           ELSE
              MOVE '<Anonym>' TO LOGDINO
           END-IF.

           MOVE DLC-DELEGATOR-ID TO DLGTRO.

           MOVE WS-ROW-TEXT(1) TO ROW1O.
           MOVE WS-ROW-TEXT(2) TO ROW2O.
           MOVE WS-ROW-TEXT(3) TO ROW3O.
           MOVE WS-ROW-TEXT(4) TO ROW4O.
           MOVE WS-ROW-TEXT(5) TO ROW5O.
           MOVE WS-ROW-TEXT(6) TO ROW6O.

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

       9150-PUT-DELEGATION-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-DELEGATION-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-DELEG-CONTAINER-NAME)
                CHANNEL(APP-DELEG-CHANNEL-NAME)
                FROM (DELEGATION-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Delegation Container!'
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
