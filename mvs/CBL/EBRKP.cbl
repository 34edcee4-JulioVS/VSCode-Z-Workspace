       IDENTIFICATION DIVISION.
       PROGRAM-ID. EBRKP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'BREAK-GLASS ACCESS' PROGRAM.
      *      - LETS A USER WHOM AN ADMINISTRATOR HAS CLEARED FOR IT
      *        ('REG-BREAK-GLASS-FLAG') TAKE ADMINISTRATOR ACCESS IN
      *        AN EMERGENCY, FOR 'APP-BRKGLS-HOURS' HOURS, WITH A
      *        REASON. THE GRANT IS AN 'EBRKGLS' RECORD AND LIVES ONLY
      *        IN THE SESSION ('MON-BREAK-GLASS') - THE USER'S OWN
      *        'REG-USER-CATEGORY' IS NEVER TOUCHED, SO SIGNING OFF,
      *        TIMING OUT OR THE GRANT RUNNING OUT ('EACTMON') ALWAYS
      *        PUTS THEM BACK WHERE THEY WERE.
      *      - ACTIONS -
      *          'R' - REQUEST BREAK-GLASS ACCESS (REASON REQUIRED);
      *          'E' - END IT EARLY;
      *        AND FOR ADMINISTRATORS (IN THEIR OWN RIGHT) -
      *          'P' - PERMIT A USER TO TAKE BREAK-GLASS ACCESS;
      *          'W' - WITHDRAW THAT PERMISSION;
      *          'G' - CLEAR ANOTHER ADMINISTRATOR (HR) TO SEE
      *                GOVERNMENT ID NUMBERS ('EGOVID') IN FULL;
      *          'X' - WITHDRAW THAT CLEARANCE;
      *          'S' - SIGN OFF A FINISHED GRANT (USER AND START TIME
      *                AS LISTED), HAVING REVIEWED WHAT WAS DONE UNDER
      *                IT ON THE NEXT-DAY 'EBRKRPT' REPORT. NOBODY
      *                SIGNS OFF THEIR OWN GRANT.
      *        A BLANK ACTION JUST LISTS THE GRANTS STILL AWAITING
      *        SIGN-OFF - ALL OF THEM FOR AN ADMINISTRATOR, THE USER'S
      *        OWN FOR ANYONE ELSE.
      *      - EVERY GRANT, END, PERMISSION CHANGE AND SIGN-OFF IS
      *        JOURNALED ON 'ESECJRN'; WHILE ACCESS IS RUNNING, EVERY
      *        JOURNAL ENTRY AND 'EAUDIT' EVENT OF THE USER'S IS
      *        FLAGGED AS BREAK-GLASS.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - BREAK-GLASS ACCESS MAPSET.
      *      - BREAK-GLASS ACCESS CONTAINER.
      *      - BREAK-GLASS GRANT FILE RECORD.
      *      - REGISTERED USER FILE RECORD.
      *      - SECURITY JOURNAL RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY EBRKMAP.
       COPY EBRKCTR.
       COPY EBRKGLS.
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
             88 WS-ACTION-REQUEST            VALUE 'R'.
             88 WS-ACTION-END                VALUE 'E'.
             88 WS-ACTION-PERMIT             VALUE 'P'.
             88 WS-ACTION-WITHDRAW           VALUE 'W'.
             88 WS-ACTION-SIGN-OFF           VALUE 'S'.
             88 WS-ACTION-GOVID-PERMIT       VALUE 'G'.
             88 WS-ACTION-GOVID-WITHDRAW     VALUE 'X'.
             88 WS-ACTION-DISPLAY            VALUE SPACES.
          05 WS-TARGET-USER-ID    PIC X(8).
          05 WS-TARGET-START      PIC X(12).
          05 WS-DAY-NUMBER        PIC S9(9) USAGE IS BINARY.
          05 WS-HOUR-WORK         PIC 9(3).
          05 WS-BROWSE-FLAG       PIC X(1)  VALUE SPACES.
             88 WS-BROWSE-DONE               VALUE 'Y'.
             88 WS-BROWSE-NOT-DONE           VALUE SPACES.
          05 WS-GRANT-FOUND-FLAG  PIC X(1)  VALUE SPACES.
             88 WS-GRANT-FOUND               VALUE 'Y'.
          05 WS-ROW-COUNT         PIC 9(2)  USAGE IS BINARY.
          05 WS-LINES-PER-PAGE    PIC 9(2)  USAGE IS BINARY
                                            VALUE 6.
      *
      *    THE GRANT WINDOW BEING SET UP - 'YYYYMMDDHHMMSS'.
       01 WS-GRANT-START          PIC X(14).
       01 WS-GRANT-EXPIRY.
          05 WS-GE-DATE           PIC 9(8).
          05 WS-GE-HOUR           PIC 9(2).
          05 WS-GE-MINUTE-SECOND  PIC X(4).
      *
      *    A 'YYYYMMDDHHMMSS' STAMP SHOWN AS 'YYYYMMDD HHMM'.
       01 WS-STAMP-IN.
          05 WS-SI-DATE           PIC X(8).
          05 WS-SI-HHMM           PIC X(4).
          05 FILLER               PIC X(2).
       01 WS-STAMP-OUT.
          05 WS-SO-DATE           PIC X(8).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-SO-HHMM           PIC X(4).
      *
      *    WHERE A BROWSE STARTS - THE SAME SHAPE AS 'BGL-KEY'.
       01 WS-BROWSE-KEY.
          05 WS-BRK-USER-ID       PIC X(8).
          05 WS-BRK-START         PIC X(14).
      *
       01 WS-ROW-TABLE.
          05 WS-ROW-TEXT          PIC X(79) OCCURS 6 TIMES.
      *
       01 WS-ROW-LINE.
          05 WS-RL-USER-ID        PIC X(8).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RL-START          PIC X(13).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RL-END            PIC X(13).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RL-STATUS         PIC X(8).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RL-REASON         PIC X(29).
      *
       01 WS-STATE-LINE           PIC X(79).
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
                CONTAINER(APP-BRKGLS-CONTAINER-NAME)
                CHANNEL(APP-BRKGLS-CHANNEL-NAME)
                INTO (BREAK-GLASS-CONTAINER)
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
                MOVE 'Error Retrieving Break-Glass Container!'
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

           MOVE MON-USER-ID TO BRC-USER-ID.
           PERFORM 1200-SET-OWN-CATEGORY.

           PERFORM 1300-LOAD-GRANTS.
           PERFORM 9000-SEND-MAP-AND-RETURN.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE ACTIVITY-MONITOR-CONTAINER.
           INITIALIZE BREAK-GLASS-CONTAINER.
           INITIALIZE BREAK-GLASS-RECORD.
           INITIALIZE REGISTERED-USER-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE EBRKMO.

           MOVE 'Welcome to the Break-Glass Access screen!'
              TO WS-MESSAGE.

      *    WHAT THE USER REALLY HOLDS - NOT THE 'ADM' A BREAK-GLASS
      *    SESSION RUNS UNDER. EVERY AUTHORITY CHECK ON THIS SCREEN
      *    GOES BY THIS, SO BREAK-GLASS ACCESS CAN NEVER BE USED TO
      *    PERMIT OR SIGN OFF BREAK-GLASS ACCESS.
       1200-SET-OWN-CATEGORY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1200-SET-OWN-CATEGORY' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF MON-BG-ELEVATED THEN
              MOVE MON-BG-BASE-CATEGORY TO BRC-USER-CATEGORY
           ELSE
              MOVE MON-USER-CATEGORY TO BRC-USER-CATEGORY
           END-IF.

      *    LIST THE GRANTS STILL AWAITING AN ADMINISTRATOR'S SIGN-OFF,
      *    RUNNING ONES INCLUDED - EVERYONE'S FOR AN ADMINISTRATOR,
      *    THE USER'S OWN FOR ANYONE ELSE.
       1300-LOAD-GRANTS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1300-LOAD-GRANTS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-ROW-TABLE.
           MOVE ZEROES TO WS-ROW-COUNT.

           IF BRC-CT-ADMINISTRATOR THEN
              MOVE LOW-VALUES TO WS-BRK-USER-ID
           ELSE
              MOVE BRC-USER-ID TO WS-BRK-USER-ID
           END-IF.
           MOVE LOW-VALUES TO WS-BRK-START.

           PERFORM 1310-START-BROWSE.

           PERFORM 1320-READ-NEXT-GRANT
              UNTIL WS-BROWSE-DONE.

           EXEC CICS ENDBR
                FILE(APP-BRKGLS-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-ROW-COUNT IS EQUAL TO ZEROES AND
              WS-MESSAGE IS EQUAL TO SPACES THEN
              MOVE 'No Break-Glass Grants Awaiting Sign-Off!'
                 TO WS-MESSAGE
           END-IF.

           PERFORM 1400-FORMAT-STATE-LINE.

       1310-START-BROWSE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1310-START-BROWSE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           SET WS-BROWSE-NOT-DONE TO TRUE.

           EXEC CICS STARTBR
                FILE(APP-BRKGLS-FILE-NAME)
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
                MOVE 'Break-Glass File Not Open!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           WHEN OTHER
                MOVE 'Error Starting Browse!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           END-EVALUATE.

       1320-READ-NEXT-GRANT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1320-READ-NEXT-GRANT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READNEXT
                FILE(APP-BRKGLS-FILE-NAME)
                RIDFLD(WS-BROWSE-KEY)
                INTO (BREAK-GLASS-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              SET WS-BROWSE-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF NOT BRC-CT-ADMINISTRATOR AND
              BGL-USER-ID IS NOT EQUAL TO BRC-USER-ID THEN
              SET WS-BROWSE-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF BGL-REVIEWED-BY IS NOT EQUAL TO SPACES THEN
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

           MOVE BGL-USER-ID TO WS-RL-USER-ID.

           MOVE BGL-START-TIMESTAMP TO WS-STAMP-IN.
           PERFORM 1340-FORMAT-STAMP.
           MOVE WS-STAMP-OUT TO WS-RL-START.

      *    A RUNNING GRANT SHOWS WHEN IT RUNS OUT; A CLOSED ONE WHEN IT
      *    ACTUALLY ENDED.
           IF BGL-ACTIVE THEN
              MOVE BGL-EXPIRY-TIMESTAMP TO WS-STAMP-IN
           ELSE
              MOVE BGL-CLOSED-TIMESTAMP TO WS-STAMP-IN
           END-IF.
           PERFORM 1340-FORMAT-STAMP.
           MOVE WS-STAMP-OUT TO WS-RL-END.

           EVALUATE TRUE
           WHEN BGL-ACTIVE
                MOVE 'RUNNING' TO WS-RL-STATUS
           WHEN BGL-ENDED
                MOVE 'ENDED' TO WS-RL-STATUS
           WHEN BGL-EXPIRED
                MOVE 'EXPIRED' TO WS-RL-STATUS
           WHEN OTHER
                MOVE SPACES TO WS-RL-STATUS
           END-EVALUATE.

           MOVE BGL-REASON TO WS-RL-REASON.

           MOVE WS-ROW-LINE TO WS-ROW-TEXT(WS-ROW-COUNT).

       1340-FORMAT-STAMP.
           MOVE WS-SI-DATE TO WS-SO-DATE.
           MOVE WS-SI-HHMM TO WS-SO-HHMM.

      *    THE LINE ABOVE THE ACTION FIELD - WHERE THE USER STANDS.
       1400-FORMAT-STATE-LINE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1400-FORMAT-STATE-LINE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SPACES TO WS-STATE-LINE.

           IF MON-BG-ELEVATED THEN
              MOVE MON-BG-EXPIRY TO WS-STAMP-IN
              PERFORM 1340-FORMAT-STAMP
              STRING 'Running As ADM Under Break-Glass Until '
                    DELIMITED BY SIZE
                 WS-STAMP-OUT DELIMITED BY SIZE
                 ' (Own Category ' DELIMITED BY SIZE
                 BRC-USER-CATEGORY DELIMITED BY SIZE
                 ')' DELIMITED BY SIZE
                 INTO WS-STATE-LINE
              EXIT PARAGRAPH
           END-IF.

           MOVE BRC-USER-ID TO REG-USER-ID.

           EXEC CICS READ
                FILE(APP-REG-USER-FILE-NAME)
                RIDFLD(REG-USER-ID)
                INTO (REGISTERED-USER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              REG-BREAK-GLASS-ALLOWED THEN
              STRING 'Category ' DELIMITED BY SIZE
                 BRC-USER-CATEGORY DELIMITED BY SIZE
                 ' - Cleared For Break-Glass Access' DELIMITED BY SIZE
                 INTO WS-STATE-LINE
           ELSE
              STRING 'Category ' DELIMITED BY SIZE
                 BRC-USER-CATEGORY DELIMITED BY SIZE
                 ' - Not Cleared For Break-Glass Access'
                    DELIMITED BY SIZE
                 INTO WS-STATE-LINE
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
                MAP(APP-BRKGLS-MAP-NAME)
                MAPSET(APP-BRKGLS-MAPSET-NAME)
                INTO (EBRKMI)
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

           PERFORM 1200-SET-OWN-CATEGORY.

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
                   WHEN WS-ACTION-REQUEST
                        PERFORM 2200-REQUEST-ACCESS
                   WHEN WS-ACTION-END
                        PERFORM 2300-END-ACCESS
                   WHEN WS-ACTION-PERMIT
                   WHEN WS-ACTION-WITHDRAW
                        PERFORM 2400-CHANGE-PERMISSION
                   WHEN WS-ACTION-SIGN-OFF
                        PERFORM 2450-SIGN-OFF-GRANT
                   WHEN WS-ACTION-GOVID-PERMIT
                   WHEN WS-ACTION-GOVID-WITHDRAW
                        PERFORM 2420-CHANGE-GOVID-CLEARANCE
                   WHEN OTHER
                        MOVE 'Break-Glass Grants Displayed!'
                           TO WS-MESSAGE
                   END-EVALUATE
                END-IF
           WHEN OTHER
                MOVE 'Invalid Key!' TO WS-MESSAGE
           END-EVALUATE.

      *    REFRESH THE LIST - A CHANGE SHOWS UP STRAIGHT AWAY.
           PERFORM 1300-LOAD-GRANTS.
           PERFORM 9000-SEND-MAP-AND-RETURN.

       2100-VALIDATE-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2100-VALIDATE-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-VALIDATION-FLAG.

           IF ACTNL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(ACTNI) TO WS-ACTION
           ELSE
              MOVE SPACES TO WS-ACTION
           END-IF.

           IF NOT WS-ACTION-REQUEST AND NOT WS-ACTION-END AND
              NOT WS-ACTION-PERMIT AND NOT WS-ACTION-WITHDRAW AND
              NOT WS-ACTION-SIGN-OFF AND NOT WS-ACTION-DISPLAY AND
              NOT WS-ACTION-GOVID-PERMIT AND
              NOT WS-ACTION-GOVID-WITHDRAW THEN
              MOVE 'Validation Error: Action Must Be R,E,P,W,S,G Or X!'
                 TO WS-MESSAGE
              MOVE -1 TO ACTNL
              EXIT PARAGRAPH
           END-IF.

      *    PERMISSIONS, CLEARANCES AND SIGN-OFFS ARE FOR
      *    ADMINISTRATORS IN THEIR OWN RIGHT, AND NEED THE USER THEY
      *    ARE ABOUT.
           IF WS-ACTION-PERMIT OR WS-ACTION-WITHDRAW OR
              WS-ACTION-SIGN-OFF OR WS-ACTION-GOVID-PERMIT OR
              WS-ACTION-GOVID-WITHDRAW THEN
              IF NOT BRC-CT-ADMINISTRATOR THEN
                 MOVE 'Only Administrators May Permit Or Sign Off!'
                    TO WS-MESSAGE
                 MOVE -1 TO ACTNL
                 EXIT PARAGRAPH
              END-IF
              IF USRIDL IS EQUAL TO ZERO OR USRIDI IS EQUAL TO SPACES
                 MOVE 'Validation Error: Key The User ID!'
                    TO WS-MESSAGE
                 MOVE -1 TO USRIDL
                 EXIT PARAGRAPH
              END-IF
              MOVE FUNCTION UPPER-CASE(USRIDI) TO WS-TARGET-USER-ID
           END-IF.

      *    IF WE GET THIS FAR, THEN ALL FIELDS ARE VALIDATED!
           SET VALIDATION-PASSED TO TRUE.

       2200-REQUEST-ACCESS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-REQUEST-ACCESS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF MON-BG-ELEVATED THEN
              MOVE 'Break-Glass Access Is Already Running!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF BRC-CT-ADMINISTRATOR THEN
              MOVE 'You Already Hold Administrator Access!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

      *    AN AUDITOR'S INDEPENDENCE RULES OUT CHANGING WHAT THEY
      *    AUDIT, EMERGENCY OR NOT.
           IF BRC-CT-AUDITOR THEN
              MOVE 'Auditors May Not Take Break-Glass Access!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

      *    THE REASON GOES ON THE GRANT AND THE REVIEW REPORT - IT HAS
      *    TO SAY SOMETHING.
           IF REASNL IS LESS THAN 10 THEN
              MOVE 'Validation Error: Key A Reason (10 Characters Min)!'
                 TO WS-MESSAGE
              MOVE -1 TO REASNL
              EXIT PARAGRAPH
           END-IF.

           MOVE BRC-USER-ID TO REG-USER-ID.

           EXEC CICS READ
                FILE(APP-REG-USER-FILE-NAME)
                RIDFLD(REG-USER-ID)
                INTO (REGISTERED-USER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Reading Registered User File!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF NOT REG-ST-ACTIVE OR NOT REG-BREAK-GLASS-ALLOWED THEN
              MOVE 'You Are Not Cleared For Break-Glass Access!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2210-SET-GRANT-WINDOW.

           PERFORM 2250-WRITE-GRANT.
           IF WS-MESSAGE IS NOT EQUAL TO SPACES THEN
              EXIT PARAGRAPH
           END-IF.

      *    THE SESSION NOW RUNS AS AN ADMINISTRATOR - EVERY SCREEN
      *    TAKES ITS AUTHORITY FROM THE MONITOR CONTAINER.
           SET MON-BG-ELEVATED TO TRUE.
           MOVE BRC-USER-CATEGORY TO MON-BG-BASE-CATEGORY.
           MOVE WS-GRANT-START TO MON-BG-START.
           MOVE WS-GRANT-EXPIRY TO MON-BG-EXPIRY.
           MOVE 'ADM' TO MON-USER-CATEGORY.
           PERFORM 4300-PUT-MONITOR-CONTAINER.

           MOVE WS-GRANT-EXPIRY TO WS-STAMP-IN.
           PERFORM 1340-FORMAT-STAMP.
           STRING 'Break-Glass Access Granted Until ' DELIMITED BY SIZE
              WS-STAMP-OUT DELIMITED BY SIZE
              ' - All Actions Are Flagged!' DELIMITED BY SIZE
              INTO WS-MESSAGE.
           MOVE SPACES TO ACTNO.
           MOVE SPACES TO REASNO.

           INITIALIZE SECURITY-JOURNAL-RECORD.
           MOVE 'BG GRANT' TO SEC-ACTION.
           MOVE BRC-USER-ID TO SEC-TARGET.
           MOVE BRC-USER-CATEGORY TO SEC-OLD-VALUE.
           STRING 'ADM ' DELIMITED BY SIZE
              WS-GRANT-EXPIRY DELIMITED BY SIZE
              INTO SEC-NEW-VALUE.
           PERFORM 7900-JOURNAL-SECURITY-EVENT.

      *    FROM NOW UNTIL 'APP-BRKGLS-HOURS' HOURS ON, ROLLING INTO
      *    THE NEXT DAY IF NEED BE.
       2210-SET-GRANT-WINDOW.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2210-SET-GRANT-WINDOW' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-GRANT-START.
           MOVE WS-GRANT-START TO WS-GRANT-EXPIRY.

           COMPUTE WS-HOUR-WORK = WS-GE-HOUR + APP-BRKGLS-HOURS.

           IF WS-HOUR-WORK IS GREATER THAN 23 THEN
              COMPUTE WS-DAY-NUMBER =
                 FUNCTION INTEGER-OF-DATE(WS-GE-DATE) + 1
              COMPUTE WS-GE-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
              SUBTRACT 24 FROM WS-HOUR-WORK
           END-IF.

           MOVE WS-HOUR-WORK TO WS-GE-HOUR.

       2250-WRITE-GRANT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2250-WRITE-GRANT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SPACES TO WS-MESSAGE.

           INITIALIZE BREAK-GLASS-RECORD.
           MOVE BRC-USER-ID TO BGL-USER-ID.
           MOVE WS-GRANT-START TO BGL-START-TIMESTAMP.
           MOVE BRC-USER-CATEGORY TO BGL-BASE-CATEGORY.
           MOVE WS-GRANT-EXPIRY TO BGL-EXPIRY-TIMESTAMP.
           MOVE EIBTRMID TO BGL-TERMINAL-ID.
           MOVE REASNI TO BGL-REASON.
           SET BGL-ACTIVE TO TRUE.
           MOVE SPACES TO BGL-CLOSED-TIMESTAMP.
           MOVE SPACES TO BGL-CLOSED-BY.
           MOVE SPACES TO BGL-REVIEWED-BY.
           MOVE SPACES TO BGL-REVIEWED-DATE.

           EXEC CICS WRITE
                FILE(APP-BRKGLS-FILE-NAME)
                RIDFLD(BGL-KEY)
                FROM (BREAK-GLASS-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(DUPREC)
                MOVE 'Break-Glass Grant Already Recorded - Try Again!'
                   TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Saving Break-Glass Grant!' TO WS-MESSAGE
           END-EVALUATE.

       2300-END-ACCESS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2300-END-ACCESS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF NOT MON-BG-ELEVATED THEN
              MOVE 'No Break-Glass Access Is Running!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           MOVE BRC-USER-ID TO BGL-USER-ID.
           MOVE MON-BG-START TO BGL-START-TIMESTAMP.

           EXEC CICS READ
                FILE(APP-BRKGLS-FILE-NAME)
                RIDFLD(BGL-KEY)
                INTO (BREAK-GLASS-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Reading Break-Glass Grant For Update!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF BGL-ACTIVE THEN
              SET BGL-ENDED TO TRUE
              MOVE FUNCTION CURRENT-DATE(1:14) TO BGL-CLOSED-TIMESTAMP
              MOVE BRC-USER-ID TO BGL-CLOSED-BY

              EXEC CICS REWRITE
                   FILE(APP-BRKGLS-FILE-NAME)
                   FROM (BREAK-GLASS-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
                 MOVE 'Error Ending Break-Glass Grant!' TO WS-MESSAGE
                 EXIT PARAGRAPH
              END-IF
           ELSE
              EXEC CICS UNLOCK
                   FILE(APP-BRKGLS-FILE-NAME)
                   END-EXEC
           END-IF.

      *    JOURNALED WHILE STILL ELEVATED, SO THE ENTRY IS FLAGGED AND
      *    CLOSES THE GRANT'S TRAIL.
           INITIALIZE SECURITY-JOURNAL-RECORD.
           MOVE 'BG END' TO SEC-ACTION.
           MOVE BRC-USER-ID TO SEC-TARGET.
           MOVE 'ADM' TO SEC-OLD-VALUE.
           MOVE BRC-USER-CATEGORY TO SEC-NEW-VALUE.
           PERFORM 7900-JOURNAL-SECURITY-EVENT.

           MOVE BRC-USER-CATEGORY TO MON-USER-CATEGORY.
           INITIALIZE MON-BREAK-GLASS.
           PERFORM 4300-PUT-MONITOR-CONTAINER.

           STRING 'Break-Glass Access Ended - You Are Back To '
                 DELIMITED BY SIZE
              BRC-USER-CATEGORY DELIMITED BY SIZE
              '!' DELIMITED BY SIZE
              INTO WS-MESSAGE.
           MOVE SPACES TO ACTNO.

       2400-CHANGE-PERMISSION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-CHANGE-PERMISSION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE WS-TARGET-USER-ID TO REG-USER-ID.

           EXEC CICS READ
                FILE(APP-REG-USER-FILE-NAME)
                RIDFLD(REG-USER-ID)
                INTO (REGISTERED-USER-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                MOVE 'No Such User!' TO WS-MESSAGE
                MOVE -1 TO USRIDL
                EXIT PARAGRAPH
           WHEN OTHER
                MOVE 'Error Reading Registered User For Update!'
                   TO WS-MESSAGE
                EXIT PARAGRAPH
           END-EVALUATE.

      *    AN ADMINISTRATOR HAS NOTHING TO BREAK GLASS FOR, AND AN
      *    AUDITOR MAY NOT.
           IF REG-CT-ADMINISTRATOR OR REG-CT-AUDITOR THEN
              EXEC CICS UNLOCK
                   FILE(APP-REG-USER-FILE-NAME)
                   END-EXEC
              MOVE 'Not For Administrator Or Auditor Accounts!'
                 TO WS-MESSAGE
              MOVE -1 TO USRIDL
              EXIT PARAGRAPH
           END-IF.

           IF (WS-ACTION-PERMIT AND REG-BREAK-GLASS-ALLOWED) OR
              (WS-ACTION-WITHDRAW AND NOT REG-BREAK-GLASS-ALLOWED) THEN
              EXEC CICS UNLOCK
                   FILE(APP-REG-USER-FILE-NAME)
                   END-EXEC
              MOVE 'No Change - The User Is Already Set That Way!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF WS-ACTION-PERMIT THEN
              SET REG-BREAK-GLASS-ALLOWED TO TRUE
           ELSE
              MOVE SPACES TO REG-BREAK-GLASS-FLAG
           END-IF.

           EXEC CICS REWRITE
                FILE(APP-REG-USER-FILE-NAME)
                FROM (REGISTERED-USER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Updating Registered User!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE SECURITY-JOURNAL-RECORD.
           MOVE WS-TARGET-USER-ID TO SEC-TARGET.
           IF WS-ACTION-PERMIT THEN
              MOVE 'BG PERMIT' TO SEC-ACTION
              MOVE 'N' TO SEC-OLD-VALUE
              MOVE 'Y' TO SEC-NEW-VALUE
              MOVE 'User Cleared For Break-Glass Access!' TO WS-MESSAGE
           ELSE
              MOVE 'BG WITHDRAW' TO SEC-ACTION
              MOVE 'Y' TO SEC-OLD-VALUE
              MOVE 'N' TO SEC-NEW-VALUE
              MOVE 'Break-Glass Clearance Withdrawn!' TO WS-MESSAGE
           END-IF.
           PERFORM 7900-JOURNAL-SECURITY-EVENT.

           MOVE SPACES TO ACTNO.

      *    GOVERNMENT ID CLEARANCE - ONLY FOR AN ADMINISTRATOR ACCOUNT
      *    (HR), AND NEVER GIVEN OR TAKEN BY THE HOLDER THEMSELVES.
       2420-CHANGE-GOVID-CLEARANCE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2420-CHANGE-GOVID-CLEARANCE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF WS-TARGET-USER-ID IS EQUAL TO MON-USER-ID THEN
              MOVE 'Nobody Changes Their Own Government ID Clearance!'
                 TO WS-MESSAGE
              MOVE -1 TO USRIDL
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-TARGET-USER-ID TO REG-USER-ID.

           EXEC CICS READ
                FILE(APP-REG-USER-FILE-NAME)
                RIDFLD(REG-USER-ID)
                INTO (REGISTERED-USER-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                MOVE 'No Such User!' TO WS-MESSAGE
                MOVE -1 TO USRIDL
                EXIT PARAGRAPH
           WHEN OTHER
                MOVE 'Error Reading Registered User For Update!'
                   TO WS-MESSAGE
                EXIT PARAGRAPH
           END-EVALUATE.

      *    A WITHDRAWAL STILL GOES THROUGH FOR AN ACCOUNT THAT HAS
      *    SINCE LOST ITS ADMINISTRATOR CATEGORY.
           IF WS-ACTION-GOVID-PERMIT AND NOT REG-CT-ADMINISTRATOR THEN
              EXEC CICS UNLOCK
                   FILE(APP-REG-USER-FILE-NAME)
                   END-EXEC
              MOVE 'Only For Administrator Accounts!' TO WS-MESSAGE
              MOVE -1 TO USRIDL
              EXIT PARAGRAPH
           END-IF.

           IF (WS-ACTION-GOVID-PERMIT AND REG-GOVID-ACCESS-ALLOWED) OR
              (WS-ACTION-GOVID-WITHDRAW AND
               NOT REG-GOVID-ACCESS-ALLOWED) THEN
              EXEC CICS UNLOCK
                   FILE(APP-REG-USER-FILE-NAME)
                   END-EXEC
              MOVE 'No Change - The User Is Already Set That Way!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF WS-ACTION-GOVID-PERMIT THEN
              SET REG-GOVID-ACCESS-ALLOWED TO TRUE
           ELSE
              MOVE SPACES TO REG-GOVID-ACCESS-FLAG
           END-IF.

           EXEC CICS REWRITE
                FILE(APP-REG-USER-FILE-NAME)
                FROM (REGISTERED-USER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Updating Registered User!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE SECURITY-JOURNAL-RECORD.
           MOVE WS-TARGET-USER-ID TO SEC-TARGET.
           IF WS-ACTION-GOVID-PERMIT THEN
              MOVE 'GID PERMIT' TO SEC-ACTION
              MOVE 'N' TO SEC-OLD-VALUE
              MOVE 'Y' TO SEC-NEW-VALUE
              MOVE 'User Cleared To See Government IDs In Full!'
                 TO WS-MESSAGE
           ELSE
              MOVE 'GID WITHDRAW' TO SEC-ACTION
              MOVE 'Y' TO SEC-OLD-VALUE
              MOVE 'N' TO SEC-NEW-VALUE
              MOVE 'Government ID Clearance Withdrawn!' TO WS-MESSAGE
           END-IF.
           PERFORM 7900-JOURNAL-SECURITY-EVENT.

           MOVE SPACES TO ACTNO.

      *    THE SECOND-ADMINISTRATOR SIGN-OFF OF A FINISHED GRANT, KEYED
      *    BY USER AND THE 'YYYYMMDDHHMM' START SHOWN ON THE LIST.
       2450-SIGN-OFF-GRANT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2450-SIGN-OFF-GRANT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF STRTSL IS NOT EQUAL TO 12 OR STRTSI IS NOT NUMERIC THEN
              MOVE 'Validation Error: Key The Start As YYYYMMDDHHMM!'
                 TO WS-MESSAGE
              MOVE -1 TO STRTSL
              EXIT PARAGRAPH
           END-IF.
           MOVE STRTSI TO WS-TARGET-START.

           IF WS-TARGET-USER-ID IS EQUAL TO BRC-USER-ID THEN
              MOVE 'You May Not Sign Off Your Own Break-Glass Grant!'
                 TO WS-MESSAGE
              MOVE -1 TO USRIDL
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2460-FIND-GRANT.
           IF NOT WS-GRANT-FOUND THEN
              MOVE 'No Break-Glass Grant For That User And Start!'
                 TO WS-MESSAGE
              MOVE -1 TO STRTSL
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS READ
                FILE(APP-BRKGLS-FILE-NAME)
                RIDFLD(BGL-KEY)
                INTO (BREAK-GLASS-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Reading Break-Glass Grant For Update!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF BGL-ACTIVE THEN
              EXEC CICS UNLOCK
                   FILE(APP-BRKGLS-FILE-NAME)
                   END-EXEC
              MOVE 'That Grant Is Still Running - Sign Off Once Ended!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF BGL-REVIEWED-BY IS NOT EQUAL TO SPACES THEN
              EXEC CICS UNLOCK
                   FILE(APP-BRKGLS-FILE-NAME)
                   END-EXEC
              STRING 'That Grant Was Already Signed Off By '
                    DELIMITED BY SIZE
                 BGL-REVIEWED-BY DELIMITED BY SPACE
                 '!' DELIMITED BY SIZE
                 INTO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE BRC-USER-ID TO BGL-REVIEWED-BY.
           MOVE WS-TODAY TO BGL-REVIEWED-DATE.

           EXEC CICS REWRITE
                FILE(APP-BRKGLS-FILE-NAME)
                FROM (BREAK-GLASS-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Signing Off Break-Glass Grant!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           MOVE 'Break-Glass Grant Signed Off!' TO WS-MESSAGE.
           MOVE SPACES TO ACTNO.
           MOVE SPACES TO STRTSO.

           INITIALIZE SECURITY-JOURNAL-RECORD.
           MOVE 'BG REVIEW' TO SEC-ACTION.
           MOVE BGL-USER-ID TO SEC-TARGET.
           MOVE BGL-START-TIMESTAMP TO SEC-OLD-VALUE.
           MOVE 'SIGNED OFF' TO SEC-NEW-VALUE.
           PERFORM 7900-JOURNAL-SECURITY-EVENT.

      *    THE START IS KEYED TO THE MINUTE, THE KEY HOLDS SECONDS -
      *    BROWSE FROM THE TOP OF THAT MINUTE.
       2460-FIND-GRANT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2460-FIND-GRANT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SPACES TO WS-GRANT-FOUND-FLAG.
           MOVE WS-TARGET-USER-ID TO WS-BRK-USER-ID.
           MOVE WS-TARGET-START TO WS-BRK-START.
           MOVE '00' TO WS-BRK-START(13:2).

           EXEC CICS STARTBR
                FILE(APP-BRKGLS-FILE-NAME)
                RIDFLD(WS-BROWSE-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS READNEXT
                FILE(APP-BRKGLS-FILE-NAME)
                RIDFLD(WS-BROWSE-KEY)
                INTO (BREAK-GLASS-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              BGL-USER-ID IS EQUAL TO WS-TARGET-USER-ID AND
              BGL-START-TIMESTAMP(1:12) IS EQUAL TO WS-TARGET-START THEN
              SET WS-GRANT-FOUND TO TRUE
           END-IF.

           EXEC CICS ENDBR
                FILE(APP-BRKGLS-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2500-TRANSFER-BACK-TO-MENU.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2500-TRANSFER-BACK-TO-MENU' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2550-DELETE-BRKGLS-CONTAINER.

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

       2550-DELETE-BRKGLS-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2550-DELETE-BRKGLS-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-BRKGLS-CONTAINER-NAME)
                CHANNEL(APP-BRKGLS-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Deleting Break-Glass Container!'
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
           MOVE APP-BRKGLS-PROGRAM-NAME TO SEC-PROGRAM.
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
           MOVE APP-BRKGLS-PROGRAM-NAME TO MON-LINKING-PROGRAM.
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
           PERFORM 9150-PUT-BRKGLS-CONTAINER.

           EXEC CICS SEND
                MAP(APP-BRKGLS-MAP-NAME)
                MAPSET(APP-BRKGLS-MAPSET-NAME)
                FROM (EBRKMO)
                ERASE
                CURSOR
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4400-LOG-RESPONSE-TIME.
      *    >>> --------------------- <<<

           EXEC CICS RETURN
                CHANNEL(APP-BRKGLS-CHANNEL-NAME)
                TRANSID(APP-BRKGLS-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           IF BRC-USER-ID IS NOT EQUAL TO SPACES THEN
              MOVE BRC-USER-ID TO LOGDINO
           ELSE
              MOVE '<Anonym>' TO LOGDINO
           END-IF.

           MOVE WS-STATE-LINE TO STATEO.
           IF MON-BG-ELEVATED THEN
              MOVE DFHRED TO STATEC
           ELSE
              MOVE DFHTURQ TO STATEC
           END-IF.

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

       9150-PUT-BRKGLS-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-BRKGLS-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-BRKGLS-CONTAINER-NAME)
                CHANNEL(APP-BRKGLS-CHANNEL-NAME)
                FROM (BREAK-GLASS-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Break-Glass Container!'
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
