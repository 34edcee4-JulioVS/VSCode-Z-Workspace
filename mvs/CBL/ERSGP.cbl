       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERSGP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'SELF-SERVICE RESIGNATION' PROGRAM.
      *      - THE EMPLOYEE SIDE OF THE 'ERESIGN' WORKFLOW: ANY
      *        SIGNED-ON USER SUBMITS THEIR OWN RESIGNATION (ACTION
      *        'S') WITH A PROPOSED LAST WORKING DAY AND A REASON,
      *        INSTEAD OF E-MAILING HR, OR WITHDRAWS IT (ACTION 'W')
      *        WHILE THE MANAGER HAS STILL NOT ACCEPTED IT.
      *      - THE LAST DAY MUST ALLOW THE NOTICE THE 'ENTCRUL' RULES
      *        CALL FOR, BY EMPLOYMENT TYPE ('EEMPTYP', NO RECORD
      *        MEANING FULL-TIME) AND COMPLETED YEARS OF CONTINUOUS
      *        SERVICE - THE LATEST UNBROKEN RUN OF 'ESRVHST' STINTS,
      *        THE SAME RULE 'ESENRPT' RANKS SENIORITY BY, FALLING
      *        BACK TO 'EMP-START-DATE'. THE SCREEN SHOWS THE RULE
      *        AND THE EARLIEST LAST DAY IT ALLOWS UP FRONT.
      *      - THE MANAGER ACCEPTS ON 'ERSMP' AND IS TOLD THROUGH
      *        'ENTFWRT'. ONCE ACCEPTED THE RESIGNATION CAN NO LONGER
      *        BE CHANGED OR WITHDRAWN FROM HERE.
      *      - REACHED FROM THE SELF-SERVICE PAGE ('ESELFP') BY PF9,
      *        OR DIRECTLY THROUGH ITS OWN 'ERSG' TRANSACTION.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - SELF-SERVICE RESIGNATION MAPSET.
      *      - SELF-SERVICE RESIGNATION CONTAINER.
      *      - RESIGNATION FILE RECORD.
      *      - RESIGNATION NOTICE RULE RECORD.
      *      - EMPLOYMENT TYPE RECORD.
      *      - SERVICE STINT RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - REGISTERED USERS.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - AUDIT TRAIL RECORD.
      *      - WORKFLOW NOTIFICATION ARGUMENTS.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY ERSGMAP.
       COPY ERSGCTR.
       COPY ERESIGN.
       COPY ENTCRUL.
       COPY EEMPTYP.
       COPY ESRVHST.
       COPY EMPMAST.
       COPY EREGUSR.
       COPY EMONCTR.
       COPY EAUDIT.
       COPY ENTFARG.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE     PIC S9(8) USAGE IS BINARY.
          05 WS-MESSAGE           PIC X(79).
          05 WS-TODAY             PIC X(8).
          05 WS-TODAY-NUM         PIC 9(8).
          05 WS-DATE-NUM          PIC 9(8).
          05 WS-ACTION            PIC X(1).
          05 WS-NEW-LAST-DAY      PIC X(8).
          05 WS-NEW-REASON        PIC X(60).
          05 WS-RESIGN-FOUND-FLAG PIC X(1) VALUE SPACES.
             88 WS-RESIGN-FOUND              VALUE 'Y'.
             88 WS-RESIGN-NOT-FOUND          VALUE SPACES.
      *      SATELLITE-AUDIT STAGING - SEE 7500 (SAME AS 'ESRQP').
          05 WS-AUD-FILE-NAME     PIC X(8)  VALUE SPACES.
          05 WS-AUD-BEFORE-IMAGE  PIC X(268) VALUE SPACES.
          05 WS-AUD-AFTER-IMAGE   PIC X(268) VALUE SPACES.
      *
      *    CONTINUOUS-SERVICE WORK AREA - SEE 1410 (THE 'ESENRPT'
      *    RULE: A BREAK OF MORE THAN A DAY BETWEEN STINTS RESTARTS
      *    THE RUN).
       01 WS-SERVICE-WORK.
          05 WS-STINT-BROWSE-FLAG PIC X(1)  VALUE SPACES.
             88 END-OF-STINT-BROWSE          VALUE 'E'.
          05 WS-STINT-FOUND-FLAG  PIC X(1)  VALUE SPACES.
             88 STINTS-ON-FILE               VALUE 'Y'.
          05 WS-STINT-BROWSE-KEY.
             10 WS-STINT-BROWSE-EID PIC 9(8).
             10 WS-STINT-BROWSE-NUM PIC 9(2).
          05 WS-CONTINUOUS-START-NUM PIC 9(8) VALUE ZEROES.
          05 WS-STINT-START-NUM   PIC 9(8)  VALUE ZEROES.
          05 WS-PREVIOUS-END-NUM  PIC 9(8)  VALUE ZEROES.
          05 WS-GAP-DAYS          PIC S9(7) VALUE ZEROES.
          05 WS-MAX-BRIDGE-DAYS   PIC 9(3)  VALUE 001.
      *
      *    NOTICE-RULE WORK AREA - SEE 1450.
       01 WS-RULE-WORK.
          05 WS-RULE-BROWSE-FLAG  PIC X(1)  VALUE SPACES.
             88 END-OF-RULE-BROWSE           VALUE 'E'.
          05 WS-RULE-FOUND-FLAG   PIC X(1)  VALUE SPACES.
             88 NOTICE-RULE-FOUND            VALUE 'Y'.
          05 WS-RULE-TYPE         PIC X(2)  VALUE SPACES.
          05 WS-RULE-BROWSE-KEY.
             10 WS-RULE-BROWSE-TYPE PIC X(2).
             10 WS-RULE-BROWSE-YEARS PIC 9(2).
      *
       01 WS-VALIDATION-FLAG      PIC X(1)  VALUE SPACES.
          88 VALIDATION-PASSED              VALUE 'Y'.
          88 VALIDATION-FAILED              VALUE SPACES.
      *
       01 WS-DISPLAY-FIELDS.
          05 WS-NOTICE-EDIT       PIC ZZ9.
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
                CONTAINER(APP-RESIGN-CONTAINER-NAME)
                CHANNEL(APP-RESIGN-CHANNEL-NAME)
                INTO (RESIGN-CONTAINER)
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
                MOVE 'Error Retrieving Resignation Container!'
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

           IF RGC-USER-ID IS EQUAL TO SPACES THEN
              MOVE 'No Signed-On User For A Resignation!'
                 TO WS-MESSAGE
              PERFORM 9000-SEND-MAP-AND-RETURN
           END-IF.

           PERFORM 1200-RESOLVE-OWN-EMPLOYEE.
           PERFORM 1400-WORK-OUT-NOTICE.
           PERFORM 1500-READ-OWN-RESIGNATION.

           IF WS-RESIGN-NOT-FOUND THEN
              MOVE 'Welcome to the Resignation screen!' TO WS-MESSAGE
           END-IF.

           PERFORM 9000-SEND-MAP-AND-RETURN.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE ACTIVITY-MONITOR-CONTAINER.
           INITIALIZE RESIGN-CONTAINER.
           INITIALIZE RESIGNATION-RECORD.
           INITIALIZE EMPLOYEE-MASTER-RECORD.
           INITIALIZE REGISTERED-USER-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE ERSGMO.

           MOVE 'Welcome to the Resignation screen!' TO WS-MESSAGE.
           SET RGC-CT-STANDARD TO TRUE.

      *    THE SIGNED-ON ACCOUNT'S OWN EMPLOYEE ID COMES OFF ITS
      *    'EREGUSR' REGISTRATION RECORD, THE SAME WAY 'ESELFP'
      *    RESOLVES IT.
       1200-RESOLVE-OWN-EMPLOYEE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1200-RESOLVE-OWN-EMPLOYEE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE RGC-USER-ID TO REG-USER-ID.

           EXEC CICS READ
                FILE(APP-REG-USER-FILE-NAME)
                RIDFLD(REG-USER-ID)
                INTO (REGISTERED-USER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE REG-EMPLOYEE-ID TO RGC-EMPLOYEE-ID
           WHEN DFHRESP(NOTFND)
                MOVE 'User Not Found!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           WHEN OTHER
                MOVE 'Error Reading Users File!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           END-EVALUATE.

           IF RGC-EMPLOYEE-ID IS EQUAL TO ZEROES THEN
              MOVE 'No Employee Record Linked To Your Account!'
                 TO WS-MESSAGE
              PERFORM 9000-SEND-MAP-AND-RETURN
           END-IF.

           PERFORM 1300-READ-EMPLOYEE-RECORD.

       1300-READ-EMPLOYEE-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1300-READ-EMPLOYEE-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE RGC-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                RIDFLD(EMP-EMPLOYEE-ID)
                INTO (EMPLOYEE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                IF EMP-DELETED THEN
                   MOVE 'Employee Is No Longer Active!' TO WS-MESSAGE
                   PERFORM 9000-SEND-MAP-AND-RETURN
                END-IF
           WHEN DFHRESP(NOTFND)
                MOVE 'Employee Record Not Found!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           WHEN OTHER
                MOVE 'Error Reading Employee Master File!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           END-EVALUATE.

      *    THE NOTICE RULE IS WORKED OUT ONCE, ON ENTRY, AND CARRIED ON
      *    THE CONTAINER: EMPLOYMENT TYPE, COMPLETED YEARS OF
      *    CONTINUOUS SERVICE, THE DAYS OF NOTICE THOSE CALL FOR, AND
      *    THE EARLIEST LAST DAY THAT GIVES COUNTING FROM TODAY.
       1400-WORK-OUT-NOTICE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1400-WORK-OUT-NOTICE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY TO WS-TODAY-NUM.

      *    NO 'EEMPTYP' RECORD READS AS FULL-TIME, LIKE EVERYWHERE
      *    ELSE THE FILE IS USED.
           MOVE RGC-EMPLOYEE-ID TO ETY-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMPTYPE-FILE-NAME)
                RIDFLD(ETY-KEY)
                INTO (EMPLOYMENT-TYPE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              ETY-TYPE-CODE IS NOT EQUAL TO SPACES THEN
              MOVE ETY-TYPE-CODE TO RGC-TYPE-CODE
           ELSE
              MOVE 'FT' TO RGC-TYPE-CODE
           END-IF.

           PERFORM 1410-FIND-CONTINUOUS-START.

           IF WS-CONTINUOUS-START-NUM IS GREATER THAN WS-TODAY-NUM THEN
              MOVE ZEROES TO RGC-SERVICE-YEARS
           ELSE
      *       WHOLE YEARS ONLY - THE DIFFERENCE OF TWO YYYYMMDD DATES
      *       OVER 10000, TRUNCATED, IS THE COMPLETED YEARS BETWEEN.
              COMPUTE RGC-SERVICE-YEARS =
                 (WS-TODAY-NUM - WS-CONTINUOUS-START-NUM) / 10000
           END-IF.

           PERFORM 1450-FIND-NOTICE-RULE.

           COMPUTE WS-DATE-NUM =
              FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) +
                 RGC-NOTICE-DAYS).
           MOVE WS-DATE-NUM TO RGC-EARLIEST-LAST-DAY.

      *    WALK THE EMPLOYEE'S STINTS IN ORDER; EVERY BREAK LONGER
      *    THAN THE BRIDGE ALLOWANCE RESTARTS CONTINUOUS SERVICE FROM
      *    THE STINT AFTER IT. NO STINTS ON FILE MEANS A LEGACY HIRE -
      *    FALL BACK TO 'EMP-START-DATE'.
       1410-FIND-CONTINUOUS-START.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1410-FIND-CONTINUOUS-START' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-SERVICE-WORK.
           MOVE 001 TO WS-MAX-BRIDGE-DAYS.
           MOVE RGC-EMPLOYEE-ID TO WS-STINT-BROWSE-EID.
           MOVE ZEROES TO WS-STINT-BROWSE-NUM.

           EXEC CICS STARTBR
                FILE(APP-SRVHIST-FILE-NAME)
                RIDFLD(WS-STINT-BROWSE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              PERFORM 1420-SCAN-NEXT-STINT UNTIL END-OF-STINT-BROWSE
              EXEC CICS ENDBR
                   FILE(APP-SRVHIST-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           IF NOT STINTS-ON-FILE THEN
              IF EMP-START-DATE IS NUMERIC AND
                 EMP-START-DATE IS NOT EQUAL TO ZEROES THEN
                 MOVE EMP-START-DATE TO WS-CONTINUOUS-START-NUM
              ELSE
                 MOVE WS-TODAY-NUM TO WS-CONTINUOUS-START-NUM
              END-IF
           END-IF.

       1420-SCAN-NEXT-STINT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1420-SCAN-NEXT-STINT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READNEXT
                FILE(APP-SRVHIST-FILE-NAME)
                RIDFLD(WS-STINT-BROWSE-KEY)
                INTO (SERVICE-STINT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              SVH-EMPLOYEE-ID IS NOT EQUAL TO RGC-EMPLOYEE-ID THEN
              SET END-OF-STINT-BROWSE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF SVH-START-DATE IS NOT NUMERIC OR
              SVH-START-DATE IS EQUAL TO ZEROES THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE SVH-START-DATE TO WS-STINT-START-NUM.

      *    THE FIRST STINT OPENS THE RUN. AFTER THAT, A GAP PAST THE
      *    ALLOWANCE BREAKS IT; A PRIOR STINT STILL OPEN CANNOT HAVE
      *    LEFT A GAP, SO IT NEVER DOES.
           IF NOT STINTS-ON-FILE THEN
              MOVE WS-STINT-START-NUM TO WS-CONTINUOUS-START-NUM
           ELSE
              IF WS-PREVIOUS-END-NUM IS GREATER THAN ZEROES THEN
                 COMPUTE WS-GAP-DAYS =
                    FUNCTION INTEGER-OF-DATE(WS-STINT-START-NUM) -
                    FUNCTION INTEGER-OF-DATE(WS-PREVIOUS-END-NUM)
                 IF WS-GAP-DAYS IS GREATER THAN WS-MAX-BRIDGE-DAYS
                    MOVE WS-STINT-START-NUM TO WS-CONTINUOUS-START-NUM
                 END-IF
              END-IF
           END-IF.

           SET STINTS-ON-FILE TO TRUE.

           IF SVH-END-DATE IS NUMERIC AND
              SVH-END-DATE IS NOT EQUAL TO ZEROES THEN
              MOVE SVH-END-DATE TO WS-PREVIOUS-END-NUM
           ELSE
              MOVE ZEROES TO WS-PREVIOUS-END-NUM
           END-IF.

      *    THE HIGHEST ACTIVE BAND OF THE EMPLOYEE'S OWN TYPE THEY HAVE
      *    REACHED; A TYPE WITH NO BANDS OF ITS OWN USES THE FULL-TIME
      *    ONES, AND WITH NO RULE AT ALL THE DEFAULT NOTICE APPLIES.
       1450-FIND-NOTICE-RULE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1450-FIND-NOTICE-RULE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-RULE-WORK.
           MOVE APP-RESIGN-DEFAULT-NOTICE TO RGC-NOTICE-DAYS.

           MOVE RGC-TYPE-CODE TO WS-RULE-TYPE.
           PERFORM 1460-SCAN-RULE-BANDS.

           IF NOT NOTICE-RULE-FOUND AND
              WS-RULE-TYPE IS NOT EQUAL TO 'FT' THEN
              MOVE 'FT' TO WS-RULE-TYPE
              PERFORM 1460-SCAN-RULE-BANDS
           END-IF.

       1460-SCAN-RULE-BANDS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1460-SCAN-RULE-BANDS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SPACES TO WS-RULE-BROWSE-FLAG.
           MOVE WS-RULE-TYPE TO WS-RULE-BROWSE-TYPE.
           MOVE ZEROES TO WS-RULE-BROWSE-YEARS.

           EXEC CICS STARTBR
                FILE(APP-NTCRUL-FILE-NAME)
                RIDFLD(WS-RULE-BROWSE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           PERFORM 1470-READ-NEXT-BAND UNTIL END-OF-RULE-BROWSE.

           EXEC CICS ENDBR
                FILE(APP-NTCRUL-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       1470-READ-NEXT-BAND.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1470-READ-NEXT-BAND' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READNEXT
                FILE(APP-NTCRUL-FILE-NAME)
                RIDFLD(WS-RULE-BROWSE-KEY)
                INTO (NOTICE-RULE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET END-OF-RULE-BROWSE TO TRUE
           WHEN NTR-TYPE-CODE IS NOT EQUAL TO WS-RULE-TYPE
                SET END-OF-RULE-BROWSE TO TRUE
           WHEN NTR-MIN-SERVICE-YEARS IS GREATER THAN RGC-SERVICE-YEARS
                SET END-OF-RULE-BROWSE TO TRUE
           WHEN NTR-ST-RETIRED
                CONTINUE
           WHEN OTHER
                MOVE NTR-NOTICE-DAYS TO RGC-NOTICE-DAYS
                SET NOTICE-RULE-FOUND TO TRUE
           END-EVALUATE.

       1500-READ-OWN-RESIGNATION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1500-READ-OWN-RESIGNATION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           SET WS-RESIGN-NOT-FOUND TO TRUE.
           MOVE RGC-EMPLOYEE-ID TO RSG-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-RESIGN-FILE-NAME)
                RIDFLD(RSG-KEY)
                INTO (RESIGNATION-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                SET WS-RESIGN-FOUND TO TRUE
                MOVE 'Your Resignation Displayed!' TO WS-MESSAGE
           WHEN DFHRESP(NOTFND)
                INITIALIZE RESIGNATION-RECORD
                MOVE RGC-EMPLOYEE-ID TO RSG-EMPLOYEE-ID
           WHEN OTHER
                MOVE 'Error Reading Resignation File!' TO WS-MESSAGE
           END-EVALUATE.

      *-----------------------------------------------------------------
       USE-CASE SECTION.
      *-----------------------------------------------------------------

       2000-PROCESS-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2000-PROCESS-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS RECEIVE
                MAP(APP-RESIGN-MAP-NAME)
                MAPSET(APP-RESIGN-MAPSET-NAME)
                INTO (ERSGMI)
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

           PERFORM 1300-READ-EMPLOYEE-RECORD.

           EVALUATE EIBAID
           WHEN DFHPF3
           WHEN DFHPF12
                PERFORM 2500-TRANSFER-BACK-TO-SELF
           WHEN DFHPF10
                PERFORM 2600-SIGN-USER-OFF
           WHEN DFHENTER
                PERFORM 1500-READ-OWN-RESIGNATION
                IF ACTIONL IS GREATER THAN ZERO THEN
                   MOVE FUNCTION UPPER-CASE(ACTIONI) TO WS-ACTION
                ELSE
                   MOVE SPACES TO WS-ACTION
                END-IF
                EVALUATE WS-ACTION
                WHEN 'S'
                     PERFORM 2100-SUBMIT-RESIGNATION
                WHEN 'W'
                     PERFORM 2200-WITHDRAW-RESIGNATION
                WHEN SPACES
                     IF WS-RESIGN-NOT-FOUND THEN
                        MOVE 'No Resignation On File!' TO WS-MESSAGE
                     END-IF
                WHEN OTHER
                     MOVE 'Validation Error: Action Must Be S or W!'
                        TO WS-MESSAGE
                     MOVE -1 TO ACTIONL
                END-EVALUATE
           WHEN OTHER
                MOVE 'Invalid Key!' TO WS-MESSAGE
           END-EVALUATE.

           PERFORM 9000-SEND-MAP-AND-RETURN.

       2100-SUBMIT-RESIGNATION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2100-SUBMIT-RESIGNATION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    ONCE THE MANAGER HAS ACCEPTED IT THE TERMINATION IS PARKED
      *    AND THE CHECKLIST OPEN - ANY CHANGE NOW GOES THROUGH HR.
           IF WS-RESIGN-FOUND AND RSG-ACCEPTED THEN
              MOVE 'Resignation Already Accepted - Speak To HR!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

      *    A RESIGNATION STILL AWAITING THE MANAGER MAY BE CORRECTED;
      *    WHATEVER IS NOT RE-TYPED CARRIES OVER FROM IT.
           MOVE SPACES TO WS-NEW-LAST-DAY.
           MOVE SPACES TO WS-NEW-REASON.

           IF WS-RESIGN-FOUND AND RSG-SUBMITTED THEN
              MOVE RSG-PROPOSED-LAST-DAY TO WS-NEW-LAST-DAY
              MOVE RSG-REASON TO WS-NEW-REASON
           END-IF.

           IF LASTDYL IS GREATER THAN ZERO THEN
              MOVE LASTDYI TO WS-NEW-LAST-DAY
           END-IF.

           IF REASONL IS GREATER THAN ZERO THEN
              MOVE REASONI TO WS-NEW-REASON
           END-IF.

           IF WS-NEW-LAST-DAY IS NOT NUMERIC THEN
              MOVE 'Validation Error: Last Day Not YYYYMMDD!'
                 TO WS-MESSAGE
              MOVE -1 TO LASTDYL
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-NEW-LAST-DAY TO WS-DATE-NUM.

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) IS NOT EQUAL
              TO ZERO THEN
              MOVE 'Validation Error: Last Day Is Not A Valid Date!'
                 TO WS-MESSAGE
              MOVE -1 TO LASTDYL
              EXIT PARAGRAPH
           END-IF.

      *    THE NOTICE RULE IS FIRM FROM THIS SIDE - ONLY THE MANAGER
      *    CAN AGREE AN EARLIER DAY.
           IF WS-NEW-LAST-DAY IS LESS THAN RGC-EARLIEST-LAST-DAY THEN
              MOVE RGC-NOTICE-DAYS TO WS-NOTICE-EDIT
              MOVE SPACES TO WS-MESSAGE
              STRING 'Validation Error: ' DELIMITED BY SIZE
                 WS-NOTICE-EDIT DELIMITED BY SIZE
                 ' Days Notice - Earliest Last Day Is '
                    DELIMITED BY SIZE
                 RGC-EARLIEST-LAST-DAY DELIMITED BY SIZE
                 '!' DELIMITED BY SIZE
                 INTO WS-MESSAGE
              MOVE -1 TO LASTDYL
              EXIT PARAGRAPH
           END-IF.

           IF WS-NEW-REASON IS EQUAL TO SPACES OR
              WS-NEW-REASON IS EQUAL TO LOW-VALUES THEN
              MOVE 'Validation Error: Please Give A Reason!'
                 TO WS-MESSAGE
              MOVE -1 TO REASONL
              EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM 2360-WRITE-OR-REWRITE-RESIGN.

       2200-WITHDRAW-RESIGNATION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-WITHDRAW-RESIGNATION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF WS-RESIGN-FOUND AND RSG-ACCEPTED THEN
              MOVE 'Resignation Already Accepted - Speak To HR!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF WS-RESIGN-NOT-FOUND OR NOT RSG-SUBMITTED THEN
              MOVE 'No Resignation Waiting To Be Withdrawn!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS READ
                FILE(APP-RESIGN-FILE-NAME)
                RIDFLD(RSG-KEY)
                INTO (RESIGNATION-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Reading Resignation For Update!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

      *    THE MANAGER MAY HAVE ACCEPTED IT SINCE OUR PLAIN READ.
           IF NOT RSG-SUBMITTED THEN
              MOVE 'Resignation Already Accepted - Speak To HR!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           MOVE RESIGNATION-RECORD TO WS-AUD-BEFORE-IMAGE.

           SET RSG-WITHDRAWN TO TRUE.
           MOVE RGC-USER-ID TO RSG-DECIDED-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RSG-DECIDED-DATE.

           EXEC CICS REWRITE
                FILE(APP-RESIGN-FILE-NAME)
                FROM (RESIGNATION-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Resignation Withdrawn!' TO WS-MESSAGE
                MOVE RESIGNATION-RECORD TO WS-AUD-AFTER-IMAGE
                MOVE APP-RESIGN-FILE-NAME TO WS-AUD-FILE-NAME
                PERFORM 7500-WRITE-SATELLITE-AUDIT
           WHEN OTHER
                MOVE 'Error Updating Resignation!' TO WS-MESSAGE
           END-EVALUATE.

       2350-FILL-RESIGNATION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2350-FILL-RESIGNATION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE RGC-USER-ID TO RSG-SUBMITTED-BY.
           MOVE WS-TODAY TO RSG-SUBMITTED-DATE.
           MOVE WS-NEW-LAST-DAY TO RSG-PROPOSED-LAST-DAY.
           MOVE WS-NEW-REASON TO RSG-REASON.
           MOVE RGC-TYPE-CODE TO RSG-TYPE-CODE.
           MOVE RGC-SERVICE-YEARS TO RSG-SERVICE-YEARS.
           MOVE RGC-NOTICE-DAYS TO RSG-NOTICE-DAYS.
           MOVE RGC-EARLIEST-LAST-DAY TO RSG-EARLIEST-LAST-DAY.
           SET RSG-SUBMITTED TO TRUE.
           MOVE SPACES TO RSG-AGREED-LAST-DAY.
           MOVE SPACES TO RSG-TERMINATION-DATE.
           MOVE SPACES TO RSG-DECIDED-BY.
           MOVE SPACES TO RSG-DECIDED-DATE.

       2360-WRITE-OR-REWRITE-RESIGN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2360-WRITE-OR-REWRITE-RESIGN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF WS-RESIGN-FOUND THEN
      *         RE-READ FOR UPDATE - THE COPY IN WORKING STORAGE CAME
      *         FROM A PLAIN READ, AND CICS WILL REJECT A REWRITE NOT
      *         PRECEDED BY A READ UPDATE ON THIS SAME RECORD.
              EXEC CICS READ
                   FILE(APP-RESIGN-FILE-NAME)
                   RIDFLD(RSG-KEY)
                   INTO (RESIGNATION-RECORD)
                   UPDATE
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
                 MOVE 'Error Reading Resignation For Update!'
                    TO WS-MESSAGE
                 EXIT PARAGRAPH
              END-IF

      *       THE MANAGER MAY HAVE ACCEPTED IT SINCE OUR PLAIN READ.
              IF RSG-ACCEPTED THEN
                 MOVE 'Resignation Already Accepted - Speak To HR!'
                    TO WS-MESSAGE
                 EXIT PARAGRAPH
              END-IF

              MOVE RESIGNATION-RECORD TO WS-AUD-BEFORE-IMAGE
              PERFORM 2350-FILL-RESIGNATION

              EXEC CICS REWRITE
                   FILE(APP-RESIGN-FILE-NAME)
                   FROM (RESIGNATION-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           ELSE
              MOVE SPACES TO WS-AUD-BEFORE-IMAGE
              INITIALIZE RESIGNATION-RECORD
              MOVE RGC-EMPLOYEE-ID TO RSG-EMPLOYEE-ID
              PERFORM 2350-FILL-RESIGNATION

              EXEC CICS WRITE
                   FILE(APP-RESIGN-FILE-NAME)
                   RIDFLD(RSG-KEY)
                   FROM (RESIGNATION-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                SET WS-RESIGN-FOUND TO TRUE
                MOVE 'Resignation Submitted To Your Manager!'
                   TO WS-MESSAGE
                MOVE RESIGNATION-RECORD TO WS-AUD-AFTER-IMAGE
                MOVE APP-RESIGN-FILE-NAME TO WS-AUD-FILE-NAME
                PERFORM 7500-WRITE-SATELLITE-AUDIT
                SET NFA-EV-SUBMITTED TO TRUE
                PERFORM 7600-SEND-NOTIFICATION
           WHEN DFHRESP(DUPREC)
      *         SUBMITTED FROM ANOTHER TERMINAL BETWEEN OUR READ AND
      *         OUR WRITE - REDISPLAY RATHER THAN BLINDLY REPLACE.
                MOVE 'Resignation Raced Onto File - Press Enter!'
                   TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Saving Resignation!' TO WS-MESSAGE
           END-EVALUATE.

      *-----------------------------------------------------------------
       SATELLITE-AUDIT SECTION.
      *-----------------------------------------------------------------

      *    THE SAME FIRE-AND-FORGET START 'ESRQP' AND 'EUPDP' USE -
      *    'EAUDITP' DRAINS THE QUEUE AND WRITES THE LIVE 'EAUDIT'
      *    CLUSTER.
       7500-WRITE-SATELLITE-AUDIT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '7500-WRITE-SATELLITE-AUDIT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE AUDIT-TRAIL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE MON-USER-ID TO AUD-USER-ID.
           SET AUD-ACTION-SATELLITE TO TRUE.
           MOVE WS-AUD-FILE-NAME TO AUD-SATELLITE-FILE.
           MOVE WS-AUD-BEFORE-IMAGE TO AUD-RECORD-BEFORE.
           MOVE WS-AUD-AFTER-IMAGE TO AUD-RECORD-AFTER.

           EXEC CICS START
                TRANSID(APP-AUDIT-TRANSACTION-ID)
                TERMID(EIBTRMID)
                FROM (AUDIT-TRAIL-RECORD)
                REQID(APP-AUDIT-REQUEST-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
      *         AN AUDIT FAILURE MUST NEVER BLOCK THE SAVE ITSELF.
                CONTINUE
           END-EVALUATE.

           MOVE SPACES TO WS-AUD-BEFORE-IMAGE.
           MOVE SPACES TO WS-AUD-AFTER-IMAGE.

      *-----------------------------------------------------------------
       NOTIFICATION SECTION.
      *-----------------------------------------------------------------

      *    TELL THE EMPLOYEE'S MANAGER THERE IS A RESIGNATION WAITING
      *    - SEE 'ENTFWRT'. A NOTIFICATION FAILURE MUST NEVER BLOCK
      *    THE SUBMISSION ITSELF.
       7600-SEND-NOTIFICATION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '7600-SEND-NOTIFICATION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           SET NFA-WF-RESIGNATION TO TRUE.
           MOVE RSG-EMPLOYEE-ID TO NFA-SUBJECT-EMP-ID.
           MOVE RSG-KEY TO NFA-ITEM-KEY.
           MOVE RSG-SUBMITTED-BY TO NFA-REQUESTED-BY.
           MOVE RSG-SUBMITTED-DATE TO NFA-REQUESTED-DATE.
           MOVE RSG-DECIDED-BY TO NFA-ACTIONED-BY.
           MOVE APP-RESIGN-PROGRAM-NAME TO NFA-SOURCE-PROGRAM.
           MOVE ZEROES TO NFA-SENT-COUNT.

           EXEC CICS LINK
                PROGRAM(APP-NOTIFY-PROGRAM-NAME)
                COMMAREA(NOTIFY-ARGUMENTS)
                LENGTH(LENGTH OF NOTIFY-ARGUMENTS)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *-----------------------------------------------------------------
       TRANSFER SECTION.
      *-----------------------------------------------------------------

       2500-TRANSFER-BACK-TO-SELF.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2500-TRANSFER-BACK-TO-SELF' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2550-DELETE-RESIGN-CONTAINER.

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

       2550-DELETE-RESIGN-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2550-DELETE-RESIGN-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-RESIGN-CONTAINER-NAME)
                CHANNEL(APP-RESIGN-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Deleting Resignation Container!'
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
              MOVE MON-USER-ID TO RGC-USER-ID
              MOVE MON-USER-CATEGORY TO RGC-USER-CATEGORY
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
           MOVE APP-RESIGN-PROGRAM-NAME TO MON-LINKING-PROGRAM.
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
           PERFORM 9150-PUT-RESIGN-CONTAINER.

           EXEC CICS SEND
                MAP(APP-RESIGN-MAP-NAME)
                MAPSET(APP-RESIGN-MAPSET-NAME)
                FROM (ERSGMO)
                ERASE
                CURSOR
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4400-LOG-RESPONSE-TIME.
      *    >>> --------------------- <<<

           EXEC CICS RETURN
                CHANNEL(APP-RESIGN-CHANNEL-NAME)
                TRANSID(APP-RESIGN-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE ERSGMO.

           MOVE EIBTRNID TO TRANIDO.

           IF RGC-USER-ID IS NOT EQUAL TO SPACES THEN
              MOVE RGC-USER-ID TO LOGDINO
           ELSE
              MOVE '<Anonym>' TO LOGDINO
           END-IF.

           IF RGC-EMPLOYEE-ID IS GREATER THAN ZEROES THEN
              MOVE RGC-EMPLOYEE-ID TO EMPLIDO
              MOVE EMP-PRIMARY-NAME TO PRNAMEO
              MOVE RGC-TYPE-CODE TO EMPTYPO
              MOVE RGC-SERVICE-YEARS TO SVCYRSO
              MOVE RGC-NOTICE-DAYS TO WS-NOTICE-EDIT
              MOVE WS-NOTICE-EDIT TO NOTDYSO
              MOVE RGC-EARLIEST-LAST-DAY TO ERLDAYO
           END-IF.

      *    A WITHDRAWN RESIGNATION IS SHOWN AS SUCH, BUT A FRESH ONE
      *    STARTS FROM A BLANK LAST DAY AND REASON.
           IF WS-RESIGN-FOUND THEN
              MOVE RSG-AGREED-LAST-DAY TO AGRDAYO
              MOVE RSG-DECIDED-BY TO DECDBYO

              EVALUATE TRUE
              WHEN RSG-SUBMITTED
                   MOVE 'Submitted' TO RSGSTSO
                   MOVE RSG-PROPOSED-LAST-DAY TO LASTDYO
                   MOVE RSG-REASON TO REASONO
              WHEN RSG-ACCEPTED
                   MOVE 'Accepted' TO RSGSTSO
                   MOVE RSG-PROPOSED-LAST-DAY TO LASTDYO
                   MOVE RSG-REASON TO REASONO
              WHEN RSG-WITHDRAWN
                   MOVE 'Withdrawn' TO RSGSTSO
              WHEN OTHER
                   MOVE SPACES TO RSGSTSO
              END-EVALUATE
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
           WHEN MESSO(1:20) IS EQUAL TO 'Resignation Already '
                MOVE DFHPINK TO MESSC
           END-EVALUATE.

      *    SET ANY MODIFIED DATA TAG (MDT) 'ON' TO AVOID THE 'AEI9'
      *    ABEND THAT HAPPENS WHEN WE ONLY RECEIVE AN AID-KEY FROM THE
      *    MAP AND NO REAL DATA ALONG IT.
           MOVE DFHBMFSE TO TRANIDA.

       9150-PUT-RESIGN-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-RESIGN-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-RESIGN-CONTAINER-NAME)
                CHANNEL(APP-RESIGN-CHANNEL-NAME)
                FROM (RESIGN-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Resignation Container!'
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
