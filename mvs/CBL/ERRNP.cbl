       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERRNP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'AD HOC BATCH RERUN REQUEST' PROGRAM.
      *      - REPLACES HAND-EDITED, HAND-SUBMITTED RERUN JCL: AN
      *        ADMINISTRATOR PICKS A JOB FROM THE 'ERUNCAL' CATALOGUE
      *        (ONLY JOBS CLEARED THERE FOR RERUNS), FILLS IN THE
      *        PARAMETERS THE CATALOGUE SAYS IT TAKES - PERIOD
      *        (YYYYMM), DATE RANGE (YYYYMMDD), MODE - AND A REASON,
      *        WITH ACTION 'N'. THE REQUEST IS WRITTEN TO 'ERRNREQ'
      *        PENDING, WITH THE JOB'S SYSIN CARD ALREADY BUILT.
      *      - A SECOND ADMINISTRATOR KEYS THE JOB NAME AND REQUEST
      *        TIMESTAMP WITH ACTION 'A' TO APPROVE OR 'X' TO REJECT
      *        (THE REQUESTER MAY WITHDRAW THEIR OWN WITH 'X', BUT
      *        NEVER APPROVE IT). APPROVAL SPOOLS A SMALL 'ERRNSUB'
      *        JOB TO THE INTERNAL READER, WHICH SUBMITS THE JOB'S OWN
      *        JCL MEMBER WITH THE CARD IN PLACE - THE SAME ROUTE THE
      *        'ECYCDRV' CYCLE DRIVER USES - AND LINKS THE RESULTING
      *        'ERUNHST' RUN BACK TO THE REQUEST.
      *      - ONE OPEN REQUEST PER JOB AT A TIME.
      *      - WITH A JOB NAME KEYED, THAT JOB'S REQUESTS ARE LISTED;
      *        WITHOUT ONE, THE FIRST EIGHT AWAITING APPROVAL ARE.
      *      - RESTRICTED TO ADMINISTRATOR CATEGORY USERS.
      *      - REACHED DIRECTLY THROUGH ITS OWN 'ERRN' TRANSACTION.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - RERUN REQUEST MAPSET.
      *      - RERUN REQUEST CONTAINER.
      *      - RERUN REQUEST FILE RECORD.
      *      - EXPECTED-RUN CALENDAR (JOB CATALOGUE) FILE RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY ERRNMAP.
       COPY ERRNCTR.
       COPY ERRNREQ.
       COPY ERUNCAL.
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
          05 WS-NOW               PIC X(14).
          05 WS-JOB-NAME          PIC X(8).
          05 WS-ACTION            PIC X(1).
          05 WS-CATALOGUE-FLAG    PIC X(1).
             88 CATALOGUE-FOUND              VALUE 'Y'.
          05 WS-VALID-FLAG        PIC X(1).
             88 PARMS-VALID                  VALUE 'Y'.
             88 PARMS-INVALID                VALUE 'N'.
          05 WS-OPEN-FLAG         PIC X(1).
             88 OPEN-REQUEST-FOUND           VALUE 'Y'.
          05 WS-PERIOD            PIC X(6).
          05 WS-PERIOD-NUM REDEFINES WS-PERIOD.
             10 WS-PERIOD-YEAR    PIC 9(4).
             10 WS-PERIOD-MONTH   PIC 9(2).
          05 WS-FROM-DATE         PIC X(8).
          05 WS-TO-DATE           PIC X(8).
          05 WS-MODE              PIC X(1).
          05 WS-REASON            PIC X(60).
          05 WS-DATE-NUM          PIC 9(8).
          05 WS-MODE-COUNT        PIC 9(2)  USAGE IS BINARY.
          05 WS-REASON-LEN        PIC 9(2)  USAGE IS BINARY.
          05 WS-LINES-SHOWN       PIC 9(2)  USAGE IS BINARY.
          05 WS-BROWSE-FLAG       PIC X(1).
             88 END-OF-RRQ-BROWSE           VALUE 'E'.
          05 WS-LIST-JOB-NAME     PIC X(8).
          05 WS-REQUEST-LINE.
             10 WS-RL-JOB-NAME    PIC X(8).
             10 FILLER            PIC X(2).
             10 WS-RL-REQUEST-TIME
                                  PIC X(14).
             10 FILLER            PIC X(2).
             10 WS-RL-STATUS      PIC X(9).
             10 FILLER            PIC X(2).
             10 WS-RL-REQUESTED-BY
                                  PIC X(8).
             10 FILLER            PIC X(2).
             10 WS-RL-DECIDED-BY  PIC X(8).
             10 FILLER            PIC X(2).
             10 WS-RL-REASON      PIC X(13).
      *
      *    THE 'ERRNSUB' SUBMIT JOB IS SPOOLED STRAIGHT TO THE JES
      *    INTERNAL READER, CARD BY CARD.
       01 WS-SPOOL-VARS.
          05 WS-SPOOL-TOKEN         PIC X(8).
          05 WS-SPOOL-NODE-NAME     PIC X(8)   VALUE 'LOCAL'.
          05 WS-SPOOL-WRITER        PIC X(8)   VALUE 'INTRDR'.
          05 WS-SPOOL-STATUS        PIC X(1)   VALUE SPACES.
             88 SPOOL-OK                       VALUE 'Y'.
             88 SPOOL-FAILED                   VALUE 'N'.
          05 WS-SUBMIT-CARD         PIC X(80)  VALUE SPACES.
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
                CONTAINER(APP-RERUN-CONTAINER-NAME)
                CHANNEL(APP-RERUN-CHANNEL-NAME)
                INTO (RERUN-REQUEST-CONTAINER)
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
                MOVE 'Error Retrieving Rerun Request Container!'
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

      *    SUBMITTING PRODUCTION BATCH IS OPERATIONS WORK -
      *    ADMINISTRATOR CATEGORY USERS ONLY.
           IF NOT MON-CT-ADMINISTRATOR THEN
              MOVE 'You Are Not Authorized For Batch Reruns!'
                 TO WS-MESSAGE
              PERFORM 9000-SEND-MAP-AND-RETURN
           END-IF.

           PERFORM 3000-LIST-RERUN-REQUESTS.
           PERFORM 9000-SEND-MAP-AND-RETURN.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE ACTIVITY-MONITOR-CONTAINER.
           INITIALIZE RERUN-REQUEST-CONTAINER.
           INITIALIZE RERUN-REQUEST-RECORD.
           INITIALIZE EXPECTED-RUN-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE ERRNMO.

           MOVE 'Welcome to the Batch Rerun Request screen!'
              TO WS-MESSAGE.
           SET RNC-CT-STANDARD TO TRUE.

      *-----------------------------------------------------------------
       USE-CASE SECTION.
      *-----------------------------------------------------------------

       2000-PROCESS-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2000-PROCESS-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS RECEIVE
                MAP(APP-RERUN-MAP-NAME)
                MAPSET(APP-RERUN-MAPSET-NAME)
                INTO (ERRNMI)
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

           IF NOT MON-CT-ADMINISTRATOR THEN
              PERFORM 2600-SIGN-USER-OFF
           END-IF.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-APPLY-RERUN-ACTION
                PERFORM 3000-LIST-RERUN-REQUESTS
           WHEN DFHPF3
           WHEN DFHPF12
                PERFORM 2500-TRANSFER-BACK-TO-MENU
           WHEN DFHPF10
                PERFORM 2600-SIGN-USER-OFF
           WHEN OTHER
                MOVE 'Invalid Key!' TO WS-MESSAGE
                PERFORM 3000-LIST-RERUN-REQUESTS
           END-EVALUATE.

           PERFORM 9000-SEND-MAP-AND-RETURN.

       2100-APPLY-RERUN-ACTION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2100-APPLY-RERUN-ACTION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.

           MOVE SPACES TO WS-JOB-NAME.
           IF JOBNML IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(JOBNMI) TO WS-JOB-NAME
              MOVE WS-JOB-NAME TO JOBNMO
           END-IF.

           IF WS-JOB-NAME IS NOT EQUAL TO SPACES THEN
              PERFORM 2150-READ-JOB-CATALOGUE
           END-IF.

      *    A BLANK ACTION CODE JUST REFRESHES THE LISTED REQUESTS.
           IF ACTNI IS EQUAL TO SPACES OR ACTNL IS EQUAL TO ZERO THEN
              MOVE 'Rerun Requests Refreshed!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF WS-JOB-NAME IS EQUAL TO SPACES THEN
              MOVE 'Validation Error: Enter A Job Name!' TO WS-MESSAGE
              MOVE -1 TO JOBNML
              EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(ACTNI) TO WS-ACTION.

           EVALUATE WS-ACTION
           WHEN 'N'
                PERFORM 2200-RAISE-RERUN-REQUEST
           WHEN 'A'
                PERFORM 2300-APPROVE-RERUN-REQUEST
           WHEN 'X'
                PERFORM 2400-REJECT-RERUN-REQUEST
           WHEN OTHER
                MOVE 'Validation Error: Action Must Be N, A Or X!'
                   TO WS-MESSAGE
                MOVE -1 TO ACTNL
           END-EVALUATE.

       2150-READ-JOB-CATALOGUE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-READ-JOB-CATALOGUE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-CATALOGUE-FLAG.
           MOVE WS-JOB-NAME TO XRN-JOB-NAME.

           EXEC CICS READ
                FILE(APP-RUNCAL-FILE-NAME)
                RIDFLD(XRN-KEY)
                INTO (EXPECTED-RUN-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              SET CATALOGUE-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       RAISE-REQUEST SECTION.
      *-----------------------------------------------------------------

       2200-RAISE-RERUN-REQUEST.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-RAISE-RERUN-REQUEST' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF NOT CATALOGUE-FOUND THEN
              MOVE 'Validation Error: Job Not In The Run Catalogue!'
                 TO WS-MESSAGE
              MOVE -1 TO JOBNML
              EXIT PARAGRAPH
           END-IF.

           IF NOT XRN-RERUN-OK THEN
              MOVE 'Validation Error: Job Not Cleared For Reruns!'
                 TO WS-MESSAGE
              MOVE -1 TO JOBNML
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2210-VALIDATE-PARAMETERS.
           IF PARMS-INVALID THEN
              EXIT PARAGRAPH
           END-IF.

           IF REASONL IS EQUAL TO ZERO OR REASONI IS EQUAL TO SPACES
              MOVE 'Validation Error: Enter The Reason For The Rerun!'
                 TO WS-MESSAGE
              MOVE -1 TO REASONL
              EXIT PARAGRAPH
           END-IF.
           MOVE REASONI TO WS-REASON.

           PERFORM 2250-CHECK-OPEN-REQUEST.
           IF OPEN-REQUEST-FOUND THEN
              MOVE 'Validation Error: Job Already Has An Open Request!'
                 TO WS-MESSAGE
              MOVE -1 TO JOBNML
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE RERUN-REQUEST-RECORD.
           MOVE WS-JOB-NAME TO RRQ-JOB-NAME.
           MOVE WS-NOW TO RRQ-REQUEST-TIME.

           IF XRN-JCL-MEMBER IS EQUAL TO SPACES THEN
              MOVE WS-JOB-NAME TO RRQ-JCL-MEMBER
           ELSE
              MOVE XRN-JCL-MEMBER TO RRQ-JCL-MEMBER
           END-IF.

           MOVE WS-PERIOD TO RRQ-PERIOD.
           MOVE WS-FROM-DATE TO RRQ-FROM-DATE.
           MOVE WS-TO-DATE TO RRQ-TO-DATE.
           MOVE WS-MODE TO RRQ-MODE.
           MOVE WS-REASON TO RRQ-REASON.
           PERFORM 2230-BUILD-PARM-CARD.

           MOVE RNC-USER-ID TO RRQ-REQUESTED-BY.
           SET RRQ-ST-PENDING TO TRUE.
           MOVE ZEROES TO RRQ-RUN-RETURN-CODE.

           EXEC CICS WRITE
                FILE(APP-RERUN-FILE-NAME)
                RIDFLD(RRQ-KEY)
                FROM (RERUN-REQUEST-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE RRQ-REQUEST-TIME TO REQTSO
                MOVE 'Rerun Requested - Awaiting Second Approval!'
                   TO WS-MESSAGE
           WHEN DFHRESP(DUPREC)
                MOVE 'Error: Request Already Raised - Try Again!'
                   TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Writing Rerun Request!' TO WS-MESSAGE
           END-EVALUATE.

      *    EACH PARAMETER IS ONLY ACCEPTED WHEN THE CATALOGUE GIVES IT
      *    A SYSIN COLUMN FOR THIS JOB; A JOB WITH NO DEFAULTS NEEDS
      *    EVERY ONE IT TAKES.
       2210-VALIDATE-PARAMETERS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2210-VALIDATE-PARAMETERS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           SET PARMS-INVALID TO TRUE.
           MOVE SPACES TO WS-PERIOD WS-FROM-DATE WS-TO-DATE WS-MODE.

           IF PERIODL IS GREATER THAN ZERO THEN
              MOVE PERIODI TO WS-PERIOD
           END-IF.
           IF FROMDTL IS GREATER THAN ZERO THEN
              MOVE FROMDTI TO WS-FROM-DATE
           END-IF.
           IF TODTL IS GREATER THAN ZERO THEN
              MOVE TODTI TO WS-TO-DATE
           END-IF.
           IF RMODEL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(RMODEI) TO WS-MODE
           END-IF.

      *    PERIOD (YYYYMM) - A REAL MONTH, NOT IN THE FUTURE.
           IF WS-PERIOD IS NOT EQUAL TO SPACES THEN
              IF XRN-PERIOD-COL IS EQUAL TO ZEROES
                 MOVE 'Validation Error: This Job Takes No Period!'
                    TO WS-MESSAGE
                 MOVE -1 TO PERIODL
                 EXIT PARAGRAPH
              END-IF
              IF WS-PERIOD IS NOT NUMERIC OR
                 WS-PERIOD-MONTH IS LESS THAN 1 OR
                 WS-PERIOD-MONTH IS GREATER THAN 12
                 MOVE 'Validation Error: Period Must Be YYYYMM!'
                    TO WS-MESSAGE
                 MOVE -1 TO PERIODL
                 EXIT PARAGRAPH
              END-IF
              IF WS-PERIOD IS GREATER THAN WS-TODAY(1:6)
                 MOVE 'Validation Error: Period Is In The Future!'
                    TO WS-MESSAGE
                 MOVE -1 TO PERIODL
                 EXIT PARAGRAPH
              END-IF
           ELSE
              IF XRN-PERIOD-COL IS GREATER THAN ZEROES AND
                 XRN-ALL-PARMS-NEEDED
                 MOVE 'Validation Error: Enter The Period (YYYYMM)!'
                    TO WS-MESSAGE
                 MOVE -1 TO PERIODL
                 EXIT PARAGRAPH
              END-IF
           END-IF.

      *    DATE RANGE (YYYYMMDD) - REAL DATES, IN ORDER, NOT IN THE
      *    FUTURE, AND GIVEN AS A PAIR WHEN THE JOB TAKES BOTH.
           IF WS-FROM-DATE IS NOT EQUAL TO SPACES THEN
              IF XRN-FROM-DATE-COL IS EQUAL TO ZEROES
                 MOVE 'Validation Error: This Job Takes No From Date!'
                    TO WS-MESSAGE
                 MOVE -1 TO FROMDTL
                 EXIT PARAGRAPH
              END-IF
              IF WS-FROM-DATE IS NOT NUMERIC
                 MOVE 'Validation Error: From Date Must Be YYYYMMDD!'
                    TO WS-MESSAGE
                 MOVE -1 TO FROMDTL
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-FROM-DATE TO WS-DATE-NUM
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) IS NOT
                 EQUAL TO 0 OR WS-FROM-DATE IS GREATER THAN WS-TODAY
                 MOVE 'Validation Error: Invalid Or Future From Date!'
                    TO WS-MESSAGE
                 MOVE -1 TO FROMDTL
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           IF WS-TO-DATE IS NOT EQUAL TO SPACES THEN
              IF XRN-TO-DATE-COL IS EQUAL TO ZEROES
                 MOVE 'Validation Error: This Job Takes No To Date!'
                    TO WS-MESSAGE
                 MOVE -1 TO TODTL
                 EXIT PARAGRAPH
              END-IF
              IF WS-TO-DATE IS NOT NUMERIC
                 MOVE 'Validation Error: To Date Must Be YYYYMMDD!'
                    TO WS-MESSAGE
                 MOVE -1 TO TODTL
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-TO-DATE TO WS-DATE-NUM
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) IS NOT
                 EQUAL TO 0 OR WS-TO-DATE IS GREATER THAN WS-TODAY
                 MOVE 'Validation Error: Invalid Or Future To Date!'
                    TO WS-MESSAGE
                 MOVE -1 TO TODTL
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           IF XRN-FROM-DATE-COL IS GREATER THAN ZEROES AND
              XRN-TO-DATE-COL IS GREATER THAN ZEROES THEN
              IF (WS-FROM-DATE IS EQUAL TO SPACES AND
                  WS-TO-DATE IS NOT EQUAL TO SPACES) OR
                 (WS-FROM-DATE IS NOT EQUAL TO SPACES AND
                  WS-TO-DATE IS EQUAL TO SPACES)
                 MOVE 'Validation Error: Enter Both Dates Or Neither!'
                    TO WS-MESSAGE
                 MOVE -1 TO FROMDTL
                 EXIT PARAGRAPH
              END-IF
              IF WS-FROM-DATE IS GREATER THAN WS-TO-DATE
                 MOVE 'Validation Error: From Date After To Date!'
                    TO WS-MESSAGE
                 MOVE -1 TO FROMDTL
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           IF XRN-ALL-PARMS-NEEDED THEN
              IF (XRN-FROM-DATE-COL IS GREATER THAN ZEROES AND
                  WS-FROM-DATE IS EQUAL TO SPACES) OR
                 (XRN-TO-DATE-COL IS GREATER THAN ZEROES AND
                  WS-TO-DATE IS EQUAL TO SPACES)
                 MOVE 'Validation Error: Enter The Date Range!'
                    TO WS-MESSAGE
                 MOVE -1 TO FROMDTL
                 EXIT PARAGRAPH
              END-IF
           END-IF.

      *    MODE - ONE OF THE CATALOGUE'S VALID MODES FOR THE JOB.
           IF WS-MODE IS NOT EQUAL TO SPACES THEN
              IF XRN-MODE-COL IS EQUAL TO ZEROES
                 MOVE 'Validation Error: This Job Takes No Mode!'
                    TO WS-MESSAGE
                 MOVE -1 TO RMODEL
                 EXIT PARAGRAPH
              END-IF
              MOVE ZEROES TO WS-MODE-COUNT
              INSPECT XRN-VALID-MODES TALLYING WS-MODE-COUNT
                 FOR ALL WS-MODE
              IF WS-MODE-COUNT IS EQUAL TO ZEROES
                 MOVE 'Validation Error: Mode Not Valid For This Job!'
                    TO WS-MESSAGE
                 MOVE -1 TO RMODEL
                 EXIT PARAGRAPH
              END-IF
           ELSE
              IF XRN-MODE-COL IS GREATER THAN ZEROES AND
                 XRN-ALL-PARMS-NEEDED
                 MOVE 'Validation Error: Enter The Mode!'
                    TO WS-MESSAGE
                 MOVE -1 TO RMODEL
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           SET PARMS-VALID TO TRUE.

      *    THE SYSIN CARD THE JOB WILL READ, LAID OUT AS THE CATALOGUE
      *    SAYS. A JOB THAT TAKES NO PARAMETERS RUNS ITS MEMBER AS IT
      *    STANDS. THE REASON GOES ON THE CARD ONLY FOR A JOB THAT
      *    LOGS ONE, AND NEVER PAST COLUMN 80.
       2230-BUILD-PARM-CARD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2230-BUILD-PARM-CARD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SPACES TO RRQ-PARM-CARD.
           MOVE 'N' TO RRQ-PARM-CARD-FLAG.

           IF XRN-PERIOD-COL IS EQUAL TO ZEROES AND
              XRN-FROM-DATE-COL IS EQUAL TO ZEROES AND
              XRN-TO-DATE-COL IS EQUAL TO ZEROES AND
              XRN-MODE-COL IS EQUAL TO ZEROES AND
              XRN-REASON-COL IS EQUAL TO ZEROES THEN
              EXIT PARAGRAPH
           END-IF.

           SET RRQ-HAS-PARM-CARD TO TRUE.

           IF XRN-PERIOD-COL IS GREATER THAN ZEROES AND
              XRN-PERIOD-COL IS LESS THAN 76 THEN
              MOVE WS-PERIOD TO RRQ-PARM-CARD(XRN-PERIOD-COL:6)
           END-IF.

           IF XRN-FROM-DATE-COL IS GREATER THAN ZEROES AND
              XRN-FROM-DATE-COL IS LESS THAN 74 THEN
              MOVE WS-FROM-DATE TO RRQ-PARM-CARD(XRN-FROM-DATE-COL:8)
           END-IF.

           IF XRN-TO-DATE-COL IS GREATER THAN ZEROES AND
              XRN-TO-DATE-COL IS LESS THAN 74 THEN
              MOVE WS-TO-DATE TO RRQ-PARM-CARD(XRN-TO-DATE-COL:8)
           END-IF.

           IF XRN-MODE-COL IS GREATER THAN ZEROES THEN
              MOVE WS-MODE TO RRQ-PARM-CARD(XRN-MODE-COL:1)
           END-IF.

           IF XRN-REASON-COL IS GREATER THAN ZEROES THEN
              COMPUTE WS-REASON-LEN = 81 - XRN-REASON-COL
              IF WS-REASON-LEN IS GREATER THAN 40
                 MOVE 40 TO WS-REASON-LEN
              END-IF
              MOVE WS-REASON(1:WS-REASON-LEN)
                 TO RRQ-PARM-CARD(XRN-REASON-COL:WS-REASON-LEN)
           END-IF.

      *    ONE OPEN REQUEST (PENDING, APPROVED OR SUBMITTED) PER JOB -
      *    A SECOND WOULD RACE THE FIRST THROUGH THE SAME JCL.
       2250-CHECK-OPEN-REQUEST.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2250-CHECK-OPEN-REQUEST' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-OPEN-FLAG.
           INITIALIZE WS-BROWSE-FLAG.

           MOVE WS-JOB-NAME TO RRQ-JOB-NAME.
           MOVE LOW-VALUES TO RRQ-REQUEST-TIME.

           EXEC CICS STARTBR
                FILE(APP-RERUN-FILE-NAME)
                RIDFLD(RRQ-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2260-CHECK-NEXT-REQUEST
              UNTIL END-OF-RRQ-BROWSE OR OPEN-REQUEST-FOUND.

           EXEC CICS ENDBR
                FILE(APP-RERUN-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2260-CHECK-NEXT-REQUEST.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2260-CHECK-NEXT-REQUEST' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READNEXT
                FILE(APP-RERUN-FILE-NAME)
                RIDFLD(RRQ-KEY)
                INTO (RERUN-REQUEST-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              RRQ-JOB-NAME IS NOT EQUAL TO WS-JOB-NAME THEN
              SET END-OF-RRQ-BROWSE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF RRQ-ST-PENDING OR RRQ-ST-APPROVED OR
              RRQ-ST-SUBMITTED THEN
              SET OPEN-REQUEST-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       DECIDE-REQUEST SECTION.
      *-----------------------------------------------------------------

      *    THE SECOND PAIR OF EYES: ANY ADMINISTRATOR BUT THE ONE WHO
      *    RAISED IT. THE SUBMIT JOB IS SPOOLED WHILE THE REQUEST IS
      *    STILL HELD FOR UPDATE, AND 'ERRNSUB' WILL ONLY RUN AN
      *    APPROVED REQUEST - IF THE REWRITE FAILS, NOTHING RUNS.
       2300-APPROVE-RERUN-REQUEST.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2300-APPROVE-RERUN-REQUEST' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2350-READ-REQUEST-FOR-UPDATE.
           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           IF RRQ-REQUESTED-BY IS EQUAL TO RNC-USER-ID THEN
              PERFORM 2360-UNLOCK-REQUEST
              MOVE 'Validation Error: Requester Cannot Approve!'
                 TO WS-MESSAGE
              MOVE -1 TO ACTNL
              EXIT PARAGRAPH
           END-IF.

      *    THE CATALOGUE MAY HAVE WITHDRAWN THE JOB SINCE.
           IF NOT CATALOGUE-FOUND OR NOT XRN-RERUN-OK THEN
              PERFORM 2360-UNLOCK-REQUEST
              MOVE 'Validation Error: Job Not Cleared For Reruns!'
                 TO WS-MESSAGE
              MOVE -1 TO JOBNML
              EXIT PARAGRAPH
           END-IF.

           PERFORM 6000-SPOOL-SUBMIT-JOB.
           IF SPOOL-FAILED THEN
              PERFORM 2360-UNLOCK-REQUEST
              EXIT PARAGRAPH
           END-IF.

           SET RRQ-ST-APPROVED TO TRUE.
           MOVE RNC-USER-ID TO RRQ-DECIDED-BY.
           MOVE WS-NOW TO RRQ-DECIDED-TIME.

           EXEC CICS REWRITE
                FILE(APP-RERUN-FILE-NAME)
                FROM (RERUN-REQUEST-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Rerun Approved And Submitted!' TO WS-MESSAGE
           ELSE
              MOVE 'Error Updating Rerun Request!' TO WS-MESSAGE
           END-IF.

       2350-READ-REQUEST-FOR-UPDATE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2350-READ-REQUEST-FOR-UPDATE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF REQTSL IS EQUAL TO ZERO OR REQTSI IS NOT NUMERIC THEN
              MOVE 'Validation Error: Enter The Request Timestamp!'
                 TO WS-MESSAGE
              MOVE -1 TO REQTSL
              MOVE DFHRESP(INVREQ) TO WS-CICS-RESPONSE
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-JOB-NAME TO RRQ-JOB-NAME.
           MOVE REQTSI TO RRQ-REQUEST-TIME.

           EXEC CICS READ
                FILE(APP-RERUN-FILE-NAME)
                RIDFLD(RRQ-KEY)
                INTO (RERUN-REQUEST-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                MOVE 'No Such Rerun Request On File!' TO WS-MESSAGE
                MOVE -1 TO REQTSL
                EXIT PARAGRAPH
           WHEN OTHER
                MOVE 'Error Reading Rerun Request For Update!'
                   TO WS-MESSAGE
                EXIT PARAGRAPH
           END-EVALUATE.

           IF NOT RRQ-ST-PENDING THEN
              PERFORM 2360-UNLOCK-REQUEST
              MOVE 'Validation Error: Request Is Not Pending!'
                 TO WS-MESSAGE
              MOVE -1 TO REQTSL
              MOVE DFHRESP(INVREQ) TO WS-CICS-RESPONSE
           END-IF.

       2360-UNLOCK-REQUEST.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2360-UNLOCK-REQUEST' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS UNLOCK
                FILE(APP-RERUN-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    REJECTED BY ANOTHER ADMINISTRATOR, OR WITHDRAWN BY THE ONE
      *    WHO RAISED IT - EITHER WAY IT NEVER RUNS, AND STAYS ON FILE.
       2400-REJECT-RERUN-REQUEST.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-REJECT-RERUN-REQUEST' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2350-READ-REQUEST-FOR-UPDATE.
           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           SET RRQ-ST-REJECTED TO TRUE.
           MOVE RNC-USER-ID TO RRQ-DECIDED-BY.
           MOVE WS-NOW TO RRQ-DECIDED-TIME.

           EXEC CICS REWRITE
                FILE(APP-RERUN-FILE-NAME)
                FROM (RERUN-REQUEST-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                MOVE 'Error Updating Rerun Request!' TO WS-MESSAGE
           WHEN RRQ-REQUESTED-BY IS EQUAL TO RNC-USER-ID
                MOVE 'Rerun Request Withdrawn!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Rerun Request Rejected!' TO WS-MESSAGE
           END-EVALUATE.

      *-----------------------------------------------------------------
       LISTING SECTION.
      *-----------------------------------------------------------------

       3000-LIST-RERUN-REQUESTS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3000-LIST-RERUN-REQUESTS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE ZEROES TO WS-LINES-SHOWN.
           INITIALIZE WS-BROWSE-FLAG.
           MOVE SPACES TO RRN01O RRN02O RRN03O RRN04O
              RRN05O RRN06O RRN07O RRN08O.

      *    ONE JOB'S REQUESTS WHEN A NAME IS KEYED, ELSE ALL PENDING.
           MOVE SPACES TO WS-LIST-JOB-NAME.
           IF JOBNML IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(JOBNMI) TO WS-LIST-JOB-NAME
           END-IF.

           MOVE WS-LIST-JOB-NAME TO RRQ-JOB-NAME.
           MOVE LOW-VALUES TO RRQ-REQUEST-TIME.

           EXEC CICS STARTBR
                FILE(APP-RERUN-FILE-NAME)
                RIDFLD(RRQ-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
      *       NO REQUESTS ON FILE - NOT AN ERROR.
              EXIT PARAGRAPH
           END-IF.

           PERFORM 3100-READ-NEXT-REQUEST
              UNTIL END-OF-RRQ-BROWSE
                 OR WS-LINES-SHOWN IS NOT LESS THAN 8.

           EXEC CICS ENDBR
                FILE(APP-RERUN-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       3100-READ-NEXT-REQUEST.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3100-READ-NEXT-REQUEST' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READNEXT
                FILE(APP-RERUN-FILE-NAME)
                RIDFLD(RRQ-KEY)
                INTO (RERUN-REQUEST-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              SET END-OF-RRQ-BROWSE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF WS-LIST-JOB-NAME IS NOT EQUAL TO SPACES THEN
              IF RRQ-JOB-NAME IS NOT EQUAL TO WS-LIST-JOB-NAME
                 SET END-OF-RRQ-BROWSE TO TRUE
                 EXIT PARAGRAPH
              END-IF
           ELSE
              IF NOT RRQ-ST-PENDING
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           MOVE SPACES TO WS-REQUEST-LINE.
           MOVE RRQ-JOB-NAME TO WS-RL-JOB-NAME.
           MOVE RRQ-REQUEST-TIME TO WS-RL-REQUEST-TIME.
           MOVE RRQ-REQUESTED-BY TO WS-RL-REQUESTED-BY.
           MOVE RRQ-DECIDED-BY TO WS-RL-DECIDED-BY.
           MOVE RRQ-REASON TO WS-RL-REASON.

           EVALUATE TRUE
           WHEN RRQ-ST-PENDING
                MOVE 'PENDING' TO WS-RL-STATUS
           WHEN RRQ-ST-REJECTED
                MOVE 'REJECTED' TO WS-RL-STATUS
           WHEN RRQ-ST-APPROVED
                MOVE 'APPROVED' TO WS-RL-STATUS
           WHEN RRQ-ST-SUBMITTED
                MOVE 'SUBMITTED' TO WS-RL-STATUS
           WHEN RRQ-ST-COMPLETE
                MOVE 'COMPLETE' TO WS-RL-STATUS
           WHEN RRQ-ST-FAILED
                MOVE 'FAILED' TO WS-RL-STATUS
           WHEN OTHER
                MOVE 'SUBMIT ERR' TO WS-RL-STATUS
           END-EVALUATE.

           ADD 1 TO WS-LINES-SHOWN.

           EVALUATE WS-LINES-SHOWN
           WHEN 1
                MOVE WS-REQUEST-LINE TO RRN01O
           WHEN 2
                MOVE WS-REQUEST-LINE TO RRN02O
           WHEN 3
                MOVE WS-REQUEST-LINE TO RRN03O
           WHEN 4
                MOVE WS-REQUEST-LINE TO RRN04O
           WHEN 5
                MOVE WS-REQUEST-LINE TO RRN05O
           WHEN 6
                MOVE WS-REQUEST-LINE TO RRN06O
           WHEN 7
                MOVE WS-REQUEST-LINE TO RRN07O
           WHEN OTHER
                MOVE WS-REQUEST-LINE TO RRN08O
           END-EVALUATE.

      *-----------------------------------------------------------------
       SUBMIT SECTION.
      *-----------------------------------------------------------------

      *    THE APPROVED REQUEST GOES TO THE INTERNAL READER AS A SMALL
      *    'ERRNSUB' JOB. IT READS THE TARGET JOB'S OWN LIBRARY MEMBER,
      *    PUTS THE REQUEST'S SYSIN CARD IN PLACE, AND SUBMITS IT WITH
      *    A LINK STEP ON THE END (SEE 'ERRNSUB').
       6000-SPOOL-SUBMIT-JOB.
      *    >>> DEBUGGING ONLY <<<
           MOVE '6000-SPOOL-SUBMIT-JOB' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           SET SPOOL-OK TO TRUE.

           EXEC CICS SPOOLOPEN
                OUTPUT
                NODE(WS-SPOOL-NODE-NAME)
                USERID(WS-SPOOL-WRITER)
                TOKEN(WS-SPOOL-TOKEN)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Opening Internal Reader!' TO WS-MESSAGE
              SET SPOOL-FAILED TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE '//ERRNSUB  JOB (ACCTNO),''RERUN SUBMIT'',CLASS=A,'
              TO WS-SUBMIT-CARD.
           PERFORM 6100-WRITE-SUBMIT-CARD.

           MOVE '//             MSGCLASS=X,REGION=0M' TO WS-SUBMIT-CARD.
           PERFORM 6100-WRITE-SUBMIT-CARD.

           MOVE SPACES TO WS-SUBMIT-CARD.
           STRING '//* OFF-CYCLE RERUN OF ' DELIMITED BY SIZE
              RRQ-JOB-NAME DELIMITED BY SPACE
              ' REQUESTED BY ' DELIMITED BY SIZE
              RRQ-REQUESTED-BY DELIMITED BY SPACE
              ', APPROVED BY ' DELIMITED BY SIZE
              RNC-USER-ID DELIMITED BY SPACE
              INTO WS-SUBMIT-CARD.
           PERFORM 6100-WRITE-SUBMIT-CARD.

           MOVE '//SUBMIT   EXEC PGM=ERRNSUB' TO WS-SUBMIT-CARD.
           PERFORM 6100-WRITE-SUBMIT-CARD.

           MOVE '//STEPLIB  DD   DSN=Z45864.PSVS.LOADLIB,DISP=SHR'
              TO WS-SUBMIT-CARD.
           PERFORM 6100-WRITE-SUBMIT-CARD.

           MOVE SPACES TO WS-SUBMIT-CARD.
           STRING '//ERUNHST  DD   DSN=Z45864.KSDS.ERUNHST,'
                 DELIMITED BY SIZE
              'DISP=SHR,RLS=CR' DELIMITED BY SIZE
              INTO WS-SUBMIT-CARD.
           PERFORM 6100-WRITE-SUBMIT-CARD.

           MOVE SPACES TO WS-SUBMIT-CARD.
           STRING '//ERRNREQ  DD   DSN=Z45864.KSDS.ERRNREQ,'
                 DELIMITED BY SIZE
              'DISP=SHR,RLS=CR' DELIMITED BY SIZE
              INTO WS-SUBMIT-CARD.
           PERFORM 6100-WRITE-SUBMIT-CARD.

           MOVE SPACES TO WS-SUBMIT-CARD.
           STRING '//JCLIN    DD   DSN=Z45864.JCL.CNTL('
                 DELIMITED BY SIZE
              RRQ-JCL-MEMBER DELIMITED BY SPACE
              '),DISP=SHR' DELIMITED BY SIZE
              INTO WS-SUBMIT-CARD.
           PERFORM 6100-WRITE-SUBMIT-CARD.

           MOVE '//INTRDR   DD   SYSOUT=(A,INTRDR)' TO WS-SUBMIT-CARD.
           PERFORM 6100-WRITE-SUBMIT-CARD.

           MOVE '//SYSIN    DD   *' TO WS-SUBMIT-CARD.
           PERFORM 6100-WRITE-SUBMIT-CARD.

           MOVE SPACES TO WS-SUBMIT-CARD.
           MOVE 'SUBMIT' TO WS-SUBMIT-CARD(1:8).
           MOVE RRQ-JOB-NAME TO WS-SUBMIT-CARD(10:8).
           MOVE RRQ-REQUEST-TIME TO WS-SUBMIT-CARD(19:14).
           PERFORM 6100-WRITE-SUBMIT-CARD.

           MOVE '/*' TO WS-SUBMIT-CARD.
           PERFORM 6100-WRITE-SUBMIT-CARD.

           MOVE '//SYSOUT   DD   SYSOUT=*' TO WS-SUBMIT-CARD.
           PERFORM 6100-WRITE-SUBMIT-CARD.

           MOVE '//' TO WS-SUBMIT-CARD.
           PERFORM 6100-WRITE-SUBMIT-CARD.

      *    A HALF-WRITTEN DECK IS THROWN AWAY, NEVER RELEASED TO JES.
           IF SPOOL-FAILED THEN
              EXEC CICS SPOOLCLOSE
                   TOKEN(WS-SPOOL-TOKEN)
                   DELETE
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS SPOOLCLOSE
                TOKEN(WS-SPOOL-TOKEN)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Closing Internal Reader!' TO WS-MESSAGE
              SET SPOOL-FAILED TO TRUE
           END-IF.

       6100-WRITE-SUBMIT-CARD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '6100-WRITE-SUBMIT-CARD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    AFTER A FAILED WRITE THE REST OF THE DECK IS SKIPPED.
           IF SPOOL-FAILED THEN
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS SPOOLWRITE
                TOKEN(WS-SPOOL-TOKEN)
                FROM (WS-SUBMIT-CARD)
                FLENGTH(LENGTH OF WS-SUBMIT-CARD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Writing To Internal Reader!' TO WS-MESSAGE
              SET SPOOL-FAILED TO TRUE
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
                CONTAINER(APP-RERUN-CONTAINER-NAME)
                CHANNEL(APP-RERUN-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Deleting Rerun Request Container!'
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
              MOVE MON-USER-ID TO RNC-USER-ID
              MOVE MON-USER-CATEGORY TO RNC-USER-CATEGORY
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
           MOVE APP-RERUN-PROGRAM-NAME TO MON-LINKING-PROGRAM.
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
                MAP(APP-RERUN-MAP-NAME)
                MAPSET(APP-RERUN-MAPSET-NAME)
                FROM (ERRNMO)
                ERASE
                CURSOR
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4400-LOG-RESPONSE-TIME.
      *    >>> --------------------- <<<

           EXEC CICS RETURN
                CHANNEL(APP-RERUN-CHANNEL-NAME)
                TRANSID(APP-RERUN-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           IF RNC-USER-ID IS NOT EQUAL TO SPACES THEN
              MOVE RNC-USER-ID TO LOGDINO
           ELSE
              MOVE '<Anonym>' TO LOGDINO
           END-IF.

      *    SHOW WHAT THE CATALOGUE SAYS ABOUT THE KEYED JOB.
           IF CATALOGUE-FOUND THEN
              MOVE XRN-DESCRIPTION TO JOBDSCO
              MOVE XRN-VALID-MODES TO RMODESO
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

       9150-PUT-ADMIN-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-ADMIN-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-RERUN-CONTAINER-NAME)
                CHANNEL(APP-RERUN-CHANNEL-NAME)
                FROM (RERUN-REQUEST-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Rerun Request Container!'
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
