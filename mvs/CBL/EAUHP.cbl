      *        SCANNING THE CLUSTER. THE DATE RANGE (IF ALSO KEYED)
      *        STILL BOUNDS IT; BLANKING THE ID GOES BACK TO THE
      *        DATE/USER SEARCH.
      *      - PF5 WITH AN EMPLOYEE ID AND A 'TO' DATE ANSWERS "WHAT
      *        DID THIS RECORD LOOK LIKE THEN": THE RECORD IS
      *        REBUILT FROM EVERY EVENT FOR THE EMPLOYEE UP TO THE
      *        END OF THAT DAY - ARCHIVED ONES OFF 'EAUDXRF', RECENT
      *        ONES OFF THE LIVE 'EAUDIT' CLUSTER - AND EACH FIELD
      *        SHOWS THE CHANGE THAT PRODUCED IT. ENTER GOES BACK TO
      *        THE EVENT LIST. THE 'EASOFRPT' BATCH REPORT PRINTS THE
      *        SAME ANSWER.
      *      - RESTRICTED TO ADMINISTRATOR CATEGORY USERS, LIKE THE
      *        REST OF THE AUDIT TOOLING.
      ******************************************************************
      *      - AUDIT HISTORY MAPSET.
      *      - AUDIT HISTORY CONTAINER.
      *      - AUDIT HISTORY FILE RECORD.
      *      - AUDIT TRAIL FILE RECORD.
      *      - EMPLOYEE MASTER RECORD (BEFORE/AFTER IMAGE VIEW).
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
       COPY EAUHCTR.
       COPY EAUDHST.
       COPY EAUDXRF.
       COPY EAUDIT.
       COPY EMPMAST.
       COPY EMONCTR.
       COPY EVWLOG.
       COPY DFHAID.
             10 WS-XRF-HIST-KEY   PIC X(29).
      *
      *
      *    ONE AUDIT EVENT, FROM WHICHEVER FILE IT CAME OFF.
       01 WS-EVENT.
          05 WS-EVT-TIMESTAMP     PIC X(21).
          05 WS-EVT-USER-ID       PIC X(8).
          05 WS-EVT-ACTION        PIC X(1).
             88 EVT-ACTION-DELETE            VALUE 'D'.
          05 WS-EVT-RECORD-BEFORE PIC X(268).
          05 WS-EVT-RECORD-AFTER  PIC X(268).
      *
      *    THE "AS OF" REBUILD (SEE THE AS-OF-REBUILD SECTION).
       01 WS-REBUILD.
          05 WS-RB-AS-OF-DATE     PIC X(8).
          05 WS-RB-EVENT-COUNT    PIC 9(5)  USAGE IS BINARY.
          05 WS-RB-LATEST-TIMESTAMP
                                  PIC X(21).
          05 WS-RB-ARCHIVE-TIMESTAMP
                                  PIC X(21).
          05 WS-RB-AUDIT-RBA      PIC S9(8) USAGE IS BINARY.
          05 WS-RB-IDX            PIC 9(2)  USAGE IS BINARY.
          05 WS-RB-CURRENT-FIELDS.
             10 WS-RB-CURRENT-VALUE OCCURS 8 TIMES
                                  PIC X(40).
          05 WS-RB-BEFORE-FIELDS.
             10 WS-RB-BEFORE-VALUE OCCURS 8 TIMES
                                  PIC X(40).
          05 WS-RB-AFTER-FIELDS.
             10 WS-RB-AFTER-VALUE OCCURS 8 TIMES
                                  PIC X(40).
          05 WS-RB-TAKEN-FIELDS.
             10 WS-RB-TAKEN-VALUE OCCURS 8 TIMES
                                  PIC X(40).
          05 WS-RB-SOURCE OCCURS 8 TIMES.
             10 WS-RB-SOURCE-TIMESTAMP
                                  PIC X(21).
             10 WS-RB-SOURCE-USER-ID
                                  PIC X(8).
             10 WS-RB-SOURCE-ACTION
                                  PIC X(1).
          05 WS-RB-MONEY-EDIT     PIC Z(6)9.99.
      *
       01 WS-RB-FIELD-LABELS.
          05 FILLER               PIC X(10) VALUE 'NAME'.
          05 FILLER               PIC X(10) VALUE 'JOB TITLE'.
          05 FILLER               PIC X(10) VALUE 'DEPARTMENT'.
          05 FILLER               PIC X(10) VALUE 'MANAGER'.
          05 FILLER               PIC X(10) VALUE 'PAY'.
          05 FILLER               PIC X(10) VALUE 'STARTED'.
          05 FILLER               PIC X(10) VALUE 'STATUS'.
          05 FILLER               PIC X(10) VALUE 'APPRAISAL'.
       01 WS-RB-LABEL-TABLE REDEFINES WS-RB-FIELD-LABELS.
          05 WS-RB-FIELD-LABEL OCCURS 8 TIMES
                                  PIC X(10).
      *
      *    RECORD-VIEW LOGGING WORK AREA (SEE THE VIEW-LOG SECTION).
       01 WS-VIEWLOG-VARS.
          05 WS-VWL-RBA-FIELD     PIC S9(8) USAGE IS BINARY.

           EVALUATE EIBAID
           WHEN DFHENTER
                SET AUH-VIEW-EVENTS TO TRUE
                PERFORM 2100-CAPTURE-FILTERS
           WHEN DFHPF5
                PERFORM 2200-CAPTURE-AS-OF
           WHEN DFHPF3
           WHEN DFHPF12
                PERFORM 2500-TRANSFER-BACK-TO-MENU
              MOVE 'Audit History Displayed!' TO WS-MESSAGE
           END-IF.

      *    THE "AS OF" VIEW NEEDS AN EMPLOYEE AND A DATE - THE 'TO'
      *    DATE IS THE AS-OF DATE; ANY 'FROM' DATE IS IGNORED.
       2200-CAPTURE-AS-OF.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-CAPTURE-AS-OF' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           SET AUH-VIEW-EVENTS TO TRUE.
           PERFORM 2100-CAPTURE-FILTERS.

           IF WS-MESSAGE(1:10) IS EQUAL TO 'Validation' THEN
              EXIT PARAGRAPH
           END-IF.

           IF AUH-FILTER-EMPLOYEE-ID IS EQUAL TO SPACES THEN
              MOVE 'Validation Error: As Of Needs An Employee ID!'
                 TO WS-MESSAGE
              MOVE -1 TO EMPIDL
              EXIT PARAGRAPH
           END-IF.

           IF AUH-TO-DATE IS EQUAL TO SPACES THEN
              MOVE 'Validation Error: As Of Needs A To Date!'
                 TO WS-MESSAGE
              MOVE -1 TO TODTL
              EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD(
                 FUNCTION NUMVAL(AUH-TO-DATE)) IS NOT EQUAL TO ZERO
              MOVE 'Validation Error: To Date Is Not A Real Date!'
                 TO WS-MESSAGE
              MOVE -1 TO TODTL
              EXIT PARAGRAPH
           END-IF.

           SET AUH-VIEW-AS-OF TO TRUE.

       2500-TRANSFER-BACK-TO-MENU.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2500-TRANSFER-BACK-TO-MENU' TO WS-DEBUG-AID.
           MOVE ZEROES TO WS-ROWS-SHOWN.
           INITIALIZE WS-BROWSE-FLAG.

           IF AUH-VIEW-AS-OF
              PERFORM 5000-LOAD-AS-OF-ROWS
              EXIT PARAGRAPH
           END-IF.

      *    AN EMPLOYEE ID GOES THROUGH THE CROSS-REFERENCE INSTEAD
      *    OF THE TIMESTAMP BROWSE.
           IF AUH-FILTER-EMPLOYEE-ID IS NOT EQUAL TO SPACES

           PERFORM 3200-FORMAT-ONE-ROW.

      *-----------------------------------------------------------------
       AS-OF-REBUILD SECTION.
      *-----------------------------------------------------------------

      *    THE FILTER EMPLOYEE'S RECORD AS IT STOOD AT THE END OF THE
      *    'TO' DATE, ONE ROW PER FIELD WITH THE EVENT (DATE, USER
      *    AND KIND) THAT LAST CHANGED IT. BUILT BY THE SAME RULES
      *    THE BATCH 'EASOFRPT' REPORT FOLLOWS: ARCHIVED EVENTS OFF
      *    THE CROSS-REFERENCE, THEN ANY NEWER ONES STILL ON THE
      *    LIVE CLUSTER; THE LATEST EVENT'S IMAGE IS THE RECORD.
       5000-LOAD-AS-OF-ROWS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '5000-LOAD-AS-OF-ROWS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-REBUILD.
           MOVE SPACES TO WS-RB-LATEST-TIMESTAMP.
           MOVE SPACES TO WS-RB-ARCHIVE-TIMESTAMP.
           MOVE AUH-TO-DATE TO WS-RB-AS-OF-DATE.

           PERFORM 5100-FOLD-ARCHIVED-EVENTS.
           PERFORM 5200-FOLD-LIVE-EVENTS.

           IF WS-RB-EVENT-COUNT IS EQUAL TO ZEROES THEN
              MOVE 'No Audit Events For That Employee By That Date!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

      *    THE REBUILT RECORD IS ONE RECORD VIEW - LOG IT ONCE.
           MOVE AUH-FILTER-EMPLOYEE-ID TO WS-VWL-EMPLOYEE-ID.
           PERFORM 8000-LOG-RECORD-VIEW.

           PERFORM 5700-FORMAT-AS-OF-ROW
              VARYING WS-RB-IDX FROM 1 BY 1
              UNTIL WS-RB-IDX IS GREATER THAN 8.

           MOVE SPACES TO WS-MESSAGE.
           STRING 'Record As Of ' DELIMITED BY SIZE
              WS-RB-AS-OF-DATE DELIMITED BY SIZE
              ' Displayed!' DELIMITED BY SIZE
              INTO WS-MESSAGE.

       5100-FOLD-ARCHIVED-EVENTS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '5100-FOLD-ARCHIVED-EVENTS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE LOW-VALUES TO WS-XREF-KEY.
           MOVE AUH-FILTER-EMPLOYEE-ID TO WS-XRF-EMPLOYEE.
           INITIALIZE WS-BROWSE-FLAG.

           EXEC CICS STARTBR
                FILE(APP-AUDXREF-FILE-NAME)
                RIDFLD(WS-XREF-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           PERFORM 5110-FOLD-NEXT-XREF UNTIL END-OF-AUH-BROWSE.

           EXEC CICS ENDBR
                FILE(APP-AUDXREF-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       5110-FOLD-NEXT-XREF.
      *    >>> DEBUGGING ONLY <<<
           MOVE '5110-FOLD-NEXT-XREF' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READNEXT
                FILE(APP-AUDXREF-FILE-NAME)
                RIDFLD(WS-XREF-KEY)
                INTO (AUDIT-XREF-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              XRF-EMPLOYEE-ID IS NOT EQUAL TO AUH-FILTER-EMPLOYEE-ID
              OR XRF-TIMESTAMP(1:8) IS GREATER THAN WS-RB-AS-OF-DATE
              SET END-OF-AUH-BROWSE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE XRF-HISTORY-KEY TO WS-BROWSE-KEY.

           EXEC CICS READ
                FILE(APP-AUDHIST-FILE-NAME)
                RIDFLD(WS-BROWSE-KEY)
                INTO (AUDIT-HISTORY-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
      *       A ROLLED-OFF EVENT - SKIP IT.
              EXIT PARAGRAPH
           END-IF.

           IF NOT AHS-ACTION-ADD AND NOT AHS-ACTION-UPDATE AND
              NOT AHS-ACTION-DELETE
              EXIT PARAGRAPH
           END-IF.

           MOVE AHS-TIMESTAMP TO WS-EVT-TIMESTAMP.
           MOVE AHS-USER-ID TO WS-EVT-USER-ID.
           MOVE AHS-ACTION TO WS-EVT-ACTION.
           MOVE AHS-RECORD-BEFORE TO WS-EVT-RECORD-BEFORE.
           MOVE AHS-RECORD-AFTER TO WS-EVT-RECORD-AFTER.
           PERFORM 5400-FOLD-EVENT.

           IF AHS-TIMESTAMP IS GREATER THAN WS-RB-ARCHIVE-TIMESTAMP
              MOVE AHS-TIMESTAMP TO WS-RB-ARCHIVE-TIMESTAMP
           END-IF.

      *    THE LIVE CLUSTER IS IN TIME ORDER - STOP AT THE FIRST EVENT
      *    PAST THE AS-OF DATE. ANYTHING NOT NEWER THAN THE LATEST
      *    ARCHIVED EVENT HAS ALREADY BEEN FOLDED IN.
       5200-FOLD-LIVE-EVENTS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '5200-FOLD-LIVE-EVENTS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE ZERO TO WS-RB-AUDIT-RBA.
           INITIALIZE WS-BROWSE-FLAG.

           EXEC CICS STARTBR
                FILE(APP-AUDIT-TRAIL-FILE-NAME)
                RIDFLD(WS-RB-AUDIT-RBA)
                RBA
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           PERFORM 5210-FOLD-NEXT-LIVE UNTIL END-OF-AUH-BROWSE.

           EXEC CICS ENDBR
                FILE(APP-AUDIT-TRAIL-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       5210-FOLD-NEXT-LIVE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '5210-FOLD-NEXT-LIVE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READNEXT
                FILE(APP-AUDIT-TRAIL-FILE-NAME)
                RIDFLD(WS-RB-AUDIT-RBA)
                RBA
                INTO (AUDIT-TRAIL-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              AUD-TIMESTAMP(1:8) IS GREATER THAN WS-RB-AS-OF-DATE
              SET END-OF-AUH-BROWSE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF NOT AUD-ACTION-ADD AND NOT AUD-ACTION-UPDATE AND
              NOT AUD-ACTION-DELETE
              EXIT PARAGRAPH
           END-IF.

           IF AUD-TIMESTAMP IS NOT GREATER THAN
                 WS-RB-ARCHIVE-TIMESTAMP
              EXIT PARAGRAPH
           END-IF.

      *    WHOSE EVENT - THE SAME TEST 'EAUDLOAD' INDEXES BY.
           IF AUD-RECORD-AFTER(1:8) IS NUMERIC THEN
              MOVE AUD-RECORD-AFTER(1:8) TO WS-VWL-EMPLOYEE-ID
           ELSE
              MOVE AUD-RECORD-BEFORE(1:8) TO WS-VWL-EMPLOYEE-ID
           END-IF.
           IF WS-VWL-EMPLOYEE-ID IS NOT EQUAL TO AUH-FILTER-EMPLOYEE-ID
              EXIT PARAGRAPH
           END-IF.

           MOVE AUD-TIMESTAMP TO WS-EVT-TIMESTAMP.
           MOVE AUD-USER-ID TO WS-EVT-USER-ID.
           MOVE AUD-ACTION TO WS-EVT-ACTION.
           MOVE AUD-RECORD-BEFORE TO WS-EVT-RECORD-BEFORE.
           MOVE AUD-RECORD-AFTER TO WS-EVT-RECORD-AFTER.
           PERFORM 5400-FOLD-EVENT.

      *    AN ADD HAS NO BEFORE IMAGE, SO EVERY FIELD IT SETS COUNTS
      *    AS CHANGED BY IT; A DELETE WITH NO AFTER IMAGE LEAVES THE
      *    RECORD AS IT WAS, MARKED DELETED. THE LATEST TIMESTAMP
      *    ALWAYS WINS, WHATEVER ORDER EVENTS ARRIVE IN.
       5400-FOLD-EVENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '5400-FOLD-EVENT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           ADD 1 TO WS-RB-EVENT-COUNT.

           IF WS-EVT-RECORD-BEFORE IS EQUAL TO SPACES
              MOVE SPACES TO WS-RB-BEFORE-FIELDS
           ELSE
              MOVE WS-EVT-RECORD-BEFORE TO EMPLOYEE-MASTER-RECORD
              PERFORM 5500-TAKE-FIELDS
              MOVE WS-RB-TAKEN-FIELDS TO WS-RB-BEFORE-FIELDS
           END-IF.

           IF WS-EVT-RECORD-AFTER IS EQUAL TO SPACES
              MOVE WS-EVT-RECORD-BEFORE TO EMPLOYEE-MASTER-RECORD
              IF EVT-ACTION-DELETE
                 SET EMP-DELETED TO TRUE
              END-IF
           ELSE
              MOVE WS-EVT-RECORD-AFTER TO EMPLOYEE-MASTER-RECORD
           END-IF.
           PERFORM 5500-TAKE-FIELDS.
           MOVE WS-RB-TAKEN-FIELDS TO WS-RB-AFTER-FIELDS.

           IF WS-EVT-TIMESTAMP IS GREATER THAN WS-RB-LATEST-TIMESTAMP
              MOVE WS-EVT-TIMESTAMP TO WS-RB-LATEST-TIMESTAMP
              MOVE WS-RB-AFTER-FIELDS TO WS-RB-CURRENT-FIELDS
           END-IF.

           PERFORM 5600-NOTE-FIELD-CHANGE
              VARYING WS-RB-IDX FROM 1 BY 1
              UNTIL WS-RB-IDX IS GREATER THAN 8.

       5500-TAKE-FIELDS.
           MOVE SPACES TO WS-RB-TAKEN-FIELDS.
           MOVE EMP-PRIMARY-NAME TO WS-RB-TAKEN-VALUE(1).
           MOVE EMP-JOB-TITLE TO WS-RB-TAKEN-VALUE(2).
           MOVE EMP-DEPARTMENT-ID TO WS-RB-TAKEN-VALUE(3).
           MOVE EMP-MANAGER-ID TO WS-RB-TAKEN-VALUE(4).
           IF EMP-COMPENSATION IS NUMERIC
              MOVE EMP-COMPENSATION TO WS-RB-MONEY-EDIT
              MOVE WS-RB-MONEY-EDIT TO WS-RB-TAKEN-VALUE(5)
           END-IF.
           MOVE EMP-START-DATE TO WS-RB-TAKEN-VALUE(6).

           EVALUATE TRUE
           WHEN EMP-ACTIVE
                MOVE 'ACTIVE' TO WS-RB-TAKEN-VALUE(7)
           WHEN EMP-PENDING-VERIFY
                MOVE 'PENDING VERIFICATION' TO WS-RB-TAKEN-VALUE(7)
           WHEN EMP-DELETED
                STRING 'DELETED ' DELIMITED BY SIZE
                   EMP-DELETE-DATE DELIMITED BY SIZE
                   INTO WS-RB-TAKEN-VALUE(7)
           WHEN OTHER
                MOVE EMP-DELETE-FLAG TO WS-RB-TAKEN-VALUE(7)
           END-EVALUATE.

           STRING EMP-APPRAISAL-RESULT DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              EMP-APPRAISAL-DATE DELIMITED BY SIZE
              INTO WS-RB-TAKEN-VALUE(8).

       5600-NOTE-FIELD-CHANGE.
           IF WS-RB-AFTER-VALUE(WS-RB-IDX) IS EQUAL TO
                 WS-RB-BEFORE-VALUE(WS-RB-IDX)
              EXIT PARAGRAPH
           END-IF.

           IF WS-EVT-TIMESTAMP IS GREATER THAN
                 WS-RB-SOURCE-TIMESTAMP(WS-RB-IDX)
              MOVE WS-EVT-TIMESTAMP TO
                 WS-RB-SOURCE-TIMESTAMP(WS-RB-IDX)
              MOVE WS-EVT-USER-ID TO WS-RB-SOURCE-USER-ID(WS-RB-IDX)
              MOVE WS-EVT-ACTION TO WS-RB-SOURCE-ACTION(WS-RB-IDX)
           END-IF.

       5700-FORMAT-AS-OF-ROW.
           EVALUATE WS-RB-SOURCE-ACTION(WS-RB-IDX)
           WHEN 'A'
                MOVE 'ADD' TO WS-ROW-TAG
           WHEN 'U'
                MOVE 'UPDATE' TO WS-ROW-TAG
           WHEN 'D'
                MOVE 'DELETE' TO WS-ROW-TAG
           WHEN OTHER
                MOVE SPACES TO WS-ROW-TAG
           END-EVALUATE.

           MOVE SPACES TO WS-ROW-TEXT.
           MOVE WS-RB-FIELD-LABEL(WS-RB-IDX) TO WS-ROW-TEXT(1:10).
           MOVE WS-RB-CURRENT-VALUE(WS-RB-IDX) TO WS-ROW-TEXT(12:30).
           MOVE WS-RB-SOURCE-TIMESTAMP(WS-RB-IDX)(1:8) TO
              WS-ROW-TEXT(43:8).
           MOVE WS-RB-SOURCE-USER-ID(WS-RB-IDX) TO WS-ROW-TEXT(52:8).
           MOVE WS-ROW-TAG(1:6) TO WS-ROW-TEXT(61:6).

           EVALUATE WS-RB-IDX
           WHEN 1
                MOVE WS-ROW-TEXT TO ROW1O
           WHEN 2
                MOVE WS-ROW-TEXT TO ROW2O
           WHEN 3
                MOVE WS-ROW-TEXT TO ROW3O
           WHEN 4
                MOVE WS-ROW-TEXT TO ROW4O
           WHEN 5
                MOVE WS-ROW-TEXT TO ROW5O
           WHEN 6
                MOVE WS-ROW-TEXT TO ROW6O
           WHEN 7
                MOVE WS-ROW-TEXT TO ROW7O
           WHEN 8
                MOVE WS-ROW-TEXT TO ROW8O
           END-EVALUATE.

      *-----------------------------------------------------------------
       VIEW-LOG SECTION.
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
                CHANNEL(APP-AUDHIST-CHANNEL-NAME)
                TRANSID(APP-AUDHIST-TRANSACTION-ID)
              MOVE AUH-FILTER-EMPLOYEE-ID TO EMPIDO
           END-IF.

           IF AUH-VIEW-AS-OF THEN
              MOVE AUH-TO-DATE TO TODTO
           END-IF.

           PERFORM 3000-LOAD-HISTORY-ROWS.

           MOVE WS-MESSAGE TO MESSO.
