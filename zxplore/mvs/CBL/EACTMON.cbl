      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'ACTIVITY MONITOR' PROGRAM.
      *      - ALSO TIMES EACH SCREEN INTERACTION: THE FIRST CALL IN A
      *        TASK STARTS THE CLOCK AND THE SCREEN'S 'R' POST, MADE
      *        ONCE ITS MAP IS SENT, WRITES THE ELAPSED TIME TO THE
      *        'ERSPLOG' RESPONSE-TIME LOG.
      *      - ALSO ENDS BREAK-GLASS ACCESS (SEE 'EBRKGLS'): A SESSION
      *        RUNNING PAST ITS GRANT'S EXPIRY IS SENT BACK TO SIGN-ON,
      *        AND A SESSION THAT ENDS ANY OTHER WAY CLOSES ITS GRANT.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - USER ACTIVITY QUEUE.
      *      - SIGN-ON RULES.
      *      - BREAK-GLASS GRANTS AND THE SECURITY ACTION JOURNAL.
      ******************************************************************
       COPY ECONST.
       COPY EMONCTR.
       COPY ESONRUL.
       COPY ELOCKHS.
       COPY ESESSHS.
       COPY ERSPLOG.
       COPY EBRKGLS.
       COPY ESECJRN.
      ******************************************************************
      *   DEFINE MY USER ACTIVITY QUEUE NAME.
      ******************************************************************
          05 WS-MINUTES-TO-TIMEOUT     PIC S9(4).
          05 WS-MINUTES-DISPLAY        PIC 9(4).
          05 WS-WARNING-THRESHOLD      PIC 9(4).
      *
          05 WS-NOW-ABSTIME            PIC S9(15) USAGE IS COMP-3.
          05 WS-CLOCK-FLAG             PIC X(1).
             88 CLOCK-STARTED-NOW                VALUE 'Y'.
      *
          05 WS-SEC-RBA-FIELD          PIC S9(8) USAGE IS BINARY.
          05 WS-GRANT-CLOSE-FLAG       PIC X(1).
             88 GRANT-CLOSE-ENDED                VALUE 'E'.
             88 GRANT-CLOSE-EXPIRED              VALUE 'X'.
      *
       01 WS-DEBUG-AID                 PIC X(45) VALUE SPACES.
      *
           INITIALIZE WS-SIGNON-RULES-QUEUE-NAME.

           PERFORM 1100-GET-DATA-FROM-CALLER.

      *    A RESPONSE-TIME POST NEEDS NEITHER THE RULES NOR THE USER'S
      *    ACTIVITY QUEUE - LOG IT AND GO STRAIGHT BACK.
           IF MON-AC-RESPONSE-TIME THEN
              PERFORM 7000-LOG-RESPONSE-TIME
              PERFORM 9000-RETURN-TO-CALLER
           END-IF.

           PERFORM 1200-GET-SIGN-ON-RULES.
           PERFORM 1300-GET-USER-ACTIVITY-QUEUE.


           INITIALIZE MON-RESPONSE.

      *    THE FIRST CALL IN A TASK STARTS ITS RESPONSE-TIME CLOCK;
      *    LATER CALLS IN THE SAME TASK (AN 'XCTL' CHAIN) KEEP IT.
           IF MON-INTERACTION-TASK IS NOT EQUAL TO EIBTASKN THEN
              EXEC CICS ASKTIME
                   ABSTIME(MON-INTERACTION-START)
                   END-EXEC
              MOVE EIBTASKN TO MON-INTERACTION-TASK
              SET CLOCK-STARTED-NOW TO TRUE
           END-IF.

       1200-GET-SIGN-ON-RULES.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1200-GET-SIGN-ON-RULES' TO WS-DEBUG-AID.
              PERFORM 6500-WRITE-SESSION-RECORD
           END-IF.

      *    BREAK-GLASS ACCESS NEVER OUTLIVES THE SESSION.
           IF MON-BG-ELEVATED THEN
              SET GRANT-CLOSE-ENDED TO TRUE
              PERFORM 4700-CLOSE-BREAK-GLASS
           END-IF.

      *    DELETE USER ACTIVITY QUEUE.
           EXEC CICS DELETEQ TS
                QNAME(WS-USER-ACTIVITY-QUEUE-NAME)
              SET SES-END-FORCED TO TRUE
              PERFORM 6500-WRITE-SESSION-RECORD

              IF MON-BG-ELEVATED THEN
                 SET GRANT-CLOSE-ENDED TO TRUE
                 PERFORM 4700-CLOSE-BREAK-GLASS
              END-IF

              PERFORM 2250-UPDATE-USER-ACT-QUEUE
              PERFORM 9200-REDIRECT-TO-SIGNON
           END-IF.

      *    BREAK-GLASS ACCESS RUNS OUT ON THE CLOCK, BUSY OR NOT - THE
      *    USER SIGNS ON AGAIN AND GETS THEIR OWN CATEGORY BACK.
           IF MON-BG-ELEVATED AND
              FUNCTION CURRENT-DATE(1:14) IS NOT LESS THAN
                 MON-BG-EXPIRY THEN
              SET ACT-ST-IN-PROCESS TO TRUE
              SET MON-ST-IN-PROCESS TO TRUE
              SET MON-NORMAL-END TO TRUE
              MOVE 'Break-Glass Access Has Expired - Sign On Again!'
                 TO MON-MESSAGE

              SET SES-END-BREAK-GLASS TO TRUE
              PERFORM 6500-WRITE-SESSION-RECORD

              SET GRANT-CLOSE-EXPIRED TO TRUE
              PERFORM 4700-CLOSE-BREAK-GLASS

              PERFORM 2250-UPDATE-USER-ACT-QUEUE
              PERFORM 9200-REDIRECT-TO-SIGNON
           END-IF.
              SET SES-END-TIMEOUT TO TRUE
              PERFORM 6500-WRITE-SESSION-RECORD

              IF MON-BG-ELEVATED THEN
                 SET GRANT-CLOSE-ENDED TO TRUE
                 PERFORM 4700-CLOSE-BREAK-GLASS
              END-IF

              PERFORM 2250-UPDATE-USER-ACT-QUEUE
              PERFORM 9200-REDIRECT-TO-SIGNON
           ELSE
                   END-EXEC
           END-IF.

      *    CLOSE THE SESSION'S BREAK-GLASS GRANT ('E' ENDED OR 'X'
      *    EXPIRED, PER 'WS-GRANT-CLOSE-FLAG') AND PUT THE USER'S OWN
      *    CATEGORY BACK IN THE CONTAINER. A GRANT ALREADY CLOSED ON
      *    'EBRKP' IS LEFT AS IT IS; A FILE PROBLEM LEAVES IT FOR THE
      *    NEXT-DAY 'EBRKRPT' SWEEP - THE SESSION ENDS EITHER WAY.
       4700-CLOSE-BREAK-GLASS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4700-CLOSE-BREAK-GLASS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE MON-USER-ID TO BGL-USER-ID.
           MOVE MON-BG-START TO BGL-START-TIMESTAMP.

           EXEC CICS READ
                FILE(APP-BRKGLS-FILE-NAME)
                RIDFLD(BGL-KEY)
                INTO (BREAK-GLASS-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              IF BGL-ACTIVE THEN
                 MOVE WS-GRANT-CLOSE-FLAG TO BGL-STATUS
                 MOVE FUNCTION CURRENT-DATE(1:14)
                    TO BGL-CLOSED-TIMESTAMP
                 IF GRANT-CLOSE-EXPIRED THEN
                    MOVE APP-ACTMON-PROGRAM-NAME TO BGL-CLOSED-BY
                 ELSE
                    MOVE MON-USER-ID TO BGL-CLOSED-BY
                 END-IF

                 EXEC CICS REWRITE
                      FILE(APP-BRKGLS-FILE-NAME)
                      FROM (BREAK-GLASS-RECORD)
                      RESP(WS-CICS-RESPONSE)
                      END-EXEC

                 IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
                    PERFORM 4750-JOURNAL-BREAK-GLASS
                 END-IF
              ELSE
                 EXEC CICS UNLOCK
                      FILE(APP-BRKGLS-FILE-NAME)
                      RESP(WS-CICS-RESPONSE)
                      END-EXEC
              END-IF
           END-IF.

           MOVE MON-BG-BASE-CATEGORY TO MON-USER-CATEGORY.
           INITIALIZE MON-BREAK-GLASS.

      *    THE CLOSING ENTRY IS THE LAST ONE MADE UNDER THE GRANT, SO
      *    IT CARRIES THE BREAK-GLASS FLAG TOO. A JOURNAL FAILURE MUST
      *    NOT HOLD UP THE SESSION ENDING.
       4750-JOURNAL-BREAK-GLASS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4750-JOURNAL-BREAK-GLASS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE SECURITY-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO SEC-TIMESTAMP.
           MOVE MON-USER-ID TO SEC-USER-ID.
           MOVE EIBTRMID TO SEC-TERMINAL-ID.
           MOVE APP-ACTMON-PROGRAM-NAME TO SEC-PROGRAM.
           SET SEC-BREAK-GLASS TO TRUE.

           IF GRANT-CLOSE-EXPIRED THEN
              MOVE 'BG EXPIRE' TO SEC-ACTION
           ELSE
              MOVE 'BG END' TO SEC-ACTION
           END-IF.

           MOVE MON-USER-ID TO SEC-TARGET.
           MOVE 'ADM' TO SEC-OLD-VALUE.
           MOVE MON-BG-BASE-CATEGORY TO SEC-NEW-VALUE.

           EXEC CICS WRITE
                FILE(APP-SECJRNL-FILE-NAME)
                RIDFLD(WS-SEC-RBA-FIELD)
                RBA
                FROM (SECURITY-JOURNAL-RECORD)
                LENGTH(LENGTH OF SECURITY-JOURNAL-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       5000-IN-PROCESS-CASE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '5000-IN-PROCESS-CASE' TO WS-DEBUG-AID.
                PERFORM 9000-RETURN-TO-CALLER
           END-EVALUATE.

      *-----------------------------------------------------------------
       RESPONSE-TIME SECTION.
      *-----------------------------------------------------------------

      *    ONE 'ERSPLOG' RECORD PER INTERACTION: WHEN IT STARTED, THE
      *    TRANSACTION, THE SCREEN PROGRAM, THE USER'S CATEGORY, THE
      *    TERMINAL, AND THE MILLISECONDS UNTIL ITS MAP WENT OUT. A
      *    POST WITH NO CLOCK RUNNING IN THIS TASK HAS NOTHING TO
      *    MEASURE. LIKE THE SECURITY JOURNAL, A FAILED WRITE HERE
      *    MUST NEVER TROUBLE THE SCREEN THAT POSTED IT.
       7000-LOG-RESPONSE-TIME.
      *    >>> DEBUGGING ONLY <<<
           MOVE '7000-LOG-RESPONSE-TIME' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           SET MON-NORMAL-END TO TRUE.

           IF CLOCK-STARTED-NOW THEN
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS ASKTIME
                ABSTIME(WS-NOW-ABSTIME)
                END-EXEC.

           INITIALIZE RESPONSE-TIME-RECORD.

           EXEC CICS FORMATTIME
                ABSTIME(MON-INTERACTION-START)
                YYYYMMDD(RSP-START-DATE)
                TIME(RSP-START-TIME)
                END-EXEC.

           MOVE EIBTRNID TO RSP-TRANSACTION-ID.
           MOVE MON-LINKING-PROGRAM TO RSP-PROGRAM.
           MOVE MON-USER-CATEGORY TO RSP-USER-CATEGORY.
           MOVE EIBTRMID TO RSP-TERMINAL-ID.
           COMPUTE RSP-ELAPSED-MS =
              WS-NOW-ABSTIME - MON-INTERACTION-START.

           EXEC CICS WRITE
                FILE(APP-RESPLOG-FILE-NAME)
                RIDFLD(WS-RBA-FIELD)
                RBA
                FROM (RESPONSE-TIME-RECORD)
                LENGTH(LENGTH OF RESPONSE-TIME-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *-----------------------------------------------------------------
       EXIT-ROUTE SECTION.
      *-----------------------------------------------------------------
