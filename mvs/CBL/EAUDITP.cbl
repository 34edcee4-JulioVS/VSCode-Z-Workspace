      *      - EMPLOYEE DELETION LOG RECORD.
      *      - EMPLOYEE MASTER (TO PULL THE ID/NAME OUT OF A DELETE'S
      *        'BEFORE' IMAGE FOR THE DELETION LOG).
      *      - BREAK-GLASS GRANTS (TO FLAG EVENTS MADE UNDER ONE).
      ******************************************************************
       COPY ECONST.
       COPY EAUDIT.
       COPY EDELLOG.
       COPY EMPMAST.
       COPY EAUDFIL.
       COPY EBRKGLS.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
             88 LOCK-ACQUIRED                VALUE 'Y'.
             88 LOCK-NOT-ACQUIRED            VALUE 'N'.
          05 WS-FILL-ITEM-NUMBER   PIC S9(4) USAGE IS BINARY.
          05 WS-GRANT-BROWSE-FLAG  PIC X(1).
             88 END-OF-GRANTS                VALUE 'Y'.
      *
       01 WS-DEBUG-AID             PIC X(45) VALUE SPACES.
      *
      *    MOMENT WHEN THE FILE IS BEING SWITCHED OVER, WE WILL ENQUEUE
      *    THE RESOURCE BEFORE WRITING.

           PERFORM 3050-CHECK-BREAK-GLASS.

           INITIALIZE WS-LOCK-FLAG.

           PERFORM 3100-ENQUEUE-RESOURCE UNTIL LOCK-ACQUIRED.
           PERFORM 3350-BUMP-FILL-COUNTER.
           PERFORM 3400-TAKE-CHECKPOINT.

      *    AN EVENT FROM A USER WHO HOLDS AN ACTIVE BREAK-GLASS GRANT
      *    COVERING ITS TIMESTAMP IS FLAGGED FOR THE NEXT-DAY REVIEW.
      *    THE GRANTS ARE KEYED BY USER, SO ONLY THEIRS ARE READ. A
      *    FILE PROBLEM JUST LEAVES THE EVENT UNFLAGGED - THE AUDIT
      *    WRITE ITSELF MUST NOT BE HELD UP BY IT.
       3050-CHECK-BREAK-GLASS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3050-CHECK-BREAK-GLASS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SPACES TO AUD-BREAK-GLASS-FLAG.
           MOVE SPACES TO WS-GRANT-BROWSE-FLAG.

           IF AUD-USER-ID IS EQUAL TO SPACES THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE AUD-USER-ID TO BGL-USER-ID.
           MOVE LOW-VALUES TO BGL-START-TIMESTAMP.

           EXEC CICS STARTBR
                FILE(APP-BRKGLS-FILE-NAME)
                RIDFLD(BGL-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           PERFORM 3060-READ-NEXT-GRANT
              UNTIL END-OF-GRANTS
                 OR AUD-BREAK-GLASS.

           EXEC CICS ENDBR
                FILE(APP-BRKGLS-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       3060-READ-NEXT-GRANT.
           EXEC CICS READNEXT
                FILE(APP-BRKGLS-FILE-NAME)
                RIDFLD(BGL-KEY)
                INTO (BREAK-GLASS-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              BGL-USER-ID IS NOT EQUAL TO AUD-USER-ID THEN
              SET END-OF-GRANTS TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF BGL-ACTIVE AND
              AUD-TIMESTAMP(1:14) IS NOT LESS THAN
                 BGL-START-TIMESTAMP AND
              AUD-TIMESTAMP(1:14) IS LESS THAN BGL-EXPIRY-TIMESTAMP THEN
              SET AUD-BREAK-GLASS TO TRUE
           END-IF.

       3100-ENQUEUE-RESOURCE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3100-ENQUEUE-RESOURCE' TO WS-DEBUG-AID.
