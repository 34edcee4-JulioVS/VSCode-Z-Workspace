      *      - TYPE A JOB NAME AND THE FIRST EIGHT OF ITS RUNS ARE
      *        LISTED WITH THEIR TIMESTAMPS AND HEADLINE COUNTS.
      *      - RESTRICTED TO ADMINISTRATOR CATEGORY USERS.
      *      - A RUN MADE FROM AN APPROVED 'ERRN' RERUN REQUEST IS
      *        TAGGED '*RR', AND THE LAST ONE LISTED IS EXPLAINED
      *        BELOW THE ROWS - WHO ASKED, WHO APPROVED AND WHY.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *      - RUN HISTORY MAPSET.
      *      - RUN HISTORY CONTAINER.
      *      - RUN HISTORY FILE RECORD.
      *      - RERUN REQUEST FILE RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
       COPY ERHQMAP.
       COPY ERHQCTR.
       COPY ERUNHST.
       COPY ERRNREQ.
       COPY EMONCTR.
       COPY DFHAID.
       COPY DFHBMSCA.
          05 WS-BROWSE-KEY.
             10 WS-BRW-JOB-NAME   PIC X(8).
             10 WS-BRW-TIMESTAMP  PIC X(14).
          05 WS-RERUN-KEY.
             10 WS-RRK-JOB-NAME   PIC X(8).
             10 WS-RRK-TIME       PIC X(14).
          05 WS-RERUN-FLAG        PIC X(1)  VALUE SPACES.
             88 END-OF-RERUN-BROWSE          VALUE 'E'.
          05 WS-LINK-IDX          PIC 9(2)  USAGE IS BINARY
                                             VALUE ZEROES.
          05 WS-LINK-FOUND        PIC 9(2)  USAGE IS BINARY
                                             VALUE ZEROES.
      *
      *    RERUN REQUESTS FOR THE JOB THAT ARE TIED TO A LOGGED RUN.
       01 WS-RERUN-LINKS.
          05 WS-LINK-COUNT        PIC 9(2)  USAGE IS BINARY
                                             VALUE ZEROES.
          05 WS-LINK-ENTRY OCCURS 50 TIMES.
             10 WS-LNK-RUN-TS     PIC X(14).
             10 WS-LNK-REQ-BY     PIC X(8).
             10 WS-LNK-APPR-BY    PIC X(8).
             10 WS-LNK-REASON     PIC X(60).
      *
       01 WS-DEBUG-AID            PIC X(45) VALUE SPACES.
      *
              EXIT PARAGRAPH
           END-IF.

           PERFORM 3050-LOAD-RERUN-LINKS.

           MOVE RHQ-FILTER-JOB-NAME TO WS-BRW-JOB-NAME.
           MOVE LOW-VALUES TO WS-BRW-TIMESTAMP.

              MOVE 'No Runs On File For That Job!' TO WS-MESSAGE
           END-IF.

      *    THE JOB'S RERUN REQUESTS THAT 'ERRNSUB' HAS TIED TO A RUN,
      *    SO EACH LISTED RUN CAN BE MATCHED TO THE REQUEST BEHIND IT.
       3050-LOAD-RERUN-LINKS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3050-LOAD-RERUN-LINKS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE ZEROES TO WS-LINK-COUNT.
           INITIALIZE WS-RERUN-FLAG.

           MOVE RHQ-FILTER-JOB-NAME TO WS-RRK-JOB-NAME.
           MOVE LOW-VALUES TO WS-RRK-TIME.

           EXEC CICS STARTBR
                FILE(APP-RERUN-FILE-NAME)
                RIDFLD(WS-RERUN-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           PERFORM 3060-LOAD-NEXT-LINK
              UNTIL END-OF-RERUN-BROWSE
                 OR WS-LINK-COUNT IS NOT LESS THAN 50.

           EXEC CICS ENDBR
                FILE(APP-RERUN-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       3060-LOAD-NEXT-LINK.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3060-LOAD-NEXT-LINK' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READNEXT
                FILE(APP-RERUN-FILE-NAME)
                RIDFLD(WS-RERUN-KEY)
                INTO (RERUN-REQUEST-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET END-OF-RERUN-BROWSE TO TRUE
           WHEN RRQ-JOB-NAME IS NOT EQUAL TO RHQ-FILTER-JOB-NAME
                SET END-OF-RERUN-BROWSE TO TRUE
           WHEN RRQ-RUN-TIMESTAMP IS EQUAL TO SPACES
                CONTINUE
           WHEN OTHER
                ADD 1 TO WS-LINK-COUNT
                MOVE RRQ-RUN-TIMESTAMP TO WS-LNK-RUN-TS(WS-LINK-COUNT)
                MOVE RRQ-REQUESTED-BY TO WS-LNK-REQ-BY(WS-LINK-COUNT)
                MOVE RRQ-DECIDED-BY TO WS-LNK-APPR-BY(WS-LINK-COUNT)
                MOVE RRQ-REASON TO WS-LNK-REASON(WS-LINK-COUNT)
           END-EVALUATE.

       3100-LOAD-NEXT-ROW.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3100-LOAD-NEXT-ROW' TO WS-DEBUG-AID.
              RUN-RETURN-CODE DELIMITED BY SIZE
              INTO WS-ROW-TEXT.

           PERFORM 3300-MATCH-RERUN-LINK.

           ADD 1 TO WS-ROWS-SHOWN.

           EVALUATE WS-ROWS-SHOWN
                MOVE WS-ROW-TEXT TO ROW8O
           END-EVALUATE.

      *    AN OFF-CYCLE RUN IS TAGGED, AND EXPLAINED BELOW THE ROWS.
       3300-MATCH-RERUN-LINK.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3300-MATCH-RERUN-LINK' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE ZEROES TO WS-LINK-FOUND.

           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
              UNTIL WS-LINK-IDX IS GREATER THAN WS-LINK-COUNT
              IF WS-LNK-RUN-TS(WS-LINK-IDX) IS EQUAL TO RUN-TIMESTAMP
                 MOVE WS-LINK-IDX TO WS-LINK-FOUND
              END-IF
           END-PERFORM.

           IF WS-LINK-FOUND IS EQUAL TO ZEROES THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE '*RR' TO WS-ROW-TEXT(67:3).

           MOVE SPACES TO RRINF1O.
           STRING 'Off-Cycle Run ' DELIMITED BY SIZE
              RUN-TIMESTAMP DELIMITED BY SIZE
              ' Requested By ' DELIMITED BY SIZE
              WS-LNK-REQ-BY(WS-LINK-FOUND) DELIMITED BY SPACE
              ', Approved By ' DELIMITED BY SIZE
              WS-LNK-APPR-BY(WS-LINK-FOUND) DELIMITED BY SPACE
              INTO RRINF1O.

           MOVE SPACES TO RRINF2O.
           STRING 'Reason: ' DELIMITED BY SIZE
              WS-LNK-REASON(WS-LINK-FOUND) DELIMITED BY SIZE
              INTO RRINF2O.

      *-----------------------------------------------------------------
       ACTIVITY-MONITOR SECTION.
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
                CHANNEL(APP-RUNHIST-CHANNEL-NAME)
                TRANSID(APP-RUNHIST-TRANSACTION-ID)
