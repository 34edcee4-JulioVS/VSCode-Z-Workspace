      *      - CATEGORY REQUEST FILE RECORD.
      *      - REGISTERED USER FILE RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - WORKFLOW NOTIFICATION ARGUMENTS.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ESECJRN.
       COPY EREGUSR.
       COPY EMONCTR.
       COPY ENTFARG.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
              WHEN DFHRESP(NORMAL)
                   MOVE 'Category Change Request Submitted!'
                      TO WS-MESSAGE
                   SET NFA-EV-SUBMITTED TO TRUE
                   PERFORM 7600-SEND-NOTIFICATION
              WHEN OTHER
                   MOVE 'Error Updating Category Request!' TO WS-MESSAGE
              END-EVALUATE
                   SET WS-REQUEST-FOUND TO TRUE
                   MOVE 'Category Change Request Submitted!'
                      TO WS-MESSAGE
                   SET NFA-EV-SUBMITTED TO TRUE
                   PERFORM 7600-SEND-NOTIFICATION
              WHEN DFHRESP(DUPREC)
                   PERFORM 2360-REWRITE-REQUEST
              WHEN OTHER
                     SET WS-REQUEST-FOUND TO TRUE
                     MOVE 'Category Change Request Submitted!'
                        TO WS-MESSAGE
                     SET NFA-EV-SUBMITTED TO TRUE
                     PERFORM 7600-SEND-NOTIFICATION
                WHEN OTHER
                     MOVE 'Error Updating Category Request!'
                        TO WS-MESSAGE
                MOVE CRQ-CURRENT-CATEGORY TO SEC-OLD-VALUE
                MOVE CRQ-REQUESTED-CATEGORY TO SEC-NEW-VALUE
                PERFORM 7900-JOURNAL-SECURITY-EVENT
                IF CRQ-APPROVED THEN
                   SET NFA-EV-APPROVED TO TRUE
                ELSE
                   SET NFA-EV-REJECTED TO TRUE
                END-IF
                PERFORM 7600-SEND-NOTIFICATION
           WHEN OTHER
                MOVE 'Error Updating Category Request!' TO WS-MESSAGE
           END-EVALUATE.
           MOVE MON-USER-ID TO SEC-USER-ID.
           MOVE EIBTRMID TO SEC-TERMINAL-ID.
           MOVE APP-CATAPR-PROGRAM-NAME TO SEC-PROGRAM.
      *    ANYTHING DONE UNDER BREAK-GLASS ACCESS IS MARKED AS SUCH.
           IF MON-BG-ELEVATED THEN
              SET SEC-BREAK-GLASS TO TRUE
           ELSE
              MOVE SPACES TO SEC-BREAK-GLASS-FLAG
           END-IF.

           EXEC CICS WRITE
                FILE(APP-SECJRNL-FILE-NAME)
                CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------------------
       NOTIFICATION SECTION.
      *-----------------------------------------------------------------

      *    TELL THE ADMINISTRATORS A CATEGORY CHANGE IS WAITING (ON
      *    SUBMIT), OR THE MANAGER WHO RAISED IT AND THE USER IT IS
      *    FOR HOW IT WENT (ON APPROVE/REJECT) - SEE 'ENTFWRT'. A
      *    NOTIFICATION FAILURE MUST NEVER BLOCK THE SAVE ITSELF.
       7600-SEND-NOTIFICATION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '7600-SEND-NOTIFICATION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           SET NFA-WF-CATEGORY TO TRUE.
           MOVE ZEROES TO NFA-SUBJECT-EMP-ID.
           MOVE CRQ-KEY TO NFA-ITEM-KEY.
           MOVE CRQ-REQUESTED-BY TO NFA-REQUESTED-BY.
           MOVE CRQ-REQUESTED-DATE TO NFA-REQUESTED-DATE.
           MOVE CRQ-APPROVED-BY TO NFA-ACTIONED-BY.
           MOVE APP-CATAPR-PROGRAM-NAME TO NFA-SOURCE-PROGRAM.
           MOVE ZEROES TO NFA-SENT-COUNT.

           EXEC CICS LINK
                PROGRAM(APP-NOTIFY-PROGRAM-NAME)
                COMMAREA(NOTIFY-ARGUMENTS)
                LENGTH(LENGTH OF NOTIFY-ARGUMENTS)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

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
                CHANNEL(APP-CATAPR-CHANNEL-NAME)
                TRANSID(APP-CATAPR-TRANSACTION-ID)
