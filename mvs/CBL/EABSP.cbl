      *      - ABSENCE CALENDAR MAPSET.
      *      - ABSENCE CALENDAR CONTAINER.
      *      - LEAVE REQUEST FILE RECORD.
      *      - LEAVE TYPE FILE RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - REGISTERED USERS.
      *      - ACTIVITY MONITOR CONTAINER.
       COPY EABSMAP.
       COPY EABSCTR.
       COPY ELVREQ.
       COPY ELVTYPE.
       COPY EMPMAST.
       COPY EREGUSR.
       COPY EMONCTR.
              EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
           WHEN LRQ-TYPE-VACATION
                MOVE 'Vacation' TO WS-TYPE-TEXT
           WHEN LRQ-TYPE-SICK
                MOVE 'Sick' TO WS-TYPE-TEXT
           WHEN OTHER
                PERFORM 3460-DESCRIBE-LEAVE-TYPE
           END-EVALUATE.

           MOVE SPACES TO WS-ABSENCE-LINE.
           STRING WS-TM-NAME(WS-TM-FOUND-IDX) DELIMITED BY SIZE
              MOVE WS-TM-IDX TO WS-TM-FOUND-IDX
           END-IF.

      *    ANY OTHER 'ELVTYPE' LEAVE TYPE SHOWS ITS OWN DESCRIPTION,
      *    OR JUST ITS CODE IF IT HAS SINCE GONE FROM THE FILE.
       3460-DESCRIBE-LEAVE-TYPE.
           MOVE LRQ-LEAVE-TYPE TO LVT-TYPE-CODE.

           EXEC CICS READ
                FILE(APP-LVTYPE-FILE-NAME)
                RIDFLD(LVT-KEY)
                INTO (LEAVE-TYPE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE LVT-DESCRIPTION TO WS-TYPE-TEXT
           ELSE
              MOVE LRQ-LEAVE-TYPE TO WS-TYPE-TEXT
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
                CHANNEL(APP-ABSCAL-CHANNEL-NAME)
                TRANSID(APP-ABSCAL-TRANSACTION-ID)
