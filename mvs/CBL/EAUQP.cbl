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
                CHANNEL(APP-AUDINQ-CHANNEL-NAME)
                TRANSID(APP-AUDINQ-TRANSACTION-ID)
