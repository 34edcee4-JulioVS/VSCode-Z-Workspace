      *      - LIST CONTAINER.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - REGISTERED USERS.
      *      - CODE TABLE LOOKUP ARGUMENTS.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY EREGUSR.
       COPY EJMPCTR.
       COPY EVWLOG.
       COPY ECODARG.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
                PERFORM 2950-TRANSFER-TO-SKILLS
           WHEN DFHPF11
                PERFORM 2960-TRANSFER-TO-CONTACTS
           WHEN DFHPF13
                PERFORM 2970-TRANSFER-TO-LETTERS
           WHEN DFHPF7
                PERFORM 2300-PREV-BY-EMPLOYEE-KEY
           WHEN DFHPF8
                PERFORM 9000-SEND-MAP-AND-RETURN
           END-EVALUATE.

      *    HR LETTERS ARE ASKED FOR AGAINST THE EMPLOYEE ON DISPLAY -
      *    'ELTRP' PICKS THEM UP FROM THE SAME CONTAINER.
       2970-TRANSFER-TO-LETTERS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2970-TRANSFER-TO-LETTERS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 9150-PUT-VIEW-CONTAINER.

           EXEC CICS XCTL
                PROGRAM(APP-LETTER-PROGRAM-NAME)
                CHANNEL(APP-VIEW-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(INVREQ)
                MOVE 'Invalid Request!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           WHEN DFHRESP(PGMIDERR)
                MOVE 'Letters Program Not Found!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           WHEN OTHER
                MOVE 'Error Transferring To Letters!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           END-EVALUATE.

       2700-SWITCH-DISPLAY-ORDER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2700-SWITCH-DISPLAY-ORDER' TO WS-DEBUG-AID.
      *    SO WE JUST CHILL!
           CONTINUE.

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
                FREEKB
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4400-LOG-RESPONSE-TIME.
      *    >>> --------------------- <<<

           EXEC CICS RETURN
                CHANNEL(APP-VIEW-CHANNEL-NAME)
                TRANSID(APP-VIEW-TRANSACTION-ID)
              MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE
              MOVE WS-OUTPUT-DATE TO APPRDTO

      *       THE CODE TABLE'S DESCRIPTION WHEN THERE IS ONE.
              INITIALIZE CODE-LOOKUP-ARGUMENTS
              MOVE APP-CT-APPRAISAL-RESULT TO CLA-TABLE-ID
              MOVE EMP-APPRAISAL-RESULT TO CLA-CODE
              PERFORM 9110-LOOKUP-CODE

              EVALUATE TRUE
              WHEN CLA-DESCRIPTION IS NOT EQUAL TO SPACES
                   MOVE CLA-DESCRIPTION TO APPRRSO
              WHEN EMP-EXCEEDS-EXPECTATIONS
                   MOVE 'Exceeds Expectations' TO APPRRSO
              WHEN EMP-MEETS-EXPECTATIONS
              MOVE SPACES TO HLPPF8O
           END-IF.

      *    DECODE A BUSINESS CODE FROM ITS 'ECODTBL' TABLE - THE
      *    CALLER FILLS IN 'CLA-TABLE-ID' AND 'CLA-CODE'.
       9110-LOOKUP-CODE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9110-LOOKUP-CODE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           SET CLA-ACTION-LOOKUP TO TRUE.

           EXEC CICS LINK
                PROGRAM(APP-CODLKP-PROGRAM-NAME)
                COMMAREA(CODE-LOOKUP-ARGUMENTS)
                LENGTH(LENGTH OF CODE-LOOKUP-ARGUMENTS)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE SPACES TO CLA-DESCRIPTION
              SET CLA-TABLE-UNAVAILABLE TO TRUE
           END-IF.

       9150-PUT-VIEW-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-VIEW-CONTAINER' TO WS-DEBUG-AID.
