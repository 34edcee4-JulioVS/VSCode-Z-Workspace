      *        SIGNED-ON ACCOUNT THROUGH 'REG-EMPLOYEE-ID' - NO KEY
      *        FIELD IS OFFERED AND NOTHING ON THIS SCREEN UPDATES
      *        ANYTHING, SO THERE IS NOTHING HERE TO RESTRICT.
      *      - PF5 RAISES A LEAVE REQUEST ('ESRQP'); PF6 OPENS THE
      *        BENEFIT ELECTIONS SCREEN ('EBELP') WHILE AN OPEN
      *        ENROLLMENT WINDOW IS RUNNING; PF7 ENTERS AN EXPENSE
      *        CLAIM ('EEXSP'); PF8 OPENS THE VOLUNTARY DEMOGRAPHIC
      *        SELF-IDENTIFICATION ('EDMSP'); PF9 SUBMITS OR WITHDRAWS
      *        A RESIGNATION ('ERSGP').
      *      - REACHED FROM THE MAIN MENU ('EMENUA') BY PF KEY, OR
      *        DIRECTLY THROUGH ITS OWN 'ESLF' TRANSACTION.
      ******************************************************************
                PERFORM 2500-TRANSFER-BACK-TO-MENU
           WHEN DFHPF5
                PERFORM 2700-TRANSFER-TO-LEAVE-REQUEST
           WHEN DFHPF6
                PERFORM 2800-TRANSFER-TO-ELECTIONS
           WHEN DFHPF7
                PERFORM 2900-TRANSFER-TO-EXPENSE-CLAIM
           WHEN DFHPF8
                PERFORM 2950-TRANSFER-TO-SELF-ID
           WHEN DFHPF9
                PERFORM 2960-TRANSFER-TO-RESIGNATION
           WHEN DFHPF10
                PERFORM 2600-SIGN-USER-OFF
           WHEN OTHER
                PERFORM 9000-SEND-MAP-AND-RETURN
           END-EVALUATE.

       2800-TRANSFER-TO-ELECTIONS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2800-TRANSFER-TO-ELECTIONS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2550-DELETE-SELF-CONTAINER.

           EXEC CICS XCTL
                PROGRAM(APP-BENELECT-PROGRAM-NAME)
                CHANNEL(APP-BENELECT-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(PGMIDERR)
                MOVE 'Benefit Elections Program Not Found!'
                   TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           WHEN OTHER
                MOVE 'Error Transferring To Benefit Elections!'
                   TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           END-EVALUATE.

       2900-TRANSFER-TO-EXPENSE-CLAIM.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2900-TRANSFER-TO-EXPENSE-CLAIM' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2550-DELETE-SELF-CONTAINER.

           EXEC CICS XCTL
                PROGRAM(APP-SELFEXP-PROGRAM-NAME)
                CHANNEL(APP-SELFEXP-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(PGMIDERR)
                MOVE 'Expense Claim Program Not Found!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           WHEN OTHER
                MOVE 'Error Transferring To Expense Claim!'
                   TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           END-EVALUATE.

       2950-TRANSFER-TO-SELF-ID.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2950-TRANSFER-TO-SELF-ID' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2550-DELETE-SELF-CONTAINER.

           EXEC CICS XCTL
                PROGRAM(APP-SELFDEM-PROGRAM-NAME)
                CHANNEL(APP-SELFDEM-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(PGMIDERR)
                MOVE 'Self-Identification Program Not Found!'
                   TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           WHEN OTHER
                MOVE 'Error Transferring To Self-Identification!'
                   TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           END-EVALUATE.

       2960-TRANSFER-TO-RESIGNATION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2960-TRANSFER-TO-RESIGNATION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2550-DELETE-SELF-CONTAINER.

           EXEC CICS XCTL
                PROGRAM(APP-RESIGN-PROGRAM-NAME)
                CHANNEL(APP-RESIGN-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(PGMIDERR)
                MOVE 'Resignation Program Not Found!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           WHEN OTHER
                MOVE 'Error Transferring To Resignation!' TO WS-MESSAGE
                PERFORM 9000-SEND-MAP-AND-RETURN
           END-EVALUATE.

       2600-SIGN-USER-OFF.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2600-SIGN-USER-OFF' TO WS-DEBUG-AID.
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
                CHANNEL(APP-SELF-CHANNEL-NAME)
                TRANSID(APP-SELF-TRANSACTION-ID)
