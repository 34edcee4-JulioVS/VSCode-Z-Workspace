      *        STAMPED AUTOMATICALLY); A 'P' REOPENS IT.
      *      - THE 'EOFFRPT' AGING REPORT CHASES INCOMPLETE TASKS
      *        FOR EMPLOYEES ALREADY PAST THEIR END DATE.
      *      - ANY LOAN BALANCE 'ETERMNB' SET AGAINST FINAL PAY SHOWS
      *        ALONGSIDE THE FINAL PAY TASK, SO IT IS RECOVERED.
      *      - WHILE THE LEAVER'S VACATION SETTLEMENT RAISED BY
      *        'ETERMNB' IS STILL WAITING TO FEED, FINAL PAY CANNOT BE
      *        COMPLETED HERE - 'EPAYFEED' COMPLETES IT WHEN THE
      *        SETTLEMENT GOES TO PAYROLL.
      *      - RESTRICTED TO MANAGER AND ADMINISTRATOR CATEGORY
      *        USERS.
      ******************************************************************
          05 WS-RECORD-FLAG       PIC X(1)  VALUE SPACES.
             88 CHECKLIST-FOUND                VALUE 'Y'.
             88 CHECKLIST-NOT-FOUND            VALUE SPACES.
          05 WS-AMOUNT-EDIT       PIC Z(6)9.99.
      *
       01 WS-VALIDATION-FLAG      PIC X(1)  VALUE SPACES.
          88 VALIDATION-PASSED              VALUE 'Y'.
              EXIT PARAGRAPH
           END-IF.

           IF FINPAYL IS GREATER THAN ZERO AND
              FUNCTION UPPER-CASE(FINPAYI) IS EQUAL TO 'C' AND
              OFL-LEAVE-SETTLE-RAISED THEN
              MOVE 'Final Pay Waits On The Vacation Settlement Feed!'
                 TO WS-MESSAGE
              MOVE -1 TO FINPAYL
              EXIT PARAGRAPH
           END-IF.

           MOVE OFFBOARD-CHECKLIST-RECORD TO WS-AUD-BEFORE-IMAGE.

           PERFORM 2340-APPLY-TASK-CODES.
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
                CHANNEL(APP-OFFBRD-CHANNEL-NAME)
                TRANSID(APP-OFFBRD-TRANSACTION-ID)
              MOVE OFL-ACCESS-DATE TO ACCSDTO
              MOVE OFL-FINAL-PAY-STATUS TO FINPAYO
              MOVE OFL-FINAL-PAY-DATE TO FINPDTO
              IF OFL-LOAN-OFFSET-AMOUNT IS NUMERIC AND
                 OFL-LOAN-OFFSET-AMOUNT IS GREATER THAN ZEROES THEN
                 MOVE OFL-LOAN-OFFSET-AMOUNT TO WS-AMOUNT-EDIT
                 MOVE WS-AMOUNT-EDIT TO LOANOFO
              END-IF
           END-IF.

           MOVE WS-MESSAGE TO MESSO.
