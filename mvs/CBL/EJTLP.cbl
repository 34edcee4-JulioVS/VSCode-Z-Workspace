      *        ADMINISTRATORS DO IT HERE.
      *      - TYPE A TITLE AND BAND CODE WITH ACTION 'A' TO ADD (OR
      *        CORRECT), 'R' TO RETIRE, 'V' TO REVIVE; A BLANK ACTION
      *        DISPLAYS WHAT IS ON FILE. THE STATUTORY JOB CATEGORY
      *        MAY BE KEYED ALONG WITH AN 'A' (SEE 'JTL-JOB-CATEGORY');
      *        LEFT BLANK, THE ONE ON FILE IS KEPT. A TITLE STILL
      *        CARRIED BY AN ACTIVE 'EMPMAST' RECORD CANNOT BE RETIRED.
      *      - EVERY CHANGE IS JOURNALED TO 'ESECJRN' LIKE THE OTHER
      *        CONTROL-TABLE CHANGES.
      *      - RESTRICTED TO ADMINISTRATOR CATEGORY USERS.
          05 WS-JT-BROWSE-FLAG    PIC X(1).
             88 END-OF-JT-BROWSE            VALUE 'E'.
          05 WS-JT-BROWSE-KEY     PIC X(38).
          05 WS-NEW-JOB-CATEGORY  PIC X(2).
       01 WS-DEBUG-AID            PIC X(45) VALUE SPACES.
      *
       01 WS-DEBUG-MESSAGE.
              EXIT PARAGRAPH
           END-IF.

           MOVE JTL-JOB-CATEGORY TO WS-NEW-JOB-CATEGORY.
           IF JOBCATL IS GREATER THAN ZERO AND
              JOBCATI IS NOT EQUAL TO SPACES THEN
              MOVE FUNCTION UPPER-CASE(JOBCATI) TO WS-NEW-JOB-CATEGORY
           END-IF.

           IF WS-NEW-JOB-CATEGORY IS NOT EQUAL TO SPACES THEN
              MOVE WS-NEW-JOB-CATEGORY TO JTL-JOB-CATEGORY
              IF NOT JTL-CATEGORY-VALID THEN
                 MOVE 'Validation Error: Unknown Job Category!'
                    TO WS-MESSAGE
                 MOVE -1 TO JOBCATL
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           INITIALIZE SECURITY-JOURNAL-RECORD.
           MOVE JTL-SALARY-BAND-CODE TO SEC-OLD-VALUE.


           MOVE FUNCTION UPPER-CASE(BNDCODI)
              TO JTL-SALARY-BAND-CODE.
           MOVE WS-NEW-JOB-CATEGORY TO JTL-JOB-CATEGORY.
           SET JTL-ST-ACTIVE TO TRUE.

           EXEC CICS REWRITE
           MOVE JTA-USER-ID TO SEC-USER-ID.
           MOVE EIBTRMID TO SEC-TERMINAL-ID.
           MOVE APP-JTLMNT-PROGRAM-NAME TO SEC-PROGRAM.
      *    ANYTHING DONE UNDER BREAK-GLASS ACCESS IS MARKED AS SUCH.
           IF MON-BG-ELEVATED THEN
              SET SEC-BREAK-GLASS TO TRUE
           ELSE
              MOVE SPACES TO SEC-BREAK-GLASS-FLAG
           END-IF.

           EXEC CICS WRITE
                FILE(APP-SECJRNL-FILE-NAME)
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
                CHANNEL(APP-JTLMNT-CHANNEL-NAME)
                TRANSID(APP-JTLMNT-TRANSACTION-ID)

           IF TITLE-RECORD-FOUND THEN
              MOVE JTL-SALARY-BAND-CODE TO BNDCODO
              MOVE JTL-JOB-CATEGORY TO JOBCATO
              IF JTL-ST-RETIRED THEN
                 MOVE 'Retired' TO CURSTSO
              ELSE
                 MOVE 'Active' TO CURSTSO
              END-IF
           ELSE
              MOVE SPACES TO BNDCODO JOBCATO CURSTSO
           END-IF.

           MOVE WS-MESSAGE TO MESSO.
