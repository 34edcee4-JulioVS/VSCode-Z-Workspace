      *        TO ADD OR CORRECT, OR 'D' TO REMOVE; A BLANK ACTION
      *        DISPLAYS WHAT IS ON FILE. MIN, MID, AND MAX MUST RISE
      *        IN ORDER.
      *      - THE FIGURES ARE IN THE BAND'S CURRENCY (BLANK MEANS
      *        THE REPORTING CURRENCY); ANY OTHER CODE MUST ALREADY
      *        HAVE A RATE ON 'EXCHRAT' SO THE BAND CAN BE CHECKED.
      *      - EVERY CHANGE IS JOURNALED TO 'ESECJRN' LIKE THE OTHER
      *        CONTROL-TABLE CHANGES.
      *      - RESTRICTED TO ADMINISTRATOR CATEGORY USERS.
      *      - SALARY BAND MAINTENANCE MAPSET.
      *      - SALARY BAND ADMIN CONTAINER.
      *      - SALARY BAND FILE RECORD.
      *      - EXCHANGE RATE FILE RECORD.
      *      - SECURITY JOURNAL RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
       COPY ESBNMAP.
       COPY ESBNCTR.
       COPY ESALBND.
       COPY EXCHRAT.
       COPY ESECJRN.
       COPY EMONCTR.
       COPY DFHAID.
          05 WS-AMOUNT-EDIT       PIC Z(6)9.99.
          05 WS-RECORD-FOUND-FLAG PIC X(1).
             88 BAND-RECORD-FOUND           VALUE 'Y'.
          05 WS-BAND-CURRENCY     PIC X(3).
       01 WS-DEBUG-AID            PIC X(45) VALUE SPACES.
      *
       01 WS-DEBUG-MESSAGE.
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-MESSAGE.
           PERFORM 2270-VALIDATE-BAND-CURRENCY.
           IF WS-MESSAGE IS NOT EQUAL TO SPACES
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE SECURITY-JOURNAL-RECORD.
           IF BAND-RECORD-FOUND THEN
              MOVE 'BAND CHANGE' TO SEC-ACTION
           MOVE WS-BAND-MINIMUM TO SAL-MINIMUM.
           MOVE WS-BAND-MIDPOINT TO SAL-MIDPOINT.
           MOVE WS-BAND-MAXIMUM TO SAL-MAXIMUM.
           MOVE WS-BAND-CURRENCY TO SAL-CURRENCY-CODE.

           IF BAND-RECORD-FOUND THEN
              PERFORM 2250-REWRITE-BAND
           MOVE WS-BAND-MINIMUM TO SAL-MINIMUM.
           MOVE WS-BAND-MIDPOINT TO SAL-MIDPOINT.
           MOVE WS-BAND-MAXIMUM TO SAL-MAXIMUM.
           MOVE WS-BAND-CURRENCY TO SAL-CURRENCY-CODE.

           EXEC CICS REWRITE
                FILE(APP-SALBAND-FILE-NAME)
              MOVE 'Error Updating Salary Band!' TO WS-MESSAGE
           END-IF.

      *    A BLANK CURRENCY KEEPS WHAT IS ON FILE (THE REPORTING
      *    CURRENCY FOR A NEW BAND). A FOREIGN CODE WITH NO RATE EVER
      *    LOADED COULD NEVER BE COMPARED AGAINST, SO IT IS REFUSED.
       2270-VALIDATE-BAND-CURRENCY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2270-VALIDATE-BAND-CURRENCY' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SAL-CURRENCY-CODE TO WS-BAND-CURRENCY.

           IF BNDCURL IS EQUAL TO ZERO OR BNDCURI IS EQUAL TO SPACES
              EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(BNDCURI) TO WS-BAND-CURRENCY.

           IF WS-BAND-CURRENCY IS EQUAL TO APP-REPORTING-CURRENCY
              MOVE SPACES TO WS-BAND-CURRENCY
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-BAND-CURRENCY TO XRT-CURRENCY-CODE.
           MOVE LOW-VALUES TO XRT-PERIOD.

           EXEC CICS READ
                FILE(APP-EXCHRAT-FILE-NAME)
                RIDFLD(XRT-KEY)
                KEYLENGTH(3)
                GENERIC
                INTO (EXCHANGE-RATE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                MOVE 'Validation Error: No Rate For That Currency!'
                   TO WS-MESSAGE
                MOVE -1 TO BNDCURL
           WHEN OTHER
                MOVE 'Error Reading Exchange Rates!' TO WS-MESSAGE
           END-EVALUATE.

       2300-DELETE-BAND.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2300-DELETE-BAND' TO WS-DEBUG-AID.
           MOVE SBA-USER-ID TO SEC-USER-ID.
           MOVE EIBTRMID TO SEC-TERMINAL-ID.
           MOVE APP-SBNMNT-PROGRAM-NAME TO SEC-PROGRAM.
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
                CHANNEL(APP-SBNMNT-CHANNEL-NAME)
                TRANSID(APP-SBNMNT-TRANSACTION-ID)
              MOVE WS-AMOUNT-EDIT TO BNDMIDO
              MOVE SAL-MAXIMUM TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT TO BNDMAXO
              IF SAL-CURRENCY-CODE IS EQUAL TO SPACES THEN
                 MOVE APP-REPORTING-CURRENCY TO BNDCURO
              ELSE
                 MOVE SAL-CURRENCY-CODE TO BNDCURO
              END-IF
           ELSE
              MOVE SPACES TO BNDCODO BNDMINO BNDMIDO BNDMAXO BNDCURO
           END-IF.

           MOVE WS-MESSAGE TO MESSO.
