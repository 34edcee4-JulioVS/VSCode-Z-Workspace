      *      - RESTRICTED TO MANAGER AND ADMINISTRATOR CATEGORY
      *        USERS.
      *      - REACHED DIRECTLY THROUGH ITS OWN 'ESUC' TRANSACTION.
      *      - THE READINESS CODE IS CHECKED AGAINST THE 'SUCREADY'
      *        CODE TABLE ('ECODLKP'), AND THE CANDIDATE LIST SHOWS
      *        ITS DESCRIPTION.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *      - KEY POSITION AND SUCCESSOR FILE RECORDS.
      *      - EMPLOYEE MASTER RECORD (CANDIDATE VALIDATION).
      *      - SKILLS FILE RECORD (CERTIFICATION CHECK).
      *      - CODE TABLE LOOKUP ARGUMENTS.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
       COPY ESUCCSR.
       COPY EMPMAST.
       COPY ESKILL.
       COPY ECODARG.
       COPY EMONCTR.
       COPY DFHAID.
       COPY DFHBMSCA.
          05 WS-POSITION-FLAG     PIC X(1).
             88 KEY-POSITION-FOUND          VALUE 'Y'.
          05 WS-SUCCESSOR-LINE    PIC X(60).
          05 WS-READY-TEXT        PIC X(20).
       01 WS-DEBUG-AID            PIC X(45) VALUE SPACES.
      *
       01 WS-DEBUG-MESSAGE.
           END-IF.

           MOVE FUNCTION UPPER-CASE(READYI) TO SUC-READINESS.

      *    A CURRENT CODE ON THE 'SUCREADY' CODE TABLE - OR, UNTIL
      *    THAT TABLE IS SET UP, R, 1 OR 2.
           INITIALIZE CODE-LOOKUP-ARGUMENTS.
           MOVE APP-CT-SUCCESSOR-READINESS TO CLA-TABLE-ID.
           MOVE SUC-READINESS TO CLA-CODE.
           PERFORM 2360-LOOKUP-CODE.

           IF CLA-TABLE-UNAVAILABLE THEN
              IF NOT SUC-READINESS-VALID THEN
                 MOVE 'Validation Error: Readiness Must Be R, 1 Or 2!'
                    TO WS-MESSAGE
                 MOVE -1 TO READYL
                 EXIT PARAGRAPH
              END-IF
           ELSE
              IF NOT CLA-CODE-VALID OR
                 SUC-READINESS IS EQUAL TO SPACES THEN
                 MOVE 'Validation Error: Not A Current Readiness Code!'
                    TO WS-MESSAGE
                 MOVE -1 TO READYL
                 EXIT PARAGRAPH
              END-IF
           END-IF.

      *    THE CANDIDATE MUST BE A REAL, ACTIVE EMPLOYEE - AND NOT
              MOVE 'Error Updating Successor!' TO WS-MESSAGE
           END-IF.

      *    CHECK/DECODE A BUSINESS CODE AGAINST ITS 'ECODTBL' TABLE -
      *    THE CALLER FILLS IN 'CLA-TABLE-ID' AND 'CLA-CODE'. IF THE
      *    LOOKUP CANNOT BE MADE THE TABLE COUNTS AS NOT SET UP, AND
      *    THE CALLER FALLS BACK TO ITS OWN LIST.
       2360-LOOKUP-CODE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2360-LOOKUP-CODE' TO WS-DEBUG-AID.
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

       2400-REMOVE-SUCCESSOR.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-REMOVE-SUCCESSOR' TO WS-DEBUG-AID.
              MOVE SPACES TO EMP-PRIMARY-NAME
           END-IF.

      *    THE READINESS AS ITS CODE TABLE DESCRIBES IT, ELSE AS IT
      *    ALWAYS WAS.
           INITIALIZE CODE-LOOKUP-ARGUMENTS.
           MOVE APP-CT-SUCCESSOR-READINESS TO CLA-TABLE-ID.
           MOVE SUC-READINESS TO CLA-CODE.
           PERFORM 2360-LOOKUP-CODE.

           EVALUATE TRUE
           WHEN CLA-DESCRIPTION IS NOT EQUAL TO SPACES
                MOVE CLA-DESCRIPTION TO WS-READY-TEXT
           WHEN SUC-READY-NOW
                MOVE 'Ready' TO WS-READY-TEXT
           WHEN SUC-READY-ONE-YEAR
           WHEN SUC-READY-TWO-YEARS
                MOVE '2 Years' TO WS-READY-TEXT
           WHEN OTHER
                MOVE SUC-READINESS TO WS-READY-TEXT
           END-EVALUATE.

           MOVE SPACES TO WS-SUCCESSOR-LINE.
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
                CHANNEL(APP-SUCCSN-CHANNEL-NAME)
                TRANSID(APP-SUCCSN-TRANSACTION-ID)
