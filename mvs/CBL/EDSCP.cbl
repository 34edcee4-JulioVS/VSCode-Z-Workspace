      *      - ACTIONS: BLANK DISPLAYS THE KEYED RECORD, 'A' ADDS
      *        (OR CORRECTS) ONE. NOTHING IS EVER DELETED.
      *      - REACHED DIRECTLY THROUGH ITS OWN 'EDSC' TRANSACTION.
      *      - THE ACTION LEVEL IS CHECKED AGAINST THE 'DSCLEVEL' CODE
      *        TABLE ('ECODLKP') AND SHOWN WITH ITS DESCRIPTION.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *      - EMPLOYEE MASTER (FOR THE CHAIN WALK).
      *      - REGISTERED USERS (VIEWER'S OWN EMPLOYEE ID).
      *      - SECURITY JOURNAL RECORD.
      *      - CODE TABLE LOOKUP ARGUMENTS.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
       COPY EMPMAST.
       COPY EREGUSR.
       COPY ESECJRN.
       COPY ECODARG.
       COPY EMONCTR.
       COPY DFHAID.
       COPY DFHBMSCA.
      *    >>> -------------- <<<

           MOVE FUNCTION UPPER-CASE(ACTLVLI) TO DSC-ACTION-LEVEL.

      *    A CURRENT LEVEL ON THE 'DSCLEVEL' CODE TABLE - OR, UNTIL
      *    THAT TABLE IS SET UP, V, W OR F.
           INITIALIZE CODE-LOOKUP-ARGUMENTS.
           MOVE APP-CT-DISCIPLINE-LEVEL TO CLA-TABLE-ID.
           MOVE DSC-ACTION-LEVEL TO CLA-CODE.
           PERFORM 2270-LOOKUP-CODE.

           IF CLA-TABLE-UNAVAILABLE THEN
              IF NOT DSC-LEVEL-VALID THEN
                 MOVE 'Validation Error: Level Must Be V, W Or F!'
                    TO WS-MESSAGE
                 MOVE -1 TO ACTLVLL
                 EXIT PARAGRAPH
              END-IF
           ELSE
              IF NOT CLA-CODE-VALID OR
                 DSC-ACTION-LEVEL IS EQUAL TO SPACES THEN
                 MOVE 'Validation Error: Not A Current Action Level!'
                    TO WS-MESSAGE
                 MOVE -1 TO ACTLVLL
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           IF SUMMRYL IS EQUAL TO ZERO OR SUMMRYI IS EQUAL TO SPACES
              MOVE 'Error Updating Disciplinary Record!' TO WS-MESSAGE
           END-IF.

      *    CHECK/DECODE A BUSINESS CODE AGAINST ITS 'ECODTBL' TABLE -
      *    THE CALLER FILLS IN 'CLA-TABLE-ID' AND 'CLA-CODE'. IF THE
      *    LOOKUP CANNOT BE MADE THE TABLE COUNTS AS NOT SET UP, AND
      *    THE CALLER FALLS BACK TO ITS OWN LIST.
       2270-LOOKUP-CODE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2270-LOOKUP-CODE' TO WS-DEBUG-AID.
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

      *    THE SAME JOURNAL 'ECATP' AND 'ECPAP' WRITE - A FAILURE
      *    HERE MUST NEVER BLOCK THE ACTION.
       7900-JOURNAL-SECURITY-EVENT.
           MOVE DCC-USER-ID TO SEC-USER-ID.
           MOVE EIBTRMID TO SEC-TERMINAL-ID.
           MOVE APP-DISCPL-PROGRAM-NAME TO SEC-PROGRAM.
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
                CHANNEL(APP-DISCPL-CHANNEL-NAME)
                TRANSID(APP-DISCPL-TRANSACTION-ID)

           IF DISCIPLINE-FOUND THEN
              MOVE DSC-ACTION-LEVEL TO ACTLVLO
              INITIALIZE CODE-LOOKUP-ARGUMENTS
              MOVE APP-CT-DISCIPLINE-LEVEL TO CLA-TABLE-ID
              MOVE DSC-ACTION-LEVEL TO CLA-CODE
              PERFORM 2270-LOOKUP-CODE
              MOVE CLA-DESCRIPTION TO LVLDSCO
              MOVE DSC-SUMMARY TO SUMMRYO
              MOVE DSC-EXPIRY-DATE TO EXPDTO

                 MOVE 'Live' TO CURSTSO
              END-IF
           ELSE
              MOVE SPACES TO ACTLVLO SUMMRYO EXPDTO CURSTSO LVLDSCO
           END-IF.

           MOVE WS-MESSAGE TO MESSO.
