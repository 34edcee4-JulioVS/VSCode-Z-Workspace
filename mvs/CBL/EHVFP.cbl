      *        PENDING-TO-ACTIVE AUDIT EVENT WRITTEN HERE.
      *      - A BLANK EMPLOYEE ID FETCHES THE OLDEST PENDING HIRE
      *        STILL AWAITING REVIEW; A BLANK ACTION JUST DISPLAYS.
      *      - A HIRE CANNOT BE CONFIRMED WITHOUT A CURRENT
      *        RIGHT-TO-WORK DOCUMENT ON 'EWKAUTH' (ONE THAT HAS NOT
      *        RUN OUT). PF6 OPENS THE 'EWAUP' WORK AUTHORIZATION
      *        SCREEN FOR THE HIRE ON SCREEN, AND ITS PF3 COMES BACK
      *        HERE.
      *      - REACHED DIRECTLY THROUGH ITS OWN 'EHVF' TRANSACTION.
      ******************************************************************
       DATA DIVISION.
      *      - HIRE VERIFICATION MAPSET.
      *      - HIRE VERIFICATION CONTAINER.
      *      - HIRE VERIFICATION FILE RECORD.
      *      - WORK AUTHORIZATION FILE RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - AUDIT TRAIL RECORD.
      *      - SECURITY JOURNAL RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - WORKFLOW NOTIFICATION ARGUMENTS.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY EHVFMAP.
       COPY EHVFCTR.
       COPY EHIRVRF.
       COPY EWKAUTH.
       COPY EMPMAST.
       COPY EAUDIT.
       COPY ESECJRN.
       COPY EMONCTR.
       COPY ENTFARG.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
          05 WS-PENDING-SCAN-FLAG PIC X(1).
             88 END-OF-PENDING-SCAN         VALUE 'E'.
             88 PENDING-HIRE-FOUND          VALUE 'Y'.
          05 WS-TODAY             PIC X(8).
          05 WS-WORK-AUTH-SCAN-FLAG PIC X(1).
             88 END-OF-WORK-AUTH-SCAN       VALUE 'E'.
             88 WORK-AUTH-ON-FILE           VALUE 'Y'.
       01 WS-DEBUG-AID            PIC X(45) VALUE SPACES.
      *
       01 WS-DEBUG-MESSAGE.
                PERFORM 1000-FIRST-INTERACTION
           WHEN DFHRESP(NORMAL)
      *         NEXT INTERACTIONS -> CONTAINER FOUND (CONTINUE)
                IF EIBTRNID IS EQUAL TO APP-HIRVRF-TRANSACTION-ID
                   PERFORM 2000-PROCESS-USER-INPUT
                ELSE
      *            BOUNCING BACK FROM 'WORK AUTH' - NO MAP TO RECEIVE
                   PERFORM 5000-RE-ENTRY-FROM-WORK-AUTH
                END-IF
           WHEN OTHER
                MOVE 'Error Retrieving Hire Verify Container!'
                   TO WS-MESSAGE
           WHEN DFHPF3
           WHEN DFHPF12
                PERFORM 2500-TRANSFER-BACK-TO-MENU
           WHEN DFHPF6
                PERFORM 2700-TRANSFER-TO-WORK-AUTH
           WHEN DFHPF10
                PERFORM 2600-SIGN-USER-OFF
           WHEN OTHER
              EXIT PARAGRAPH
           END-IF.

      *    NOBODY GOES ON THE PAYROLL WITHOUT THE RIGHT TO WORK -
      *    THE PAPERS ARE RECORDED ON 'EWAUP' (PF6) FIRST.
           PERFORM 2260-CHECK-WORK-AUTHORIZATION.
           IF NOT WORK-AUTH-ON-FILE THEN
              MOVE 'Validation Error: No Current Work Authorization!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                RIDFLD(EMP-EMPLOYEE-ID)
           MOVE HVC-TARGET-EMPLOYEE-ID TO SEC-TARGET.
           PERFORM 7900-JOURNAL-SECURITY-EVENT.

           SET NFA-EV-APPROVED TO TRUE.
           PERFORM 7600-SEND-NOTIFICATION.

      *    A REJECTED HIRE IS LOGICALLY DELETED - IT NEVER REACHED
      *    PAYROLL, AND 'EAUDITP' KEEPS IT OFF THE DELETION LOG SO
      *    IT NEVER COUNTS AS A TERMINATION EITHER.
           MOVE HVC-TARGET-EMPLOYEE-ID TO SEC-TARGET.
           PERFORM 7900-JOURNAL-SECURITY-EVENT.

           SET NFA-EV-REJECTED TO TRUE.
           PERFORM 7600-SEND-NOTIFICATION.

      *    THE COMMON GUARDS FOR BOTH ACTIONS: THE RECORDS MUST BE ON
      *    FILE, STILL PENDING, AND THE REVIEWER MUST NOT BE THE ONE
      *    WHO KEYED THE HIRE.
              INITIALIZE WS-MASTER-FOUND-FLAG
           END-IF.

      *    ANY ACTIVE DOCUMENT THAT HAS NOT RUN OUT WILL DO - PROOF
      *    OF CITIZENSHIP CARRIES NO EXPIRY DATE AT ALL.
       2260-CHECK-WORK-AUTHORIZATION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2260-CHECK-WORK-AUTHORIZATION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-WORK-AUTH-SCAN-FLAG.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE HVC-TARGET-EMPLOYEE-ID TO WAU-EMPLOYEE-ID.
           MOVE ZEROES TO WAU-DOCUMENT-NUM.

           EXEC CICS STARTBR
                FILE(APP-WRKAUTH-FILE-NAME)
                RIDFLD(WAU-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              SET END-OF-WORK-AUTH-SCAN TO TRUE
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2265-SCAN-NEXT-WORK-AUTH
              UNTIL END-OF-WORK-AUTH-SCAN OR WORK-AUTH-ON-FILE.

           EXEC CICS ENDBR
                FILE(APP-WRKAUTH-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2265-SCAN-NEXT-WORK-AUTH.
           EXEC CICS READNEXT
                FILE(APP-WRKAUTH-FILE-NAME)
                RIDFLD(WAU-KEY)
                INTO (WORK-AUTHORIZATION-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
           WHEN WAU-EMPLOYEE-ID IS NOT EQUAL TO HVC-TARGET-EMPLOYEE-ID
                SET END-OF-WORK-AUTH-SCAN TO TRUE
           WHEN NOT WAU-ST-ACTIVE
                CONTINUE
           WHEN WAU-NO-EXPIRY
           WHEN WAU-EXPIRY-DATE IS NOT LESS THAN WS-TODAY
                SET WORK-AUTH-ON-FILE TO TRUE
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       2400-STAMP-VERIFICATION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-STAMP-VERIFICATION' TO WS-DEBUG-AID.
           MOVE HVC-USER-ID TO SEC-USER-ID.
           MOVE EIBTRMID TO SEC-TERMINAL-ID.
           MOVE APP-HIRVRF-PROGRAM-NAME TO SEC-PROGRAM.
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

      *    TELL WHOEVER KEYED THE HIRE WHETHER IT WAS VERIFIED OR
      *    REJECTED - SEE 'ENTFWRT'. A NOTIFICATION FAILURE MUST NEVER
      *    BLOCK THE VERIFICATION ITSELF.
       7600-SEND-NOTIFICATION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '7600-SEND-NOTIFICATION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           SET NFA-WF-HIRE TO TRUE.
           MOVE HVF-EMPLOYEE-ID TO NFA-SUBJECT-EMP-ID.
           MOVE HVF-KEY TO NFA-ITEM-KEY.
           MOVE HVF-ENTERED-BY TO NFA-REQUESTED-BY.
           MOVE HVF-ENTERED-DATE TO NFA-REQUESTED-DATE.
           MOVE HVF-VERIFIED-BY TO NFA-ACTIONED-BY.
           MOVE APP-HIRVRF-PROGRAM-NAME TO NFA-SOURCE-PROGRAM.
           MOVE ZEROES TO NFA-SENT-COUNT.

           EXEC CICS LINK
                PROGRAM(APP-NOTIFY-PROGRAM-NAME)
                COMMAREA(NOTIFY-ARGUMENTS)
                LENGTH(LENGTH OF NOTIFY-ARGUMENTS)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *-----------------------------------------------------------------
       TRANSFER SECTION.
      *-----------------------------------------------------------------

           PERFORM 9200-RETURN-TO-CICS.

      *    LEAVE OUR CONTAINER ON THE CHANNEL FOR 'EWAUP' TO READ
      *    THE HIRE FROM, AND FOR OUR OWN RE-ENTRY ON ITS PF3.
       2700-TRANSFER-TO-WORK-AUTH.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2700-TRANSFER-TO-WORK-AUTH' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF EMPLIDL IS GREATER THAN ZERO AND EMPLIDI IS NUMERIC THEN
              MOVE EMPLIDI TO HVC-TARGET-EMPLOYEE-ID
           END-IF.

           IF HVC-TARGET-EMPLOYEE-ID IS EQUAL TO ZEROES THEN
              MOVE 'Validation Error: Enter An Employee ID!'
                 TO WS-MESSAGE
              MOVE -1 TO EMPLIDL
              EXIT PARAGRAPH
           END-IF.

           PERFORM 9150-PUT-ADMIN-CONTAINER.

           EXEC CICS XCTL
                PROGRAM(APP-WRKAUTH-PROGRAM-NAME)
                CHANNEL(APP-HIRVRF-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(INVREQ)
                MOVE 'Invalid Request!' TO WS-MESSAGE
           WHEN DFHRESP(PGMIDERR)
                MOVE 'Work Authorization Program Not Found!'
                   TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Transferring To Work Authorization!'
                   TO WS-MESSAGE
           END-EVALUATE.

      *-----------------------------------------------------------------
       ACTIVITY-MONITOR SECTION.
      *-----------------------------------------------------------------
                MOVE 'Error Putting Activity Monitor!' TO WS-MESSAGE
           END-EVALUATE.

      *-----------------------------------------------------------------
       RE-ENTRY SECTION.
      *-----------------------------------------------------------------

       5000-RE-ENTRY-FROM-WORK-AUTH.
      *    >>> DEBUGGING ONLY <<<
           MOVE '5000-RE-ENTRY-FROM-WORK-AUTH' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-WORKING-VARS.
           INITIALIZE EHVFMO.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

           MOVE 'Back From Work Authorization - Press Enter!'
              TO WS-MESSAGE.

      *    REDISPLAY THE HIRE THAT WAS ON SCREEN BEFORE PF6.
           IF HVC-TARGET-EMPLOYEE-ID IS GREATER THAN ZEROES THEN
              PERFORM 2150-LOOKUP-HIRE-DETAILS
           END-IF.

           PERFORM 9000-SEND-MAP-AND-RETURN.

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
                CHANNEL(APP-HIRVRF-CHANNEL-NAME)
                TRANSID(APP-HIRVRF-TRANSACTION-ID)
