      *        FRESH ONE FOR A DIFFERENT FROM-DATE INSTEAD.
      *      - REACHED FROM THE SELF-SERVICE PAGE ('ESELFP') BY PF
      *        KEY, OR DIRECTLY THROUGH ITS OWN 'ESRQ' TRANSACTION.
      *      - THE TYPE IS CHECKED AGAINST 'ELVTYPE' THE SAME WAY
      *        'ELRQP' CHECKS IT - ON FILE, NOT WITHDRAWN, AND NO
      *        LONGER THAN THE TYPE'S MAXIMUM DAYS PER ABSENCE.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *      - SELF-SERVICE LEAVE REQUEST MAPSET.
      *      - SELF-SERVICE LEAVE REQUEST CONTAINER.
      *      - LEAVE REQUEST FILE RECORD.
      *      - LEAVE TYPE RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - REGISTERED USERS.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - AUDIT TRAIL RECORD.
      *      - WORKFLOW NOTIFICATION ARGUMENTS.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ESRQCTR.
       COPY ELVREQ.
       COPY ELVDAYA.
       COPY ELVTYPE.
       COPY EMPMAST.
       COPY EREGUSR.
       COPY EMONCTR.
       COPY EAUDIT.
       COPY ENTFARG.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
      *
       01 WS-DISPLAY-FIELDS.
          05 WS-DAYSRQ-EDIT       PIC ZZ9.9.
          05 WS-MAXDAYS-EDIT      PIC ZZ9.9.
      *
       01 WS-DEBUG-AID            PIC X(45) VALUE SPACES.
      *
              EXIT PARAGRAPH
           END-IF.

      *    THE TYPE MUST BE ONE HR HAS SET UP ON 'ELVTYPE' AND NOT
      *    SINCE WITHDRAWN.
           MOVE FUNCTION UPPER-CASE(LVTYPEI) TO LVT-TYPE-CODE.

           EXEC CICS READ
                FILE(APP-LVTYPE-FILE-NAME)
                RIDFLD(LVT-KEY)
                INTO (LEAVE-TYPE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                MOVE 'Validation Error: Unknown Leave Type!'
                   TO WS-MESSAGE
                MOVE -1 TO LVTYPEL
                EXIT PARAGRAPH
           WHEN OTHER
                MOVE 'Error Reading Leave Type File!' TO WS-MESSAGE
                EXIT PARAGRAPH
           END-EVALUATE.

           IF NOT LVT-ACTIVE THEN
              MOVE 'Validation Error: That Leave Type Is Withdrawn!'
                 TO WS-MESSAGE
              MOVE -1 TO LVTYPEL
              EXIT PARAGRAPH

           MOVE LVD-WORKING-DAYS TO WS-DAYS-REQUESTED.

           IF LVT-MAX-DAYS-PER-INSTANCE IS GREATER THAN ZEROES AND
              WS-DAYS-REQUESTED IS GREATER THAN
              LVT-MAX-DAYS-PER-INSTANCE THEN
              MOVE LVT-MAX-DAYS-PER-INSTANCE TO WS-MAXDAYS-EDIT
              MOVE SPACES TO WS-MESSAGE
              STRING 'Validation Error: Type Allows At Most '
                 DELIMITED BY SIZE
                 WS-MAXDAYS-EDIT DELIMITED BY SIZE
                 ' Days At A Time!' DELIMITED BY SIZE
                 INTO WS-MESSAGE
              MOVE -1 TO TODTL
              EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           MOVE TODTI TO LRQ-TO-DATE.
           MOVE SRQ-USER-ID TO LRQ-REQUESTED-BY.
           MOVE WS-TODAY TO LRQ-REQUESTED-DATE.
           MOVE SPACES TO LRQ-ACTIONED-BY.
           MOVE SPACES TO LRQ-ACTIONED-FOR.
           MOVE SPACES TO LRQ-ACTIONED-DATE.
           MOVE SPACES TO LRQ-EVIDENCE-FLAG.
           MOVE SPACES TO LRQ-FED-FLAG.

           PERFORM 2360-WRITE-OR-REWRITE-REQUEST.

      *    TELL THE EMPLOYEE UP FRONT WHEN THEIR APPROVER WILL WANT TO
      *    SEE EVIDENCE FOR AN ABSENCE THIS LONG.
           IF NOT LVT-NO-EVIDENCE AND
              LRQ-DAYS-REQUESTED IS GREATER THAN
              LVT-EVIDENCE-AFTER-DAYS AND
              WS-MESSAGE IS EQUAL TO
              'Leave Request Submitted For Approval!' THEN
              MOVE SPACES TO WS-MESSAGE
              STRING 'Leave Request Submitted - Your Approver Needs '
                 DELIMITED BY SIZE
                 LVT-EVIDENCE-REQUIRED DELIMITED BY '  '
                 '!' DELIMITED BY SIZE
                 INTO WS-MESSAGE
           END-IF.

       2360-WRITE-OR-REWRITE-REQUEST.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2360-WRITE-OR-REWRITE-REQUEST' TO WS-DEBUG-AID.
              MOVE SRQ-USER-ID TO LRQ-REQUESTED-BY
              MOVE WS-TODAY TO LRQ-REQUESTED-DATE
              MOVE SPACES TO LRQ-ACTIONED-BY
              MOVE SPACES TO LRQ-ACTIONED-FOR
              MOVE SPACES TO LRQ-ACTIONED-DATE
              MOVE SPACES TO LRQ-EVIDENCE-FLAG
              MOVE SPACES TO LRQ-FED-FLAG

              EXEC CICS REWRITE
                   FILE(APP-LVREQ-FILE-NAME)
                   MOVE LEAVE-REQUEST-RECORD TO WS-AUD-AFTER-IMAGE
                   MOVE APP-LVREQ-FILE-NAME TO WS-AUD-FILE-NAME
                   PERFORM 7500-WRITE-SATELLITE-AUDIT
                   SET NFA-EV-SUBMITTED TO TRUE
                   PERFORM 7600-SEND-NOTIFICATION
              WHEN OTHER
                   MOVE 'Error Updating Leave Request!' TO WS-MESSAGE
              END-EVALUATE
                   MOVE LEAVE-REQUEST-RECORD TO WS-AUD-AFTER-IMAGE
                   MOVE APP-LVREQ-FILE-NAME TO WS-AUD-FILE-NAME
                   PERFORM 7500-WRITE-SATELLITE-AUDIT
                   SET NFA-EV-SUBMITTED TO TRUE
                   PERFORM 7600-SEND-NOTIFICATION
              WHEN DFHRESP(DUPREC)
      *            SOMEONE RAISED IT BETWEEN OUR READ AND OUR WRITE -
      *            REDISPLAY RATHER THAN BLINDLY REPLACE.
           MOVE SPACES TO WS-AUD-BEFORE-IMAGE.
           MOVE SPACES TO WS-AUD-AFTER-IMAGE.

      *-----------------------------------------------------------------
       NOTIFICATION SECTION.
      *-----------------------------------------------------------------

      *    TELL THE EMPLOYEE'S MANAGER THERE IS A REQUEST WAITING -
      *    SEE 'ENTFWRT'. A NOTIFICATION FAILURE MUST NEVER BLOCK THE
      *    SUBMISSION ITSELF.
       7600-SEND-NOTIFICATION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '7600-SEND-NOTIFICATION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           SET NFA-WF-LEAVE TO TRUE.
           MOVE LRQ-EMPLOYEE-ID TO NFA-SUBJECT-EMP-ID.
           MOVE LRQ-KEY TO NFA-ITEM-KEY.
           MOVE LRQ-REQUESTED-BY TO NFA-REQUESTED-BY.
           MOVE LRQ-REQUESTED-DATE TO NFA-REQUESTED-DATE.
           MOVE LRQ-ACTIONED-BY TO NFA-ACTIONED-BY.
           MOVE APP-SELFREQ-PROGRAM-NAME TO NFA-SOURCE-PROGRAM.
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
                CHANNEL(APP-SELFREQ-CHANNEL-NAME)
                TRANSID(APP-SELFREQ-TRANSACTION-ID)
