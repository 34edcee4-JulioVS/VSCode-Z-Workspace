      *      - REGISTERED USERS.
      *      - DEPARTMENT MASTER.
      *      - AUDIT TRAIL RECORD.
      *      - WORKFLOW NOTIFICATION ARGUMENTS.
      *      - CODE TABLE LOOKUP ARGUMENTS.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY EEMPSIT.
       COPY EREQSTN.
       COPY EHIRVRF.
       COPY EBIRTHD.
       COPY EGOVID.
       COPY ENTFARG.
       COPY ECODARG.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
          05 WS-REHIRE-EMPLOYEE-ID PIC 9(8).
          05 WS-SAVED-EMPLOYEE-RECORD PIC X(268).
          05 WS-AUDIT-BEFORE-RECORD PIC X(268) VALUE SPACES.
          05 WS-MINIMUM-AGE-DATE  PIC 9(8)  VALUE ZEROES.
      *
       01 WS-VALIDATION-FLAG      PIC X(1)  VALUE SPACES.
          88 VALIDATION-PASSED              VALUE 'Y'.
       01 WS-NEAR-MATCH-WORK.
          05 WS-NAME-PREFIX          PIC X(38) VALUE SPACES.
          05 WS-NAME-PREFIX-LEN      PIC 9(2)  USAGE IS BINARY.
      *
      *    GOVERNMENT ID WORK AREA - THE NUMBER MUST BE WELL-FORMED
      *    AND NOT HELD BY ANYONE STILL ON THE BOOKS. ONE LEFT BEHIND
      *    BY A PURGED EMPLOYEE IS FREE AGAIN, AND ITS OLD 'EGOVID'
      *    RECORD IS DROPPED WHEN THE NEW ONE IS WRITTEN.
       01 WS-GOVID-WORK.
          05 WS-GOVID-LENGTH         PIC 9(2)  USAGE IS BINARY.
          05 WS-GOVID-SPACES         PIC 9(2)  USAGE IS BINARY.
          05 WS-GOVID-CHARACTERS     PIC X(15) VALUE SPACES.
          05 WS-GOVID-ORPHAN-ID      PIC 9(8)  VALUE ZEROES.
          05 WS-GOVID-FLAG           PIC X(1)  VALUE SPACES.
             88 GOVID-AVAILABLE                VALUE 'Y'.
             88 GOVID-REJECTED                 VALUE 'N'.
      *
       01 WS-FILE-FLAG            PIC X(1)  VALUE SPACES.
          88 END-OF-FILE                    VALUE 'E'.
              MOVE FUNCTION UPPER-CASE(SITEIDI) TO ADD-SITE-ID
           END-IF.

      *    DATE OF BIRTH - SAME 10-CHAR DEEDIT TRIM AS THE START DATE.
           IF BRTHDTL IS GREATER THAN ZERO THEN
              EXEC CICS BIF DEEDIT
                   FIELD(BRTHDTI)
                   LENGTH(LENGTH OF BRTHDTI)
                   END-EXEC
              MOVE BRTHDTI(3:8) TO ADD-BIRTH-DATE
           END-IF.

      *    GOVERNMENT ID - UPPER CASE, LEADING BLANKS DROPPED.
           IF GOVIDL IS GREATER THAN ZERO THEN
              IF GOVIDI IS EQUAL TO SPACES THEN
                 MOVE SPACES TO ADD-GOVT-ID
              ELSE
                 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(GOVIDI))
                    TO ADD-GOVT-ID
              END-IF
           END-IF.

      *    ADD THE LOGGED-IN USER'S DEPARTMENT ID TO THE RECORD.
           MOVE ADD-DEPARTMENT-ID TO EMP-DEPARTMENT-ID.

              EXIT PARAGRAPH
           END-IF.

      *    DATE OF BIRTH - REQUIRED, A REAL CALENDAR DATE, AND OLD
      *    ENOUGH: THE MINIMUM-AGE BIRTHDAY MUST FALL ON OR BEFORE
      *    THE START DATE ('EHIRLOAD' APPLIES THE SAME RULE).
           IF ADD-BIRTH-DATE IS NOT NUMERIC THEN
              MOVE 'Validation Error: Date of Birth is required!'
                 TO WS-MESSAGE
              MOVE -1 TO BRTHDTL
              EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD(
                 FUNCTION NUMVAL(ADD-BIRTH-DATE)) IS NOT EQUAL TO 0
              MOVE 'Validation Error: Date of Birth is not a date!'
                 TO WS-MESSAGE
              MOVE -1 TO BRTHDTL
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-MINIMUM-AGE-DATE =
              FUNCTION NUMVAL(ADD-BIRTH-DATE)
            + APP-MINIMUM-HIRE-AGE * 10000.

           IF EMP-START-DATE IS NOT NUMERIC OR
              FUNCTION NUMVAL(EMP-START-DATE) < WS-MINIMUM-AGE-DATE
              MOVE 'Validation Error: Under Minimum Working Age!'
                 TO WS-MESSAGE
              MOVE -1 TO BRTHDTL
              EXIT PARAGRAPH
           END-IF.

      *    GOVERNMENT ID - REQUIRED, LETTERS AND DIGITS ONLY WITH NO
      *    EMBEDDED BLANKS, AT LEAST 'APP-GOVID-MINIMUM-LENGTH' LONG,
      *    AND NOT ALREADY HELD BY A CURRENT EMPLOYEE ('EHIRLOAD'
      *    APPLIES THE SAME RULES).
           IF ADD-GOVT-ID IS EQUAL TO SPACES THEN
              MOVE 'Validation Error: Government ID is required!'
                 TO WS-MESSAGE
              MOVE -1 TO GOVIDL
              EXIT PARAGRAPH
           END-IF.

           MOVE ZEROES TO WS-GOVID-SPACES.
           COMPUTE WS-GOVID-LENGTH =
              FUNCTION LENGTH(FUNCTION TRIM(ADD-GOVT-ID TRAILING)).
           INSPECT ADD-GOVT-ID(1:WS-GOVID-LENGTH)
              TALLYING WS-GOVID-SPACES FOR ALL SPACES.
           MOVE ADD-GOVT-ID TO WS-GOVID-CHARACTERS.
           INSPECT WS-GOVID-CHARACTERS
              CONVERTING 'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'
                      TO SPACES.

           IF WS-GOVID-LENGTH IS LESS THAN APP-GOVID-MINIMUM-LENGTH OR
              WS-GOVID-SPACES IS GREATER THAN ZERO OR
              WS-GOVID-CHARACTERS IS NOT EQUAL TO SPACES THEN
              MOVE 'Validation Error: Government ID Is Not Valid!'
                 TO WS-MESSAGE
              MOVE -1 TO GOVIDL
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2195-CHECK-GOVERNMENT-ID.
           IF GOVID-REJECTED THEN
              MOVE -1 TO GOVIDL
              EXIT PARAGRAPH
           END-IF.

      *    A BLANK TYPE IS FINE - IT READS AS FULL-TIME, 1.00 WHEN
      *    THE SATELLITE RECORD IS WRITTEN. ONLY A KEYED VALUE MUST
      *    MAKE SENSE - A CURRENT 'EMPTYPE' CODE, OR ONE OF THE
      *    BUILT-IN TYPES WHILE THAT TABLE IS NOT SET UP.
           MOVE ADD-EMPLOYMENT-TYPE TO ETY-TYPE-CODE.
           IF ADD-EMPLOYMENT-TYPE IS NOT EQUAL TO SPACES THEN
              INITIALIZE CODE-LOOKUP-ARGUMENTS
              MOVE APP-CT-EMPLOYMENT-TYPE TO CLA-TABLE-ID
              MOVE ADD-EMPLOYMENT-TYPE TO CLA-CODE
              PERFORM 2190-LOOKUP-CODE
              IF CLA-TABLE-UNAVAILABLE THEN
                 IF NOT ETY-TYPE-VALID THEN
                    MOVE 'Validation Error: Type Not FT/PT/TM/SE/CT!'
                       TO WS-MESSAGE
                    MOVE -1 TO EMPTYPL
                    EXIT PARAGRAPH
                 END-IF
              ELSE
                 IF NOT CLA-CODE-VALID THEN
                    MOVE 'Validation Error: Not A Current Type!'
                       TO WS-MESSAGE
                    MOVE -1 TO EMPTYPL
                    EXIT PARAGRAPH
                 END-IF
              END-IF
           END-IF.

           IF ADD-FTE-FACTOR IS GREATER THAN 1.00 THEN
           END-IF.
           MOVE ZEROES TO WS-CICS-RESPONSE.

      *    CHECK/DECODE A BUSINESS CODE AGAINST ITS 'ECODTBL' TABLE -
      *    THE CALLER FILLS IN 'CLA-TABLE-ID' AND 'CLA-CODE'. IF THE
      *    LOOKUP CANNOT BE MADE THE TABLE COUNTS AS NOT SET UP, AND
      *    THE CALLER FALLS BACK TO ITS OWN LIST.
       2190-LOOKUP-CODE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2190-LOOKUP-CODE' TO WS-DEBUG-AID.
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

      *    THE NUMBER IS KEYED ONCE PER PERSON - IF IT IS ALREADY ON
      *    'EGOVID', ITS HOLDER DECIDES WHAT HAPPENS: A CURRENT (OR
      *    PENDING) EMPLOYEE MEANS A DUPLICATE; A DELETED ONE MEANS
      *    THIS HIRE IS REALLY THAT PERSON COMING BACK, SO IT GOES
      *    DOWN THE REHIRE PATH; ONE NO LONGER ON THE MASTER AT ALL
      *    LEFT THE NUMBER BEHIND WHEN PURGED, SO IT IS FREE AGAIN.
       2195-CHECK-GOVERNMENT-ID.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2195-CHECK-GOVERNMENT-ID' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-GOVID-FLAG.
           MOVE ZEROES TO WS-GOVID-ORPHAN-ID.
           MOVE ADD-GOVT-ID TO GOV-ID-NUMBER.

           EXEC CICS READ
                FILE(APP-GOVID-PATH-NAME)
                RIDFLD(GOV-ID-NUMBER)
                INTO (GOVERNMENT-ID-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                PERFORM 2196-CHECK-REHIRE-GOVT-ID
                EXIT PARAGRAPH
           WHEN OTHER
                MOVE 'Error Reading Government ID File!' TO WS-MESSAGE
                SET GOVID-REJECTED TO TRUE
                EXIT PARAGRAPH
           END-EVALUATE.

      *    THE SAME PERSON THE NAME CHECK IS ALREADY REHIRING.
           IF PRIMARY-NAME-REHIRE AND
              GOV-EMPLOYEE-ID IS EQUAL TO WS-REHIRE-EMPLOYEE-ID THEN
              SET GOVID-AVAILABLE TO TRUE
              EXIT PARAGRAPH
           END-IF.

      *    LOOK UP THE HOLDER, KEEPING THE ENTERED FIELDS ASIDE.
           MOVE EMPLOYEE-MASTER-RECORD TO WS-SAVED-EMPLOYEE-RECORD.
           MOVE GOV-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                RIDFLD(EMP-EMPLOYEE-ID)
                INTO (EMPLOYEE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NOTFND)
                MOVE GOV-EMPLOYEE-ID TO WS-GOVID-ORPHAN-ID
                PERFORM 2196-CHECK-REHIRE-GOVT-ID
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                MOVE 'Error Reading Employee Master File!'
                   TO WS-MESSAGE
                SET GOVID-REJECTED TO TRUE
           WHEN NOT EMP-DELETED
                MOVE 'Validation Error: Government ID Already On File!'
                   TO WS-MESSAGE
                SET GOVID-REJECTED TO TRUE
           WHEN PRIMARY-NAME-REHIRE
                MOVE 'Validation Error: ID Held By Another Ex-Employee!'
                   TO WS-MESSAGE
                SET GOVID-REJECTED TO TRUE
           WHEN OTHER
                MOVE GOV-EMPLOYEE-ID TO WS-REHIRE-EMPLOYEE-ID
                SET PRIMARY-NAME-REHIRE TO TRUE
                MOVE 'Government ID Matches Former Employee - Rehire!'
                   TO WS-MESSAGE
                SET GOVID-AVAILABLE TO TRUE
           END-EVALUATE.

           MOVE WS-SAVED-EMPLOYEE-RECORD TO EMPLOYEE-MASTER-RECORD.

      *    A FORMER EMPLOYEE COMING BACK MUST BRING THE NUMBER THEY
      *    LEFT WITH - ONE ALREADY ON FILE FOR THEM THAT DIFFERS IS A
      *    MIS-KEY (OR THE WRONG PERSON), NOT A CORRECTION.
       2196-CHECK-REHIRE-GOVT-ID.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2196-CHECK-REHIRE-GOVT-ID' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           SET GOVID-AVAILABLE TO TRUE.
           IF NOT PRIMARY-NAME-REHIRE THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-REHIRE-EMPLOYEE-ID TO GOV-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-GOVID-FILE-NAME)
                RIDFLD(GOV-EMPLOYEE-ID)
                INTO (GOVERNMENT-ID-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              GOV-ID-NUMBER IS NOT EQUAL TO ADD-GOVT-ID THEN
              MOVE 'Validation Error: Former Employee Has Another ID!'
                 TO WS-MESSAGE
              SET GOVID-REJECTED TO TRUE
           END-IF.

       2300-TRANSFER-BACK-TO-MENU.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2300-TRANSFER-BACK-TO-MENU' TO WS-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE ADD-EMPLOYEE-RECORD.
           INITIALIZE ADD-BIRTH-DATE.
           INITIALIZE ADD-GOVT-ID.
           INITIALIZE EMPLOYEE-MASTER-RECORD.
           INITIALIZE EADDMO.
           MOVE -1 TO PRNAMEL.
      *         RECORD THE EMPLOYMENT TYPE AND FTE FACTOR.
                PERFORM 3950-RECORD-EMPLOYMENT-TYPE

      *         RECORD THE DATE OF BIRTH ON THE PROTECTED FILE.
                PERFORM 3940-RECORD-BIRTH-DATE

      *         AND THE GOVERNMENT ID NUMBER, ON ITS OWN.
                PERFORM 3930-RECORD-GOVERNMENT-ID

      *         RECORD THE WORK SITE ASSIGNMENT, IF ONE WAS KEYED.
                PERFORM 3970-RECORD-SITE-ASSIGNMENT

      *              A REHIRE SERVES A FRESH PROBATION TOO.
                     PERFORM 3800-OPEN-PROBATION
                     PERFORM 3950-RECORD-EMPLOYMENT-TYPE
                     PERFORM 3940-RECORD-BIRTH-DATE
                     PERFORM 3930-RECORD-GOVERNMENT-ID
                     PERFORM 3970-RECORD-SITE-ASSIGNMENT
                     PERFORM 3990-CONSUME-REQUISITION
                WHEN OTHER
              MOVE 'Error Resetting Probation Record!' TO WS-MESSAGE
           END-IF.

       3930-RECORD-GOVERNMENT-ID.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3930-RECORD-GOVERNMENT-ID' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A NUMBER LEFT BEHIND BY A PURGED EMPLOYEE GOES FIRST.
           IF WS-GOVID-ORPHAN-ID IS GREATER THAN ZERO THEN
              EXEC CICS DELETE
                   FILE(APP-GOVID-FILE-NAME)
                   RIDFLD(WS-GOVID-ORPHAN-ID)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           INITIALIZE GOVERNMENT-ID-RECORD.
           MOVE EMP-EMPLOYEE-ID TO GOV-EMPLOYEE-ID.
           MOVE ADD-GOVT-ID TO GOV-ID-NUMBER.
           MOVE ADD-USER-ID TO GOV-RECORDED-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO GOV-RECORDED-DATE.

           EXEC CICS WRITE
                FILE(APP-GOVID-FILE-NAME)
                RIDFLD(GOV-EMPLOYEE-ID)
                FROM (GOVERNMENT-ID-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(DUPREC)
      *         A REHIRE STILL CARRIES THE OLD STINT'S RECORD -
      *         REPLACE IT WITH THE NUMBER JUST KEYED.
                PERFORM 3935-RESET-GOVERNMENT-ID
           WHEN OTHER
                MOVE 'Error Recording Government ID!' TO WS-MESSAGE
           END-EVALUATE.

       3935-RESET-GOVERNMENT-ID.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3935-RESET-GOVERNMENT-ID' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    NOTHING ON FILE FOR THIS EMPLOYEE MEANS THE DUPLICATE WAS
      *    THE NUMBER ITSELF - TAKEN BY ANOTHER HIRE SINCE VALIDATION.
           EXEC CICS READ
                FILE(APP-GOVID-FILE-NAME)
                RIDFLD(GOV-EMPLOYEE-ID)
                INTO (GOVERNMENT-ID-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Recording Government ID - Already On File!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           MOVE ADD-GOVT-ID TO GOV-ID-NUMBER.
           MOVE ADD-USER-ID TO GOV-RECORDED-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO GOV-RECORDED-DATE.

           EXEC CICS REWRITE
                FILE(APP-GOVID-FILE-NAME)
                FROM (GOVERNMENT-ID-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Resetting Government ID!' TO WS-MESSAGE
           END-IF.

       3940-RECORD-BIRTH-DATE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3940-RECORD-BIRTH-DATE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE BIRTH-DATE-RECORD.
           MOVE EMP-EMPLOYEE-ID TO BTH-EMPLOYEE-ID.
           MOVE ADD-BIRTH-DATE TO BTH-BIRTH-DATE.
           MOVE ADD-USER-ID TO BTH-RECORDED-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BTH-RECORDED-DATE.

           EXEC CICS WRITE
                FILE(APP-BIRTHDT-FILE-NAME)
                RIDFLD(BTH-EMPLOYEE-ID)
                FROM (BIRTH-DATE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(DUPREC)
      *         A REHIRE STILL CARRIES THE OLD STINT'S RECORD -
      *         REPLACE IT WITH THE DATE JUST KEYED.
                PERFORM 3945-RESET-BIRTH-DATE
           WHEN OTHER
                MOVE 'Error Recording Date of Birth!' TO WS-MESSAGE
           END-EVALUATE.

       3945-RESET-BIRTH-DATE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3945-RESET-BIRTH-DATE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READ
                FILE(APP-BIRTHDT-FILE-NAME)
                RIDFLD(BTH-EMPLOYEE-ID)
                INTO (BIRTH-DATE-RECORD)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Reading Date of Birth For Update!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           MOVE ADD-BIRTH-DATE TO BTH-BIRTH-DATE.
           MOVE ADD-USER-ID TO BTH-RECORDED-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BTH-RECORDED-DATE.

           EXEC CICS REWRITE
                FILE(APP-BIRTHDT-FILE-NAME)
                FROM (BIRTH-DATE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Resetting Date of Birth!' TO WS-MESSAGE
           END-IF.

       3950-RECORD-EMPLOYMENT-TYPE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3950-RECORD-EMPLOYMENT-TYPE' TO WS-DEBUG-AID.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                SET NFA-EV-SUBMITTED TO TRUE
                PERFORM 7600-SEND-NOTIFICATION
           WHEN DFHRESP(DUPREC)
                PERFORM 3986-RESET-HIRE-VERIFY
           WHEN OTHER
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              SET NFA-EV-SUBMITTED TO TRUE
              PERFORM 7600-SEND-NOTIFICATION
           ELSE
              MOVE 'Error Resetting Hire Verification!' TO WS-MESSAGE
           END-IF.

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
       NOTIFICATION SECTION.
      *-----------------------------------------------------------------

      *    TELL THE HIRE'S MANAGER (OR, FAILING THAT, THE
      *    ADMINISTRATORS) A NEW HIRE IS WAITING FOR THEM ON 'EHVFP' -
      *    SEE 'ENTFWRT'. A NOTIFICATION FAILURE MUST NEVER BLOCK THE
      *    HIRE ITSELF.
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
           MOVE APP-ADD-PROGRAM-NAME TO NFA-SOURCE-PROGRAM.
           MOVE ZEROES TO NFA-SENT-COUNT.

           EXEC CICS LINK
                PROGRAM(APP-NOTIFY-PROGRAM-NAME)
                COMMAREA(NOTIFY-ARGUMENTS)
                LENGTH(LENGTH OF NOTIFY-ARGUMENTS)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *-----------------------------------------------------------------
       EXIT-ROUTE SECTION.
      *-----------------------------------------------------------------
                CURSOR
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4400-LOG-RESPONSE-TIME.
      *    >>> --------------------- <<<

           EXEC CICS RETURN
                CHANNEL(APP-ADD-CHANNEL-NAME)
                TRANSID(APP-ADD-TRANSACTION-ID)
           IF ADD-SITE-ID IS NOT EQUAL TO SPACES THEN
              MOVE ADD-SITE-ID TO SITEIDO
           END-IF.
      *    THE ADD SCREEN IS WHERE THE DATE IS KEYED, SO IT ECHOES
      *    BACK UNMASKED TO THE USER WHO JUST ENTERED IT.
           IF ADD-BIRTH-DATE IS NOT EQUAL TO SPACES THEN
              MOVE ADD-BIRTH-DATE TO WS-INPUT-DATE
              MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE
              MOVE WS-OUTPUT-DATE TO BRTHDTO
           END-IF.
      *    LIKEWISE THE GOVERNMENT ID - IT IS ONLY EVER MASKED ONCE
      *    IT IS ON FILE.
           IF ADD-GOVT-ID IS NOT EQUAL TO SPACES THEN
              MOVE ADD-GOVT-ID TO GOVIDO
           END-IF.

           MOVE WS-MESSAGE TO MESSO.

