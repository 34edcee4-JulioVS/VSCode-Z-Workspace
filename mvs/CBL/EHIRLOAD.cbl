      *        OF THE 'WRITE'/'REWRITE' AGAINST 'EMPMAST' SO HR CAN GET
      *        A CLEAN ERROR LIST BEFORE ANY HIRE IS ACTUALLY COMMITTED.
      *        'N' (OR A MISSING CARD) RUNS A NORMAL LOAD.
      *      - AN INPUT RECORD THAT NAMES ITS REQUISITION (AS THOSE
      *        'ECANHIR' WRITES FROM ACCEPTED OFFERS DO) FILLS THAT
      *        OPENING RATHER THAN THE DEPARTMENT'S OLDEST, AND THE
      *        NEW EMPLOYEE ID IS STAMPED BACK ON THE 'ECANDID'
      *        CANDIDATE IT CAME FROM (SEE 'ENEWHIR').
      *      - EVERY INPUT RECORD MUST CARRY A VALID DATE OF BIRTH,
      *        AND A HIRE UNDER 'APP-MINIMUM-HIRE-AGE' ON ITS START
      *        DATE IS REJECTED - THE SAME RULE 'EADDP' APPLIES. THE
      *        DATE IS KEPT ON THE PROTECTED 'EBIRTHD' FILE, NEVER ON
      *        'EMPMAST'.
      *      - SO MUST A WELL-FORMED GOVERNMENT ID NUMBER, KEPT ON THE
      *        PROTECTED 'EGOVID' FILE. A NUMBER ALREADY HELD BY A
      *        CURRENT EMPLOYEE (OR BY AN EARLIER HIRE IN THIS RUN) IS
      *        REJECTED; ONE HELD BY A FORMER EMPLOYEE MAKES THE HIRE
      *        A REHIRE OF THAT PERSON, THE SAME AS A MATCHING DELETED
      *        PRIMARY NAME - THE SAME RULES 'EADDP' APPLIES. THE FILE
      *        OPENS EVEN IN DRY-RUN MODE, SINCE THE CHECK READS IT.
      *      - THE EMPLOYMENT TYPE IS CHECKED AGAINST THE 'EMPTYPE'
      *        CODE TABLE (VIA 'ECODDEC') - THE SAME LIST 'EADDP' USES.
      *        UNTIL THAT TABLE IS SET UP THE BUILT-IN TYPES STAND.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                RECORD KEY IS RQN-KEY
                FILE STATUS IS WS-EREQSTN-STATUS.

           SELECT ECANDID-FILE ASSIGN TO ECANDID
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CND-KEY
                FILE STATUS IS WS-ECANDID-STATUS.

           SELECT EBIRTHD-FILE ASSIGN TO EBIRTHD
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BTH-EMPLOYEE-ID
                FILE STATUS IS WS-EBIRTHD-STATUS.

           SELECT EGOVID-FILE ASSIGN TO EGOVID
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS GOV-EMPLOYEE-ID
                ALTERNATE RECORD KEY IS GOV-ID-NUMBER
                FILE STATUS IS WS-EGOVID-STATUS.

           SELECT EEMPTYP-FILE ASSIGN TO EEMPTYP
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
       FILE SECTION.
       FD  NEWHIRE-FILE
           RECORDING MODE IS F.
       COPY ENEWHIR.

       FD  EMPMAST-FILE.
       COPY EMPMAST.
       FD  EREQSTN-FILE.
       COPY EREQSTN.

       FD  ECANDID-FILE.
       COPY ECANDID.

       FD  EBIRTHD-FILE.
       COPY EBIRTHD.

       FD  EGOVID-FILE.
       COPY EGOVID.

       FD  EPROBTN-FILE.
       COPY EPROBTN.

             88 EEMPTYP-DUPLICATE               VALUE '22'.
          05 WS-EREQSTN-STATUS        PIC X(2).
             88 EREQSTN-OK                      VALUE '00'.
          05 WS-ECANDID-STATUS        PIC X(2).
             88 ECANDID-OK                      VALUE '00'.
          05 WS-EBIRTHD-STATUS        PIC X(2).
             88 EBIRTHD-OK                      VALUE '00'.
             88 EBIRTHD-DUPLICATE               VALUE '22'.
          05 WS-EGOVID-STATUS         PIC X(2).
             88 EGOVID-OK                       VALUE '00'.
             88 EGOVID-DUPLICATE                VALUE '22'.
          05 WS-MINIMUM-AGE-DATE      PIC 9(8)  VALUE ZEROES.
          05 WS-HIRE-GOVT-ID          PIC X(15) VALUE SPACES.
          05 WS-GOVID-LENGTH          PIC 9(2)  USAGE IS BINARY.
          05 WS-GOVID-SPACES          PIC 9(2)  USAGE IS BINARY.
          05 WS-GOVID-CHARACTERS      PIC X(15) VALUE SPACES.
          05 WS-GOVID-ORPHAN-ID       PIC 9(8)  VALUE ZEROES.
          05 WS-RQN-SCAN-FLAG         PIC X(1)  VALUE 'N'.
             88 END-OF-RQN-SCAN                 VALUE 'Y'.
          05 WS-RQN-FOUND-FLAG        PIC X(1)  VALUE SPACES.
             10 WS-MN-EMPLOYEE-ID     PIC 9(8).
             10 WS-MN-DELETE-FLAG     PIC X(1).

      *    NAMES (AND GOVERNMENT IDS) SUCCESSFULLY ADDED OR REHIRED SO
      *    FAR IN THIS RUN, SO A LATER DUPLICATE WITHIN THE SAME BATCH
      *    IS CAUGHT EVEN IN DRY-RUN MODE, WHEN THE EARLIER RECORD WAS
      *    NEVER ACTUALLY WRITTEN TO 'EMPMAST' FOR
      *    '2200-CHECK-PRIMARY-NAME' TO FIND.
       01 WS-RUN-NAME-TABLE.
          05 WS-RUN-NAME-COUNT        PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
                                                 VALUE ZEROES.
          05 WS-RUN-NAME-ENTRY OCCURS 9999 TIMES.
             10 WS-RUN-NAME           PIC X(38).
             10 WS-RUN-GOVT-ID        PIC X(15).

       01 WS-REPORT-HEADING.
          05 WS-RPT-HEADING-TEXT      PIC X(49)
      ******************************************************************
       COPY ERUNARG.
      ******************************************************************
      *   APPLICATION CONSTANTS (MINIMUM HIRE AGE).
      ******************************************************************
       COPY ECONST.
      ******************************************************************
      *   REPORT REPOSITORY DEPOSIT ARGUMENTS (SEE 'ERPTSTO').
      ******************************************************************
       COPY ERPTARG.
      ******************************************************************
      *   CODE TABLE LOOKUP ARGUMENTS (SEE 'ECODDEC').
      ******************************************************************
       COPY ECODARG.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
                    WS-EREQSTN-STATUS
                 STOP RUN
              END-IF
              OPEN I-O ECANDID-FILE
              IF NOT ECANDID-OK
                 DISPLAY 'EHIRLOAD - UNABLE TO OPEN ECANDID, STATUS='
                    WS-ECANDID-STATUS
                 STOP RUN
              END-IF
              OPEN I-O EBIRTHD-FILE
              IF NOT EBIRTHD-OK
                 DISPLAY 'EHIRLOAD - UNABLE TO OPEN EBIRTHD, STATUS='
                    WS-EBIRTHD-STATUS
                 STOP RUN
              END-IF
           END-IF.

      *    THE GOVERNMENT ID CHECK READS 'EGOVID' FOR EVERY HIRE, SO
      *    IT OPENS EVEN IN DRY-RUN MODE, WHEN IT IS NEVER WRITTEN.
           OPEN I-O EGOVID-FILE.
           IF NOT EGOVID-OK
              DISPLAY 'EHIRLOAD - UNABLE TO OPEN EGOVID, STATUS='
                 WS-EGOVID-STATUS
              STOP RUN
           END-IF.

           IF DRY-RUN-MODE
              PERFORM 2200-CHECK-PRIMARY-NAME
           END-IF.

           IF HIRE-VALID THEN
              PERFORM 2230-CHECK-GOVERNMENT-ID
           END-IF.

           IF HIRE-VALID THEN
              PERFORM 2240-CHECK-JOB-TITLE
           END-IF.
              EXIT PARAGRAPH
           END-IF.

      *    DATE OF BIRTH - REQUIRED, A REAL CALENDAR DATE, AND OLD
      *    ENOUGH: THE MINIMUM-AGE BIRTHDAY MUST FALL ON OR BEFORE
      *    THE START DATE.
           IF NHL-BIRTH-DATE IS NOT NUMERIC THEN
              MOVE 'Date of Birth is Required' TO WS-REJECT-REASON
              SET HIRE-REJECTED TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD(
                 FUNCTION NUMVAL(NHL-BIRTH-DATE)) IS NOT EQUAL TO 0
              MOVE 'Bad Date of Birth' TO WS-REJECT-REASON
              SET HIRE-REJECTED TO TRUE
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-MINIMUM-AGE-DATE =
              FUNCTION NUMVAL(NHL-BIRTH-DATE)
            + APP-MINIMUM-HIRE-AGE * 10000.

           IF EMP-START-DATE IS NOT NUMERIC OR
              FUNCTION NUMVAL(EMP-START-DATE) < WS-MINIMUM-AGE-DATE
              MOVE 'Under Minimum Working Age' TO WS-REJECT-REASON
              SET HIRE-REJECTED TO TRUE
              EXIT PARAGRAPH
           END-IF.

      *    GOVERNMENT ID - REQUIRED, LETTERS AND DIGITS ONLY WITH NO
      *    EMBEDDED BLANKS, AND AT LEAST 'APP-GOVID-MINIMUM-LENGTH'
      *    LONG. WHETHER IT IS ALREADY HELD IS '2230'S QUESTION.
           IF NHL-GOVT-ID IS EQUAL TO SPACES THEN
              MOVE 'Government ID is Required' TO WS-REJECT-REASON
              SET HIRE-REJECTED TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(NHL-GOVT-ID))
              TO WS-HIRE-GOVT-ID.
           MOVE ZEROES TO WS-GOVID-SPACES.
           COMPUTE WS-GOVID-LENGTH =
              FUNCTION LENGTH(FUNCTION TRIM(WS-HIRE-GOVT-ID TRAILING)).
           INSPECT WS-HIRE-GOVT-ID(1:WS-GOVID-LENGTH)
              TALLYING WS-GOVID-SPACES FOR ALL SPACES.
           MOVE WS-HIRE-GOVT-ID TO WS-GOVID-CHARACTERS.
           INSPECT WS-GOVID-CHARACTERS
              CONVERTING 'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'
                      TO SPACES.

           IF WS-GOVID-LENGTH IS LESS THAN APP-GOVID-MINIMUM-LENGTH OR
              WS-GOVID-SPACES IS GREATER THAN ZERO OR
              WS-GOVID-CHARACTERS IS NOT EQUAL TO SPACES THEN
              MOVE 'Bad Government ID' TO WS-REJECT-REASON
              SET HIRE-REJECTED TO TRUE
              EXIT PARAGRAPH
           END-IF.

      *    EMPLOYMENT TYPE AND FTE FACTOR - BLANKS DEFAULT TO A
      *    FULL-TIMER *BEFORE* THE VALIDITY TEST (LEGACY DECKS HAVE
      *    NOTHING IN THESE COLUMNS), ANYTHING ELSE MUST MAKE SENSE.

           MOVE WS-NEW-EMPLOYMENT-TYPE TO ETY-TYPE-CODE.

           INITIALIZE CODE-LOOKUP-ARGUMENTS.
           SET CLA-ACTION-LOOKUP TO TRUE.
           MOVE APP-CT-EMPLOYMENT-TYPE TO CLA-TABLE-ID.
           MOVE WS-NEW-EMPLOYMENT-TYPE TO CLA-CODE.
           CALL 'ECODDEC' USING CODE-LOOKUP-ARGUMENTS.

           IF CLA-TABLE-UNAVAILABLE THEN
              IF NOT ETY-TYPE-VALID THEN
                 MOVE 'Bad Employment Type' TO WS-REJECT-REASON
                 SET HIRE-REJECTED TO TRUE
                 EXIT PARAGRAPH
              END-IF
           ELSE
              IF NOT CLA-CODE-VALID THEN
                 MOVE 'Bad Employment Type' TO WS-REJECT-REASON
                 SET HIRE-REJECTED TO TRUE
                 EXIT PARAGRAPH
              END-IF
           END-IF.

      *    A BLANK FTE (LEGACY DECKS AGAIN) READS 1.00 WITHOUT EVER
              SET NAME-DUPLICATE TO TRUE
           END-IF.

      *    THE NUMBER IS KEYED ONCE PER PERSON, SO ITS HOLDER ON
      *    'EGOVID' DECIDES WHAT HAPPENS, THE SAME AS 'EADDP': A
      *    CURRENT EMPLOYEE MEANS A DUPLICATE; A DELETED ONE MEANS
      *    THIS HIRE IS THAT PERSON COMING BACK, SO IT BECOMES A
      *    REHIRE; ONE NO LONGER ON 'EMPMAST' AT ALL LEFT THE NUMBER
      *    BEHIND WHEN PURGED, SO IT IS FREE AGAIN.
       2230-CHECK-GOVERNMENT-ID.
           MOVE ZEROES TO WS-GOVID-ORPHAN-ID.

           PERFORM 2235-CHECK-RUN-TABLE-FOR-GOVID.
           IF HIRE-REJECTED THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-HIRE-GOVT-ID TO GOV-ID-NUMBER.

           READ EGOVID-FILE
              KEY IS GOV-ID-NUMBER
              INVALID KEY
                 PERFORM 2238-CHECK-REHIRE-GOVT-ID
                 EXIT PARAGRAPH
           END-READ.

      *    THE SAME PERSON THE NAME CHECK IS ALREADY REHIRING.
           IF NAME-REHIRE AND
              GOV-EMPLOYEE-ID IS EQUAL TO WS-REHIRE-EMPLOYEE-ID THEN
              EXIT PARAGRAPH
           END-IF.

      *    LOOK UP THE HOLDER, KEEPING THE BUILT RECORD ASIDE.
           MOVE EMPLOYEE-MASTER-RECORD TO WS-SAVED-EMPLOYEE-RECORD.
           MOVE GOV-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           READ EMPMAST-FILE
              KEY IS EMP-EMPLOYEE-ID
              INVALID KEY
                 MOVE GOV-EMPLOYEE-ID TO WS-GOVID-ORPHAN-ID
           END-READ.

           EVALUATE TRUE
           WHEN WS-GOVID-ORPHAN-ID IS GREATER THAN ZEROES
                PERFORM 2238-CHECK-REHIRE-GOVT-ID
           WHEN NOT EMP-DELETED
                MOVE 'Duplicate Government ID' TO WS-REJECT-REASON
                SET HIRE-REJECTED TO TRUE
           WHEN NAME-REHIRE
                MOVE 'Govt ID Of Another Ex-Employee'
                   TO WS-REJECT-REASON
                SET HIRE-REJECTED TO TRUE
           WHEN OTHER
                MOVE GOV-EMPLOYEE-ID TO WS-REHIRE-EMPLOYEE-ID
                SET NAME-REHIRE TO TRUE
           END-EVALUATE.

           MOVE WS-SAVED-EMPLOYEE-RECORD TO EMPLOYEE-MASTER-RECORD.

      *    AN EARLIER HIRE IN THIS RUN MAY HOLD THE NUMBER WITHOUT
      *    IT EVER REACHING 'EGOVID' (DRY-RUN MODE).
       2235-CHECK-RUN-TABLE-FOR-GOVID.
           MOVE ZEROES TO WS-RUN-NAME-SCAN-IDX.

           PERFORM 2236-SCAN-NEXT-RUN-GOVID
              UNTIL WS-RUN-NAME-SCAN-IDX IS EQUAL TO WS-RUN-NAME-COUNT
                 OR HIRE-REJECTED.

       2236-SCAN-NEXT-RUN-GOVID.
           ADD 1 TO WS-RUN-NAME-SCAN-IDX.

           IF WS-RUN-GOVT-ID(WS-RUN-NAME-SCAN-IDX) IS EQUAL TO
              WS-HIRE-GOVT-ID THEN
              MOVE 'Duplicate Government ID' TO WS-REJECT-REASON
              SET HIRE-REJECTED TO TRUE
           END-IF.

      *    A FORMER EMPLOYEE COMING BACK MUST BRING THE NUMBER THEY
      *    LEFT WITH - A DIFFERENT ONE ON FILE FOR THEM IS A MIS-KEY
      *    (OR THE WRONG PERSON), NOT A CORRECTION.
       2238-CHECK-REHIRE-GOVT-ID.
           IF NOT NAME-REHIRE THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-REHIRE-EMPLOYEE-ID TO GOV-EMPLOYEE-ID.

           READ EGOVID-FILE
              KEY IS GOV-EMPLOYEE-ID
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.

           IF GOV-ID-NUMBER IS NOT EQUAL TO WS-HIRE-GOVT-ID THEN
              MOVE 'Leaver Has Another Govt ID' TO WS-REJECT-REASON
              SET HIRE-REJECTED TO TRUE
           END-IF.

      *    REMEMBER THIS NAME FOR THE REST OF THE RUN. THE TABLE IS
      *    SIZED WELL PAST ANY REALISTIC BATCH, SO A FULL TABLE IS NOT
      *    TREATED AS AN ERROR - IT JUST STOPS RECORDING FURTHER NAMES.
              ADD 1 TO WS-RUN-NAME-COUNT
              MOVE WS-HIRE-PRIMARY-NAME
                 TO WS-RUN-NAME(WS-RUN-NAME-COUNT)
              MOVE WS-HIRE-GOVT-ID
                 TO WS-RUN-GOVT-ID(WS-RUN-NAME-COUNT)
           END-IF.

      *    THE (ALREADY TITLE-CASED) JOB TITLE MUST EXIST ON THE
                 PERFORM 2470-RAISE-PROVISIONING
                 PERFORM 2480-OPEN-PROBATION
                 PERFORM 2490-RECORD-EMPLOYMENT-TYPE
                 PERFORM 2491-RECORD-BIRTH-DATE
                 PERFORM 2492-RECORD-GOVERNMENT-ID
                 PERFORM 2495-CONSUME-REQUISITION
              END-IF
           END-IF.
                 PERFORM 2470-RAISE-PROVISIONING
                 PERFORM 2480-OPEN-PROBATION
                 PERFORM 2490-RECORD-EMPLOYMENT-TYPE
                 PERFORM 2491-RECORD-BIRTH-DATE
                 PERFORM 2492-RECORD-GOVERNMENT-ID
                 PERFORM 2495-CONSUME-REQUISITION
              END-IF
           END-IF.
              END-REWRITE
           END-IF.

      *    A REHIRE STILL HAS THE EARLIER STINT'S RECORD ON FILE -
      *    THE DATE ON THE LOAD RECORD REPLACES IT.
       2491-RECORD-BIRTH-DATE.
           INITIALIZE BIRTH-DATE-RECORD.
           MOVE EMP-EMPLOYEE-ID TO BTH-EMPLOYEE-ID.
           MOVE NHL-BIRTH-DATE TO BTH-BIRTH-DATE.
           MOVE 'EHIRLOAD' TO BTH-RECORDED-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BTH-RECORDED-DATE.

           WRITE BIRTH-DATE-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE.

           IF EBIRTHD-DUPLICATE
              REWRITE BIRTH-DATE-RECORD
                 INVALID KEY
                    DISPLAY 'EHIRLOAD - EBIRTHD REWRITE FAILED, KEY='
                       BTH-EMPLOYEE-ID
              END-REWRITE
           END-IF.

      *    THE GOVERNMENT ID GOES ONTO ITS OWN PROTECTED FILE. A
      *    NUMBER LEFT BEHIND BY A PURGED EMPLOYEE GOES FIRST; A
      *    REHIRE STILL CARRIES ITS OLD RECORD, WHICH IS REPLACED.
       2492-RECORD-GOVERNMENT-ID.
           IF WS-GOVID-ORPHAN-ID IS GREATER THAN ZEROES THEN
              MOVE WS-GOVID-ORPHAN-ID TO GOV-EMPLOYEE-ID
              DELETE EGOVID-FILE RECORD
                 INVALID KEY
                    CONTINUE
              END-DELETE
           END-IF.

           INITIALIZE GOVERNMENT-ID-RECORD.
           MOVE EMP-EMPLOYEE-ID TO GOV-EMPLOYEE-ID.
           MOVE WS-HIRE-GOVT-ID TO GOV-ID-NUMBER.
           MOVE 'EHIRLOAD' TO GOV-RECORDED-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO GOV-RECORDED-DATE.

           WRITE GOVERNMENT-ID-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE.

           IF EGOVID-DUPLICATE
              REWRITE GOVERNMENT-ID-RECORD
                 INVALID KEY
                    DISPLAY 'EHIRLOAD - EGOVID REWRITE FAILED, KEY='
                       GOV-EMPLOYEE-ID
              END-REWRITE
           END-IF.

      *    A COMMITTED HIRE FILLS THE DEPARTMENT'S OLDEST APPROVED
      *    'EREQSTN' OPENING, THE SAME CONSUMPTION 'EADDP' DOES
      *    ONLINE. NO OPENING ON FILE IS NOT AN ERROR. A HIRE THAT
      *    NAMES ITS OWN REQUISITION FILLS THAT ONE INSTEAD, AS LONG
      *    AS IT IS STILL OPEN.
       2495-CONSUME-REQUISITION.
           MOVE 'N' TO WS-RQN-SCAN-FLAG.
           MOVE SPACES TO WS-RQN-FOUND-FLAG.

           IF NHL-REQUISITION-NO IS NUMERIC AND
              NHL-REQUISITION-NO IS GREATER THAN ZEROES THEN
              MOVE EMP-DEPARTMENT-ID TO RQN-DEPARTMENT-ID
              MOVE NHL-REQUISITION-NO TO RQN-REQUISITION-NO
              READ EREQSTN-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF RQN-APPROVED THEN
                       SET OPEN-REQ-FOUND TO TRUE
                    END-IF
              END-READ
           END-IF.

           IF NOT OPEN-REQ-FOUND THEN
              MOVE EMP-DEPARTMENT-ID TO RQN-DEPARTMENT-ID
              MOVE ZEROES TO RQN-REQUISITION-NO
              START EREQSTN-FILE KEY IS GREATER THAN RQN-KEY
                 INVALID KEY
                    SET END-OF-RQN-SCAN TO TRUE
              END-START
              PERFORM 2496-SCAN-NEXT-OPENING UNTIL END-OF-RQN-SCAN
           END-IF.

           IF OPEN-REQ-FOUND THEN
              SET RQN-FILLED TO TRUE
              END-REWRITE
           END-IF.

           PERFORM 2497-STAMP-CANDIDATE.

       2496-SCAN-NEXT-OPENING.
           READ EREQSTN-FILE NEXT RECORD
              AT END
              END-IF
           END-IF.

      *    A HIRE THAT CAME FROM AN ACCEPTED OFFER HAS ITS NEW
      *    EMPLOYEE ID STAMPED ON THE CANDIDATE - WHICH IS ALSO WHAT
      *    STOPS 'ECANHIR' SENDING THE SAME HIRE AGAIN.
       2497-STAMP-CANDIDATE.
           IF NHL-REQUISITION-NO IS NOT NUMERIC OR
              NHL-CANDIDATE-NO IS NOT NUMERIC OR
              NHL-CANDIDATE-NO IS EQUAL TO ZEROES THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE EMP-DEPARTMENT-ID TO CND-DEPARTMENT-ID.
           MOVE NHL-REQUISITION-NO TO CND-REQUISITION-NO.
           MOVE NHL-CANDIDATE-NO TO CND-CANDIDATE-NO.

           READ ECANDID-FILE
              INVALID KEY
                 DISPLAY 'EHIRLOAD - CANDIDATE NOT ON ECANDID, KEY='
                    CND-KEY
                 EXIT PARAGRAPH
           END-READ.

           MOVE EMP-EMPLOYEE-ID TO CND-HIRED-EMPLOYEE-ID.
           MOVE 'EHIRLOAD' TO CND-LAST-UPDATED-BY.

           REWRITE CANDIDATE-RECORD
              INVALID KEY
                 DISPLAY 'EHIRLOAD - ECANDID REWRITE FAILED, KEY='
                    CND-KEY
           END-REWRITE.

       2900-WRITE-REPORT-LINE.
           MOVE WS-HIRE-PRIMARY-NAME TO WS-RPT-PRIMARY-NAME.

           MOVE WS-REJECTED-COUNT TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

      *    RELEASE THE CODE TABLE.
           SET CLA-ACTION-CLOSE TO TRUE.
           CALL 'ECODDEC' USING CODE-LOOKUP-ARGUMENTS.

           DISPLAY 'EHIRLOAD - EMPLOYEES ADDED:    ' WS-ADDED-COUNT.
           DISPLAY 'EHIRLOAD - EMPLOYEES REHIRED:  ' WS-REHIRED-COUNT.
           DISPLAY 'EHIRLOAD - RECORDS REJECTED:   ' WS-REJECTED-COUNT.
           CLOSE EJOBTTL-FILE.
           CLOSE EDEPMST-FILE.
           CLOSE HIRE-REPORT-FILE.
           CLOSE EGOVID-FILE.

           IF NOT DRY-RUN-MODE
              CLOSE EAUDIT-FILE
              CLOSE EPROVRQ-FILE
              CLOSE EPROBTN-FILE
              CLOSE EREQSTN-FILE
              CLOSE ECANDID-FILE
              CLOSE EBIRTHD-FILE
           END-IF.
