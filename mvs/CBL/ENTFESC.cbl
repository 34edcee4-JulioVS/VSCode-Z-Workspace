       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTFESC.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - DAILY WORKFLOW REMINDER AND ESCALATION PASS.
      *      - BATCH PROGRAM, RUN AGAINST THE FIVE WORKFLOW REQUEST
      *        CLUSTERS ('ELVREQ', 'ECMPREQ', 'ECATREQ', 'EONEPAY',
      *        'EHIRVRF') AND 'EREGUSR'/'EMPMAST' (ALL READ ONLY),
      *        APPENDING TO THE 'ENOTIFY' <ESDS> THE MAIL GATEWAY
      *        READS.
      *      - 'ENTFWRT' TELLS THE APPROVERS WHEN AN ITEM IS FIRST
      *        SUBMITTED; THIS PASS CATCHES THE ONES NOBODY HAS
      *        ACTIONED SINCE. EVERY ITEM STILL PENDING AFTER THE
      *        REMINDER DAYS IS RE-SENT TO ITS APPROVERS (THE SAME
      *        PEOPLE 'ENTFWRT' WOULD PICK), AND AFTER THE ESCALATION
      *        DAYS ALSO TO EACH APPROVER'S OWN MANAGER.
      *      - 'SYSIN' FORMAT (OPTIONAL): REMINDER DAYS COLUMNS 1-3,
      *        ESCALATION DAYS COLUMNS 5-7 (DEFAULTS FROM 'ECONST').
      *      - PRODUCES A REPORT OF EVERY OVERDUE ITEM AND WHO WAS
      *        TOLD ABOUT IT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELVREQ-FILE ASSIGN TO ELVREQ
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS LRQ-KEY
                FILE STATUS IS WS-ELVREQ-STATUS.

           SELECT ECMPREQ-FILE ASSIGN TO ECMPREQ
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CPR-KEY
                FILE STATUS IS WS-ECMPREQ-STATUS.

           SELECT ECATREQ-FILE ASSIGN TO ECATREQ
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CRQ-KEY
                FILE STATUS IS WS-ECATREQ-STATUS.

           SELECT EONEPAY-FILE ASSIGN TO EONEPAY
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS OPY-KEY
                FILE STATUS IS WS-EONEPAY-STATUS.

           SELECT EHIRVRF-FILE ASSIGN TO EHIRVRF
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS HVF-KEY
                FILE STATUS IS WS-EHIRVRF-STATUS.

           SELECT EREGUSR-FILE ASSIGN TO EREGUSR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS REG-USER-ID
                FILE STATUS IS WS-EREGUSR-STATUS.

           SELECT EMPMAST-FILE ASSIGN TO EMPMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS EMP-EMPLOYEE-ID
                FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT ENOTIFY-FILE ASSIGN TO ENOTIFY
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-ENOTIFY-STATUS.

           SELECT ESCALATION-REPORT-FILE ASSIGN TO NTFRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-NTFRPT-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SYSIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ELVREQ-FILE.
       COPY ELVREQ.

       FD  ECMPREQ-FILE.
       COPY ECMPREQ.

       FD  ECATREQ-FILE.
       COPY ECATREQ.

       FD  EONEPAY-FILE.
       COPY EONEPAY.

       FD  EHIRVRF-FILE.
       COPY EHIRVRF.

       FD  EREGUSR-FILE.
       COPY EREGUSR.

       FD  EMPMAST-FILE.
       COPY EMPMAST.

       FD  ENOTIFY-FILE.
       COPY ENOTIFY.

       FD  ESCALATION-REPORT-FILE
           RECORDING MODE IS F.
       01  ESCALATION-REPORT-LINE       PIC X(80).

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD.
           05 CC-REMIND-DAYS            PIC X(3).
           05 FILLER                    PIC X(1).
           05 CC-ESCALATE-DAYS          PIC X(3).
           05 FILLER                    PIC X(73).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-ELVREQ-STATUS         PIC X(2).
             88 ELVREQ-OK                       VALUE '00'.
          05 WS-ECMPREQ-STATUS        PIC X(2).
             88 ECMPREQ-OK                      VALUE '00'.
          05 WS-ECATREQ-STATUS        PIC X(2).
             88 ECATREQ-OK                      VALUE '00'.
          05 WS-EONEPAY-STATUS        PIC X(2).
             88 EONEPAY-OK                      VALUE '00'.
          05 WS-EHIRVRF-STATUS        PIC X(2).
             88 EHIRVRF-OK                      VALUE '00'.
          05 WS-EREGUSR-STATUS        PIC X(2).
             88 EREGUSR-OK                      VALUE '00'.
          05 WS-EMPMAST-STATUS        PIC X(2).
             88 EMPMAST-OK                      VALUE '00'.
          05 WS-ENOTIFY-STATUS        PIC X(2).
             88 ENOTIFY-OK                      VALUE '00'.
          05 WS-NTFRPT-STATUS         PIC X(2).
          05 WS-SYSIN-STATUS          PIC X(2).
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
             88 END-OF-FILE                     VALUE 'Y'.
          05 WS-TODAY                 PIC X(8).
          05 WS-TODAY-INTEGER         PIC S9(9) USAGE IS BINARY.
          05 WS-REMIND-DAYS           PIC 9(3).
          05 WS-ESCALATE-DAYS         PIC 9(3).
          05 WS-DAYS-PENDING          PIC S9(9) USAGE IS BINARY.
          05 WS-MANAGER-EMP-ID        PIC 9(8).
          05 WS-SEARCH-EMP-ID         PIC 9(8).
          05 WS-ITEMS-READ            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-OVERDUE-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-REMINDER-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ESCALATION-COUNT      PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ERROR-COUNT           PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.

      *    THE ITEM UNDER REVIEW, WHICHEVER FILE IT CAME FROM.
       01 WS-CURRENT-ITEM.
          05 WS-ITEM-WORKFLOW         PIC X(3).
             88 ITEM-IS-LEAVE                   VALUE 'LRQ'.
             88 ITEM-IS-HIRE                    VALUE 'HVF'.
          05 WS-ITEM-SUBJECT-EMP-ID   PIC 9(8).
          05 WS-ITEM-KEY              PIC X(16).
          05 WS-ITEM-REQUESTED-BY     PIC X(8).
          05 WS-ITEM-REQUESTED-DATE   PIC X(8).
          05 WS-ITEM-REQUESTED-NUM REDEFINES WS-ITEM-REQUESTED-DATE
                                      PIC 9(8).
          05 WS-ITEM-REMINDERS        PIC 9(3)  USAGE IS BINARY.
          05 WS-ITEM-ESCALATIONS      PIC 9(3)  USAGE IS BINARY.

      *    ACTIVE SIGN-ONS, LOADED ONCE - 'EREGUSR' HAS NO PATH BY
      *    EMPLOYEE ID, SO A MANAGER'S USER ID IS FOUND HERE.
       01 WS-USER-TABLE.
          05 WS-UT-COUNT              PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-UT-IDX                PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-UT-ENTRY OCCURS 500 TIMES.
             10 WS-UT-USER-ID         PIC X(8).
             10 WS-UT-EMPLOYEE-ID     PIC 9(8).
             10 WS-UT-CATEGORY        PIC X(3).
                88 WS-UT-ADMINISTRATOR          VALUE 'ADM'.

      *    THE APPROVERS OF THE ITEM UNDER REVIEW, AND THE MANAGERS
      *    ALREADY ESCALATED TO FOR IT (SO NOBODY HEARS TWICE).
       01 WS-RECIPIENT-LISTS.
          05 WS-AP-COUNT              PIC 9(2)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-AP-IDX                PIC 9(2)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-AP-ENTRY OCCURS 20 TIMES.
             10 WS-AP-USER-ID         PIC X(8).
             10 WS-AP-EMPLOYEE-ID     PIC 9(8).
          05 WS-ES-COUNT              PIC 9(2)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ES-IDX                PIC 9(2)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ES-FOUND-FLAG         PIC X(1).
             88 ALREADY-ESCALATED               VALUE 'Y'.
          05 WS-ES-ENTRY OCCURS 20 TIMES.
             10 WS-ES-USER-ID         PIC X(8).

       01 WS-REPORT-HEADING.
          05 FILLER                   PIC X(40)
             VALUE 'OVERDUE WORKFLOW ITEMS - REMIND/ESCALATE'.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-HDG-REMIND        PIC ZZ9.
          05 FILLER                   PIC X(1)  VALUE '/'.
          05 WS-RPT-HDG-ESCALATE      PIC ZZ9.
          05 FILLER                   PIC X(5)  VALUE ' DAYS'.
          05 FILLER                   PIC X(27) VALUE SPACES.

       01 WS-REPORT-DETAIL-LINE.
          05 WS-RPT-WORKFLOW          PIC X(3).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-ITEM-KEY          PIC X(16).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-REQUESTED-BY      PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-REQUESTED-DATE    PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-DAYS              PIC ZZ9.
          05 FILLER                   PIC X(6)  VALUE ' DAYS '.
          05 WS-RPT-REMINDERS         PIC Z9.
          05 FILLER                   PIC X(7)  VALUE ' REM   '.
          05 WS-RPT-ESCALATIONS       PIC Z9.
          05 FILLER                   PIC X(4)  VALUE ' ESC'.
          05 WS-RPT-NOTE              PIC X(13).

       01 WS-REPORT-COUNT-LINE.
          05 WS-RPT-COUNT-LABEL       PIC X(28).
          05 WS-RPT-COUNT-TOTAL       PIC Z(7)9.
          05 FILLER                   PIC X(44) VALUE SPACES.

      ******************************************************************
      *   RUN-HISTORY LOG ARGUMENTS (SEE 'ERUNLOG').
      ******************************************************************
       COPY ERUNARG.
      ******************************************************************
      *   REPORT REPOSITORY DEPOSIT ARGUMENTS (SEE 'ERPTSTO').
      ******************************************************************
       COPY ERPTARG.
      ******************************************************************
      *   APPLICATION CONSTANTS (REMINDER AND ESCALATION DAYS).
      ******************************************************************
       COPY ECONST.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           PERFORM 1000-INITIALIZE.
           PERFORM 1200-LOAD-USER-TABLE.
           PERFORM 2100-SCAN-LEAVE-REQUESTS.
           PERFORM 2200-SCAN-PAY-CHANGES.
           PERFORM 2300-SCAN-CATEGORY-CHANGES.
           PERFORM 2400-SCAN-ONE-TIME-PAYMENTS.
           PERFORM 2500-SCAN-HIRE-VERIFICATIONS.
           PERFORM 5000-PRODUCE-SUMMARY.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY)).

           MOVE APP-NOTIFY-REMIND-DAYS TO WS-REMIND-DAYS.
           MOVE APP-NOTIFY-ESCALATE-DAYS TO WS-ESCALATE-DAYS.

           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-SYSIN-STATUS IS EQUAL TO '00' THEN
              READ CONTROL-CARD-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CC-REMIND-DAYS IS NUMERIC AND
                       CC-REMIND-DAYS IS NOT EQUAL TO ZEROES
                       MOVE CC-REMIND-DAYS TO WS-REMIND-DAYS
                    END-IF
                    IF CC-ESCALATE-DAYS IS NUMERIC AND
                       CC-ESCALATE-DAYS IS NOT EQUAL TO ZEROES
                       MOVE CC-ESCALATE-DAYS TO WS-ESCALATE-DAYS
                    END-IF
              END-READ
              CLOSE CONTROL-CARD-FILE
           END-IF.

           OPEN INPUT ELVREQ-FILE.
           IF NOT ELVREQ-OK
              DISPLAY 'ENTFESC - UNABLE TO OPEN ELVREQ, STATUS='
                 WS-ELVREQ-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT ECMPREQ-FILE.
           IF NOT ECMPREQ-OK
              DISPLAY 'ENTFESC - UNABLE TO OPEN ECMPREQ, STATUS='
                 WS-ECMPREQ-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT ECATREQ-FILE.
           IF NOT ECATREQ-OK
              DISPLAY 'ENTFESC - UNABLE TO OPEN ECATREQ, STATUS='
                 WS-ECATREQ-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT EONEPAY-FILE.
           IF NOT EONEPAY-OK
              DISPLAY 'ENTFESC - UNABLE TO OPEN EONEPAY, STATUS='
                 WS-EONEPAY-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT EHIRVRF-FILE.
           IF NOT EHIRVRF-OK
              DISPLAY 'ENTFESC - UNABLE TO OPEN EHIRVRF, STATUS='
                 WS-EHIRVRF-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT EREGUSR-FILE.
           IF NOT EREGUSR-OK
              DISPLAY 'ENTFESC - UNABLE TO OPEN EREGUSR, STATUS='
                 WS-EREGUSR-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT EMPMAST-FILE.
           IF NOT EMPMAST-OK
              DISPLAY 'ENTFESC - UNABLE TO OPEN EMPMAST, STATUS='
                 WS-EMPMAST-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    THE ONLINE 'ENTFWRT' APPENDS TO THE SAME CLUSTER, SO OURS
      *    GO ON THE END - THE GATEWAY SEES THEM IN ARRIVAL ORDER.
           OPEN EXTEND ENOTIFY-FILE.
           IF NOT ENOTIFY-OK
              DISPLAY 'ENTFESC - UNABLE TO OPEN ENOTIFY, STATUS='
                 WS-ENOTIFY-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT ESCALATION-REPORT-FILE.

           MOVE WS-REMIND-DAYS TO WS-RPT-HDG-REMIND.
           MOVE WS-ESCALATE-DAYS TO WS-RPT-HDG-ESCALATE.
           MOVE WS-REPORT-HEADING TO ESCALATION-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.
           MOVE SPACES TO ESCALATION-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

      *    ONLY ACTIVE SIGN-ONS CAN BE TOLD ANYTHING.
       1200-LOAD-USER-TABLE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 1210-LOAD-ONE-USER UNTIL END-OF-FILE.

       1210-LOAD-ONE-USER.
           READ EREGUSR-FILE NEXT RECORD
              AT END
                 SET END-OF-FILE TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           IF NOT REG-ST-ACTIVE THEN
              EXIT PARAGRAPH
           END-IF.

           IF WS-UT-COUNT IS NOT LESS THAN 500 THEN
              DISPLAY 'ENTFESC - USER TABLE FULL, SKIPPED '
                 REG-USER-ID
              ADD 1 TO WS-ERROR-COUNT
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-UT-COUNT.
           MOVE REG-USER-ID TO WS-UT-USER-ID(WS-UT-COUNT).
           MOVE REG-EMPLOYEE-ID TO WS-UT-EMPLOYEE-ID(WS-UT-COUNT).
           MOVE REG-USER-CATEGORY TO WS-UT-CATEGORY(WS-UT-COUNT).

      *-----------------------------------------------------------------
       READING SECTION.
      *-----------------------------------------------------------------

      *    EACH WORKFLOW FILE IN TURN - EVERY PENDING ITEM IS LIFTED
      *    INTO THE COMMON ITEM AREA AND CHECKED FOR AGE.
       2100-SCAN-LEAVE-REQUESTS.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 2110-NEXT-LEAVE-REQUEST UNTIL END-OF-FILE.

       2110-NEXT-LEAVE-REQUEST.
           READ ELVREQ-FILE NEXT RECORD
              AT END
                 SET END-OF-FILE TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           ADD 1 TO WS-ITEMS-READ.
           IF NOT LRQ-PENDING THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE 'LRQ' TO WS-ITEM-WORKFLOW.
           MOVE LRQ-EMPLOYEE-ID TO WS-ITEM-SUBJECT-EMP-ID.
           MOVE LRQ-KEY TO WS-ITEM-KEY.
           MOVE LRQ-REQUESTED-BY TO WS-ITEM-REQUESTED-BY.
           MOVE LRQ-REQUESTED-DATE TO WS-ITEM-REQUESTED-DATE.
           PERFORM 3000-CHECK-PENDING-ITEM.

       2200-SCAN-PAY-CHANGES.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 2210-NEXT-PAY-CHANGE UNTIL END-OF-FILE.

       2210-NEXT-PAY-CHANGE.
           READ ECMPREQ-FILE NEXT RECORD
              AT END
                 SET END-OF-FILE TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           ADD 1 TO WS-ITEMS-READ.
           IF NOT CPR-PENDING THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE 'CPA' TO WS-ITEM-WORKFLOW.
           MOVE CPR-EMPLOYEE-ID TO WS-ITEM-SUBJECT-EMP-ID.
           MOVE CPR-KEY TO WS-ITEM-KEY.
           MOVE CPR-REQUESTED-BY TO WS-ITEM-REQUESTED-BY.
           MOVE CPR-REQUESTED-DATE TO WS-ITEM-REQUESTED-DATE.
           PERFORM 3000-CHECK-PENDING-ITEM.

       2300-SCAN-CATEGORY-CHANGES.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 2310-NEXT-CATEGORY-CHANGE UNTIL END-OF-FILE.

       2310-NEXT-CATEGORY-CHANGE.
           READ ECATREQ-FILE NEXT RECORD
              AT END
                 SET END-OF-FILE TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           ADD 1 TO WS-ITEMS-READ.
           IF NOT CRQ-PENDING THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE 'CAT' TO WS-ITEM-WORKFLOW.
           MOVE ZEROES TO WS-ITEM-SUBJECT-EMP-ID.
           MOVE CRQ-KEY TO WS-ITEM-KEY.
           MOVE CRQ-REQUESTED-BY TO WS-ITEM-REQUESTED-BY.
           MOVE CRQ-REQUESTED-DATE TO WS-ITEM-REQUESTED-DATE.
           PERFORM 3000-CHECK-PENDING-ITEM.

       2400-SCAN-ONE-TIME-PAYMENTS.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 2410-NEXT-ONE-TIME-PAYMENT UNTIL END-OF-FILE.

       2410-NEXT-ONE-TIME-PAYMENT.
           READ EONEPAY-FILE NEXT RECORD
              AT END
                 SET END-OF-FILE TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           ADD 1 TO WS-ITEMS-READ.
           IF NOT OPY-PENDING THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE 'OTP' TO WS-ITEM-WORKFLOW.
           MOVE OPY-EMPLOYEE-ID TO WS-ITEM-SUBJECT-EMP-ID.
           MOVE OPY-KEY TO WS-ITEM-KEY.
           MOVE OPY-REQUESTED-BY TO WS-ITEM-REQUESTED-BY.
           MOVE OPY-REQUESTED-DATE TO WS-ITEM-REQUESTED-DATE.
           PERFORM 3000-CHECK-PENDING-ITEM.

       2500-SCAN-HIRE-VERIFICATIONS.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 2510-NEXT-HIRE-VERIFICATION UNTIL END-OF-FILE.

       2510-NEXT-HIRE-VERIFICATION.
           READ EHIRVRF-FILE NEXT RECORD
              AT END
                 SET END-OF-FILE TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           ADD 1 TO WS-ITEMS-READ.
           IF NOT HVF-ST-PENDING THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE 'HVF' TO WS-ITEM-WORKFLOW.
           MOVE HVF-EMPLOYEE-ID TO WS-ITEM-SUBJECT-EMP-ID.
           MOVE HVF-KEY TO WS-ITEM-KEY.
           MOVE HVF-ENTERED-BY TO WS-ITEM-REQUESTED-BY.
           MOVE HVF-ENTERED-DATE TO WS-ITEM-REQUESTED-DATE.
           PERFORM 3000-CHECK-PENDING-ITEM.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------

      *    AN ITEM WITH NO USABLE REQUESTED DATE CANNOT BE AGED - IT
      *    IS REPORTED AND LEFT ALONE.
       3000-CHECK-PENDING-ITEM.
           MOVE ZEROES TO WS-ITEM-REMINDERS.
           MOVE ZEROES TO WS-ITEM-ESCALATIONS.

           IF WS-ITEM-REQUESTED-DATE IS NOT NUMERIC OR
              FUNCTION TEST-DATE-YYYYMMDD(WS-ITEM-REQUESTED-NUM)
                 IS NOT EQUAL TO ZEROES THEN
              ADD 1 TO WS-ERROR-COUNT
              MOVE ZEROES TO WS-DAYS-PENDING
              MOVE '*BAD DATE*' TO WS-RPT-NOTE
              PERFORM 3900-WRITE-ITEM-LINE
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DAYS-PENDING = WS-TODAY-INTEGER -
              FUNCTION INTEGER-OF-DATE(WS-ITEM-REQUESTED-NUM).

           IF WS-DAYS-PENDING IS LESS THAN WS-REMIND-DAYS THEN
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-OVERDUE-COUNT.

           PERFORM 3100-RESOLVE-APPROVERS.

           MOVE ZEROES TO WS-AP-IDX.
           PERFORM 3200-REMIND-ONE-APPROVER
              UNTIL WS-AP-IDX IS NOT LESS THAN WS-AP-COUNT.

           IF WS-DAYS-PENDING IS NOT LESS THAN WS-ESCALATE-DAYS THEN
              MOVE ZEROES TO WS-ES-COUNT
              MOVE ZEROES TO WS-AP-IDX
              PERFORM 3300-ESCALATE-ONE-APPROVER
                 UNTIL WS-AP-IDX IS NOT LESS THAN WS-AP-COUNT
           END-IF.

           IF WS-AP-COUNT IS EQUAL TO ZEROES THEN
              ADD 1 TO WS-ERROR-COUNT
              MOVE '*NO APPROVER*' TO WS-RPT-NOTE
           ELSE
              MOVE SPACES TO WS-RPT-NOTE
           END-IF.
           PERFORM 3900-WRITE-ITEM-LINE.

      *    THE SAME CHOICE 'ENTFWRT' MAKES AT SUBMISSION: A LEAVE
      *    REQUEST OR HIRE GOES TO THE EMPLOYEE'S MANAGER, FALLING
      *    BACK TO THE ADMINISTRATORS; EVERYTHING ELSE GOES STRAIGHT
      *    TO THE ADMINISTRATORS. NEVER THE REQUESTER THEMSELVES.
       3100-RESOLVE-APPROVERS.
           MOVE ZEROES TO WS-AP-COUNT.
           MOVE ZEROES TO WS-MANAGER-EMP-ID.

           IF (ITEM-IS-LEAVE OR ITEM-IS-HIRE) AND
              WS-ITEM-SUBJECT-EMP-ID IS GREATER THAN ZEROES THEN
              MOVE WS-ITEM-SUBJECT-EMP-ID TO EMP-EMPLOYEE-ID
              READ EMPMAST-FILE
                 INVALID KEY
                    MOVE ZEROES TO EMP-MANAGER-ID
              END-READ
              MOVE EMP-MANAGER-ID TO WS-MANAGER-EMP-ID
           END-IF.

           IF WS-MANAGER-EMP-ID IS GREATER THAN ZEROES THEN
              MOVE WS-MANAGER-EMP-ID TO WS-SEARCH-EMP-ID
              MOVE ZEROES TO WS-UT-IDX
              PERFORM 3110-PICK-MANAGER-USER
                 UNTIL WS-UT-IDX IS NOT LESS THAN WS-UT-COUNT
           END-IF.

           IF WS-AP-COUNT IS EQUAL TO ZEROES THEN
              MOVE ZEROES TO WS-UT-IDX
              PERFORM 3120-PICK-ADMINISTRATOR
                 UNTIL WS-UT-IDX IS NOT LESS THAN WS-UT-COUNT
           END-IF.

       3110-PICK-MANAGER-USER.
           ADD 1 TO WS-UT-IDX.

           IF WS-UT-EMPLOYEE-ID(WS-UT-IDX) IS EQUAL TO
              WS-SEARCH-EMP-ID THEN
              PERFORM 3130-ADD-APPROVER
           END-IF.

       3120-PICK-ADMINISTRATOR.
           ADD 1 TO WS-UT-IDX.

           IF WS-UT-ADMINISTRATOR(WS-UT-IDX) THEN
              PERFORM 3130-ADD-APPROVER
           END-IF.

       3130-ADD-APPROVER.
           IF WS-UT-USER-ID(WS-UT-IDX) IS EQUAL TO
              WS-ITEM-REQUESTED-BY THEN
              EXIT PARAGRAPH
           END-IF.

           IF WS-AP-COUNT IS NOT LESS THAN 20 THEN
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-AP-COUNT.
           MOVE WS-UT-USER-ID(WS-UT-IDX) TO WS-AP-USER-ID(WS-AP-COUNT).
           MOVE WS-UT-EMPLOYEE-ID(WS-UT-IDX)
              TO WS-AP-EMPLOYEE-ID(WS-AP-COUNT).

       3200-REMIND-ONE-APPROVER.
           ADD 1 TO WS-AP-IDX.

           INITIALIZE NOTIFICATION-RECORD.
           SET NTF-EV-REMINDER TO TRUE.
           SET NTF-RL-APPROVER TO TRUE.
           MOVE WS-AP-USER-ID(WS-AP-IDX) TO NTF-RECIPIENT-USER-ID.
           MOVE WS-AP-EMPLOYEE-ID(WS-AP-IDX) TO NTF-RECIPIENT-EMP-ID.
           PERFORM 3800-WRITE-NOTIFICATION.

           IF ENOTIFY-OK THEN
              ADD 1 TO WS-REMINDER-COUNT
              ADD 1 TO WS-ITEM-REMINDERS
           END-IF.

      *    UP ONE LEVEL FROM THE APPROVER: THEIR OWN MANAGER'S
      *    SIGN-ON(S). AN APPROVER WITH NO EMPLOYEE LINK OR NO MANAGER
      *    (THE TOP OF THE TREE) HAS NOBODY TO ESCALATE TO.
       3300-ESCALATE-ONE-APPROVER.
           ADD 1 TO WS-AP-IDX.

           IF WS-AP-EMPLOYEE-ID(WS-AP-IDX) IS EQUAL TO ZEROES THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-AP-EMPLOYEE-ID(WS-AP-IDX) TO EMP-EMPLOYEE-ID.
           READ EMPMAST-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.

           IF EMP-MANAGER-ID IS EQUAL TO ZEROES THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE EMP-MANAGER-ID TO WS-SEARCH-EMP-ID.
           MOVE ZEROES TO WS-UT-IDX.
           PERFORM 3310-ESCALATE-TO-USER
              UNTIL WS-UT-IDX IS NOT LESS THAN WS-UT-COUNT.

       3310-ESCALATE-TO-USER.
           ADD 1 TO WS-UT-IDX.

           IF WS-UT-EMPLOYEE-ID(WS-UT-IDX) IS NOT EQUAL TO
              WS-SEARCH-EMP-ID THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-ES-FOUND-FLAG.
           MOVE ZEROES TO WS-ES-IDX.
           PERFORM 3320-CHECK-ESCALATED
              UNTIL ALREADY-ESCALATED
                 OR WS-ES-IDX IS NOT LESS THAN WS-ES-COUNT.

           IF ALREADY-ESCALATED OR WS-ES-COUNT IS NOT LESS THAN 20
              THEN
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-ES-COUNT.
           MOVE WS-UT-USER-ID(WS-UT-IDX) TO WS-ES-USER-ID(WS-ES-COUNT).

           INITIALIZE NOTIFICATION-RECORD.
           SET NTF-EV-ESCALATION TO TRUE.
           SET NTF-RL-ESCALATION TO TRUE.
           MOVE WS-UT-USER-ID(WS-UT-IDX) TO NTF-RECIPIENT-USER-ID.
           MOVE WS-UT-EMPLOYEE-ID(WS-UT-IDX) TO NTF-RECIPIENT-EMP-ID.
      *    NAME THE APPROVER WHO HAS BEEN SITTING ON IT.
           MOVE WS-AP-USER-ID(WS-AP-IDX) TO NTF-ACTIONED-BY.
           PERFORM 3800-WRITE-NOTIFICATION.

           IF ENOTIFY-OK THEN
              ADD 1 TO WS-ESCALATION-COUNT
              ADD 1 TO WS-ITEM-ESCALATIONS
           END-IF.

       3320-CHECK-ESCALATED.
           ADD 1 TO WS-ES-IDX.

           IF WS-ES-USER-ID(WS-ES-IDX) IS EQUAL TO
              WS-UT-USER-ID(WS-UT-IDX) THEN
              SET ALREADY-ESCALATED TO TRUE
           END-IF.

      *    THE CALLER HAS SET THE EVENT, ROLE, AND RECIPIENT - THE
      *    ITEM DETAILS ARE COMMON TO EVERY ENTRY.
       3800-WRITE-NOTIFICATION.
           MOVE FUNCTION CURRENT-DATE TO NTF-TIMESTAMP.
           MOVE WS-ITEM-WORKFLOW TO NTF-WORKFLOW.
           MOVE WS-ITEM-SUBJECT-EMP-ID TO NTF-SUBJECT-EMP-ID.
           MOVE WS-ITEM-KEY TO NTF-ITEM-KEY.
           MOVE WS-ITEM-REQUESTED-BY TO NTF-REQUESTED-BY.
           MOVE WS-ITEM-REQUESTED-DATE TO NTF-REQUESTED-DATE.
           MOVE WS-DAYS-PENDING TO NTF-DAYS-PENDING.
           MOVE 'ENTFESC' TO NTF-SOURCE-PROGRAM.

           WRITE NOTIFICATION-RECORD.
           IF NOT ENOTIFY-OK
              DISPLAY 'ENTFESC - ENOTIFY WRITE FAILED, STATUS='
                 WS-ENOTIFY-STATUS ' ITEM=' WS-ITEM-KEY
              ADD 1 TO WS-ERROR-COUNT
           END-IF.

       3900-WRITE-ITEM-LINE.
           MOVE WS-ITEM-WORKFLOW TO WS-RPT-WORKFLOW.
           MOVE WS-ITEM-KEY TO WS-RPT-ITEM-KEY.
           MOVE WS-ITEM-REQUESTED-BY TO WS-RPT-REQUESTED-BY.
           MOVE WS-ITEM-REQUESTED-DATE TO WS-RPT-REQUESTED-DATE.
           MOVE WS-DAYS-PENDING TO WS-RPT-DAYS.
           MOVE WS-ITEM-REMINDERS TO WS-RPT-REMINDERS.
           MOVE WS-ITEM-ESCALATIONS TO WS-RPT-ESCALATIONS.
           MOVE WS-REPORT-DETAIL-LINE TO ESCALATION-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------

       5000-PRODUCE-SUMMARY.
           MOVE SPACES TO ESCALATION-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'WORKFLOW ITEMS READ ........' TO WS-RPT-COUNT-LABEL.
           MOVE WS-ITEMS-READ TO WS-RPT-COUNT-TOTAL.
           MOVE WS-REPORT-COUNT-LINE TO ESCALATION-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'PENDING ITEMS OVERDUE ......' TO WS-RPT-COUNT-LABEL.
           MOVE WS-OVERDUE-COUNT TO WS-RPT-COUNT-TOTAL.
           MOVE WS-REPORT-COUNT-LINE TO ESCALATION-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'REMINDERS WRITTEN ..........' TO WS-RPT-COUNT-LABEL.
           MOVE WS-REMINDER-COUNT TO WS-RPT-COUNT-TOTAL.
           MOVE WS-REPORT-COUNT-LINE TO ESCALATION-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'ESCALATIONS WRITTEN ........' TO WS-RPT-COUNT-LABEL.
           MOVE WS-ESCALATION-COUNT TO WS-RPT-COUNT-TOTAL.
           MOVE WS-REPORT-COUNT-LINE TO ESCALATION-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'ITEMS OR ENTRIES IN ERROR ..' TO WS-RPT-COUNT-LABEL.
           MOVE WS-ERROR-COUNT TO WS-RPT-COUNT-TOTAL.
           MOVE WS-REPORT-COUNT-LINE TO ESCALATION-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

       8800-WRITE-REPORT-LINE.
           MOVE ESCALATION-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE ESCALATION-REPORT-LINE.

      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'ENTFESC' TO RSA-REPORT-NAME.
           SET RSA-ACTION-LINE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *-----------------------------------------------------------------
       TERMINATION SECTION.
      *-----------------------------------------------------------------

       9000-TERMINATE.

      *    FINISH THE REPORT REPOSITORY DEPOSIT.
           SET RSA-ACTION-CLOSE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *    LOG THE RUN ON THE COMMON RUN-HISTORY FILE.
           MOVE 'ENTFESC ' TO RLG-JOB-NAME.
           MOVE WS-ITEMS-READ TO RLG-INPUT-COUNT.
           COMPUTE RLG-OUTPUT-COUNT =
              WS-REMINDER-COUNT + WS-ESCALATION-COUNT.
           MOVE WS-ERROR-COUNT TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'ENTFESC - WORKFLOW ITEMS READ: ' WS-ITEMS-READ.
           DISPLAY 'ENTFESC - OVERDUE ITEMS:       ' WS-OVERDUE-COUNT.
           DISPLAY 'ENTFESC - REMINDERS WRITTEN:   ' WS-REMINDER-COUNT.
           DISPLAY 'ENTFESC - ESCALATIONS WRITTEN: '
              WS-ESCALATION-COUNT.
           DISPLAY 'ENTFESC - IN ERROR:            ' WS-ERROR-COUNT.

           CLOSE ELVREQ-FILE.
           CLOSE ECMPREQ-FILE.
           CLOSE ECATREQ-FILE.
           CLOSE EONEPAY-FILE.
           CLOSE EHIRVRF-FILE.
           CLOSE EREGUSR-FILE.
           CLOSE EMPMAST-FILE.
           CLOSE ENOTIFY-FILE.
           CLOSE ESCALATION-REPORT-FILE.
