       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETMPASN.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - NIGHTLY TEMPORARY ASSIGNMENT START / END.
      *      - BATCH PROGRAM, RUN OFFLINE AGAINST THE 'ETMPASG',
      *        'EMPMAST', 'EDPTHST' AND 'EONEPAY' VSAM <KSDS>
      *        CLUSTERS IN VSAM RLS MODE (SEE THE 'RLS=' PARAMETERS
      *        ON THE ACCOMPANYING JCL), SO CICS STAYS UP.
      *      - BROWSES EVERY ASSIGNMENT ENTERED ON THE 'ETASP'
      *        SCREEN, IN EMPLOYEE / START DATE ORDER:
      *          - A SCHEDULED ASSIGNMENT WHOSE START DATE HAS COME
      *            IS STARTED - THE HOME DEPARTMENT AND MANAGER ARE
      *            TAKEN FRESH OFF THE MASTER, THE MASTER IS MOVED TO
      *            THE HOST DEPARTMENT (AND HOST MANAGER, IF ONE WAS
      *            GIVEN), AND AN 'EDPTHST' MOVEMENT IS WRITTEN. ONE
      *            THAT LAPSED UNSTARTED, OR WHOSE EMPLOYEE HAS LEFT,
      *            IS CANCELLED; ONE WAITING ON AN EARLIER ASSIGNMENT
      *            STILL UNDER WAY IS LEFT FOR A LATER NIGHT.
      *          - AN ACTIVE ASSIGNMENT PAST ITS LAST DAY IS ENDED -
      *            THE MASTER IS PUT BACK TO THE HOME POST AND THE
      *            RETURN MOVEMENT WRITTEN. A DEPARTMENT OR MANAGER
      *            CHANGED ON 'EUPDP' MEANWHILE IS LEFT ALONE AND
      *            REPORTED, NOT OVERWRITTEN.
      *          - AN ACTIVE ASSIGNMENT CARRYING AN ACTING ALLOWANCE
      *            HAS IT RAISED ONCE AS A PENDING 'EONEPAY' PAYMENT
      *            (TYPE 'AL'), FOR APPROVAL ON 'EOTPP' LIKE ANY
      *            OTHER. A CLASH WITH A PAYMENT ALREADY ON FILE FOR
      *            TODAY IS REPORTED AND TRIED AGAIN THE NEXT NIGHT.
      *      - EVERY MASTER CHANGE LEAVES AN 'EAUDIT' UPDATE EVENT,
      *        APPENDED TO THE *LIVE* CLUSTER THE SAME WAY 'EPNDAPP'
      *        AND 'EDPTMOVE' LOG THEIR OFFLINE CHANGES.
      *      - PRODUCES A REPORT OF EVERY ASSIGNMENT ACTED ON.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ETMPASG-FILE ASSIGN TO ETMPASG
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TAS-KEY
                FILE STATUS IS WS-ETMPASG-STATUS.

           SELECT EMPMAST-FILE ASSIGN TO EMPMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EMP-EMPLOYEE-ID
                FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT EDPTHST-FILE ASSIGN TO EDPTHST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DTH-KEY
                FILE STATUS IS WS-EDPTHST-STATUS.

           SELECT EONEPAY-FILE ASSIGN TO EONEPAY
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OPY-KEY
                FILE STATUS IS WS-EONEPAY-STATUS.

           SELECT EAUDIT-FILE ASSIGN TO EAUDIT
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-EAUDIT-STATUS.

           SELECT ASSIGNMENT-REPORT-FILE ASSIGN TO TASRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-TASRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ETMPASG-FILE.
       COPY ETMPASG.

       FD  EMPMAST-FILE.
       COPY EMPMAST.

       FD  EDPTHST-FILE.
       COPY EDPTHST.

       FD  EONEPAY-FILE.
       COPY EONEPAY.

       FD  EAUDIT-FILE.
       COPY EAUDIT.

       FD  ASSIGNMENT-REPORT-FILE
           RECORDING MODE IS F.
       01  ASSIGNMENT-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-ETMPASG-STATUS        PIC X(2).
             88 ETMPASG-OK                      VALUE '00'.
          05 WS-EMPMAST-STATUS        PIC X(2).
             88 EMPMAST-OK                      VALUE '00'.
          05 WS-EDPTHST-STATUS        PIC X(2).
             88 EDPTHST-OK                      VALUE '00'.
             88 EDPTHST-DUPLICATE               VALUE '22'.
          05 WS-EONEPAY-STATUS        PIC X(2).
             88 EONEPAY-OK                      VALUE '00'.
          05 WS-EAUDIT-STATUS         PIC X(2).
             88 EAUDIT-OK                       VALUE '00'.
          05 WS-TASRPT-STATUS         PIC X(2).
          05 WS-ASSIGNMENT-EOF-FLAG   PIC X(1)  VALUE 'N'.
             88 END-OF-ASSIGNMENTS              VALUE 'Y'.
          05 WS-MASTER-FOUND-FLAG     PIC X(1)  VALUE 'N'.
             88 MASTER-FOUND                    VALUE 'Y'.
          05 WS-DEPT-REVERTED-FLAG    PIC X(1)  VALUE 'N'.
             88 DEPT-REVERTED                   VALUE 'Y'.
          05 WS-MOVED-SINCE-FLAG      PIC X(1)  VALUE 'N'.
             88 MOVED-SINCE                     VALUE 'Y'.
          05 WS-TODAY                 PIC X(8).
      *    THE EMPLOYEE WHOSE ASSIGNMENT WAS LEFT UNDER WAY LAST -
      *    A SECOND ONE FOR THE SAME PERSON WAITS UNTIL IT ENDS.
          05 WS-LAST-ACTIVE-EMPLOYEE-ID PIC 9(8) VALUE ZEROES.
          05 WS-OLD-DEPARTMENT-ID     PIC 9(8)  VALUE ZEROES.
          05 WS-NEW-DEPARTMENT-ID     PIC 9(8)  VALUE ZEROES.
          05 WS-ACTION-TEXT           PIC X(44) VALUE SPACES.
          05 WS-BEFORE-IMAGE          PIC X(268).
          05 WS-READ-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-STARTED-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ENDED-COUNT           PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-CANCELLED-COUNT       PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-WAITING-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ALLOWANCE-COUNT       PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ERROR-COUNT           PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.

       01 WS-REPORT-HEADING.
          05 FILLER                   PIC X(44)
             VALUE 'TEMPORARY ASSIGNMENT START / END REPORT'.
          05 FILLER                   PIC X(6)  VALUE 'DATE: '.
          05 WS-RPT-RUN-DATE          PIC X(8).
          05 FILLER                   PIC X(22) VALUE SPACES.

       01 WS-REPORT-COLUMN-HEADING.
          05 FILLER                   PIC X(10) VALUE 'EMPLOYEE'.
          05 FILLER                   PIC X(10) VALUE 'START'.
          05 FILLER                   PIC X(10) VALUE 'LAST DAY'.
          05 FILLER                   PIC X(50) VALUE 'ACTION'.

       01 WS-REPORT-DETAIL-LINE.
          05 WS-RPT-EMPLOYEE-ID       PIC 9(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-START-DATE        PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-END-DATE          PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-ACTION            PIC X(44).
          05 FILLER                   PIC X(6)  VALUE SPACES.

       01 WS-REPORT-SUMMARY-LINE.
          05 WS-RPT-SUMMARY-LABEL     PIC X(28).
          05 WS-RPT-SUMMARY-TOTAL     PIC Z(7)9.
          05 FILLER                   PIC X(44) VALUE SPACES.

      ******************************************************************
      *   RUN-HISTORY LOG ARGUMENTS (SEE 'ERUNLOG').
      ******************************************************************
       COPY ERUNARG.
      ******************************************************************
      *   REPORT REPOSITORY DEPOSIT ARGUMENTS (SEE 'ERPTSTO').
      ******************************************************************
       COPY ERPTARG.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-ASSIGNMENT UNTIL END-OF-ASSIGNMENTS.
           PERFORM 3000-PRODUCE-SUMMARY.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN I-O ETMPASG-FILE.
           IF NOT ETMPASG-OK
              DISPLAY 'ETMPASN - UNABLE TO OPEN ETMPASG, STATUS='
                 WS-ETMPASG-STATUS
              STOP RUN
           END-IF.

           OPEN I-O EMPMAST-FILE.
           IF NOT EMPMAST-OK
              DISPLAY 'ETMPASN - UNABLE TO OPEN EMPMAST, STATUS='
                 WS-EMPMAST-STATUS
              STOP RUN
           END-IF.

           OPEN I-O EDPTHST-FILE.
           IF NOT EDPTHST-OK
              DISPLAY 'ETMPASN - UNABLE TO OPEN EDPTHST, STATUS='
                 WS-EDPTHST-STATUS
              STOP RUN
           END-IF.

           OPEN I-O EONEPAY-FILE.
           IF NOT EONEPAY-OK
              DISPLAY 'ETMPASN - UNABLE TO OPEN EONEPAY, STATUS='
                 WS-EONEPAY-STATUS
              STOP RUN
           END-IF.

      *    THE AUDIT EVENTS GO ONTO THE END OF THE *LIVE* CLUSTER SO
      *    THEY ARE PICKED UP BY THE NEXT 'ESWBATCH'/'EPAYFEED' CYCLE
      *    LIKE ANY ONLINE CHANGE WOULD BE.
           OPEN EXTEND EAUDIT-FILE.
           IF NOT EAUDIT-OK
              DISPLAY 'ETMPASN - UNABLE TO OPEN EAUDIT, STATUS='
                 WS-EAUDIT-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT ASSIGNMENT-REPORT-FILE.

           MOVE WS-TODAY TO WS-RPT-RUN-DATE.
           MOVE WS-REPORT-HEADING TO ASSIGNMENT-REPORT-LINE.
           MOVE ASSIGNMENT-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE ASSIGNMENT-REPORT-LINE.

           MOVE SPACES TO ASSIGNMENT-REPORT-LINE.
           MOVE ASSIGNMENT-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE ASSIGNMENT-REPORT-LINE.

           MOVE WS-REPORT-COLUMN-HEADING TO ASSIGNMENT-REPORT-LINE.
           MOVE ASSIGNMENT-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE ASSIGNMENT-REPORT-LINE.

           MOVE LOW-VALUES TO TAS-KEY.
           START ETMPASG-FILE KEY IS NOT LESS THAN TAS-KEY
              INVALID KEY
                 SET END-OF-ASSIGNMENTS TO TRUE
           END-START.

           IF NOT END-OF-ASSIGNMENTS THEN
              PERFORM 1100-READ-NEXT-ASSIGNMENT
           END-IF.

      *-----------------------------------------------------------------
       READING SECTION.
      *-----------------------------------------------------------------

       1100-READ-NEXT-ASSIGNMENT.
           READ ETMPASG-FILE NEXT RECORD
              AT END
                 SET END-OF-ASSIGNMENTS TO TRUE
           END-READ.

           IF NOT END-OF-ASSIGNMENTS THEN
              ADD 1 TO WS-READ-COUNT
           END-IF.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------

      *    THE FILE IS IN START DATE ORDER WITHIN EMPLOYEE, SO AN
      *    EARLIER ASSIGNMENT IS ALWAYS ENDED BEFORE A LATER ONE FOR
      *    THE SAME PERSON IS LOOKED AT.
       2000-PROCESS-ASSIGNMENT.
           EVALUATE TRUE
           WHEN TAS-ST-ACTIVE AND TAS-END-DATE IS LESS THAN WS-TODAY
                PERFORM 2300-END-ASSIGNMENT
           WHEN TAS-ST-ACTIVE
                MOVE TAS-EMPLOYEE-ID TO WS-LAST-ACTIVE-EMPLOYEE-ID
                PERFORM 2500-RAISE-ACTING-ALLOWANCE
           WHEN TAS-ST-SCHEDULED AND
                TAS-START-DATE IS NOT GREATER THAN WS-TODAY
                PERFORM 2100-START-ASSIGNMENT
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

           PERFORM 1100-READ-NEXT-ASSIGNMENT.

       2100-START-ASSIGNMENT.
           IF TAS-END-DATE IS LESS THAN WS-TODAY THEN
              MOVE 'CANCELLED - LAPSED BEFORE IT COULD START'
                 TO WS-ACTION-TEXT
              PERFORM 2150-CANCEL-ASSIGNMENT
              EXIT PARAGRAPH
           END-IF.

           IF TAS-EMPLOYEE-ID IS EQUAL TO WS-LAST-ACTIVE-EMPLOYEE-ID
              ADD 1 TO WS-WAITING-COUNT
              MOVE 'WAITING - EARLIER ASSIGNMENT STILL UNDER WAY'
                 TO WS-ACTION-TEXT
              PERFORM 2900-WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2050-READ-MASTER.

           IF NOT MASTER-FOUND THEN
              MOVE 'CANCELLED - EMPLOYEE NO LONGER ON FILE'
                 TO WS-ACTION-TEXT
              PERFORM 2150-CANCEL-ASSIGNMENT
              EXIT PARAGRAPH
           END-IF.

      *    THE HOME POST IS WHATEVER THE MASTER SAYS ON THE MORNING
      *    THE ASSIGNMENT STARTS, NOT WHEN IT WAS KEYED.
           MOVE EMPLOYEE-MASTER-RECORD TO WS-BEFORE-IMAGE.
           MOVE EMP-DEPARTMENT-ID TO WS-OLD-DEPARTMENT-ID.
           MOVE EMP-DEPARTMENT-ID TO TAS-HOME-DEPARTMENT-ID.
           MOVE EMP-MANAGER-ID TO TAS-HOME-MANAGER-ID.

           MOVE TAS-HOST-DEPARTMENT-ID TO EMP-DEPARTMENT-ID.
           IF TAS-HOST-MANAGER-ID IS GREATER THAN ZEROES THEN
              MOVE TAS-HOST-MANAGER-ID TO EMP-MANAGER-ID
           END-IF.

           REWRITE EMPLOYEE-MASTER-RECORD
              INVALID KEY
                 DISPLAY 'ETMPASN - EMPMAST REWRITE FAILED, KEY='
                    EMP-EMPLOYEE-ID
                 ADD 1 TO WS-ERROR-COUNT
                 EXIT PARAGRAPH
           END-REWRITE.

           PERFORM 2400-WRITE-AUDIT-EVENT.

           IF WS-OLD-DEPARTMENT-ID IS NOT EQUAL TO
              TAS-HOST-DEPARTMENT-ID THEN
              MOVE TAS-HOST-DEPARTMENT-ID TO WS-NEW-DEPARTMENT-ID
              PERFORM 2450-WRITE-DEPT-HISTORY
           END-IF.

           SET TAS-ST-ACTIVE TO TRUE.
           MOVE WS-TODAY TO TAS-STARTED-DATE.
           MOVE TAS-EMPLOYEE-ID TO WS-LAST-ACTIVE-EMPLOYEE-ID.

           MOVE 'STARTED - MOVED TO HOST DEPARTMENT'
              TO WS-ACTION-TEXT.
           PERFORM 2800-REWRITE-ASSIGNMENT.
           ADD 1 TO WS-STARTED-COUNT.

           PERFORM 2500-RAISE-ACTING-ALLOWANCE.

       2050-READ-MASTER.
           MOVE 'N' TO WS-MASTER-FOUND-FLAG.
           MOVE TAS-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           READ EMPMAST-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.

           IF NOT EMP-DELETED THEN
              SET MASTER-FOUND TO TRUE
           END-IF.

       2150-CANCEL-ASSIGNMENT.
           SET TAS-ST-CANCELLED TO TRUE.
           MOVE WS-TODAY TO TAS-ENDED-DATE.
           PERFORM 2800-REWRITE-ASSIGNMENT.
           ADD 1 TO WS-CANCELLED-COUNT.

      *    ONLY WHAT THE ASSIGNMENT ITSELF CHANGED IS PUT BACK - A
      *    PERMANENT MOVE MADE ON 'EUPDP' DURING IT STANDS.
       2300-END-ASSIGNMENT.
           PERFORM 2050-READ-MASTER.

           IF NOT MASTER-FOUND THEN
              SET TAS-ST-ENDED TO TRUE
              MOVE WS-TODAY TO TAS-ENDED-DATE
              MOVE 'ENDED - EMPLOYEE NO LONGER ON FILE'
                 TO WS-ACTION-TEXT
              PERFORM 2800-REWRITE-ASSIGNMENT
              ADD 1 TO WS-ENDED-COUNT
              EXIT PARAGRAPH
           END-IF.

           MOVE EMPLOYEE-MASTER-RECORD TO WS-BEFORE-IMAGE.
           MOVE 'N' TO WS-DEPT-REVERTED-FLAG.
           MOVE 'N' TO WS-MOVED-SINCE-FLAG.

           IF EMP-DEPARTMENT-ID IS EQUAL TO TAS-HOST-DEPARTMENT-ID
              MOVE TAS-HOME-DEPARTMENT-ID TO EMP-DEPARTMENT-ID
              SET DEPT-REVERTED TO TRUE
           ELSE
              SET MOVED-SINCE TO TRUE
           END-IF.

           IF TAS-HOST-MANAGER-ID IS GREATER THAN ZEROES THEN
              IF EMP-MANAGER-ID IS EQUAL TO TAS-HOST-MANAGER-ID
                 MOVE TAS-HOME-MANAGER-ID TO EMP-MANAGER-ID
              ELSE
                 SET MOVED-SINCE TO TRUE
              END-IF
           END-IF.

           IF EMPLOYEE-MASTER-RECORD IS NOT EQUAL TO WS-BEFORE-IMAGE
              REWRITE EMPLOYEE-MASTER-RECORD
                 INVALID KEY
                    DISPLAY 'ETMPASN - EMPMAST REWRITE FAILED, KEY='
                       EMP-EMPLOYEE-ID
                    ADD 1 TO WS-ERROR-COUNT
                    EXIT PARAGRAPH
              END-REWRITE
              PERFORM 2400-WRITE-AUDIT-EVENT
           END-IF.

           IF DEPT-REVERTED AND
              TAS-HOME-DEPARTMENT-ID IS NOT EQUAL TO
              TAS-HOST-DEPARTMENT-ID THEN
              MOVE TAS-HOST-DEPARTMENT-ID TO WS-OLD-DEPARTMENT-ID
              MOVE TAS-HOME-DEPARTMENT-ID TO WS-NEW-DEPARTMENT-ID
              PERFORM 2450-WRITE-DEPT-HISTORY
           END-IF.

           SET TAS-ST-ENDED TO TRUE.
           MOVE WS-TODAY TO TAS-ENDED-DATE.

           IF MOVED-SINCE THEN
              MOVE 'ENDED - CHANGED SINCE, NOT ALL PUT BACK'
                 TO WS-ACTION-TEXT
           ELSE
              MOVE 'ENDED - RETURNED TO HOME POST' TO WS-ACTION-TEXT
           END-IF.
           PERFORM 2800-REWRITE-ASSIGNMENT.
           ADD 1 TO WS-ENDED-COUNT.

       2400-WRITE-AUDIT-EVENT.
           INITIALIZE AUDIT-TRAIL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE 'ETMPASN' TO AUD-USER-ID.
           SET AUD-ACTION-UPDATE TO TRUE.
           MOVE WS-BEFORE-IMAGE TO AUD-RECORD-BEFORE.
           MOVE EMPLOYEE-MASTER-RECORD TO AUD-RECORD-AFTER.

           WRITE AUDIT-TRAIL-RECORD.
           IF NOT EAUDIT-OK
              DISPLAY 'ETMPASN - AUDIT WRITE FAILED, STATUS='
                 WS-EAUDIT-STATUS
           END-IF.

      *    SAME TRANSFER-HISTORY RECORD 'EUPDP' LEAVES BEHIND AN
      *    ONLINE DEPARTMENT CHANGE, REPLACED ON A SAME-DAY
      *    DUPLICATE.
       2450-WRITE-DEPT-HISTORY.
           INITIALIZE DEPT-TRANSFER-HISTORY-RECORD.
           MOVE TAS-EMPLOYEE-ID TO DTH-EMPLOYEE-ID.
           MOVE WS-TODAY TO DTH-TRANSFER-DATE.
           MOVE WS-OLD-DEPARTMENT-ID TO DTH-OLD-DEPARTMENT-ID.
           MOVE WS-NEW-DEPARTMENT-ID TO DTH-NEW-DEPARTMENT-ID.
           MOVE 'ETMPASN' TO DTH-RECORDED-BY.

           WRITE DEPT-TRANSFER-HISTORY-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE.

           IF EDPTHST-DUPLICATE
              REWRITE DEPT-TRANSFER-HISTORY-RECORD
                 INVALID KEY
                    DISPLAY 'ETMPASN - EDPTHST REWRITE FAILED, KEY='
                       DTH-KEY
              END-REWRITE
           END-IF.

      *    THE ALLOWANCE IS RAISED ONCE, PENDING, IN THE NAME OF
      *    WHOEVER KEYED THE ASSIGNMENT - SO THE APPROVING
      *    ADMINISTRATOR ON 'EOTPP' MUST STILL BE SOMEONE ELSE.
       2500-RAISE-ACTING-ALLOWANCE.
           IF TAS-ACTING-ALLOWANCE IS NOT GREATER THAN ZEROES OR
              TAS-ALLOWANCE-RAISED THEN
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE ONE-TIME-PAYMENT-RECORD.
           MOVE TAS-EMPLOYEE-ID TO OPY-EMPLOYEE-ID.
           MOVE WS-TODAY TO OPY-PAYMENT-DATE.
           SET OPY-TYPE-ALLOWANCE TO TRUE.
           MOVE TAS-ACTING-ALLOWANCE TO OPY-AMOUNT.
           SET OPY-PENDING TO TRUE.
           MOVE SPACES TO OPY-FED-FLAG.
           MOVE TAS-ENTERED-BY TO OPY-REQUESTED-BY.
           MOVE WS-TODAY TO OPY-REQUESTED-DATE.
           MOVE SPACES TO OPY-ACTIONED-BY.
           MOVE SPACES TO OPY-ACTIONED-FOR.
           MOVE SPACES TO OPY-ACTIONED-DATE.

           WRITE ONE-TIME-PAYMENT-RECORD
              INVALID KEY
                 MOVE 'ALLOWANCE HELD - PAYMENT ON FILE FOR TODAY'
                    TO WS-ACTION-TEXT
                 PERFORM 2900-WRITE-DETAIL-LINE
                 EXIT PARAGRAPH
           END-WRITE.

           SET TAS-ALLOWANCE-RAISED TO TRUE.
           MOVE 'ACTING ALLOWANCE RAISED FOR APPROVAL'
              TO WS-ACTION-TEXT.
           PERFORM 2800-REWRITE-ASSIGNMENT.
           ADD 1 TO WS-ALLOWANCE-COUNT.

       2800-REWRITE-ASSIGNMENT.
           REWRITE TEMP-ASSIGNMENT-RECORD
              INVALID KEY
                 DISPLAY 'ETMPASN - ETMPASG REWRITE FAILED, KEY='
                    TAS-KEY
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE 'ERROR - ASSIGNMENT NOT UPDATED'
                    TO WS-ACTION-TEXT
           END-REWRITE.

           PERFORM 2900-WRITE-DETAIL-LINE.

       2900-WRITE-DETAIL-LINE.
           MOVE TAS-EMPLOYEE-ID TO WS-RPT-EMPLOYEE-ID.
           MOVE TAS-START-DATE TO WS-RPT-START-DATE.
           MOVE TAS-END-DATE TO WS-RPT-END-DATE.
           MOVE WS-ACTION-TEXT TO WS-RPT-ACTION.

           MOVE WS-REPORT-DETAIL-LINE TO ASSIGNMENT-REPORT-LINE.
           MOVE ASSIGNMENT-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE ASSIGNMENT-REPORT-LINE.

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------

       3000-PRODUCE-SUMMARY.
           MOVE SPACES TO ASSIGNMENT-REPORT-LINE.
           MOVE ASSIGNMENT-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE ASSIGNMENT-REPORT-LINE.

           MOVE 'ASSIGNMENTS READ ...........' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-READ-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3100-WRITE-SUMMARY-LINE.

           MOVE 'ASSIGNMENTS STARTED ........' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-STARTED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3100-WRITE-SUMMARY-LINE.

           MOVE 'ASSIGNMENTS ENDED ..........' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-ENDED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3100-WRITE-SUMMARY-LINE.

           MOVE 'ASSIGNMENTS CANCELLED ......' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-CANCELLED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3100-WRITE-SUMMARY-LINE.

           MOVE 'ASSIGNMENTS WAITING ........' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-WAITING-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3100-WRITE-SUMMARY-LINE.

           MOVE 'ALLOWANCES RAISED ..........' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-ALLOWANCE-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3100-WRITE-SUMMARY-LINE.

           MOVE 'UPDATE ERRORS ..............' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-ERROR-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3100-WRITE-SUMMARY-LINE.

       3100-WRITE-SUMMARY-LINE.
           MOVE WS-REPORT-SUMMARY-LINE TO ASSIGNMENT-REPORT-LINE.
           MOVE ASSIGNMENT-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE ASSIGNMENT-REPORT-LINE.

      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'ETMPASN' TO RSA-REPORT-NAME.
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
           MOVE 'ETMPASN' TO RLG-JOB-NAME.
           MOVE WS-READ-COUNT TO RLG-INPUT-COUNT.
           COMPUTE RLG-OUTPUT-COUNT = WS-STARTED-COUNT
                                    + WS-ENDED-COUNT.
           MOVE WS-ERROR-COUNT TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'ETMPASN - ASSIGNMENTS READ:      ' WS-READ-COUNT.
           DISPLAY 'ETMPASN - ASSIGNMENTS STARTED:   '
              WS-STARTED-COUNT.
           DISPLAY 'ETMPASN - ASSIGNMENTS ENDED:     ' WS-ENDED-COUNT.
           DISPLAY 'ETMPASN - ASSIGNMENTS CANCELLED: '
              WS-CANCELLED-COUNT.
           DISPLAY 'ETMPASN - ALLOWANCES RAISED:     '
              WS-ALLOWANCE-COUNT.

           CLOSE ETMPASG-FILE.
           CLOSE EMPMAST-FILE.
           CLOSE EDPTHST-FILE.
           CLOSE EONEPAY-FILE.
           CLOSE EAUDIT-FILE.
           CLOSE ASSIGNMENT-REPORT-FILE.
