       IDENTIFICATION DIVISION.
       PROGRAM-ID. EPIPRPT.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - PERFORMANCE IMPROVEMENT PLAN EXCEPTION REPORT.
      *      - BATCH PROGRAM, RUN OFFLINE AGAINST THE 'EPIPLAN' VSAM
      *        <KSDS> CLUSTER AND THE NIGHTLY 'EMPMAST' EXTRACT (SEE
      *        'EEMPEXT.cpy'), BOTH READ ONLY. BOTH ARE IN EMPLOYEE ID
      *        ORDER, SO THE EMPLOYEE IS FOUND BY MATCHING THE TWO
      *        FILES RATHER THAN BY A RANDOM READ PER PLAN.
      *      - FOR EVERY OPEN PLAN OF AN ACTIVE EMPLOYEE, LISTS EACH
      *        SCHEDULED REVIEW WHOSE DUE DATE HAS PASSED WITH NO
      *        OUTCOME RECORDED, AND THE PLAN ITSELF ONCE IT IS STILL
      *        OPEN PAST ITS DEADLINE - SO HR CAN CHASE THE MANAGER
      *        (SHOWN AS THE EMPLOYEE'S CURRENT ONE) ON 'EPIPP'.
      *      - SCHEDULE WEEKLY; THE OUTPUT GOES TO HR.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EPIPLAN-FILE ASSIGN TO EPIPLAN
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS PIP-KEY
                FILE STATUS IS WS-EPIPLAN-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO EMPEXT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-EMPEXT-STATUS.

           SELECT PLAN-REPORT-FILE ASSIGN TO PIPRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PIPRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EPIPLAN-FILE.
       COPY EPIPLAN.

       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       COPY EEMPEXT.

       FD  PLAN-REPORT-FILE
           RECORDING MODE IS F.
       01  PLAN-REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-EPIPLAN-STATUS        PIC X(2).
             88 EPIPLAN-OK                      VALUE '00'.
          05 WS-EMPEXT-STATUS         PIC X(2).
             88 EMPEXT-OK                       VALUE '00'.
          05 WS-EXTRACT-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EXTRACT-CHECK-FLAG    PIC X(1)  VALUE 'N'.
             88 EXTRACT-PROVEN                  VALUE 'Y'.
          05 WS-EMP-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-EMPMAST                  VALUE 'Y'.
          05 WS-PIPRPT-STATUS         PIC X(2).
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
             88 END-OF-EPIPLAN                  VALUE 'Y'.
          05 WS-TODAY                 PIC X(8).
          05 WS-SUB                   PIC 9(1)  USAGE IS BINARY.
          05 WS-SCANNED-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-OPEN-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-MISSED-COUNT          PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-OVERDUE-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EXCEPTION-COUNT       PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.

       01 WS-REPORT-HEADING.
          05 FILLER                   PIC X(47)
             VALUE 'IMPROVEMENT PLAN EXCEPTION REPORT - OVERDUE AS '.
          05 FILLER                   PIC X(3)  VALUE 'OF '.
          05 WS-RPT-HDG-DATE          PIC X(8).
          05 FILLER                   PIC X(22) VALUE SPACES.

       01 WS-REPORT-DETAIL-LINE.
          05 WS-RPT-EMP-ID            PIC Z(7)9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-NAME              PIC X(24).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 FILLER                   PIC X(5)  VALUE 'MGR: '.
          05 WS-RPT-MANAGER-ID        PIC Z(7)9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-EXCEPTION         PIC X(18).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-DUE-DATE          PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.

       01 WS-REPORT-EXCEPTION-TEXT.
          05 FILLER                   PIC X(7)  VALUE 'REVIEW '.
          05 WS-RPT-REVIEW-NO         PIC 9(1).
          05 FILLER                   PIC X(10) VALUE ' MISSED - '.

       01 WS-REPORT-SUMMARY-LINE.
          05 WS-RPT-SUMMARY-LABEL     PIC X(28).
          05 WS-RPT-SUMMARY-TOTAL     PIC Z(7)9.
          05 FILLER                   PIC X(44) VALUE SPACES.

      ******************************************************************
      *   EMPLOYEE MASTER RECORD, AS CARRIED ON THE NIGHTLY EXTRACT
      *   (SEE 'EEMPEXT.cpy').
      ******************************************************************
       COPY EMPMAST.
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
           PERFORM 2000-CHECK-PLAN UNTIL END-OF-EPIPLAN.
      *    THE REST OF THE EXTRACT IS STILL READ THROUGH, SO ITS
      *    TRAILER IS CHECKED WHEREVER THE LAST PLAN FELL.
           PERFORM 1200-READ-NEXT-EMPLOYEE UNTIL END-OF-EMPMAST.
           PERFORM 3000-PRODUCE-SUMMARY.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN INPUT EPIPLAN-FILE.
           IF NOT EPIPLAN-OK
              DISPLAY 'EPIPRPT - UNABLE TO OPEN EPIPLAN, STATUS='
                 WS-EPIPLAN-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT EXTRACT-FILE.
           IF NOT EMPEXT-OK
              DISPLAY 'EPIPRPT - UNABLE TO OPEN EMPEXT, STATUS='
                 WS-EMPEXT-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT PLAN-REPORT-FILE.

           MOVE WS-TODAY TO WS-RPT-HDG-DATE.
           MOVE WS-REPORT-HEADING TO PLAN-REPORT-LINE.
           MOVE PLAN-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE PLAN-REPORT-LINE.
           MOVE SPACES TO PLAN-REPORT-LINE.
           MOVE PLAN-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE PLAN-REPORT-LINE.

           PERFORM 1100-READ-NEXT-PLAN.
           PERFORM 1200-READ-NEXT-EMPLOYEE.

      *-----------------------------------------------------------------
       READING SECTION.
      *-----------------------------------------------------------------

       1100-READ-NEXT-PLAN.
           READ EPIPLAN-FILE
              AT END
                 SET END-OF-EPIPLAN TO TRUE
           END-READ.

       1200-READ-NEXT-EMPLOYEE.
           READ EXTRACT-FILE
              AT END
                 SET END-OF-EMPMAST TO TRUE
           END-READ.

           IF NOT END-OF-EMPMAST
              IF EXT-TRAILER
                 PERFORM 1250-CHECK-EXTRACT-TRAILER
                 SET END-OF-EMPMAST TO TRUE
              ELSE
                 ADD 1 TO WS-EXTRACT-COUNT
                 MOVE EXT-MASTER-IMAGE TO EMPLOYEE-MASTER-RECORD
              END-IF
           END-IF.

      *    THE TRAILER CLOSING THE EXTRACT CARRIES THE RECORD COUNT
      *    'EEMPEXT' WROTE - THIS COPY IS ONLY GOOD IF IT AGREES.
       1250-CHECK-EXTRACT-TRAILER.
           IF EXT-TRL-RECORD-COUNT IS EQUAL TO WS-EXTRACT-COUNT
              SET EXTRACT-PROVEN TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------

       2000-CHECK-PLAN.
           ADD 1 TO WS-SCANNED-COUNT.

      *    CLOSED PLANS ARE ONLY ON FILE AS HISTORY.
           IF PIP-OPEN THEN
              PERFORM 2100-CHECK-OPEN-PLAN
           END-IF.

           PERFORM 1100-READ-NEXT-PLAN.

       2100-CHECK-OPEN-PLAN.
           PERFORM 1200-READ-NEXT-EMPLOYEE
              UNTIL END-OF-EMPMAST
                 OR EMP-EMPLOYEE-ID IS NOT LESS THAN PIP-EMPLOYEE-ID.

           IF END-OF-EMPMAST OR
              EMP-EMPLOYEE-ID IS NOT EQUAL TO PIP-EMPLOYEE-ID THEN
              EXIT PARAGRAPH
           END-IF.

      *    A DEPARTED EMPLOYEE'S OPEN PLAN IS MOOT.
           IF NOT EMP-ACTIVE THEN
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-OPEN-COUNT.

           MOVE EMP-EMPLOYEE-ID TO WS-RPT-EMP-ID.
           MOVE EMP-PRIMARY-NAME TO WS-RPT-NAME.
           MOVE EMP-MANAGER-ID TO WS-RPT-MANAGER-ID.

      *    REVIEW 4 IS ONLY EVER SCHEDULED BY AN EXTENSION.
           PERFORM 2200-CHECK-REVIEW
              VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB IS GREATER THAN 4.

           IF PIP-DEADLINE-DATE IS LESS THAN WS-TODAY THEN
              ADD 1 TO WS-OVERDUE-COUNT
              MOVE 'PAST DEADLINE -' TO WS-RPT-EXCEPTION
              MOVE PIP-DEADLINE-DATE TO WS-RPT-DUE-DATE
              PERFORM 2900-WRITE-DETAIL-LINE
           END-IF.

       2200-CHECK-REVIEW.
           IF PIP-REVIEW-DUE-DATE(WS-SUB) IS NOT EQUAL TO SPACES AND
              PIP-REVIEW-DUE-DATE(WS-SUB) IS LESS THAN WS-TODAY AND
              PIP-REVIEW-PENDING(WS-SUB) THEN
              ADD 1 TO WS-MISSED-COUNT
              MOVE WS-SUB TO WS-RPT-REVIEW-NO
              MOVE WS-REPORT-EXCEPTION-TEXT TO WS-RPT-EXCEPTION
              MOVE PIP-REVIEW-DUE-DATE(WS-SUB) TO WS-RPT-DUE-DATE
              PERFORM 2900-WRITE-DETAIL-LINE
           END-IF.

       2900-WRITE-DETAIL-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.

           MOVE WS-REPORT-DETAIL-LINE TO PLAN-REPORT-LINE.
           MOVE PLAN-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE PLAN-REPORT-LINE.

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------

       3000-PRODUCE-SUMMARY.
           MOVE SPACES TO PLAN-REPORT-LINE.
           MOVE PLAN-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE PLAN-REPORT-LINE.

           MOVE 'PLANS ON FILE ..............'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-SCANNED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3100-WRITE-SUMMARY-LINE.

           MOVE 'OPEN, ACTIVE EMPLOYEE ......'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-OPEN-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3100-WRITE-SUMMARY-LINE.

           MOVE 'REVIEWS MISSED .............'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-MISSED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3100-WRITE-SUMMARY-LINE.

           MOVE 'OPEN PAST DEADLINE .........'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-OVERDUE-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3100-WRITE-SUMMARY-LINE.

       3100-WRITE-SUMMARY-LINE.
           MOVE WS-REPORT-SUMMARY-LINE TO PLAN-REPORT-LINE.
           MOVE PLAN-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE PLAN-REPORT-LINE.

      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'EPIPRPT' TO RSA-REPORT-NAME.
           SET RSA-ACTION-LINE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.


      *-----------------------------------------------------------------
       TERMINATION SECTION.
      *-----------------------------------------------------------------

       9000-TERMINATE.

      *    FINISH THE REPORT REPOSITORY DEPOSIT.
           SET RSA-ACTION-CLOSE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *    A SHORT OR DAMAGED EXTRACT (NO TRAILER, OR A RECORD COUNT
      *    THAT DISAGREES WITH IT) FAILS THE RUN.
           IF NOT EXTRACT-PROVEN
              DISPLAY 'EPIPRPT - EMPEXT TRAILER CHECK FAILED, READ='
                 WS-EXTRACT-COUNT
              MOVE 8 TO RLG-RETURN-CODE
           END-IF.

      *    LOG THE RUN ON THE COMMON RUN-HISTORY FILE.
           MOVE 'EPIPRPT ' TO RLG-JOB-NAME.
           MOVE WS-SCANNED-COUNT TO RLG-INPUT-COUNT.
           MOVE WS-EXCEPTION-COUNT TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'EPIPRPT - PLANS SCANNED:      ' WS-SCANNED-COUNT.
           DISPLAY 'EPIPRPT - REVIEWS MISSED:     ' WS-MISSED-COUNT.
           DISPLAY 'EPIPRPT - PAST DEADLINE:      ' WS-OVERDUE-COUNT.

           CLOSE EPIPLAN-FILE.
           CLOSE EXTRACT-FILE.
           CLOSE PLAN-REPORT-FILE.

           IF NOT EXTRACT-PROVEN
              MOVE 8 TO RETURN-CODE
           END-IF.
