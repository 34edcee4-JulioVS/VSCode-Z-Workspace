      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - MONTHLY COST-CENTER COMPENSATION EXTRACT FOR THE
      *        GENERAL LEDGER.
      *      - BATCH PROGRAM, RUN OFFLINE AGAINST THE NIGHTLY
      *        'EMPMAST' EXTRACT (SEE 'EEMPEXT.cpy'), WHICH ALREADY
      *        CARRIES EACH EMPLOYEE'S 'EDEPMST' DEPARTMENT (READ
      *        ONLY).
      *      - ROLLS 'EMP-COMPENSATION' FOR EVERY ACTIVE EMPLOYEE UP
      *        BY THE 'DEP-COST-CENTER-CODE' ON THE EMPLOYEE'S
      *        DEPARTMENT AND WRITES ONE FIXED-FORMAT 'GLFEED'
      *        SHAPE 'EPAYFEED' ESTABLISHED - SO FINANCE STOPS
      *        RE-KEYING DEPARTMENTAL SALARY COST FROM A PRINTED
      *        ROSTER EVERY MONTH.
      *      - AN EMPLOYEE WHOSE DEPARTMENT WAS NOT ON 'EDEPMST' ROLLS
      *        UP UNDER COST CENTER '????????', SO NOTHING IS
      *        SILENTLY DROPPED FROM THE POSTING TOTALS.
      *      - SCHEDULE MONTHLY, AT PERIOD END.
      *      - EMPLOYEES PAID IN ANOTHER CURRENCY (SEE 'EPAYCUR') ARE
      *        CONVERTED TO THE REPORTING CURRENCY AT THE PERIOD'S
      *        'EXCHRAT' RATE (VIA 'ECURCNV') BEFORE ANYTHING IS
      *        POSTED. ONE WITH NO RATE LOADED POSTS UNCONVERTED AND
      *        IS COUNTED ON THE REPORT, SO 'EXRTLOAD' CAN BE RERUN.
      *      - 'EEXPCLM' EXPENSE CLAIMS GIVEN THEIR FINAL APPROVAL IN
      *        THE PERIOD ARE CONVERTED THE SAME WAY AND POSTED TO THE
      *        CLAIM'S OWN COST CENTER ON TOP OF THE COMPENSATION. THEY
      *        ADD NO EMPLOYEES TO A COST CENTER'S COUNT AND ARE SHOWN
      *        SEPARATELY ON THE REPORT; THE TRAILER AMOUNT IS THE SUM
      *        OF BOTH, AS THE DETAIL RECORDS ARE.
      *      - 'ETRNCHG' TRAINING CHARGES STAMPED FOR THE PERIOD (SEE
      *        'ETRNP' SESSION COMPLETION) POST AS THEIR OWN 'T'
      *        RECORD TYPE, ONE PER COST CENTER, SO FINANCE CAN BOOK
      *        THEM TO THE TRAINING EXPENSE ACCOUNT APART FROM PAY. A
      *        SHARED EMPLOYEE'S CHARGE IS APPORTIONED BY 'ECCSPLIT'
      *        JUST AS THE COMPENSATION IS. THE TRAILER AMOUNT NOW
      *        INCLUDES THEM TOO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO EMPEXT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-EMPEXT-STATUS.

           SELECT EGLPCTL-FILE ASSIGN TO EGLPCTL
                ORGANIZATION IS INDEXED
                RECORD KEY IS DAH-KEY
                FILE STATUS IS WS-EDPAHST-STATUS.

           SELECT EEXPCLM-FILE ASSIGN TO EEXPCLM
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS EXP-KEY
                FILE STATUS IS WS-EEXPCLM-STATUS.

           SELECT ETRNCHG-FILE ASSIGN TO ETRNCHG
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CHG-KEY
                FILE STATUS IS WS-ETRNCHG-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SYSIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       COPY EEMPEXT.

       FD  EDIVMST-FILE.
       COPY EDIVMST.
       FD  EGLPCTL-FILE.
       COPY EGLPCTL.

       FD  EEXPCLM-FILE.
       COPY EEXPCLM.

       FD  ETRNCHG-FILE.
       COPY ETRNCHG.

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD.
       01  GL-POSTING-RECORD.
           05 GLX-RECORD-TYPE           PIC X(1).
              88 GLX-DETAIL                       VALUE 'D'.
              88 GLX-TRAINING                     VALUE 'T'.
              88 GLX-TRAILER                      VALUE 'Z'.
           05 GLX-PERIOD                PIC X(6).
           05 GLX-COST-CENTER           PIC X(8).
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-EMPEXT-STATUS         PIC X(2).
             88 EMPEXT-OK                       VALUE '00'.
          05 WS-EXTRACT-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EXTRACT-CHECK-FLAG    PIC X(1)  VALUE 'N'.
             88 EXTRACT-PROVEN                  VALUE 'Y'.
          05 WS-EDIVMST-STATUS        PIC X(2).
             88 EDIVMST-OK                      VALUE '00'.
          05 WS-EDPAHST-STATUS        PIC X(2).
             88 EDPAHST-OK                      VALUE '00'.
          05 WS-ECCSPLIT-STATUS       PIC X(2).
             88 ECCSPLIT-OK                     VALUE '00'.
          05 WS-EEXPCLM-STATUS        PIC X(2).
             88 EEXPCLM-OK                      VALUE '00'.
          05 WS-EXP-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-EEXPCLM                  VALUE 'Y'.
          05 WS-ETRNCHG-STATUS        PIC X(2).
             88 ETRNCHG-OK                      VALUE '00'.
          05 WS-CHG-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-ETRNCHG                  VALUE 'Y'.
          05 WS-EGLPCTL-STATUS        PIC X(2).
             88 EGLPCTL-OK                      VALUE '00'.
             88 EGLPCTL-DUPLICATE               VALUE '22'.
          05 WS-SPLIT-IDX             PIC 9(1)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-POST-AMOUNT           PIC 9(9)V99 VALUE ZEROES.
          05 WS-EMPLOYEE-AMOUNT       PIC 9(9)V99 VALUE ZEROES.
          05 WS-NO-RATE-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-SPLIT-EMPLOYEES       PIC 9(5)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-SYSIN-STATUS          PIC X(2).
          05 WS-EMPLOYEE-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-GRAND-TOTAL           PIC 9(11)V99 VALUE ZEROES.
      *    EXPENSE REIMBURSEMENTS POSTED IN THE PERIOD - KEPT APART
      *    FROM 'WS-GRAND-TOTAL', WHICH STAYS PURE COMPENSATION.
          05 WS-EXPENSE-TOTAL         PIC 9(11)V99 VALUE ZEROES.
          05 WS-EXPENSE-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
      *    TRAINING CHARGES POSTED IN THE PERIOD - LIKEWISE KEPT APART.
          05 WS-TRAINING-TOTAL        PIC 9(11)V99 VALUE ZEROES.
          05 WS-TRAINING-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-CHARGE-AMOUNT         PIC 9(9)V99 VALUE ZEROES.

      *    COMPENSATION ROLL-UP PER DIVISION (THE DEPARTMENT'S
      *    'DEP-DIVISION-ID' - UNKNOWN DEPARTMENTS ROLL UP UNDER
             10 WS-CC-AMOUNT          PIC 9(11)V99.
             10 WS-CC-EMPLOYEES       PIC 9(5)  USAGE IS BINARY.

      *    TRAINING CHARGE ROLL-UP PER COST CENTER ('T' RECORDS).
       01 WS-TC-TABLE.
          05 WS-TC-COUNT              PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-TC-SCAN-IDX           PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-TC-FOUND-IDX          PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-TC-ENTRY OCCURS 200 TIMES.
             10 WS-TC-CODE            PIC X(8).
             10 WS-TC-AMOUNT          PIC 9(11)V99.
             10 WS-TC-ATTENDEES       PIC 9(5)  USAGE IS BINARY.

       01 WS-REPORT-HEADING.
          05 FILLER                   PIC X(44)
             VALUE 'MONTHLY GL COMPENSATION EXTRACT - PERIOD '.
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
      *   REPORT REPOSITORY DEPOSIT ARGUMENTS (SEE 'ERPTSTO').
      ******************************************************************
       COPY ERPTARG.
      ******************************************************************
      *   CURRENCY CONVERSION ARGUMENTS (SEE 'ECURCNV').
      ******************************************************************
       COPY ECNVARG.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-ACCUMULATE-EMPLOYEE UNTIL END-OF-EMPMAST.
           PERFORM 2500-ACCUMULATE-EXPENSE UNTIL END-OF-EEXPCLM.
           PERFORM 2600-ACCUMULATE-TRAINING UNTIL END-OF-ETRNCHG.
      *    NOTHING IS POSTED FROM A SHORT OR DAMAGED EMPLOYEE
      *    EXTRACT, AND THE PERIOD IS LEFT OPEN FOR THE RERUN.
           IF EXTRACT-PROVEN
              PERFORM 3000-WRITE-EXTRACT-AND-REPORT
              PERFORM 1090-STAMP-PERIOD-POSTED
           END-IF.
           PERFORM 9000-TERMINATE.

           STOP RUN.
      *    CLOSED AND STOPS.
           PERFORM 1070-CHECK-PERIOD-CONTROL.

           OPEN INPUT EXTRACT-FILE.
           IF NOT EMPEXT-OK
              DISPLAY 'EGLEXTR - UNABLE TO OPEN EMPEXT, STATUS='
                 WS-EMPEXT-STATUS
              STOP RUN
           END-IF.

              STOP RUN
           END-IF.

           OPEN INPUT EEXPCLM-FILE.
           IF NOT EEXPCLM-OK
              DISPLAY 'EGLEXTR - UNABLE TO OPEN EEXPCLM, STATUS='
                 WS-EEXPCLM-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT ETRNCHG-FILE.
           IF NOT ETRNCHG-OK
              DISPLAY 'EGLEXTR - UNABLE TO OPEN ETRNCHG, STATUS='
                 WS-ETRNCHG-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT GL-FEED-FILE.
           IF NOT GLFEED-OK
              DISPLAY 'EGLEXTR - UNABLE TO OPEN GLFEED, STATUS='
           END-IF.

           PERFORM 1100-READ-NEXT-EMPLOYEE.
           PERFORM 1150-READ-NEXT-EXPENSE.
           PERFORM 1160-READ-NEXT-CHARGE.

       1050-GET-PERIOD-CARD.
           OPEN INPUT CONTROL-CARD-FILE.
      *-----------------------------------------------------------------

       1100-READ-NEXT-EMPLOYEE.
           READ EXTRACT-FILE
              AT END
                 SET END-OF-EMPMAST TO TRUE
           END-READ.

           IF NOT END-OF-EMPMAST
              IF EXT-TRAILER
                 PERFORM 1150-CHECK-EXTRACT-TRAILER
                 SET END-OF-EMPMAST TO TRUE
              ELSE
                 ADD 1 TO WS-EXTRACT-COUNT
                 MOVE EXT-MASTER-IMAGE TO EMPLOYEE-MASTER-RECORD
              END-IF
           END-IF.

      *    THE TRAILER CLOSING THE EXTRACT CARRIES THE RECORD COUNT
      *    'EEMPEXT' WROTE - THIS COPY IS ONLY GOOD IF IT AGREES.
       1150-CHECK-EXTRACT-TRAILER.
           IF EXT-TRL-RECORD-COUNT IS EQUAL TO WS-EXTRACT-COUNT
              SET EXTRACT-PROVEN TO TRUE
           END-IF.

       1150-READ-NEXT-EXPENSE.
           READ EEXPCLM-FILE
              AT END
                 SET END-OF-EEXPCLM TO TRUE
           END-READ.

       1160-READ-NEXT-CHARGE.
           READ ETRNCHG-FILE
              AT END
                 SET END-OF-ETRNCHG TO TRUE
           END-READ.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------

       2000-ACCUMULATE-EMPLOYEE.
           IF EMP-ACTIVE THEN
              PERFORM 2010-CONVERT-COMPENSATION
              PERFORM 2100-FIND-COST-CENTER
      *       A SHARED EMPLOYEE'S 'ECCSPLIT' ALLOCATION APPORTIONS
      *       THE COMPENSATION ACROSS ITS COST CENTERS; THE UNSPLIT
                 MOVE ZEROES TO WS-SPLIT-IDX
                 PERFORM 2060-APPORTION-ONE-SLOT 4 TIMES
              ELSE
                 MOVE WS-EMPLOYEE-AMOUNT TO WS-POST-AMOUNT
                 PERFORM 2200-ACCUMULATE-COMPENSATION
              END-IF
              PERFORM 2300-ACCUMULATE-DIVISION
              ADD 1 TO WS-EMPLOYEE-COUNT
              ADD WS-EMPLOYEE-AMOUNT TO WS-GRAND-TOTAL
           END-IF.

           PERFORM 1100-READ-NEXT-EMPLOYEE.

      *    THE EMPLOYEE'S PAY IN THE REPORTING CURRENCY, AT THE RATE
      *    FOR THE PERIOD BEING POSTED.
       2010-CONVERT-COMPENSATION.
           SET CVA-ACTION-EMPLOYEE TO TRUE.
           MOVE EMP-EMPLOYEE-ID TO CVA-EMPLOYEE-ID.
           MOVE WS-PERIOD TO CVA-PERIOD.
           MOVE SPACES TO CVA-TARGET-CURRENCY.
           MOVE EMP-COMPENSATION TO CVA-AMOUNT.
           CALL 'ECURCNV' USING CURRENCY-CONVERT-ARGUMENTS.

           MOVE CVA-CONVERTED-AMOUNT TO WS-EMPLOYEE-AMOUNT.
           IF CVA-NO-RATE THEN
              ADD 1 TO WS-NO-RATE-COUNT
              DISPLAY 'EGLEXTR - NO ' CVA-CURRENCY-CODE
                 ' RATE FOR PERIOD ' WS-PERIOD ', EMPLOYEE '
                 EMP-EMPLOYEE-ID ' POSTED UNCONVERTED'
           END-IF.

       2050-CHECK-FOR-SPLIT.
           MOVE 'N' TO WS-SPLIT-FOUND-FLAG.
           MOVE EMP-EMPLOYEE-ID TO SPL-EMPLOYEE-ID.
           END-IF.

           COMPUTE WS-POST-AMOUNT ROUNDED =
              WS-EMPLOYEE-AMOUNT * SPL-PERCENT(WS-SPLIT-IDX) / 100.
           MOVE SPL-COST-CENTER(WS-SPLIT-IDX) TO WS-COST-CENTER.
           PERFORM 2200-ACCUMULATE-COMPENSATION.

       2100-FIND-COST-CENTER.
           IF EXT-DEPT-FOUND THEN
              MOVE EXT-COST-CENTER-CODE TO WS-COST-CENTER
              MOVE EXT-DIVISION-ID TO WS-DIVISION-ID
           ELSE
              MOVE '????????' TO WS-COST-CENTER
              MOVE ZEROES TO WS-DIVISION-ID
                 OR WS-DV-SCAN-IDX IS NOT LESS THAN WS-DV-COUNT.

           IF WS-DV-FOUND-IDX IS GREATER THAN ZEROES THEN
              ADD WS-EMPLOYEE-AMOUNT TO WS-DV-AMOUNT(WS-DV-FOUND-IDX)
              ADD 1 TO WS-DV-EMPLOYEES(WS-DV-FOUND-IDX)
           ELSE
              IF WS-DV-COUNT IS LESS THAN 50 THEN
                 ADD 1 TO WS-DV-COUNT
                 MOVE WS-DIVISION-ID TO WS-DV-DIVISION-ID(WS-DV-COUNT)
                 MOVE WS-EMPLOYEE-AMOUNT TO WS-DV-AMOUNT(WS-DV-COUNT)
                 MOVE 1 TO WS-DV-EMPLOYEES(WS-DV-COUNT)
              END-IF
           END-IF.
              MOVE WS-DV-SCAN-IDX TO WS-DV-FOUND-IDX
           END-IF.

      *    A CLAIM POSTS IN THE PERIOD IT WAS FINALLY APPROVED IN, TO
      *    THE COST CENTER CAPTURED ON IT, CONVERTED FROM THE CLAIM'S
      *    OWN CURRENCY AT THAT PERIOD'S RATE.
       2500-ACCUMULATE-EXPENSE.
           IF EXP-APPROVED AND
              EXP-ACTIONED-DATE(1:6) IS EQUAL TO WS-PERIOD THEN
              SET CVA-ACTION-AMOUNT TO TRUE
              MOVE EXP-EMPLOYEE-ID TO CVA-EMPLOYEE-ID
              MOVE WS-PERIOD TO CVA-PERIOD
              MOVE EXP-CURRENCY-CODE TO CVA-CURRENCY-CODE
              MOVE SPACES TO CVA-TARGET-CURRENCY
              MOVE EXP-AMOUNT TO CVA-AMOUNT
              CALL 'ECURCNV' USING CURRENCY-CONVERT-ARGUMENTS
              MOVE CVA-CONVERTED-AMOUNT TO WS-POST-AMOUNT
              IF CVA-NO-RATE THEN
                 ADD 1 TO WS-NO-RATE-COUNT
                 DISPLAY 'EGLEXTR - NO ' EXP-CURRENCY-CODE
                    ' RATE FOR PERIOD ' WS-PERIOD ', EXPENSE CLAIM '
                    EXP-KEY ' POSTED UNCONVERTED'
              END-IF
              IF EXP-COST-CENTER IS EQUAL TO SPACES THEN
                 MOVE '????????' TO WS-COST-CENTER
              ELSE
                 MOVE EXP-COST-CENTER TO WS-COST-CENTER
              END-IF
              PERFORM 2510-ACCUMULATE-EXPENSE-CC
              ADD 1 TO WS-EXPENSE-COUNT
              ADD WS-POST-AMOUNT TO WS-EXPENSE-TOTAL
           END-IF.

           PERFORM 1150-READ-NEXT-EXPENSE.

      *    AS 2200, BUT AN EXPENSE ADDS NO EMPLOYEE TO THE COST
      *    CENTER'S HEAD COUNT.
       2510-ACCUMULATE-EXPENSE-CC.
           MOVE ZEROES TO WS-CC-SCAN-IDX.
           MOVE ZEROES TO WS-CC-FOUND-IDX.

           PERFORM 2210-SCAN-NEXT-CC-ENTRY
              UNTIL WS-CC-FOUND-IDX IS GREATER THAN ZEROES
                 OR WS-CC-SCAN-IDX IS NOT LESS THAN WS-CC-COUNT.

           IF WS-CC-FOUND-IDX IS GREATER THAN ZEROES THEN
              ADD WS-POST-AMOUNT TO WS-CC-AMOUNT(WS-CC-FOUND-IDX)
           ELSE
              IF WS-CC-COUNT IS LESS THAN 200 THEN
                 ADD 1 TO WS-CC-COUNT
                 MOVE WS-COST-CENTER TO WS-CC-CODE(WS-CC-COUNT)
                 MOVE WS-POST-AMOUNT TO WS-CC-AMOUNT(WS-CC-COUNT)
                 MOVE ZEROES TO WS-CC-EMPLOYEES(WS-CC-COUNT)
              END-IF
           END-IF.

      *    A TRAINING CHARGE POSTS IN THE PERIOD 'ETRNP' STAMPED ON IT
      *    (THE COMPLETION MONTH, OR THE NEXT OPEN ONE), TO THE
      *    ATTENDEE'S COST CENTER AS AT COMPLETION - OR ACROSS THE
      *    'ECCSPLIT' ALLOCATION FOR A SHARED EMPLOYEE.
       2600-ACCUMULATE-TRAINING.
           IF CHG-GL-PERIOD IS EQUAL TO WS-PERIOD THEN
              MOVE CHG-TOTAL-AMOUNT TO WS-CHARGE-AMOUNT
              MOVE CHG-COST-CENTER TO WS-COST-CENTER
              IF WS-COST-CENTER IS EQUAL TO SPACES THEN
                 MOVE '????????' TO WS-COST-CENTER
              END-IF
              PERFORM 2610-CHECK-CHARGE-SPLIT
              IF SPLIT-RECORD-FOUND THEN
                 MOVE ZEROES TO WS-SPLIT-IDX
                 PERFORM 2620-APPORTION-CHARGE-SLOT 4 TIMES
              ELSE
                 MOVE WS-CHARGE-AMOUNT TO WS-POST-AMOUNT
                 PERFORM 2650-ACCUMULATE-TRAINING-CC
              END-IF
              ADD 1 TO WS-TRAINING-COUNT
              ADD WS-CHARGE-AMOUNT TO WS-TRAINING-TOTAL
           END-IF.

           PERFORM 1160-READ-NEXT-CHARGE.

       2610-CHECK-CHARGE-SPLIT.
           MOVE 'N' TO WS-SPLIT-FOUND-FLAG.
           MOVE CHG-EMPLOYEE-ID TO SPL-EMPLOYEE-ID.

           READ ECCSPLIT-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.

           IF ECCSPLIT-OK THEN
              SET SPLIT-RECORD-FOUND TO TRUE
           END-IF.

       2620-APPORTION-CHARGE-SLOT.
           ADD 1 TO WS-SPLIT-IDX.

           IF SPL-PERCENT(WS-SPLIT-IDX) IS NOT GREATER THAN ZEROES
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-POST-AMOUNT ROUNDED =
              WS-CHARGE-AMOUNT * SPL-PERCENT(WS-SPLIT-IDX) / 100.
           MOVE SPL-COST-CENTER(WS-SPLIT-IDX) TO WS-COST-CENTER.
           PERFORM 2650-ACCUMULATE-TRAINING-CC.

      *    AS 2200, BUT INTO THE TRAINING TABLE, COUNTING ATTENDEES.
       2650-ACCUMULATE-TRAINING-CC.
           MOVE ZEROES TO WS-TC-SCAN-IDX.
           MOVE ZEROES TO WS-TC-FOUND-IDX.

           PERFORM 2660-SCAN-NEXT-TC-ENTRY
              UNTIL WS-TC-FOUND-IDX IS GREATER THAN ZEROES
                 OR WS-TC-SCAN-IDX IS NOT LESS THAN WS-TC-COUNT.

           IF WS-TC-FOUND-IDX IS GREATER THAN ZEROES THEN
              ADD WS-POST-AMOUNT TO WS-TC-AMOUNT(WS-TC-FOUND-IDX)
              ADD 1 TO WS-TC-ATTENDEES(WS-TC-FOUND-IDX)
           ELSE
              IF WS-TC-COUNT IS LESS THAN 200 THEN
                 ADD 1 TO WS-TC-COUNT
                 MOVE WS-COST-CENTER TO WS-TC-CODE(WS-TC-COUNT)
                 MOVE WS-POST-AMOUNT TO WS-TC-AMOUNT(WS-TC-COUNT)
                 MOVE 1 TO WS-TC-ATTENDEES(WS-TC-COUNT)
              END-IF
           END-IF.

       2660-SCAN-NEXT-TC-ENTRY.
           ADD 1 TO WS-TC-SCAN-IDX.

           IF WS-TC-CODE(WS-TC-SCAN-IDX) IS EQUAL TO WS-COST-CENTER
              MOVE WS-TC-SCAN-IDX TO WS-TC-FOUND-IDX
           END-IF.

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------
           PERFORM 3100-WRITE-CC-ENTRY
              UNTIL WS-CC-SCAN-IDX IS NOT LESS THAN WS-CC-COUNT.

      *    THE TRAINING CHARGES FOLLOW AS 'T' RECORDS, UNDER THEIR
      *    OWN HEADING ON THE REPORT.
           IF WS-TC-COUNT IS GREATER THAN ZEROES THEN
              MOVE SPACES TO GL-REPORT-LINE
              MOVE GL-REPORT-LINE TO RSA-PRINT-LINE
              PERFORM 8900-STORE-REPORT-LINE
              WRITE GL-REPORT-LINE
              MOVE 'TRAINING CHARGES BY COST CENTER'
                 TO GL-REPORT-LINE
              MOVE GL-REPORT-LINE TO RSA-PRINT-LINE
              PERFORM 8900-STORE-REPORT-LINE
              WRITE GL-REPORT-LINE
           END-IF.

           MOVE ZEROES TO WS-TC-SCAN-IDX.
           PERFORM 3150-WRITE-TC-ENTRY
              UNTIL WS-TC-SCAN-IDX IS NOT LESS THAN WS-TC-COUNT.

      *    CONTROL TRAILER ON THE EXTRACT - GRAND TOTAL AND EMPLOYEE
      *    COUNT, SO THE GL SIDE CAN PROVE THE FILE ARRIVED COMPLETE,
      *    THE SAME CONVENTION THE PAYROLL FEED TRAILER USES.
           SET GLX-TRAILER TO TRUE.
           MOVE WS-PERIOD TO GLX-PERIOD.
           MOVE SPACES TO GLX-COST-CENTER.
           COMPUTE GLX-AMOUNT = WS-GRAND-TOTAL + WS-EXPENSE-TOTAL
                              + WS-TRAINING-TOTAL.
           MOVE WS-EMPLOYEE-COUNT TO GLX-EMPLOYEE-COUNT.
           WRITE GL-POSTING-RECORD.

           PERFORM 8900-STORE-REPORT-LINE.
           WRITE GL-REPORT-LINE.

           MOVE 'EXPENSE REIMBURSEMENTS .....'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-EXPENSE-TOTAL TO WS-RPT-SUMMARY-AMOUNT.
           MOVE WS-REPORT-SUMMARY-LINE TO GL-REPORT-LINE.
           MOVE GL-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE GL-REPORT-LINE.

           MOVE 'TRAINING EXPENSE ...........'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-TRAINING-TOTAL TO WS-RPT-SUMMARY-AMOUNT.
           MOVE WS-REPORT-SUMMARY-LINE TO GL-REPORT-LINE.
           MOVE GL-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE GL-REPORT-LINE.

           MOVE 'ACTIVE EMPLOYEES ...........' TO WS-RPT-COUNT-LABEL.
           MOVE WS-EMPLOYEE-COUNT TO WS-RPT-COUNT-TOTAL.
           MOVE WS-REPORT-COUNT-LINE TO GL-REPORT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE GL-REPORT-LINE.

           MOVE 'EXPENSE CLAIMS POSTED ......' TO WS-RPT-COUNT-LABEL.
           MOVE WS-EXPENSE-COUNT TO WS-RPT-COUNT-TOTAL.
           MOVE WS-REPORT-COUNT-LINE TO GL-REPORT-LINE.
           MOVE GL-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE GL-REPORT-LINE.

           MOVE 'TRAINING CHARGES POSTED ....' TO WS-RPT-COUNT-LABEL.
           MOVE WS-TRAINING-COUNT TO WS-RPT-COUNT-TOTAL.
           MOVE WS-REPORT-COUNT-LINE TO GL-REPORT-LINE.
           MOVE GL-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE GL-REPORT-LINE.

           MOVE 'NOT CONVERTED - NO RATE ....' TO WS-RPT-COUNT-LABEL.
           MOVE WS-NO-RATE-COUNT TO WS-RPT-COUNT-TOTAL.
           MOVE WS-REPORT-COUNT-LINE TO GL-REPORT-LINE.
           MOVE GL-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE GL-REPORT-LINE.

       3100-WRITE-CC-ENTRY.
           ADD 1 TO WS-CC-SCAN-IDX.

           PERFORM 8900-STORE-REPORT-LINE.
           WRITE GL-REPORT-LINE.

       3150-WRITE-TC-ENTRY.
           ADD 1 TO WS-TC-SCAN-IDX.

           INITIALIZE GL-POSTING-RECORD.
           SET GLX-TRAINING TO TRUE.
           MOVE WS-PERIOD TO GLX-PERIOD.
           MOVE WS-TC-CODE(WS-TC-SCAN-IDX) TO GLX-COST-CENTER.
           MOVE WS-TC-AMOUNT(WS-TC-SCAN-IDX) TO GLX-AMOUNT.
           MOVE WS-TC-ATTENDEES(WS-TC-SCAN-IDX)
              TO GLX-EMPLOYEE-COUNT.
           WRITE GL-POSTING-RECORD.

           MOVE WS-TC-CODE(WS-TC-SCAN-IDX) TO WS-RPT-COST-CENTER.
           MOVE WS-TC-ATTENDEES(WS-TC-SCAN-IDX) TO WS-RPT-EMPLOYEES.
           MOVE WS-TC-AMOUNT(WS-TC-SCAN-IDX) TO WS-RPT-AMOUNT.
           MOVE WS-REPORT-DETAIL-LINE TO GL-REPORT-LINE.
           MOVE GL-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE GL-REPORT-LINE.

       3200-WRITE-DIVISION-LINE.
           ADD 1 TO WS-DV-SCAN-IDX.

           SET RSA-ACTION-CLOSE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *    A SHORT OR DAMAGED EXTRACT (NO TRAILER, OR A RECORD COUNT
      *    THAT DISAGREES WITH IT) FAILS THE RUN.
           IF NOT EXTRACT-PROVEN
              DISPLAY 'EGLEXTR - EMPEXT TRAILER CHECK FAILED, READ='
                 WS-EXTRACT-COUNT
              MOVE 8 TO RLG-RETURN-CODE
           END-IF.

      *    LOG THE RUN ON THE COMMON RUN-HISTORY FILE.
           MOVE 'EGLEXTR ' TO RLG-JOB-NAME.
           MOVE WS-EMPLOYEE-COUNT TO RLG-INPUT-COUNT.
           COMPUTE RLG-OUTPUT-COUNT = WS-CC-COUNT + WS-TC-COUNT.
           MOVE WS-NO-RATE-COUNT TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

      *    RELEASE THE CURRENCY FILES.
           SET CVA-ACTION-CLOSE TO TRUE.
           CALL 'ECURCNV' USING CURRENCY-CONVERT-ARGUMENTS.

           DISPLAY 'EGLEXTR - COST CENTERS POSTED: ' WS-CC-COUNT.
           DISPLAY 'EGLEXTR - ACTIVE EMPLOYEES:    '
              WS-EMPLOYEE-COUNT.
           DISPLAY 'EGLEXTR - EXPENSE CLAIMS:      '
              WS-EXPENSE-COUNT.
           DISPLAY 'EGLEXTR - TRAINING CHARGES:    '
              WS-TRAINING-COUNT.

           CLOSE EXTRACT-FILE.
           CLOSE EDIVMST-FILE.
           CLOSE EDPAHST-FILE.
           CLOSE ECCSPLIT-FILE.
           CLOSE EEXPCLM-FILE.
           CLOSE ETRNCHG-FILE.
           CLOSE EGLPCTL-FILE.
           CLOSE GL-FEED-FILE.
           CLOSE GL-REPORT-FILE.

           IF NOT EXTRACT-PROVEN
              MOVE 8 TO RETURN-CODE
           END-IF.
