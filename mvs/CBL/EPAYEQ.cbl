      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - PAY EQUITY OUTLIER REPORT.
      *      - BATCH PROGRAM, RUN OFFLINE AGAINST THE NIGHTLY
      *        'EMPMAST' EXTRACT (SEE 'EEMPEXT.cpy') RATHER THAN THE
      *        LIVE CLUSTER (READ ONLY).
      *      - GROUPS ACTIVE EMPLOYEES BY JOB TITLE, BOTH OVERALL AND
      *        WITHIN DEPARTMENT, AND PRINTS EACH GROUP'S MINIMUM,
      *        MAXIMUM, AVERAGE, AND SPREAD OF 'EMP-COMPENSATION'.
      *        CARD DEFAULTS TO 20 PERCENT.
      *      - ZERO-COMPENSATION RECORDS (NEW HIRES NOT YET PRICED)
      *        ARE EXCLUDED FROM THE STATISTICS ENTIRELY.
      *      - PAY HELD IN ANOTHER CURRENCY (SEE 'EPAYCUR') IS
      *        CONVERTED TO THE REPORTING CURRENCY AT THE CURRENT
      *        'EXCHRAT' RATE (VIA 'ECURCNV') BEFORE IT IS GROUPED,
      *        SO A TITLE SPLIT ACROSS COUNTRIES COMPARES LIKE WITH
      *        LIKE. ANY LEFT UNCONVERTED FOR WANT OF A RATE ARE
      *        COUNTED ON THE SUMMARY.
      *      - RUN ON DEMAND FOR HR AND THE AUDITORS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO EMPEXT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-EMPEXT-STATUS.

           SELECT EQUITY-REPORT-FILE ASSIGN TO EQRPT
                ORGANIZATION IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       COPY EEMPEXT.

       FD  EQUITY-REPORT-FILE
           RECORDING MODE IS F.
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-EMPEXT-STATUS         PIC X(2).
             88 EMPEXT-OK                       VALUE '00'.
          05 WS-EXTRACT-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EXTRACT-CHECK-FLAG    PIC X(1)  VALUE 'N'.
             88 EXTRACT-PROVEN                  VALUE 'Y'.
          05 WS-EQRPT-STATUS          PIC X(2).
          05 WS-SYSIN-STATUS          PIC X(2).
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
          05 WS-OUTLIER-PCT           PIC 9(3)  VALUE 020.
          05 WS-EMPLOYEE-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-NO-RATE-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-COMPARE-COMP          PIC 9(7)V99 VALUE ZEROES.
          05 WS-GROUP-AVG             PIC 9(9)V99 USAGE IS COMP-3
                                                 VALUE ZEROES.
          05 WS-DEVIATION-PCT         PIC S9(5)V9 USAGE IS COMP-3
          05 FILLER                   PIC X(84) VALUE SPACES.

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
       1000-INITIALIZE.
           PERFORM 1050-GET-OUTLIER-PCT.

           OPEN INPUT EXTRACT-FILE.
           IF NOT EMPEXT-OK
              DISPLAY 'EPAYEQ - UNABLE TO OPEN EMPEXT, STATUS='
                 WS-EMPEXT-STATUS
              STOP RUN
           END-IF.

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

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------
       2000-LOAD-EMPLOYEE.
           IF EMP-ACTIVE AND EMP-COMPENSATION IS GREATER THAN ZEROES
              AND WS-EMP-COUNT IS LESS THAN 20000 THEN
              PERFORM 2050-CONVERT-COMPENSATION
              ADD 1 TO WS-EMP-COUNT
              ADD 1 TO WS-EMPLOYEE-COUNT
              MOVE EMP-EMPLOYEE-ID TO WS-EMP-ID(WS-EMP-COUNT)
              MOVE EMP-JOB-TITLE TO WS-EMP-TITLE(WS-EMP-COUNT)
              MOVE EMP-DEPARTMENT-ID TO WS-EMP-DEPT(WS-EMP-COUNT)
              MOVE WS-COMPARE-COMP TO WS-EMP-COMP(WS-EMP-COUNT)

              PERFORM 2100-TALLY-TITLE-GROUP
              PERFORM 2200-TALLY-DEPT-TITLE-GROUP

           PERFORM 1100-READ-NEXT-EMPLOYEE.

      *    THE EMPLOYEE'S PAY IN THE REPORTING CURRENCY, AT TODAY'S
      *    RATE - EVERY FIGURE BELOW IS TAKEN FROM THIS.
       2050-CONVERT-COMPENSATION.
           SET CVA-ACTION-EMPLOYEE TO TRUE.
           MOVE EMP-EMPLOYEE-ID TO CVA-EMPLOYEE-ID.
           MOVE SPACES TO CVA-PERIOD.
           MOVE SPACES TO CVA-TARGET-CURRENCY.
           MOVE EMP-COMPENSATION TO CVA-AMOUNT.
           CALL 'ECURCNV' USING CURRENCY-CONVERT-ARGUMENTS.

           MOVE CVA-CONVERTED-AMOUNT TO WS-COMPARE-COMP.
           IF CVA-NO-RATE THEN
              ADD 1 TO WS-NO-RATE-COUNT
           END-IF.

       2100-TALLY-TITLE-GROUP.
           MOVE ZEROES TO WS-GT-IDX.
           MOVE ZEROES TO WS-GT-FOUND-IDX.
              MOVE EMP-JOB-TITLE TO WS-GT-TITLE(WS-GT-FOUND-IDX)
              MOVE ZEROES TO WS-GT-TALLY(WS-GT-FOUND-IDX)
              MOVE ZEROES TO WS-GT-SUM(WS-GT-FOUND-IDX)
              MOVE WS-COMPARE-COMP TO WS-GT-MIN(WS-GT-FOUND-IDX)
              MOVE WS-COMPARE-COMP TO WS-GT-MAX(WS-GT-FOUND-IDX)
           END-IF.

           ADD 1 TO WS-GT-TALLY(WS-GT-FOUND-IDX).
           ADD WS-COMPARE-COMP TO WS-GT-SUM(WS-GT-FOUND-IDX).
           IF WS-COMPARE-COMP IS LESS THAN
              WS-GT-MIN(WS-GT-FOUND-IDX)
              MOVE WS-COMPARE-COMP TO WS-GT-MIN(WS-GT-FOUND-IDX)
           END-IF.
           IF WS-COMPARE-COMP IS GREATER THAN
              WS-GT-MAX(WS-GT-FOUND-IDX)
              MOVE WS-COMPARE-COMP TO WS-GT-MAX(WS-GT-FOUND-IDX)
           END-IF.

       2110-SCAN-NEXT-TITLE-GROUP.
              MOVE EMP-JOB-TITLE TO WS-GD-TITLE(WS-GD-FOUND-IDX)
              MOVE ZEROES TO WS-GD-TALLY(WS-GD-FOUND-IDX)
              MOVE ZEROES TO WS-GD-SUM(WS-GD-FOUND-IDX)
              MOVE WS-COMPARE-COMP TO WS-GD-MIN(WS-GD-FOUND-IDX)
              MOVE WS-COMPARE-COMP TO WS-GD-MAX(WS-GD-FOUND-IDX)
           END-IF.

           ADD 1 TO WS-GD-TALLY(WS-GD-FOUND-IDX).
           ADD WS-COMPARE-COMP TO WS-GD-SUM(WS-GD-FOUND-IDX).
           IF WS-COMPARE-COMP IS LESS THAN
              WS-GD-MIN(WS-GD-FOUND-IDX)
              MOVE WS-COMPARE-COMP TO WS-GD-MIN(WS-GD-FOUND-IDX)
           END-IF.
           IF WS-COMPARE-COMP IS GREATER THAN
              WS-GD-MAX(WS-GD-FOUND-IDX)
              MOVE WS-COMPARE-COMP TO WS-GD-MAX(WS-GD-FOUND-IDX)
           END-IF.

       2210-SCAN-NEXT-DEPT-GROUP.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE EQUITY-REPORT-LINE.

           MOVE 'NOT CONVERTED - NO RATE ....' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-NO-RATE-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO EQUITY-REPORT-LINE.
           MOVE EQUITY-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE EQUITY-REPORT-LINE.

       4100-PRINT-OUTLIER-LINE.
           ADD 1 TO WS-OUT-IDX.

           SET RSA-ACTION-CLOSE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *    A SHORT OR DAMAGED EXTRACT (NO TRAILER, OR A RECORD COUNT
      *    THAT DISAGREES WITH IT) FAILS THE RUN.
           IF NOT EXTRACT-PROVEN
              DISPLAY 'EPAYEQ - EMPEXT TRAILER CHECK FAILED, READ='
                 WS-EXTRACT-COUNT
              MOVE 8 TO RLG-RETURN-CODE
           END-IF.

      *    LOG THE RUN ON THE COMMON RUN-HISTORY FILE.
           MOVE 'EPAYEQ  ' TO RLG-JOB-NAME.
           MOVE WS-EMPLOYEE-COUNT TO RLG-INPUT-COUNT.
           MOVE WS-OUT-COUNT TO RLG-OUTPUT-COUNT.
           MOVE WS-NO-RATE-COUNT TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

      *    RELEASE THE CURRENCY FILES.
           SET CVA-ACTION-CLOSE TO TRUE.
           CALL 'ECURCNV' USING CURRENCY-CONVERT-ARGUMENTS.

           DISPLAY 'EPAYEQ - EMPLOYEES IN STATS: ' WS-EMPLOYEE-COUNT.
           DISPLAY 'EPAYEQ - OUTLIERS FLAGGED:   ' WS-OUT-COUNT.

           CLOSE EXTRACT-FILE.
           CLOSE EQUITY-REPORT-FILE.

           IF NOT EXTRACT-PROVEN
              MOVE 8 TO RETURN-CODE
           END-IF.
