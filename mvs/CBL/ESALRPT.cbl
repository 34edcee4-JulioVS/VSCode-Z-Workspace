      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - SALARY BAND EXCEPTION REPORT.
      *      - BATCH PROGRAM, RUN OFFLINE AGAINST THE NIGHTLY
      *        'EMPMAST' EXTRACT (SEE 'EEMPEXT.cpy'), WHICH ALREADY
      *        CARRIES EACH EMPLOYEE'S 'ESALBND' BAND (READ ONLY).
      *      - SCANS EVERY ACTIVE EMPLOYEE ON THE EXTRACT AND CHECKS
      *        'EMP-COMPENSATION' AGAINST THE SALARY BAND ON FILE FOR
      *        THE EMPLOYEE'S JOB TITLE, LISTING EVERYONE CURRENTLY
      *        PAID BELOW THE MINIMUM OR ABOVE THE MAXIMUM - THE
      *      - EMPLOYEES WHOSE TITLE HAS NO BAND RECORD ARE COUNTED
      *        AND LISTED AS 'NO BAND' SO THE REFERENCE FILE CAN BE
      *        FILLED IN.
      *      - A BAND IS IN ITS OWN 'SAL-CURRENCY-CODE'; PAY HELD IN
      *        ANOTHER CURRENCY (SEE 'EPAYCUR') IS CONVERTED INTO IT
      *        AT THE CURRENT 'EXCHRAT' RATES (VIA 'ECURCNV') BEFORE
      *        THE COMPARISON. WHERE EITHER RATE IS MISSING THE
      *        EMPLOYEE IS LISTED AS 'NO RATE' RATHER THAN GUESSED.
      *      - RUN ON DEMAND, OR MONTHLY ALONGSIDE THE HEADCOUNT
      *        VARIANCE REPORT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO EMPEXT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-EMPEXT-STATUS.

           SELECT BAND-REPORT-FILE ASSIGN TO SALRPT
                ORGANIZATION IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       COPY EEMPEXT.

       FD  BAND-REPORT-FILE
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
          05 WS-SALRPT-STATUS         PIC X(2).
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
             88 END-OF-EMPMAST                  VALUE 'Y'.
                                                 VALUE ZEROES.
          05 WS-NO-BAND-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-NO-RATE-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-BAND-COMPENSATION     PIC 9(9)V99 VALUE ZEROES.

       01 WS-REPORT-HEADING.
          05 FILLER                   PIC X(34)
          05 WS-RPT-JOB-TITLE         PIC X(38).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-COMPENSATION      PIC Z(6)9.99.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-CURRENCY          PIC X(3).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-BAND-CODE         PIC X(4).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-EXCEPTION         PIC X(14).
          05 FILLER                   PIC X(14) VALUE SPACES.

       01 WS-REPORT-SUMMARY-LINE.
          05 WS-RPT-SUMMARY-LABEL     PIC X(28).
          05 FILLER                   PIC X(64) VALUE SPACES.

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
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           OPEN INPUT EXTRACT-FILE.
           IF NOT EMPEXT-OK
              DISPLAY 'ESALRPT - UNABLE TO OPEN EMPEXT, STATUS='
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

       2100-CHECK-AGAINST-BAND.
           MOVE 'N' TO WS-BAND-FLAG.

           IF EXT-BAND-FOUND THEN
              SET BAND-FOUND TO TRUE
           END-IF.

      *    PAY IN THE BAND'S OWN CURRENCY (THE PAY CURRENCY IS
      *    RESOLVED EITHER WAY, FOR THE LISTING).
           SET CVA-ACTION-EMPLOYEE TO TRUE.
           MOVE EMP-EMPLOYEE-ID TO CVA-EMPLOYEE-ID.
           MOVE SPACES TO CVA-PERIOD.
           MOVE SPACES TO CVA-TARGET-CURRENCY.
           IF BAND-FOUND THEN
              MOVE EXT-BAND-CURRENCY TO CVA-TARGET-CURRENCY
           END-IF.
           MOVE EMP-COMPENSATION TO CVA-AMOUNT.
           CALL 'ECURCNV' USING CURRENCY-CONVERT-ARGUMENTS.
           MOVE CVA-CONVERTED-AMOUNT TO WS-BAND-COMPENSATION.

           EVALUATE TRUE
           WHEN NOT BAND-FOUND
                ADD 1 TO WS-NO-BAND-COUNT
                MOVE SPACES TO WS-RPT-BAND-CODE
                MOVE 'NO BAND' TO WS-RPT-EXCEPTION
                PERFORM 2900-WRITE-EXCEPTION-LINE
           WHEN CVA-NO-RATE
                ADD 1 TO WS-NO-RATE-COUNT
                MOVE EXT-BAND-CODE TO WS-RPT-BAND-CODE
                MOVE 'NO RATE' TO WS-RPT-EXCEPTION
                PERFORM 2900-WRITE-EXCEPTION-LINE
           WHEN WS-BAND-COMPENSATION IS LESS THAN EXT-BAND-MINIMUM
                ADD 1 TO WS-OUT-OF-BAND-COUNT
                MOVE EXT-BAND-CODE TO WS-RPT-BAND-CODE
                MOVE 'BELOW MINIMUM' TO WS-RPT-EXCEPTION
                PERFORM 2900-WRITE-EXCEPTION-LINE
           WHEN WS-BAND-COMPENSATION IS GREATER THAN
                EXT-BAND-MAXIMUM
                ADD 1 TO WS-OUT-OF-BAND-COUNT
                MOVE EXT-BAND-CODE TO WS-RPT-BAND-CODE
                MOVE 'ABOVE MAXIMUM' TO WS-RPT-EXCEPTION
                PERFORM 2900-WRITE-EXCEPTION-LINE
           WHEN OTHER
           MOVE EMP-EMPLOYEE-ID TO WS-RPT-EMP-ID.
           MOVE EMP-JOB-TITLE TO WS-RPT-JOB-TITLE.
           MOVE EMP-COMPENSATION TO WS-RPT-COMPENSATION.
           MOVE CVA-CURRENCY-CODE TO WS-RPT-CURRENCY.
           MOVE WS-REPORT-DETAIL-LINE TO BAND-REPORT-LINE.
           MOVE BAND-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           MOVE BAND-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE BAND-REPORT-LINE.

           MOVE 'NOT CHECKED - NO RATE ......' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-NO-RATE-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO BAND-REPORT-LINE.
           MOVE BAND-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE BAND-REPORT-LINE.
      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
           SET RSA-ACTION-CLOSE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *    A SHORT OR DAMAGED EXTRACT (NO TRAILER, OR A RECORD COUNT
      *    THAT DISAGREES WITH IT) FAILS THE RUN.
           IF NOT EXTRACT-PROVEN
              DISPLAY 'ESALRPT - EMPEXT TRAILER CHECK FAILED, READ='
                 WS-EXTRACT-COUNT
              MOVE 8 TO RLG-RETURN-CODE
           END-IF.

      *    LOG THE RUN ON THE COMMON RUN-HISTORY FILE.
           MOVE 'ESALRPT ' TO RLG-JOB-NAME.
           MOVE WS-SCANNED-COUNT TO RLG-INPUT-COUNT.
           MOVE WS-NO-BAND-COUNT TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

      *    RELEASE THE CURRENCY FILES.
           SET CVA-ACTION-CLOSE TO TRUE.
           CALL 'ECURCNV' USING CURRENCY-CONVERT-ARGUMENTS.

           DISPLAY 'ESALRPT - EMPLOYEES CHECKED: ' WS-SCANNED-COUNT.
           DISPLAY 'ESALRPT - OUT OF BAND:       '
              WS-OUT-OF-BAND-COUNT.
           DISPLAY 'ESALRPT - NO BAND ON FILE:   ' WS-NO-BAND-COUNT.

           CLOSE EXTRACT-FILE.
           CLOSE BAND-REPORT-FILE.

           IF NOT EXTRACT-PROVEN
              MOVE 8 TO RETURN-CODE
           END-IF.
