      *      - A DEPARTMENT WITH ACTUALS BUT NO BUDGET FIGURE, OR A
      *        FIGURE BUT NO ACTUALS, PRINTS TOO - THOSE ARE EXACTLY
      *        THE RECONCILIATION GAPS THE SPREADSHEET HID.
      *      - ACTUALS ARE IN THE REPORTING CURRENCY: PAY HELD IN
      *        ANOTHER CURRENCY (SEE 'EPAYCUR') IS CONVERTED AT THE
      *        PERIOD'S 'EXCHRAT' RATE VIA 'ECURCNV', EXACTLY AS
      *        'EGLEXTR' POSTS IT. ANY LEFT UNCONVERTED FOR WANT OF A
      *        RATE ARE COUNTED ON THE SUMMARY.
      *      - SCHEDULE MONTHLY, AFTER THE 'EGLEXTR' EXTRACT.
      ******************************************************************
       ENVIRONMENT DIVISION.
                                                 VALUE ZEROES.
          05 WS-REPORTED-COUNT        PIC 9(5)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-NO-RATE-COUNT         PIC 9(5)  USAGE IS BINARY
                                                 VALUE ZEROES.

      *    ACTUAL COMPENSATION PER DEPARTMENT, TALLIED IN ONE PASS
      *    OVER 'EMPMAST' - THE SAME ROLLUP THE GL EXTRACT FEEDS.
      *   REPORT REPOSITORY DEPOSIT ARGUMENTS (SEE 'ERPTSTO').
      ******************************************************************
       COPY ERPTARG.
      ******************************************************************
      *   CURRENCY CONVERSION ARGUMENTS (SEE 'ECURCNV').
      ******************************************************************
       COPY ECNVARG.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
              MOVE ZEROES TO WS-DC-ACTUAL(WS-DC-COUNT)
           END-IF.

      *    IN THE REPORTING CURRENCY, AT THE PERIOD'S RATE.
           SET CVA-ACTION-EMPLOYEE TO TRUE.
           MOVE EMP-EMPLOYEE-ID TO CVA-EMPLOYEE-ID.
           MOVE WS-PERIOD TO CVA-PERIOD.
           MOVE SPACES TO CVA-TARGET-CURRENCY.
           MOVE EMP-COMPENSATION TO CVA-AMOUNT.
           CALL 'ECURCNV' USING CURRENCY-CONVERT-ARGUMENTS.
           IF CVA-NO-RATE THEN
              ADD 1 TO WS-NO-RATE-COUNT
           END-IF.

           ADD CVA-CONVERTED-AMOUNT TO WS-DC-ACTUAL(WS-DC-FOUND-IDX).

       2200-FIND-DEPT-ENTRY.
           MOVE ZEROES TO WS-DC-SCAN-IDX.
           MOVE VARIANCE-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE.

           MOVE 'NOT CONVERTED - NO RATE ....' TO WS-RPT-COUNT-LABEL.
           MOVE WS-NO-RATE-COUNT TO WS-RPT-COUNT-TOTAL.
           MOVE WS-REPORT-COUNT-LINE TO VARIANCE-REPORT-LINE.
           MOVE VARIANCE-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE.
      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
           MOVE WS-FLAGGED-COUNT TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

      *    RELEASE THE CURRENCY FILES.
           SET CVA-ACTION-CLOSE TO TRUE.
           CALL 'ECURCNV' USING CURRENCY-CONVERT-ARGUMENTS.

           DISPLAY 'EBUDVAR - DEPARTMENTS REPORTED: '
              WS-REPORTED-COUNT.
           DISPLAY 'EBUDVAR - FLAGGED:              '
