      *        AND 'EANNRPT' USE.
      *      - 'SYSIN' FORMAT: STATEMENT YEAR YYYY IN COLUMNS 1-4
      *        (BLANK MEANS THE CURRENT YEAR).
      *      - EACH AMOUNT PRINTS IN THE CURRENCY IT WAS PAID IN (THE
      *        EMPLOYEE'S 'EPAYCUR' PAY CURRENCY, OR THE CODE CARRIED
      *        ON THE 'ECOMHST' / 'EONEPAY' RECORD), WITH THE CODE
      *        BESIDE IT. THE TOTALS - CURRENT PAY AND THE YEAR'S
      *        ONE-TIME PAYMENTS, PER STATEMENT AND FOR THE RUN - ARE
      *        IN THE REPORTING CURRENCY, CONVERTED VIA 'ECURCNV' AT
      *        THE CURRENT RATE AND AT EACH PAYMENT MONTH'S RATE
      *        RESPECTIVELY. ANY LEFT UNCONVERTED FOR WANT OF A RATE
      *        ARE COUNTED ON THE SUMMARY.
      *      - EACH ONE-TIME PAYMENT PRINTS ITS TYPE'S DESCRIPTION
      *        FROM THE 'PAYTYPE' CODE TABLE (VIA 'ECODDEC') BESIDE
      *        THE CODE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 SORT-EMP-ID               PIC 9(8).
           05 SORT-PRIMARY-NAME         PIC X(38).
           05 SORT-COMPENSATION         PIC 9(7)V99.
           05 SORT-CURRENCY-CODE        PIC X(3).
           05 SORT-REPORTING-COMP       PIC 9(9)V99.

       FD  STATEMENT-FILE
           RECORDING MODE IS F.
                                      USAGE IS COMP-3 VALUE ZEROES.
          05 WS-SICK-BALANCE          PIC S9(3)V9(1)
                                      USAGE IS COMP-3 VALUE ZEROES.
          05 WS-ONETIME-TOTAL         PIC 9(9)V99 VALUE ZEROES.
          05 WS-RUN-COMP-TOTAL        PIC 9(11)V99 VALUE ZEROES.
          05 WS-RUN-ONETIME-TOTAL     PIC 9(11)V99 VALUE ZEROES.
          05 WS-NO-RATE-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.

       01 WS-REPORT-HEADING.
          05 FILLER                   PIC X(42)
          05 FILLER                   PIC X(28)
             VALUE '  CURRENT COMPENSATION .....'.
          05 WS-RPT-CURRENT-COMP      PIC Z(6)9.99.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-CURRENT-CURRENCY  PIC X(3).
          05 FILLER                   PIC X(38) VALUE SPACES.

       01 WS-STATEMENT-TOTAL-LINE.
          05 WS-RPT-STMT-TOTAL-LABEL  PIC X(28).
          05 WS-RPT-STMT-TOTAL        PIC Z(8)9.99.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-STMT-CURRENCY     PIC X(3).
          05 FILLER                   PIC X(36) VALUE SPACES.

       01 WS-PAY-CHANGE-LINE.
          05 FILLER                   PIC X(4)  VALUE SPACES.
          05 WS-RPT-OLD-COMP          PIC Z(6)9.99.
          05 FILLER                   PIC X(5)  VALUE ' TO: '.
          05 WS-RPT-NEW-COMP          PIC Z(6)9.99.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-CHANGE-CURRENCY   PIC X(3).
          05 FILLER                   PIC X(32) VALUE SPACES.

       01 WS-LEAVE-LINE.
          05 FILLER                   PIC X(15) VALUE '  LEAVE - VAC: '.
          05 WS-RPT-PAY-TYPE          PIC X(2).
          05 FILLER                   PIC X(9)  VALUE ' ONE-OFF '.
          05 WS-RPT-PAY-AMOUNT        PIC Z(6)9.99.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-PAY-CURRENCY      PIC X(3).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-PAY-DESCRIPTION   PIC X(30).
          05 FILLER                   PIC X(9)  VALUE SPACES.

       01 WS-REPORT-SUMMARY-LINE.
          05 FILLER                   PIC X(28)
          05 WS-RPT-SUMMARY-TOTAL     PIC Z(7)9.
          05 FILLER                   PIC X(44) VALUE SPACES.

       01 WS-REPORT-COUNT-LINE.
          05 WS-RPT-COUNT-LABEL       PIC X(28).
          05 WS-RPT-COUNT-TOTAL       PIC Z(7)9.
          05 FILLER                   PIC X(44) VALUE SPACES.

       01 WS-REPORT-AMOUNT-LINE.
          05 WS-RPT-AMOUNT-LABEL      PIC X(28).
          05 WS-RPT-AMOUNT-TOTAL      PIC Z(10)9.99.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-AMOUNT-CURRENCY   PIC X(3).
          05 FILLER                   PIC X(34) VALUE SPACES.

      ******************************************************************
      *   RUN-HISTORY LOG ARGUMENTS (SEE 'ERUNLOG').
      ******************************************************************
      *   REPORT REPOSITORY DEPOSIT ARGUMENTS (SEE 'ERPTSTO').
      ******************************************************************
       COPY ERPTARG.
      ******************************************************************
      *   CURRENCY CONVERSION ARGUMENTS (SEE 'ECURCNV').
      ******************************************************************
       COPY ECNVARG.
      ******************************************************************
      *   CODE TABLE LOOKUP ARGUMENTS (SEE 'ECODDEC').
      ******************************************************************
       COPY ECODARG.
      ******************************************************************
      *   APPLICATION CONSTANTS (REPORTING CURRENCY).
      ******************************************************************
       COPY ECONST.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
              MOVE EMP-EMPLOYEE-ID TO SORT-EMP-ID
              MOVE EMP-PRIMARY-NAME TO SORT-PRIMARY-NAME
              MOVE EMP-COMPENSATION TO SORT-COMPENSATION
              PERFORM 2300-CONVERT-COMPENSATION
              RELEASE SORT-RECORD
           END-IF.

           PERFORM 2100-READ-NEXT-EMPLOYEE.

      *    THE PAY CURRENCY, AND CURRENT PAY IN THE REPORTING
      *    CURRENCY AT TODAY'S RATE.
       2300-CONVERT-COMPENSATION.
           SET CVA-ACTION-EMPLOYEE TO TRUE.
           MOVE EMP-EMPLOYEE-ID TO CVA-EMPLOYEE-ID.
           MOVE SPACES TO CVA-PERIOD.
           MOVE SPACES TO CVA-TARGET-CURRENCY.
           MOVE EMP-COMPENSATION TO CVA-AMOUNT.
           CALL 'ECURCNV' USING CURRENCY-CONVERT-ARGUMENTS.

           MOVE CVA-CURRENCY-CODE TO SORT-CURRENCY-CODE.
           MOVE CVA-CONVERTED-AMOUNT TO SORT-REPORTING-COMP.
           IF CVA-NO-RATE THEN
              ADD 1 TO WS-NO-RATE-COUNT
           END-IF.

      *-----------------------------------------------------------------
       STATEMENT SECTION.
      *-----------------------------------------------------------------
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE STATEMENT-LINE.

           MOVE APP-REPORTING-CURRENCY TO WS-RPT-AMOUNT-CURRENCY.
           MOVE 'TOTAL CURRENT COMPENSATION .'
              TO WS-RPT-AMOUNT-LABEL.
           MOVE WS-RUN-COMP-TOTAL TO WS-RPT-AMOUNT-TOTAL.
           MOVE WS-REPORT-AMOUNT-LINE TO STATEMENT-LINE.
           MOVE STATEMENT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE STATEMENT-LINE.

           MOVE 'TOTAL ONE-TIME PAYMENTS ....'
              TO WS-RPT-AMOUNT-LABEL.
           MOVE WS-RUN-ONETIME-TOTAL TO WS-RPT-AMOUNT-TOTAL.
           MOVE WS-REPORT-AMOUNT-LINE TO STATEMENT-LINE.
           MOVE STATEMENT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE STATEMENT-LINE.

           MOVE 'NOT CONVERTED - NO RATE ....' TO WS-RPT-COUNT-LABEL.
           MOVE WS-NO-RATE-COUNT TO WS-RPT-COUNT-TOTAL.
           MOVE WS-REPORT-COUNT-LINE TO STATEMENT-LINE.
           MOVE STATEMENT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE STATEMENT-LINE.

       3100-RETURN-NEXT-RECORD.
           RETURN SORT-WORK-FILE
              AT END
           WRITE STATEMENT-LINE.

           MOVE SORT-COMPENSATION TO WS-RPT-CURRENT-COMP.
           MOVE SORT-CURRENCY-CODE TO WS-RPT-CURRENT-CURRENCY.
           MOVE WS-CURRENT-PAY-LINE TO STATEMENT-LINE.
           MOVE STATEMENT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE STATEMENT-LINE.

      *    SOMEONE PAID IN ANOTHER CURRENCY ALSO SEES WHAT THAT IS
      *    WORTH IN THE REPORTING CURRENCY.
           IF SORT-CURRENCY-CODE IS NOT EQUAL TO
              APP-REPORTING-CURRENCY THEN
              MOVE '  IN REPORTING CURRENCY ...'
                 TO WS-RPT-STMT-TOTAL-LABEL
              MOVE SORT-REPORTING-COMP TO WS-RPT-STMT-TOTAL
              MOVE APP-REPORTING-CURRENCY TO WS-RPT-STMT-CURRENCY
              MOVE WS-STATEMENT-TOTAL-LINE TO STATEMENT-LINE
              MOVE STATEMENT-LINE TO RSA-PRINT-LINE
              PERFORM 8900-STORE-REPORT-LINE
              WRITE STATEMENT-LINE
           END-IF.
           ADD SORT-REPORTING-COMP TO WS-RUN-COMP-TOTAL.

           PERFORM 3300-LIST-PAY-CHANGES.
           PERFORM 3400-PRINT-LEAVE-LINE.
           MOVE ZEROES TO WS-ONETIME-TOTAL.
           PERFORM 3500-LIST-ONE-TIME-PAYMENTS.

           IF WS-ONETIME-TOTAL IS GREATER THAN ZEROES THEN
              MOVE '  ONE-TIME PAYMENTS TOTAL ..'
                 TO WS-RPT-STMT-TOTAL-LABEL
              MOVE WS-ONETIME-TOTAL TO WS-RPT-STMT-TOTAL
              MOVE APP-REPORTING-CURRENCY TO WS-RPT-STMT-CURRENCY
              MOVE WS-STATEMENT-TOTAL-LINE TO STATEMENT-LINE
              MOVE STATEMENT-LINE TO RSA-PRINT-LINE
              PERFORM 8900-STORE-REPORT-LINE
              WRITE STATEMENT-LINE
              ADD WS-ONETIME-TOTAL TO WS-RUN-ONETIME-TOTAL
           END-IF.

           ADD 1 TO WS-STATEMENT-COUNT.
           PERFORM 3100-RETURN-NEXT-RECORD.

           MOVE COH-EFFECTIVE-DATE TO WS-RPT-CHANGE-DATE.
           MOVE COH-PREVIOUS-COMPENSATION TO WS-RPT-OLD-COMP.
           MOVE COH-NEW-COMPENSATION TO WS-RPT-NEW-COMP.
           IF COH-CURRENCY-CODE IS EQUAL TO SPACES THEN
              MOVE APP-REPORTING-CURRENCY TO WS-RPT-CHANGE-CURRENCY
           ELSE
              MOVE COH-CURRENCY-CODE TO WS-RPT-CHANGE-CURRENCY
           END-IF.
           MOVE WS-PAY-CHANGE-LINE TO STATEMENT-LINE.
           MOVE STATEMENT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.

           MOVE OPY-PAYMENT-DATE TO WS-RPT-PAY-DATE.
           MOVE OPY-PAYMENT-TYPE TO WS-RPT-PAY-TYPE.
           INITIALIZE CODE-LOOKUP-ARGUMENTS.
           SET CLA-ACTION-LOOKUP TO TRUE.
           MOVE APP-CT-PAYMENT-TYPE TO CLA-TABLE-ID.
           MOVE OPY-PAYMENT-TYPE TO CLA-CODE.
           MOVE OPY-PAYMENT-DATE TO CLA-AS-OF-DATE.
           CALL 'ECODDEC' USING CODE-LOOKUP-ARGUMENTS.
           MOVE CLA-DESCRIPTION TO WS-RPT-PAY-DESCRIPTION.
           MOVE OPY-AMOUNT TO WS-RPT-PAY-AMOUNT.
           IF OPY-CURRENCY-CODE IS EQUAL TO SPACES THEN
              MOVE APP-REPORTING-CURRENCY TO WS-RPT-PAY-CURRENCY
           ELSE
              MOVE OPY-CURRENCY-CODE TO WS-RPT-PAY-CURRENCY
           END-IF.
           MOVE WS-ONETIME-LINE TO STATEMENT-LINE.
           MOVE STATEMENT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE STATEMENT-LINE.

      *    INTO THE STATEMENT TOTAL AT THE PAYMENT MONTH'S RATE.
           SET CVA-ACTION-AMOUNT TO TRUE.
           MOVE OPY-CURRENCY-CODE TO CVA-CURRENCY-CODE.
           MOVE OPY-PAYMENT-DATE(1:6) TO CVA-PERIOD.
           MOVE SPACES TO CVA-TARGET-CURRENCY.
           MOVE OPY-AMOUNT TO CVA-AMOUNT.
           CALL 'ECURCNV' USING CURRENCY-CONVERT-ARGUMENTS.
           IF CVA-NO-RATE THEN
              ADD 1 TO WS-NO-RATE-COUNT
           END-IF.
           ADD CVA-CONVERTED-AMOUNT TO WS-ONETIME-TOTAL.
      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    LOG THE RUN ON THE COMMON RUN-HISTORY FILE.
           MOVE 'ECMPSTMT' TO RLG-JOB-NAME.
           MOVE WS-STATEMENT-COUNT TO RLG-INPUT-COUNT.
           MOVE WS-NO-RATE-COUNT TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

      *    RELEASE THE CURRENCY FILES.
           SET CVA-ACTION-CLOSE TO TRUE.
           CALL 'ECURCNV' USING CURRENCY-CONVERT-ARGUMENTS.

      *    RELEASE THE CODE TABLE.
           SET CLA-ACTION-CLOSE TO TRUE.
           CALL 'ECODDEC' USING CODE-LOOKUP-ARGUMENTS.

           DISPLAY 'ECMPSTMT - STATEMENTS PRODUCED: '
              WS-STATEMENT-COUNT.

