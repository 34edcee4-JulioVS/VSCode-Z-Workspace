      *        RECORD BY 'REG-EMPLOYEE-ID', AND SETS 'REG-STATUS' TO
      *        INACTIVE SO THE TERMINATED EMPLOYEE CAN NO LONGER SIGN
      *        ON.
      *      - FOR THE SAME LEAVERS, WHATEVER IS STILL OWED ON APPROVED
      *        'ELOANDT' LOANS AND ADVANCES (LESS ANY INSTALMENT STILL
      *        WITH PAYROLL) IS SET AGAINST FINAL PAY: ADDED TO THE
      *        'EOFFLST' CHECKLIST'S LOAN OFFSET, WITH THE FINAL PAY
      *        TASK RE-OPENED, AND THE LOAN MARKED SO IT STOPS FEEDING.
      *      - EVERY 'EBENROL' COVERAGE THE LEAVER STILL HAS ACTIVE IS
      *        TERMINATED AS OF THEIR DELETE DATE, WITH BOTH FEED
      *        FLAGS CLEARED - PAYROLL STOPS THE DEDUCTION ON THE NEXT
      *        'EPAYFEED' AND THE CARRIER ENDS THE COVER ON THE NEXT
      *        WEEKLY 'ECARFEED', WITHOUT ANYONE HAVING TO KEY IT ON
      *        'EBENP'.
      *      - THE LEAVER'S UNUSED VACATION ('ELEAVE' ACCRUED LESS
      *        TAKEN) IS VALUED AT THEIR DAILY RATE - 'EMP-COMPENSATION'
      *        OVER 260 WORKING DAYS, SCALED BY THE 'EEMPTYP' FTE
      *        FACTOR - AND RAISED AS A PENDING 'EONEPAY' PAYMENT FOR
      *        APPROVAL ON 'EOTPP': A PAYOUT ('LP') FOR DAYS OWED, OR
      *        A RECOVERY ('LR') FOR DAYS TAKEN IN ADVANCE. THE BALANCE
      *        IS ZEROED AND THE SETTLEMENT NOTED ON 'EOFFLST', WHERE
      *        FINAL PAY STAYS PENDING UNTIL 'EPAYFEED' FEEDS IT. A
      *        SETTLEMENT LATER REJECTED ON 'EOTPP' IS MARKED SO ON THE
      *        CHECKLIST AND REPORTED, FOR HR TO SETTLE BY HAND.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                RECORD KEY IS REG-USER-ID
                FILE STATUS IS WS-EREGUSR-STATUS.

           SELECT ELOANDT-FILE ASSIGN TO ELOANDT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LON-KEY
                FILE STATUS IS WS-ELOANDT-STATUS.

           SELECT EOFFLST-FILE ASSIGN TO EOFFLST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS OFL-EMPLOYEE-ID
                FILE STATUS IS WS-EOFFLST-STATUS.

           SELECT EBENROL-FILE ASSIGN TO EBENROL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BEN-KEY
                FILE STATUS IS WS-EBENROL-STATUS.

           SELECT ELEAVE-FILE ASSIGN TO ELEAVE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS LEA-EMPLOYEE-ID
                FILE STATUS IS WS-ELEAVE-STATUS.

           SELECT EEMPTYP-FILE ASSIGN TO EEMPTYP
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ETY-EMPLOYEE-ID
                FILE STATUS IS WS-EEMPTYP-STATUS.

           SELECT EONEPAY-FILE ASSIGN TO EONEPAY
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS OPY-KEY
                FILE STATUS IS WS-EONEPAY-STATUS.

           SELECT TERM-REPORT-FILE ASSIGN TO TERMRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-TERMRPT-STATUS.
       FD  EREGUSR-FILE.
       COPY EREGUSR.

       FD  ELOANDT-FILE.
       COPY ELOANDT.

       FD  EOFFLST-FILE.
       COPY EOFFLST.

       FD  EBENROL-FILE.
       COPY EBENROL.

       FD  ELEAVE-FILE.
       COPY ELEAVE.

       FD  EEMPTYP-FILE.
       COPY EEMPTYP.

       FD  EONEPAY-FILE.
       COPY EONEPAY.

       FD  TERM-REPORT-FILE
           RECORDING MODE IS F.
       01  TERM-REPORT-LINE             PIC X(80).
             88 EREGUSR-OK                      VALUE '00'.
             88 EREGUSR-NOTFND                  VALUE '23'.
          05 WS-TERMRPT-STATUS        PIC X(2).
          05 WS-ELOANDT-STATUS        PIC X(2).
             88 ELOANDT-OK                      VALUE '00'.
          05 WS-EOFFLST-STATUS        PIC X(2).
             88 EOFFLST-OK                      VALUE '00'.
             88 EOFFLST-NOTFND                  VALUE '23'.
          05 WS-EBENROL-STATUS        PIC X(2).
             88 EBENROL-OK                      VALUE '00'.
          05 WS-LON-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-EMPLOYEE-LOANS           VALUE 'Y'.
          05 WS-LOAN-OFFSET           PIC 9(7)V99.
          05 WS-LOAN-OFFSET-TOTAL     PIC 9(7)V99.
          05 WS-LOANS-SETTLED-COUNT   PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-BEN-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-EMPLOYEE-COVERAGE        VALUE 'Y'.
          05 WS-COVERAGE-ENDED-COUNT  PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ELEAVE-STATUS         PIC X(2).
             88 ELEAVE-OK                       VALUE '00'.
          05 WS-EEMPTYP-STATUS        PIC X(2).
             88 EEMPTYP-OK                      VALUE '00'.
          05 WS-EONEPAY-STATUS        PIC X(2).
             88 EONEPAY-OK                      VALUE '00'.
          05 WS-CHECKLIST-FLAG        PIC X(1)  VALUE 'N'.
             88 CHECKLIST-IS-NEW                VALUE 'Y'.
      *    ACCRUED LESS TAKEN - NEGATIVE WHEN LEAVE WAS TAKEN IN
      *    ADVANCE OF ACCRUING IT.
          05 WS-VACATION-BALANCE      PIC S9(3)V9(1).
          05 WS-SETTLE-DAYS           PIC 9(3)V9(1).
          05 WS-FTE-FACTOR            PIC 9(1)V9(2).
          05 WS-DAILY-RATE            PIC 9(5)V99.
          05 WS-SETTLE-AMOUNT         PIC 9(7)V99.
          05 WS-SETTLEMENTS-COUNT     PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-SETTLE-REJECT-COUNT   PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
             88 END-OF-EMPMAST                  VALUE 'Y'.
          05 WS-REG-EOF-FLAG          PIC X(1)  VALUE 'N'.
          05 WS-RPT-ACTION            PIC X(40).
          05 FILLER                   PIC X(17) VALUE SPACES.

       01 WS-LOAN-DETAIL-LINE.
          05 WS-RPT-LOAN-EMP-ID       PIC Z(7)9.
          05 FILLER                   PIC X(14) VALUE SPACES.
          05 WS-RPT-LOAN-ACTION       PIC X(28).
          05 WS-RPT-LOAN-AMOUNT       PIC Z(6)9.99.
          05 FILLER                   PIC X(20) VALUE SPACES.

       01 WS-COVERAGE-DETAIL-LINE.
          05 WS-RPT-BEN-EMP-ID        PIC Z(7)9.
          05 FILLER                   PIC X(14) VALUE SPACES.
          05 FILLER                   PIC X(22)
             VALUE 'BENEFIT COVERAGE ENDED'.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-BEN-PLAN          PIC X(4).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-BEN-DATE          PIC X(8).
          05 FILLER                   PIC X(20) VALUE SPACES.

       01 WS-SETTLE-DETAIL-LINE.
          05 WS-RPT-SET-EMP-ID        PIC Z(7)9.
          05 FILLER                   PIC X(3)  VALUE SPACES.
          05 WS-RPT-SET-TYPE          PIC X(2).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-SET-ACTION        PIC X(28).
          05 WS-RPT-SET-DAYS          PIC ZZ9.9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-SET-AMOUNT        PIC Z(6)9.99.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-SET-CURRENCY      PIC X(3).
          05 FILLER                   PIC X(16) VALUE SPACES.

       01 WS-REPORT-SUMMARY-LINE.
          05 FILLER                   PIC X(28)
             VALUE 'EMPLOYEES SET TO INACTIVE .'.
          05 WS-RPT-TERM-TOTAL        PIC Z(7)9.
          05 FILLER                   PIC X(45) VALUE SPACES.

       01 WS-LOAN-SUMMARY-LINE.
          05 FILLER                   PIC X(28)
             VALUE 'LOANS SET AGAINST FINAL PAY'.
          05 WS-RPT-LOAN-TOTAL        PIC Z(7)9.
          05 FILLER                   PIC X(45) VALUE SPACES.

       01 WS-SETTLE-SUMMARY-LINE.
          05 FILLER                   PIC X(28)
             VALUE 'VACATION SETTLEMENTS RAISED'.
          05 WS-RPT-SETTLE-TOTAL      PIC Z(7)9.
          05 FILLER                   PIC X(45) VALUE SPACES.

       01 WS-COVERAGE-SUMMARY-LINE.
          05 FILLER                   PIC X(28)
             VALUE 'BENEFIT COVERAGES ENDED ...'.
          05 WS-RPT-COVERAGE-TOTAL    PIC Z(7)9.
          05 FILLER                   PIC X(45) VALUE SPACES.

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

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
              STOP RUN
           END-IF.

           OPEN I-O ELOANDT-FILE.
           IF NOT ELOANDT-OK
              DISPLAY 'ETERMNB - UNABLE TO OPEN ELOANDT, STATUS='
                 WS-ELOANDT-STATUS
              STOP RUN
           END-IF.

           OPEN I-O EOFFLST-FILE.
           IF NOT EOFFLST-OK
              DISPLAY 'ETERMNB - UNABLE TO OPEN EOFFLST, STATUS='
                 WS-EOFFLST-STATUS
              STOP RUN
           END-IF.

           OPEN I-O EBENROL-FILE.
           IF NOT EBENROL-OK
              DISPLAY 'ETERMNB - UNABLE TO OPEN EBENROL, STATUS='
                 WS-EBENROL-STATUS
              STOP RUN
           END-IF.

           OPEN I-O ELEAVE-FILE.
           IF NOT ELEAVE-OK
              DISPLAY 'ETERMNB - UNABLE TO OPEN ELEAVE, STATUS='
                 WS-ELEAVE-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT EEMPTYP-FILE.
           IF NOT EEMPTYP-OK
              DISPLAY 'ETERMNB - UNABLE TO OPEN EEMPTYP, STATUS='
                 WS-EEMPTYP-STATUS
              STOP RUN
           END-IF.

           OPEN I-O EONEPAY-FILE.
           IF NOT EONEPAY-OK
              DISPLAY 'ETERMNB - UNABLE TO OPEN EONEPAY, STATUS='
                 WS-EONEPAY-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT TERM-REPORT-FILE.

           MOVE WS-REPORT-HEADING TO TERM-REPORT-LINE.
              ELSE
                 ADD 1 TO WS-NOT-FOUND-COUNT
              END-IF
              PERFORM 2300-SETTLE-EMPLOYEE-LOANS
              PERFORM 2500-END-EMPLOYEE-COVERAGE
              PERFORM 2600-SETTLE-VACATION-BALANCE
           END-IF.

           PERFORM 1100-READ-NEXT-EMPLOYEE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE TERM-REPORT-LINE.

      *    EVERY LOAN THE LEAVER STILL HAS RUNNING IS SETTLED AGAINST
      *    FINAL PAY. A SETTLED LOAN IS NO LONGER 'APPROVED', SO THE
      *    DAILY RE-SCAN OF THE SAME LEAVER NEVER COUNTS IT TWICE.
       2300-SETTLE-EMPLOYEE-LOANS.
           MOVE ZEROES TO WS-LOAN-OFFSET-TOTAL.
           MOVE 'N' TO WS-LON-EOF-FLAG.

           MOVE EMP-EMPLOYEE-ID TO LON-EMPLOYEE-ID.
           MOVE ZEROES TO LON-LOAN-NUMBER.
           START ELOANDT-FILE KEY IS NOT LESS THAN LON-KEY
              INVALID KEY
                 SET END-OF-EMPLOYEE-LOANS TO TRUE
           END-START.

           PERFORM 2310-SETTLE-NEXT-LOAN UNTIL END-OF-EMPLOYEE-LOANS.

           IF WS-LOAN-OFFSET-TOTAL IS GREATER THAN ZEROES
              PERFORM 2400-POST-FINAL-PAY-OFFSET
           END-IF.

       2310-SETTLE-NEXT-LOAN.
           READ ELOANDT-FILE NEXT RECORD
              AT END
                 SET END-OF-EMPLOYEE-LOANS TO TRUE
           END-READ.

           IF END-OF-EMPLOYEE-LOANS
              EXIT PARAGRAPH
           END-IF.

           IF LON-EMPLOYEE-ID IS NOT EQUAL TO EMP-EMPLOYEE-ID
              SET END-OF-EMPLOYEE-LOANS TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF NOT LON-ST-APPROVED OR
              LON-BALANCE IS NOT GREATER THAN ZEROES
              EXIT PARAGRAPH
           END-IF.

      *    AN INSTALMENT ALREADY WITH PAYROLL IS LEFT FOR 'EPAYRECN'
      *    TO SETTLE - ONLY THE REST GOES AGAINST FINAL PAY.
           IF LON-INFLIGHT-AMOUNT IS NOT LESS THAN LON-BALANCE
              MOVE ZEROES TO WS-LOAN-OFFSET
           ELSE
              COMPUTE WS-LOAN-OFFSET =
                 LON-BALANCE - LON-INFLIGHT-AMOUNT
           END-IF.

           SET LON-ST-FINAL-PAY TO TRUE.
           MOVE WS-LOAN-OFFSET TO LON-FINAL-PAY-AMOUNT.
           MOVE WS-TODAY TO LON-FINAL-PAY-DATE.

           REWRITE EMPLOYEE-LOAN-RECORD
              INVALID KEY
                 DISPLAY 'ETERMNB - ELOANDT REWRITE FAILED, KEY='
                    LON-KEY
                 EXIT PARAGRAPH
           END-REWRITE.

           ADD WS-LOAN-OFFSET TO WS-LOAN-OFFSET-TOTAL.
           ADD 1 TO WS-LOANS-SETTLED-COUNT.

      *    THE CHECKLIST NORMALLY EXISTS ALREADY ('EUPDP'/'EMASSTRM'
      *    CREATE IT AT TERMINATION); IF IT DOES NOT, IT IS OPENED
      *    HERE ALL TASKS PENDING SO THE MONEY IS NOT LOST.
       2400-POST-FINAL-PAY-OFFSET.
           MOVE EMP-EMPLOYEE-ID TO OFL-EMPLOYEE-ID.

           READ EOFFLST-FILE
              INVALID KEY
                 CONTINUE
           END-READ.

           IF NOT EOFFLST-OK AND NOT EOFFLST-NOTFND
              DISPLAY 'ETERMNB - EOFFLST READ FAILED, STATUS='
                 WS-EOFFLST-STATUS ', KEY=' OFL-KEY
              EXIT PARAGRAPH
           END-IF.

           IF EOFFLST-NOTFND
              INITIALIZE OFFBOARD-CHECKLIST-RECORD
              MOVE EMP-EMPLOYEE-ID TO OFL-EMPLOYEE-ID
              SET OFL-BADGE-PENDING TO TRUE
              SET OFL-EQUIPMENT-PENDING TO TRUE
              SET OFL-ACCESS-PENDING TO TRUE
              MOVE WS-TODAY TO OFL-CREATED-DATE
           END-IF.

           IF OFL-LOAN-OFFSET-AMOUNT IS NOT NUMERIC
              MOVE ZEROES TO OFL-LOAN-OFFSET-AMOUNT
           END-IF.

           ADD WS-LOAN-OFFSET-TOTAL TO OFL-LOAN-OFFSET-AMOUNT.
           MOVE WS-TODAY TO OFL-LOAN-OFFSET-DATE.
      *    FINAL PAY HAS SOMETHING NEW TO RECOVER, SO IT IS NOT DONE.
           SET OFL-FINAL-PAY-PENDING TO TRUE.
           MOVE SPACES TO OFL-FINAL-PAY-DATE.

           IF EOFFLST-NOTFND
              WRITE OFFBOARD-CHECKLIST-RECORD
                 INVALID KEY
                    DISPLAY 'ETERMNB - EOFFLST WRITE FAILED, KEY='
                       OFL-KEY
              END-WRITE
           ELSE
              REWRITE OFFBOARD-CHECKLIST-RECORD
                 INVALID KEY
                    DISPLAY 'ETERMNB - EOFFLST REWRITE FAILED, KEY='
                       OFL-KEY
              END-REWRITE
           END-IF.

           MOVE EMP-EMPLOYEE-ID TO WS-RPT-LOAN-EMP-ID.
           MOVE 'LOAN SET AGAINST FINAL PAY' TO WS-RPT-LOAN-ACTION.
           MOVE WS-LOAN-OFFSET-TOTAL TO WS-RPT-LOAN-AMOUNT.
           MOVE WS-LOAN-DETAIL-LINE TO TERM-REPORT-LINE.
           MOVE TERM-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE TERM-REPORT-LINE.

      *    EVERY COVERAGE THE LEAVER STILL HAS ACTIVE ENDS ON THEIR
      *    DELETE DATE. AN ENDED COVERAGE IS NO LONGER ACTIVE, SO THE
      *    DAILY RE-SCAN OF THE SAME LEAVER NEVER ENDS IT TWICE.
       2500-END-EMPLOYEE-COVERAGE.
           MOVE 'N' TO WS-BEN-EOF-FLAG.

           MOVE EMP-EMPLOYEE-ID TO BEN-EMPLOYEE-ID.
           MOVE LOW-VALUES TO BEN-PLAN-CODE.
           START EBENROL-FILE KEY IS NOT LESS THAN BEN-KEY
              INVALID KEY
                 SET END-OF-EMPLOYEE-COVERAGE TO TRUE
           END-START.

           PERFORM 2510-END-NEXT-COVERAGE
              UNTIL END-OF-EMPLOYEE-COVERAGE.

       2510-END-NEXT-COVERAGE.
           READ EBENROL-FILE NEXT RECORD
              AT END
                 SET END-OF-EMPLOYEE-COVERAGE TO TRUE
           END-READ.

           IF END-OF-EMPLOYEE-COVERAGE
              EXIT PARAGRAPH
           END-IF.

           IF BEN-EMPLOYEE-ID IS NOT EQUAL TO EMP-EMPLOYEE-ID
              SET END-OF-EMPLOYEE-COVERAGE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF NOT BEN-ST-ACTIVE
              EXIT PARAGRAPH
           END-IF.

           SET BEN-ST-TERMINATED TO TRUE.
           MOVE EMP-DELETE-DATE TO BEN-EFFECTIVE-DATE.
           MOVE SPACES TO BEN-FED-FLAG.
           MOVE SPACES TO BEN-CARRIER-SENT-FLAG.
           MOVE 'ETERMNB' TO BEN-RECORDED-BY.
           MOVE WS-TODAY TO BEN-RECORDED-DATE.

           REWRITE BENEFITS-ENROLLMENT-RECORD
              INVALID KEY
                 DISPLAY 'ETERMNB - EBENROL REWRITE FAILED, KEY='
                    BEN-KEY
                 EXIT PARAGRAPH
           END-REWRITE.

           ADD 1 TO WS-COVERAGE-ENDED-COUNT.

           MOVE EMP-EMPLOYEE-ID TO WS-RPT-BEN-EMP-ID.
           MOVE BEN-PLAN-CODE TO WS-RPT-BEN-PLAN.
           MOVE BEN-EFFECTIVE-DATE TO WS-RPT-BEN-DATE.
           MOVE WS-COVERAGE-DETAIL-LINE TO TERM-REPORT-LINE.
           MOVE TERM-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE TERM-REPORT-LINE.

      *    THE LEAVER'S VACATION IS SETTLED ONCE - A CHECKLIST WITH A
      *    SETTLEMENT ALREADY NOTED IS ONLY FOLLOWED UP, SO THE DAILY
      *    RE-SCAN NEVER RAISES IT TWICE.
       2600-SETTLE-VACATION-BALANCE.
           MOVE 'N' TO WS-CHECKLIST-FLAG.
           MOVE EMP-EMPLOYEE-ID TO OFL-EMPLOYEE-ID.

           READ EOFFLST-FILE
              INVALID KEY
                 SET CHECKLIST-IS-NEW TO TRUE
           END-READ.

           IF NOT EOFFLST-OK AND NOT EOFFLST-NOTFND
              DISPLAY 'ETERMNB - EOFFLST READ FAILED, STATUS='
                 WS-EOFFLST-STATUS ', KEY=' OFL-KEY
              EXIT PARAGRAPH
           END-IF.

           IF NOT CHECKLIST-IS-NEW
              IF OFL-LEAVE-SETTLE-RAISED
                 PERFORM 2650-CHECK-SETTLEMENT-REJECTED
              END-IF
              IF NOT OFL-LEAVE-SETTLE-NONE
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           MOVE EMP-EMPLOYEE-ID TO LEA-EMPLOYEE-ID.

           READ ELEAVE-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.

           COMPUTE WS-VACATION-BALANCE =
              LEA-VACATION-ACCRUED - LEA-VACATION-TAKEN.

           IF WS-VACATION-BALANCE IS EQUAL TO ZEROES
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2610-COMPUTE-SETTLEMENT.

           SET CVA-ACTION-RESOLVE TO TRUE.
           MOVE EMP-EMPLOYEE-ID TO CVA-EMPLOYEE-ID.
           CALL 'ECURCNV' USING CURRENCY-CONVERT-ARGUMENTS.

      *    THE PAYMENT IS DATED TODAY. IF ONE IS ALREADY ON FILE FOR
      *    THE LEAVER TODAY NOTHING IS TOUCHED, AND TOMORROW'S RUN
      *    TRIES AGAIN.
           INITIALIZE ONE-TIME-PAYMENT-RECORD.
           MOVE EMP-EMPLOYEE-ID TO OPY-EMPLOYEE-ID.
           MOVE WS-TODAY TO OPY-PAYMENT-DATE.
           IF WS-VACATION-BALANCE IS GREATER THAN ZEROES
              SET OPY-TYPE-LEAVE-PAYOUT TO TRUE
           ELSE
              SET OPY-TYPE-LEAVE-RECOVERY TO TRUE
           END-IF.
           MOVE WS-SETTLE-AMOUNT TO OPY-AMOUNT.
           SET OPY-PENDING TO TRUE.
           MOVE SPACES TO OPY-FED-FLAG.
           MOVE 'ETERMNB' TO OPY-REQUESTED-BY.
           MOVE WS-TODAY TO OPY-REQUESTED-DATE.
           MOVE SPACES TO OPY-ACTIONED-BY.
           MOVE SPACES TO OPY-ACTIONED-DATE.
           MOVE CVA-CURRENCY-CODE TO OPY-CURRENCY-CODE.
           MOVE SPACES TO OPY-ACTIONED-FOR.

           WRITE ONE-TIME-PAYMENT-RECORD
              INVALID KEY
                 DISPLAY 'ETERMNB - EONEPAY WRITE FAILED, KEY='
                    OPY-KEY
                 EXIT PARAGRAPH
           END-WRITE.

           MOVE ZEROES TO LEA-VACATION-ACCRUED.
           MOVE ZEROES TO LEA-VACATION-TAKEN.
           MOVE WS-TODAY TO LEA-LAST-ACTION-DATE.
           MOVE 'ETERMNB' TO LEA-LAST-ACTION-BY.

           REWRITE LEAVE-BALANCE-RECORD
              INVALID KEY
                 DISPLAY 'ETERMNB - ELEAVE REWRITE FAILED, KEY='
                    LEA-KEY
           END-REWRITE.

           PERFORM 2630-NOTE-SETTLEMENT-ON-CHECKLIST.

           ADD 1 TO WS-SETTLEMENTS-COUNT.

           MOVE EMP-EMPLOYEE-ID TO WS-RPT-SET-EMP-ID.
           MOVE OPY-PAYMENT-TYPE TO WS-RPT-SET-TYPE.
           IF OPY-TYPE-LEAVE-PAYOUT
              MOVE 'VACATION PAYOUT RAISED' TO WS-RPT-SET-ACTION
           ELSE
              MOVE 'VACATION RECOVERY RAISED' TO WS-RPT-SET-ACTION
           END-IF.
           MOVE WS-SETTLE-DAYS TO WS-RPT-SET-DAYS.
           MOVE WS-SETTLE-AMOUNT TO WS-RPT-SET-AMOUNT.
           MOVE OPY-CURRENCY-CODE TO WS-RPT-SET-CURRENCY.
           PERFORM 2690-PRINT-SETTLEMENT-LINE.

      *    ANNUAL COMPENSATION OVER 260 WORKING DAYS IS A FULL-TIMER'S
      *    DAILY RATE; A PART-TIMER'S DAY IS WORTH THEIR FTE FACTOR OF
      *    IT. NO 'EEMPTYP' RECORD READS AS FULL-TIME.
       2610-COMPUTE-SETTLEMENT.
           IF WS-VACATION-BALANCE IS LESS THAN ZEROES
              COMPUTE WS-SETTLE-DAYS = ZEROES - WS-VACATION-BALANCE
           ELSE
              MOVE WS-VACATION-BALANCE TO WS-SETTLE-DAYS
           END-IF.

           MOVE EMP-EMPLOYEE-ID TO ETY-EMPLOYEE-ID.

           READ EEMPTYP-FILE
              INVALID KEY
                 MOVE '23' TO WS-EEMPTYP-STATUS
           END-READ.

           IF EEMPTYP-OK AND ETY-FTE-FACTOR IS GREATER THAN ZEROES
              MOVE ETY-FTE-FACTOR TO WS-FTE-FACTOR
           ELSE
              MOVE 1.00 TO WS-FTE-FACTOR
           END-IF.

           COMPUTE WS-DAILY-RATE ROUNDED =
              EMP-COMPENSATION * WS-FTE-FACTOR / 260.
           COMPUTE WS-SETTLE-AMOUNT ROUNDED =
              WS-SETTLE-DAYS * WS-DAILY-RATE.

      *    THE CHECKLIST NORMALLY EXISTS ALREADY; IF IT DOES NOT, IT
      *    IS OPENED HERE ALL TASKS PENDING, AS FOR A LOAN OFFSET.
      *    FINAL PAY IS RE-OPENED UNTIL THE SETTLEMENT HAS FED.
       2630-NOTE-SETTLEMENT-ON-CHECKLIST.
           IF CHECKLIST-IS-NEW
              INITIALIZE OFFBOARD-CHECKLIST-RECORD
              MOVE EMP-EMPLOYEE-ID TO OFL-EMPLOYEE-ID
              SET OFL-BADGE-PENDING TO TRUE
              SET OFL-EQUIPMENT-PENDING TO TRUE
              SET OFL-ACCESS-PENDING TO TRUE
              MOVE ZEROES TO OFL-LOAN-OFFSET-AMOUNT
              MOVE WS-TODAY TO OFL-CREATED-DATE
           END-IF.

           SET OFL-LEAVE-SETTLE-RAISED TO TRUE.
           MOVE OPY-PAYMENT-DATE TO OFL-LEAVE-SETTLE-DATE.
           MOVE OPY-PAYMENT-TYPE TO OFL-LEAVE-SETTLE-TYPE.
           MOVE WS-SETTLE-DAYS TO OFL-LEAVE-SETTLE-DAYS.
           MOVE WS-SETTLE-AMOUNT TO OFL-LEAVE-SETTLE-AMOUNT.
           SET OFL-FINAL-PAY-PENDING TO TRUE.
           MOVE SPACES TO OFL-FINAL-PAY-DATE.

           IF CHECKLIST-IS-NEW
              WRITE OFFBOARD-CHECKLIST-RECORD
                 INVALID KEY
                    DISPLAY 'ETERMNB - EOFFLST WRITE FAILED, KEY='
                       OFL-KEY
              END-WRITE
           ELSE
              REWRITE OFFBOARD-CHECKLIST-RECORD
                 INVALID KEY
                    DISPLAY 'ETERMNB - EOFFLST REWRITE FAILED, KEY='
                       OFL-KEY
              END-REWRITE
           END-IF.

      *    A SETTLEMENT REJECTED ON 'EOTPP' WILL NEVER FEED, SO FINAL
      *    PAY WOULD WAIT FOR EVER - THE CHECKLIST IS MARKED REJECTED,
      *    WHICH FREES FINAL PAY FOR HR TO SETTLE BY HAND ON 'EOFBP'.
       2650-CHECK-SETTLEMENT-REJECTED.
           MOVE OFL-EMPLOYEE-ID TO OPY-EMPLOYEE-ID.
           MOVE OFL-LEAVE-SETTLE-DATE TO OPY-PAYMENT-DATE.

           READ EONEPAY-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.

           IF NOT OPY-REJECTED
              EXIT PARAGRAPH
           END-IF.

           SET OFL-LEAVE-SETTLE-REJECTED TO TRUE.

           REWRITE OFFBOARD-CHECKLIST-RECORD
              INVALID KEY
                 DISPLAY 'ETERMNB - EOFFLST REWRITE FAILED, KEY='
                    OFL-KEY
                 EXIT PARAGRAPH
           END-REWRITE.

           ADD 1 TO WS-SETTLE-REJECT-COUNT.

           MOVE EMP-EMPLOYEE-ID TO WS-RPT-SET-EMP-ID.
           MOVE OPY-PAYMENT-TYPE TO WS-RPT-SET-TYPE.
           MOVE 'SETTLEMENT REJECTED - BY HAND' TO WS-RPT-SET-ACTION.
           MOVE OFL-LEAVE-SETTLE-DAYS TO WS-RPT-SET-DAYS.
           MOVE OPY-AMOUNT TO WS-RPT-SET-AMOUNT.
           MOVE OPY-CURRENCY-CODE TO WS-RPT-SET-CURRENCY.
           PERFORM 2690-PRINT-SETTLEMENT-LINE.

       2690-PRINT-SETTLEMENT-LINE.
           MOVE WS-SETTLE-DETAIL-LINE TO TERM-REPORT-LINE.
           MOVE TERM-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE TERM-REPORT-LINE.

      *-----------------------------------------------------------------

       3000-PRODUCE-SUMMARY.
           MOVE TERM-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE TERM-REPORT-LINE.

           MOVE WS-LOANS-SETTLED-COUNT TO WS-RPT-LOAN-TOTAL.
           MOVE WS-LOAN-SUMMARY-LINE TO TERM-REPORT-LINE.
           MOVE TERM-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE TERM-REPORT-LINE.

           MOVE WS-SETTLEMENTS-COUNT TO WS-RPT-SETTLE-TOTAL.
           MOVE WS-SETTLE-SUMMARY-LINE TO TERM-REPORT-LINE.
           MOVE TERM-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE TERM-REPORT-LINE.

           MOVE WS-COVERAGE-ENDED-COUNT TO WS-RPT-COVERAGE-TOTAL.
           MOVE WS-COVERAGE-SUMMARY-LINE TO TERM-REPORT-LINE.
           MOVE TERM-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE TERM-REPORT-LINE.
      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
           MOVE WS-NOT-FOUND-COUNT TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'ETERMNB - LOANS SET AGAINST FINAL PAY: '
              WS-LOANS-SETTLED-COUNT.
           DISPLAY 'ETERMNB - BENEFIT COVERAGES ENDED: '
              WS-COVERAGE-ENDED-COUNT.
           DISPLAY 'ETERMNB - VACATION SETTLEMENTS RAISED: '
              WS-SETTLEMENTS-COUNT.
           DISPLAY 'ETERMNB - VACATION SETTLEMENTS REJECTED: '
              WS-SETTLE-REJECT-COUNT.

           SET CVA-ACTION-CLOSE TO TRUE.
           CALL 'ECURCNV' USING CURRENCY-CONVERT-ARGUMENTS.

           CLOSE ELOANDT-FILE.
           CLOSE EOFFLST-FILE.
           CLOSE EBENROL-FILE.
           CLOSE ELEAVE-FILE.
           CLOSE EEMPTYP-FILE.
           CLOSE EONEPAY-FILE.
           CLOSE EMPMAST-FILE.
           CLOSE EREGUSR-FILE.
           CLOSE TERM-REPORT-FILE.
