      *        ID HASH AND CHECKS THEM AGAINST THE TRAILER, SO A
      *        TRUNCATED FEED FILE IS CAUGHT EVEN BEFORE THE ACKS ARE
      *        LOOKED AT.
      *      - A LOAN INSTALMENT (TYPE 'D', PLAN 'LN' + LOAN NUMBER)
      *        PAYROLL ACCEPTED COMES OFF THE 'ELOANDT' BALANCE HERE,
      *        AND THE LOAN CLEARS WHEN NOTHING IS LEFT; A REJECTED
      *        ONE IS RELEASED TO GO OUT AGAIN ON THE NEXT FEED.
      *      - RECONCILES AN 'EPAYRSND' RETRANSMISSION THE SAME WAY
      *        AS A NIGHTLY FEED: THE REPORT SAYS WHICH IT IS (AND
      *        WHICH FEEDS A RETRANSMISSION REPEATS), AND A LOAN
      *        INSTALMENT IS ONLY SETTLED WHEN THE ONE STILL IN
      *        FLIGHT ON 'ELOANDT' WAS FED IN THE SAME PERIOD AS THE
      *        EVENT BEING ACKNOWLEDGED - AN OLD INSTALMENT PAYROLL
      *        ACCEPTS AGAIN NEVER SETTLES A NEWER ONE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PAYACK-STATUS.

           SELECT ELOANDT-FILE ASSIGN TO ELOANDT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS LON-KEY
                FILE STATUS IS WS-ELOANDT-STATUS.

           SELECT RECON-REPORT-FILE ASSIGN TO RECNRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-RECNRPT-STATUS.
              88 PFD-ONE-TIME                     VALUE 'B'.
              88 PFD-DEDUCTION                    VALUE 'D'.
              88 PFD-BANK-DETAILS                 VALUE 'K'.
              88 PFD-OVERTIME-HOURS               VALUE 'O'.
              88 PFD-EXPENSE-REIMBURSE            VALUE 'E'.
              88 PFD-UNPAID-LEAVE                 VALUE 'U'.
              88 PFD-TRAILER                      VALUE 'Z'.
           05 PFD-EFFECTIVE-DATE        PIC X(8).
           05 PFD-EMPLOYEE-ID           PIC 9(8).
           05 FILLER                    PIC X(152).
      *       TYPE 'D' RECORDS ONLY - SEE 'EPAYFEED'.
           05 PFD-DEDUCTION-PLAN        PIC X(4).
           05 PFD-DEDUCTION-STATUS      PIC X(1).
           05 PFD-DEDUCTION-AMOUNT      PIC 9(5)V99.
       01  PAYROLL-FEED-TRAILER.
           05 PFT-ACTION-CODE           PIC X(1).
           05 PFT-HIRE-COUNT            PIC 9(8).
           05 PFT-ONETIME-COUNT         PIC 9(8).
           05 PFT-DEDUCTION-COUNT       PIC 9(8).
           05 PFT-BANK-COUNT            PIC 9(8).
           05 PFT-OVERTIME-COUNT        PIC 9(8).
           05 PFT-EXPENSE-COUNT         PIC 9(8).
      *       RUN STAMP AND TRANSMISSION TYPE - SEE 'EPAYFEED'.
           05 PFT-RUN-DATE              PIC X(8).
           05 PFT-RUN-TIME              PIC X(6).
           05 PFT-TRANSMIT-TYPE         PIC X(1).
              88 PFT-RETRANSMISSION               VALUE 'R'.
           05 PFT-SOURCE-FROM-DATE      PIC X(8).
           05 PFT-SOURCE-TO-DATE        PIC X(8).
           05 PFT-UNPAID-COUNT          PIC 9(8).
           05 FILLER                    PIC X(62).

       FD  PAYACK-FILE
           RECORDING MODE IS F.
           05 ACK-REASON                PIC X(20).
           05 FILLER                    PIC X(10).

       FD  ELOANDT-FILE.
       COPY ELOANDT.

       FD  RECON-REPORT-FILE
           RECORDING MODE IS F.
       01  RECON-REPORT-LINE            PIC X(80).
          05 WS-PAYACK-STATUS         PIC X(2).
             88 PAYACK-OK                       VALUE '00'.
          05 WS-RECNRPT-STATUS        PIC X(2).
          05 WS-ELOANDT-STATUS        PIC X(2).
             88 ELOANDT-OK                      VALUE '00'.
          05 WS-FEED-EOF-FLAG         PIC X(1)  VALUE 'N'.
             88 END-OF-PAYFEED                  VALUE 'Y'.
          05 WS-ACK-EOF-FLAG          PIC X(1)  VALUE 'N'.
                                                 VALUE ZEROES.
          05 WS-BANK-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-OVERTIME-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EXPENSE-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-UNPAID-COUNT          PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ID-HASH-TOTAL         PIC 9(15) VALUE ZEROES.
      *    THE TRAILER'S OWN FIGURES, SAVED THE MOMENT THE 'Z' RECORD
      *    IS READ - THE FILE BUFFER IS GONE ONCE THE READ LOOP RUNS
          05 WS-TRL-ONETIME-COUNT     PIC 9(8)  VALUE ZEROES.
          05 WS-TRL-DEDUCTION-COUNT   PIC 9(8)  VALUE ZEROES.
          05 WS-TRL-BANK-COUNT        PIC 9(8)  VALUE ZEROES.
          05 WS-TRL-OVERTIME-COUNT    PIC 9(8)  VALUE ZEROES.
          05 WS-TRL-EXPENSE-COUNT     PIC 9(8)  VALUE ZEROES.
          05 WS-TRL-UNPAID-COUNT      PIC 9(8)  VALUE ZEROES.
          05 WS-TRL-ID-HASH           PIC 9(15) VALUE ZEROES.
          05 WS-TRL-RUN-DATE          PIC X(8)  VALUE SPACES.
          05 WS-TRL-RUN-TIME          PIC X(6)  VALUE SPACES.
          05 WS-TRL-TRANSMIT-TYPE     PIC X(1)  VALUE SPACES.
             88 WS-TRL-RETRANSMISSION           VALUE 'R'.
          05 WS-TRL-SOURCE-FROM-DATE  PIC X(8)  VALUE SPACES.
          05 WS-TRL-SOURCE-TO-DATE    PIC X(8)  VALUE SPACES.
          05 WS-UNACKED-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-REJECTED-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EV-OVERFLOW-COUNT     PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-LOAN-APPLIED-COUNT    PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-LOAN-CLEARED-COUNT    PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-LOAN-RELEASED-COUNT   PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-LOAN-STALE-COUNT      PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.

      *    EVERY EVENT SENT ON THE FEED, HELD FOR MATCHING AGAINST
      *    THE ACKNOWLEDGMENTS.
                88 WS-EV-ACCEPTED                VALUE 'A'.
                88 WS-EV-REJECTED                VALUE 'R'.
             10 WS-EV-REASON          PIC X(20).
             10 WS-EV-PLAN            PIC X(4).
      *          PAY PERIOD (YYYYMM) OF THE EVENT'S EFFECTIVE DATE -
      *          FOR A LOAN INSTALMENT, THE PERIOD IT WAS FED IN.
             10 WS-EV-PERIOD          PIC X(6).

       01 WS-REPORT-HEADING.
          05 FILLER                   PIC X(40)
          05 WS-RPT-SUMMARY-TOTAL     PIC Z(7)9.
          05 FILLER                   PIC X(44) VALUE SPACES.

       01 WS-FEED-IDENTITY-LINE.
          05 FILLER                   PIC X(10) VALUE 'FEED FILE:'.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-FEED-TEXT         PIC X(69).

       01 WS-TRAILER-ERROR-LINE.
          05 FILLER                   PIC X(17)
             VALUE 'TRAILER MISMATCH:'.
              STOP RUN
           END-IF.

           OPEN I-O ELOANDT-FILE.
           IF NOT ELOANDT-OK
              DISPLAY 'EPAYRECN - UNABLE TO OPEN ELOANDT, STATUS='
                 WS-ELOANDT-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT RECON-REPORT-FILE.

           MOVE WS-REPORT-HEADING TO RECON-REPORT-LINE.
              MOVE PFT-ONETIME-COUNT TO WS-TRL-ONETIME-COUNT
              MOVE PFT-DEDUCTION-COUNT TO WS-TRL-DEDUCTION-COUNT
              MOVE PFT-BANK-COUNT TO WS-TRL-BANK-COUNT
              MOVE PFT-OVERTIME-COUNT TO WS-TRL-OVERTIME-COUNT
              MOVE PFT-EXPENSE-COUNT TO WS-TRL-EXPENSE-COUNT
              MOVE PFT-UNPAID-COUNT TO WS-TRL-UNPAID-COUNT
              MOVE PFT-RUN-DATE TO WS-TRL-RUN-DATE
              MOVE PFT-RUN-TIME TO WS-TRL-RUN-TIME
              MOVE PFT-TRANSMIT-TYPE TO WS-TRL-TRANSMIT-TYPE
              MOVE PFT-SOURCE-FROM-DATE TO WS-TRL-SOURCE-FROM-DATE
              MOVE PFT-SOURCE-TO-DATE TO WS-TRL-SOURCE-TO-DATE
           ELSE
              EVALUATE TRUE
              WHEN PFD-NEW-HIRE
                   ADD 1 TO WS-DEDUCTION-COUNT
              WHEN PFD-BANK-DETAILS
                   ADD 1 TO WS-BANK-COUNT
              WHEN PFD-OVERTIME-HOURS
                   ADD 1 TO WS-OVERTIME-COUNT
              WHEN PFD-EXPENSE-REIMBURSE
                   ADD 1 TO WS-EXPENSE-COUNT
              WHEN PFD-UNPAID-LEAVE
                   ADD 1 TO WS-UNPAID-COUNT
              END-EVALUATE

              ADD PFD-EMPLOYEE-ID TO WS-ID-HASH-TOTAL
                    TO WS-EV-EMPLOYEE-ID(WS-EV-COUNT)
                 SET WS-EV-UNACKED(WS-EV-COUNT) TO TRUE
                 MOVE SPACES TO WS-EV-REASON(WS-EV-COUNT)
                 MOVE SPACES TO WS-EV-PLAN(WS-EV-COUNT)
                 MOVE PFD-EFFECTIVE-DATE(1:6)
                    TO WS-EV-PERIOD(WS-EV-COUNT)
                 IF PFD-DEDUCTION THEN
                    MOVE PFD-DEDUCTION-PLAN
                       TO WS-EV-PLAN(WS-EV-COUNT)
                 END-IF
              ELSE
                 IF WS-EV-OVERFLOW-COUNT IS EQUAL TO ZEROES
                    DISPLAY 'EPAYRECN - EVENT TABLE FULL, FEED '
              EXIT PARAGRAPH
           END-IF.

           PERFORM 3050-WRITE-FEED-IDENTITY.

           IF WS-TRL-HIRE-COUNT IS NOT EQUAL TO WS-HIRE-COUNT OR
              WS-TRL-CHANGE-COUNT IS NOT EQUAL TO WS-CHANGE-COUNT OR
              WS-TRL-TERM-COUNT IS NOT EQUAL TO WS-TERM-COUNT OR
              OR WS-TRL-DEDUCTION-COUNT IS NOT EQUAL TO
              WS-DEDUCTION-COUNT
              OR WS-TRL-BANK-COUNT IS NOT EQUAL TO WS-BANK-COUNT
              OR WS-TRL-OVERTIME-COUNT IS NOT EQUAL TO
              WS-OVERTIME-COUNT
              OR WS-TRL-EXPENSE-COUNT IS NOT EQUAL TO
              WS-EXPENSE-COUNT
              OR WS-TRL-UNPAID-COUNT IS NOT EQUAL TO
              WS-UNPAID-COUNT
              MOVE 'Record Counts Do Not Match Trailer'
                 TO WS-RPT-TRAILER-TEXT
              PERFORM 3100-WRITE-TRAILER-ERROR
              PERFORM 3100-WRITE-TRAILER-ERROR
           END-IF.

      *    WHICH FILE THIS IS - A NIGHTLY ORIGINAL OR AN 'EPAYRSND'
      *    RETRANSMISSION, AND OF WHICH NIGHTS' FEEDS. A FEED WRITTEN
      *    BEFORE THE TRAILER CARRIED A RUN STAMP SHOWS NO DATE.
       3050-WRITE-FEED-IDENTITY.
           MOVE SPACES TO WS-RPT-FEED-TEXT.

           IF WS-TRL-RETRANSMISSION THEN
              STRING 'RETRANSMISSION ' DELIMITED BY SIZE
                     WS-TRL-RUN-DATE DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-TRL-RUN-TIME DELIMITED BY SIZE
                     ' OF FEEDS ' DELIMITED BY SIZE
                     WS-TRL-SOURCE-FROM-DATE DELIMITED BY SIZE
                     ' TO ' DELIMITED BY SIZE
                     WS-TRL-SOURCE-TO-DATE DELIMITED BY SIZE
                 INTO WS-RPT-FEED-TEXT
              END-STRING
           ELSE
              STRING 'NIGHTLY FEED ' DELIMITED BY SIZE
                     WS-TRL-RUN-DATE DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-TRL-RUN-TIME DELIMITED BY SIZE
                 INTO WS-RPT-FEED-TEXT
              END-STRING
           END-IF.

           MOVE WS-FEED-IDENTITY-LINE TO RECON-REPORT-LINE.
           MOVE RECON-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

       3100-WRITE-TRAILER-ERROR.
           MOVE WS-TRAILER-ERROR-LINE TO RECON-REPORT-LINE.
           MOVE RECON-REPORT-LINE TO RSA-PRINT-LINE.
              ELSE
                 SET WS-EV-ACCEPTED(WS-EV-FOUND-IDX) TO TRUE
              END-IF
              IF WS-EV-ACTION(WS-EV-FOUND-IDX) IS EQUAL TO 'D' AND
                 WS-EV-PLAN(WS-EV-FOUND-IDX)(1:2) IS EQUAL TO 'LN'
                 PERFORM 4200-APPLY-LOAN-INSTALMENT
              END-IF
           ELSE
      *       AN ACKNOWLEDGMENT FOR SOMETHING WE NEVER SENT.
              MOVE 'ORPHAN ACK    ' TO WS-RPT-TAG
              MOVE WS-EV-SCAN-IDX TO WS-EV-FOUND-IDX
           END-IF.

      *    THE INSTALMENT 'EPAYFEED' PARKED ON THE LOAN IS SETTLED
      *    ONE WAY OR THE OTHER. AN IN-FLIGHT AMOUNT OF ZERO MEANS IT
      *    WAS ALREADY SETTLED (A RE-RUN OF THIS JOB), SO NOTHING IS
      *    TAKEN OFF TWICE.
       4200-APPLY-LOAN-INSTALMENT.
           MOVE WS-EV-EMPLOYEE-ID(WS-EV-FOUND-IDX) TO LON-EMPLOYEE-ID.

           IF WS-EV-PLAN(WS-EV-FOUND-IDX)(3:2) IS NOT NUMERIC THEN
              DISPLAY 'EPAYRECN - BAD LOAN PLAN CODE '
                 WS-EV-PLAN(WS-EV-FOUND-IDX) ', EMPLOYEE='
                 LON-EMPLOYEE-ID
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-EV-PLAN(WS-EV-FOUND-IDX)(3:2) TO LON-LOAN-NUMBER.

           READ ELOANDT-FILE
              INVALID KEY
                 DISPLAY 'EPAYRECN - LOAN NOT ON FILE, KEY=' LON-KEY
                 EXIT PARAGRAPH
           END-READ.

           IF LON-INFLIGHT-AMOUNT IS EQUAL TO ZEROES THEN
              EXIT PARAGRAPH
           END-IF.

      *    ONE INSTALMENT GOES OUT PER LOAN PER PERIOD, SO AN
      *    ACKNOWLEDGMENT FOR AN EARLIER PERIOD'S INSTALMENT (OFF A
      *    RETRANSMITTED FEED) IS NOT THE ONE NOW IN FLIGHT.
           IF LON-LAST-FED-PERIOD IS NOT EQUAL TO
              WS-EV-PERIOD(WS-EV-FOUND-IDX) THEN
              ADD 1 TO WS-LOAN-STALE-COUNT
              EXIT PARAGRAPH
           END-IF.

           IF ACK-REJECTED THEN
      *       RELEASED FOR THE NEXT FEED. A LEAVER'S LOAN HAS HAD ITS
      *       BALANCE SET AGAINST FINAL PAY NET OF THIS AMOUNT, SO
      *       THAT SHORTFALL HAS TO BE CHASED BY HAND.
              IF LON-ST-FINAL-PAY THEN
                 DISPLAY 'EPAYRECN - INSTALMENT REJECTED AFTER FINAL '
                    'PAY OFFSET, RECOVER BY HAND, KEY=' LON-KEY
              END-IF
              MOVE ZEROES TO LON-INFLIGHT-AMOUNT
              MOVE SPACES TO LON-LAST-FED-PERIOD
              ADD 1 TO WS-LOAN-RELEASED-COUNT
           ELSE
              IF LON-INFLIGHT-AMOUNT IS GREATER THAN LON-BALANCE
                 MOVE ZEROES TO LON-BALANCE
              ELSE
                 SUBTRACT LON-INFLIGHT-AMOUNT FROM LON-BALANCE
              END-IF
              MOVE ZEROES TO LON-INFLIGHT-AMOUNT
              ADD 1 TO WS-LOAN-APPLIED-COUNT
              IF LON-BALANCE IS EQUAL TO ZEROES AND LON-ST-APPROVED
                 SET LON-ST-CLEARED TO TRUE
                 ADD 1 TO WS-LOAN-CLEARED-COUNT
              END-IF
           END-IF.

           REWRITE EMPLOYEE-LOAN-RECORD
              INVALID KEY
                 DISPLAY 'EPAYRECN - ELOANDT REWRITE FAILED, KEY='
                    LON-KEY
           END-REWRITE.

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

           MOVE 'LOAN INSTALMENTS APPLIED ...' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-LOAN-APPLIED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO RECON-REPORT-LINE.
           MOVE RECON-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

           MOVE 'LOANS CLEARED ..............' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-LOAN-CLEARED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO RECON-REPORT-LINE.
           MOVE RECON-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

           MOVE 'LOAN INSTALMENTS RELEASED ..' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-LOAN-RELEASED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO RECON-REPORT-LINE.
           MOVE RECON-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

           IF WS-LOAN-STALE-COUNT IS GREATER THAN ZEROES THEN
              MOVE 'EARLIER INSTALMENTS IGNORED '
                 TO WS-RPT-SUMMARY-LABEL
              MOVE WS-LOAN-STALE-COUNT TO WS-RPT-SUMMARY-TOTAL
              MOVE WS-REPORT-SUMMARY-LINE TO RECON-REPORT-LINE
              MOVE RECON-REPORT-LINE TO RSA-PRINT-LINE
              PERFORM 8900-STORE-REPORT-LINE
              WRITE RECON-REPORT-LINE
           END-IF.

           IF WS-EV-OVERFLOW-COUNT IS GREATER THAN ZEROES THEN
              MOVE 'EVENTS NOT RECONCILED ......'
                 TO WS-RPT-SUMMARY-LABEL
              WS-TRAILER-ERROR-COUNT.
           DISPLAY 'EPAYRECN - NOT RECONCILED:  '
              WS-EV-OVERFLOW-COUNT.
           DISPLAY 'EPAYRECN - LOAN INSTALMENTS APPLIED: '
              WS-LOAN-APPLIED-COUNT.
           DISPLAY 'EPAYRECN - LOANS CLEARED:   '
              WS-LOAN-CLEARED-COUNT.
           DISPLAY 'EPAYRECN - LOAN INSTALMENTS RELEASED: '
              WS-LOAN-RELEASED-COUNT.
           DISPLAY 'EPAYRECN - EARLIER INSTALMENTS IGNORED: '
              WS-LOAN-STALE-COUNT.

           CLOSE PAYFEED-FILE.
           CLOSE PAYACK-FILE.
           CLOSE ELOANDT-FILE.
           CLOSE RECON-REPORT-FILE.
