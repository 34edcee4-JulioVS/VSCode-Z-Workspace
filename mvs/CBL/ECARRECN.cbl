       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECARRECN.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - BENEFITS CARRIER FEED ACKNOWLEDGMENT RECONCILIATION.
      *      - BATCH PROGRAM, RUN ONCE PER CARRIER AFTER THE CARRIER
      *        HAS RETURNED ITS ACKNOWLEDGMENT OF THE WEEK'S
      *        'ECARFEED' FILE - SEE THE ACCOMPANYING JCL.
      *      - READS THE 'CARFEED' FILE THAT WAS SENT (LAYOUT
      *        'ECARFED.cpy', INCLUDING ITS 'Z' CONTROL TRAILER) AND
      *        THE 'CARACK' FILE THE CARRIER RETURNS - ONE
      *        ACKNOWLEDGMENT PER 'E' COVERAGE RECORD, ACCEPTED OR
      *        REJECTED - AND MATCHES THEM BY ACTION, EMPLOYEE AND
      *        PLAN.
      *      - REPORTS EVERY COVERAGE THE CARRIER NEVER ACKNOWLEDGED,
      *        EVERY ONE IT REJECTED (WITH ITS REASON), AND ANY
      *        ACKNOWLEDGMENT THAT MATCHES NOTHING WE SENT THAT
      *        CARRIER - SO A LOST ENROLLMENT SURFACES NOW, NOT WHEN
      *        THE EMPLOYEE'S CLAIM IS REFUSED.
      *      - ALSO RE-COUNTS THE FEED AND CHECKS IT AGAINST ITS
      *        TRAILER, SO A TRUNCATED FILE IS CAUGHT EVEN BEFORE THE
      *        ACKNOWLEDGMENTS ARE LOOKED AT.
      *      - A REJECTED COVERAGE IS PUT RIGHT ON 'EBENP', WHICH
      *        SENDS IT AGAIN ON THE NEXT WEEKLY FEED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARFEED-FILE ASSIGN TO CARFEED
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CARFEED-STATUS.

           SELECT CARACK-FILE ASSIGN TO CARACK
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CARACK-STATUS.

           SELECT RECON-REPORT-FILE ASSIGN TO RECNRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-RECNRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARFEED-FILE
           RECORDING MODE IS F.
       COPY ECARFED.

       FD  CARACK-FILE
           RECORDING MODE IS F.
       01  CARRIER-ACK-RECORD.
           05 ACK-CARRIER-CODE          PIC X(4).
           05 ACK-ACTION-CODE           PIC X(1).
           05 ACK-EMPLOYEE-ID           PIC 9(8).
           05 ACK-PLAN-CODE             PIC X(4).
           05 ACK-STATUS                PIC X(1).
              88 ACK-ACCEPTED                     VALUE 'A'.
              88 ACK-REJECTED                     VALUE 'R'.
           05 ACK-REASON                PIC X(20).
           05 FILLER                    PIC X(12).

       FD  RECON-REPORT-FILE
           RECORDING MODE IS F.
       01  RECON-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CARFEED-STATUS        PIC X(2).
             88 CARFEED-OK                      VALUE '00'.
          05 WS-CARACK-STATUS         PIC X(2).
             88 CARACK-OK                       VALUE '00'.
          05 WS-RECNRPT-STATUS        PIC X(2).
          05 WS-FEED-EOF-FLAG         PIC X(1)  VALUE 'N'.
             88 END-OF-CARFEED                  VALUE 'Y'.
          05 WS-ACK-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-CARACK                   VALUE 'Y'.
          05 WS-TRAILER-FLAG          PIC X(1)  VALUE 'N'.
             88 TRAILER-SEEN                    VALUE 'Y'.
      *    THE CARRIER THE FEED WAS WRITTEN FOR, OFF ITS HEADER.
          05 WS-CARRIER-CODE          PIC X(4)  VALUE SPACES.
          05 WS-FEED-RUN-DATE         PIC X(8)  VALUE SPACES.
          05 WS-ADD-COUNT             PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-CHANGE-COUNT          PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-TERM-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-DEPENDENT-COUNT       PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ID-HASH-TOTAL         PIC 9(15) VALUE ZEROES.
      *    THE TRAILER'S OWN FIGURES, SAVED THE MOMENT THE 'Z' RECORD
      *    IS READ.
          05 WS-TRL-ADD-COUNT         PIC 9(8)  VALUE ZEROES.
          05 WS-TRL-CHANGE-COUNT      PIC 9(8)  VALUE ZEROES.
          05 WS-TRL-TERM-COUNT        PIC 9(8)  VALUE ZEROES.
          05 WS-TRL-DEPENDENT-COUNT   PIC 9(8)  VALUE ZEROES.
          05 WS-TRL-ID-HASH           PIC 9(15) VALUE ZEROES.
          05 WS-UNACKED-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ACCEPTED-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-REJECTED-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ORPHAN-COUNT          PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-TRAILER-ERROR-COUNT   PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EV-OVERFLOW-COUNT     PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.

      *    EVERY COVERAGE SENT ON THE FEED, HELD FOR MATCHING AGAINST
      *    THE ACKNOWLEDGMENTS.
       01 WS-EVENT-TABLE.
          05 WS-EV-COUNT              PIC 9(5)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EV-SCAN-IDX           PIC 9(5)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EV-FOUND-IDX          PIC 9(5)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EV-ENTRY OCCURS 10000 TIMES.
             10 WS-EV-ACTION          PIC X(1).
             10 WS-EV-EMPLOYEE-ID     PIC 9(8).
             10 WS-EV-PLAN            PIC X(4).
             10 WS-EV-STATE           PIC X(1).
                88 WS-EV-UNACKED                 VALUE 'U'.
                88 WS-EV-ACCEPTED                VALUE 'A'.
                88 WS-EV-REJECTED                VALUE 'R'.
             10 WS-EV-REASON          PIC X(20).

       01 WS-REPORT-HEADING.
          05 FILLER                   PIC X(36)
             VALUE 'CARRIER FEED RECONCILIATION REPORT'.
          05 FILLER                   PIC X(44) VALUE SPACES.

       01 WS-FEED-IDENTITY-LINE.
          05 FILLER                   PIC X(10) VALUE 'FEED FILE:'.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 FILLER                   PIC X(8)  VALUE 'CARRIER '.
          05 WS-RPT-CARRIER-CODE      PIC X(4).
          05 FILLER                   PIC X(9)  VALUE ', SENT ON'.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-FEED-DATE         PIC X(8).
          05 FILLER                   PIC X(39) VALUE SPACES.

       01 WS-REPORT-DETAIL-LINE.
          05 WS-RPT-TAG               PIC X(14).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-ACTION            PIC X(1).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-EMP-ID            PIC Z(7)9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-PLAN              PIC X(4).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-REASON            PIC X(20).
          05 FILLER                   PIC X(25) VALUE SPACES.

       01 WS-REPORT-SUMMARY-LINE.
          05 WS-RPT-SUMMARY-LABEL     PIC X(28).
          05 WS-RPT-SUMMARY-TOTAL     PIC Z(7)9.
          05 FILLER                   PIC X(44) VALUE SPACES.

       01 WS-TRAILER-ERROR-LINE.
          05 FILLER                   PIC X(17)
             VALUE 'TRAILER MISMATCH:'.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-TRAILER-TEXT      PIC X(62).

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
           PERFORM 2000-LOAD-FEED-RECORD UNTIL END-OF-CARFEED.
           PERFORM 3000-CHECK-TRAILER.
           PERFORM 4000-MATCH-ACKNOWLEDGMENT UNTIL END-OF-CARACK.
           PERFORM 5000-REPORT-EXCEPTIONS.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           OPEN INPUT CARFEED-FILE.
           IF NOT CARFEED-OK
              DISPLAY 'ECARRECN - UNABLE TO OPEN CARFEED, STATUS='
                 WS-CARFEED-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT CARACK-FILE.
           IF NOT CARACK-OK
              DISPLAY 'ECARRECN - UNABLE TO OPEN CARACK, STATUS='
                 WS-CARACK-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT RECON-REPORT-FILE.

           MOVE WS-REPORT-HEADING TO RECON-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           PERFORM 1100-READ-NEXT-FEED-RECORD.
           PERFORM 1200-READ-NEXT-ACK-RECORD.

      *-----------------------------------------------------------------
       READING SECTION.
      *-----------------------------------------------------------------

       1100-READ-NEXT-FEED-RECORD.
           READ CARFEED-FILE
              AT END
                 SET END-OF-CARFEED TO TRUE
           END-READ.

       1200-READ-NEXT-ACK-RECORD.
           READ CARACK-FILE
              AT END
                 SET END-OF-CARACK TO TRUE
           END-READ.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------

       2000-LOAD-FEED-RECORD.
           EVALUATE TRUE
           WHEN CFD-HEADER
                MOVE CFD-CARRIER-CODE TO WS-CARRIER-CODE
                MOVE CFD-HDR-RUN-DATE TO WS-FEED-RUN-DATE
           WHEN CFD-TRAILER
                SET TRAILER-SEEN TO TRUE
                MOVE CFD-TRL-ADD-COUNT TO WS-TRL-ADD-COUNT
                MOVE CFD-TRL-CHANGE-COUNT TO WS-TRL-CHANGE-COUNT
                MOVE CFD-TRL-TERM-COUNT TO WS-TRL-TERM-COUNT
                MOVE CFD-TRL-DEPENDENT-COUNT
                   TO WS-TRL-DEPENDENT-COUNT
                MOVE CFD-TRL-EMPLOYEE-ID-HASH TO WS-TRL-ID-HASH
           WHEN CFD-DEPENDENT
                ADD 1 TO WS-DEPENDENT-COUNT
           WHEN CFD-ENROLLMENT
                PERFORM 2100-LOAD-COVERAGE
           END-EVALUATE.

           PERFORM 1100-READ-NEXT-FEED-RECORD.

       2100-LOAD-COVERAGE.
           EVALUATE TRUE
           WHEN CFD-ADD
                ADD 1 TO WS-ADD-COUNT
           WHEN CFD-CHANGE
                ADD 1 TO WS-CHANGE-COUNT
           WHEN CFD-TERMINATE
                ADD 1 TO WS-TERM-COUNT
           END-EVALUATE.

           ADD CFD-EMPLOYEE-ID TO WS-ID-HASH-TOTAL.

      *    A COVERAGE PAST THE TABLE CAP CANNOT BE MATCHED AGAINST
      *    ITS ACKNOWLEDGMENT - COUNT IT LOUDLY, SO A TRUNCATED
      *    RECONCILIATION CAN NEVER READ AS A CLEAN ONE.
           IF WS-EV-COUNT IS NOT LESS THAN 10000
              IF WS-EV-OVERFLOW-COUNT IS EQUAL TO ZEROES
                 DISPLAY 'ECARRECN - EVENT TABLE FULL, COVERAGES '
                    'PAST 10000 ARE NOT RECONCILED'
              END-IF
              ADD 1 TO WS-EV-OVERFLOW-COUNT
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-EV-COUNT.
           MOVE CFD-ACTION-CODE TO WS-EV-ACTION(WS-EV-COUNT).
           MOVE CFD-EMPLOYEE-ID TO WS-EV-EMPLOYEE-ID(WS-EV-COUNT).
           MOVE CFD-PLAN-CODE TO WS-EV-PLAN(WS-EV-COUNT).
           SET WS-EV-UNACKED(WS-EV-COUNT) TO TRUE.
           MOVE SPACES TO WS-EV-REASON(WS-EV-COUNT).

      *    THE TRAILER IS THE FEED'S OWN STATEMENT OF WHAT IT SENT -
      *    A MISSING TRAILER OR A COUNT/HASH MISMATCH MEANS THE FILE
      *    THE CARRIER READ WAS NOT THE FILE 'ECARFEED' WROTE.
       3000-CHECK-TRAILER.
           MOVE WS-CARRIER-CODE TO WS-RPT-CARRIER-CODE.
           MOVE WS-FEED-RUN-DATE TO WS-RPT-FEED-DATE.
           MOVE WS-FEED-IDENTITY-LINE TO RECON-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           IF NOT TRAILER-SEEN THEN
              MOVE 'Feed Trailer Record Is Missing'
                 TO WS-RPT-TRAILER-TEXT
              PERFORM 3100-WRITE-TRAILER-ERROR
              EXIT PARAGRAPH
           END-IF.

           IF WS-TRL-ADD-COUNT IS NOT EQUAL TO WS-ADD-COUNT OR
              WS-TRL-CHANGE-COUNT IS NOT EQUAL TO WS-CHANGE-COUNT OR
              WS-TRL-TERM-COUNT IS NOT EQUAL TO WS-TERM-COUNT OR
              WS-TRL-DEPENDENT-COUNT IS NOT EQUAL TO
              WS-DEPENDENT-COUNT
              MOVE 'Record Counts Do Not Match Trailer'
                 TO WS-RPT-TRAILER-TEXT
              PERFORM 3100-WRITE-TRAILER-ERROR
           END-IF.

           IF WS-TRL-ID-HASH IS NOT EQUAL TO WS-ID-HASH-TOTAL
              MOVE 'Employee ID Hash Does Not Match Trailer'
                 TO WS-RPT-TRAILER-TEXT
              PERFORM 3100-WRITE-TRAILER-ERROR
           END-IF.

       3100-WRITE-TRAILER-ERROR.
           MOVE WS-TRAILER-ERROR-LINE TO RECON-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.
           ADD 1 TO WS-TRAILER-ERROR-COUNT.

       4000-MATCH-ACKNOWLEDGMENT.
           MOVE ZEROES TO WS-EV-FOUND-IDX.

      *    AN ACKNOWLEDGMENT CARRYING ANOTHER CARRIER'S CODE IS THE
      *    WRONG FILE (OR THE WRONG CARRIER'S RECORD) AND MATCHES
      *    NOTHING HERE.
           IF ACK-CARRIER-CODE IS EQUAL TO WS-CARRIER-CODE
              PERFORM 4100-FIND-UNACKED-COVERAGE
           END-IF.

           IF WS-EV-FOUND-IDX IS GREATER THAN ZEROES THEN
              IF ACK-REJECTED THEN
                 SET WS-EV-REJECTED(WS-EV-FOUND-IDX) TO TRUE
                 MOVE ACK-REASON TO WS-EV-REASON(WS-EV-FOUND-IDX)
              ELSE
                 SET WS-EV-ACCEPTED(WS-EV-FOUND-IDX) TO TRUE
                 ADD 1 TO WS-ACCEPTED-COUNT
              END-IF
           ELSE
              MOVE 'ORPHAN ACK    ' TO WS-RPT-TAG
              MOVE ACK-ACTION-CODE TO WS-RPT-ACTION
              MOVE ACK-EMPLOYEE-ID TO WS-RPT-EMP-ID
              MOVE ACK-PLAN-CODE TO WS-RPT-PLAN
              MOVE ACK-REASON TO WS-RPT-REASON
              MOVE WS-REPORT-DETAIL-LINE TO RECON-REPORT-LINE
              PERFORM 8800-WRITE-REPORT-LINE
              ADD 1 TO WS-ORPHAN-COUNT
           END-IF.

           PERFORM 1200-READ-NEXT-ACK-RECORD.

       4100-FIND-UNACKED-COVERAGE.
           MOVE ZEROES TO WS-EV-SCAN-IDX.

           PERFORM 4110-SCAN-NEXT-COVERAGE
              UNTIL WS-EV-FOUND-IDX IS GREATER THAN ZEROES
                 OR WS-EV-SCAN-IDX IS NOT LESS THAN WS-EV-COUNT.

       4110-SCAN-NEXT-COVERAGE.
           ADD 1 TO WS-EV-SCAN-IDX.

           IF WS-EV-UNACKED(WS-EV-SCAN-IDX) AND
              WS-EV-ACTION(WS-EV-SCAN-IDX) IS EQUAL TO
              ACK-ACTION-CODE AND
              WS-EV-EMPLOYEE-ID(WS-EV-SCAN-IDX) IS EQUAL TO
              ACK-EMPLOYEE-ID AND
              WS-EV-PLAN(WS-EV-SCAN-IDX) IS EQUAL TO ACK-PLAN-CODE
              MOVE WS-EV-SCAN-IDX TO WS-EV-FOUND-IDX
           END-IF.

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------

       5000-REPORT-EXCEPTIONS.
           MOVE ZEROES TO WS-EV-SCAN-IDX.

           PERFORM 5100-REPORT-COVERAGE
              UNTIL WS-EV-SCAN-IDX IS NOT LESS THAN WS-EV-COUNT.

           MOVE SPACES TO RECON-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'COVERAGES ACCEPTED .........' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-ACCEPTED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO RECON-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'COVERAGES UNACKNOWLEDGED ...' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-UNACKED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO RECON-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'COVERAGES REJECTED .........' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-REJECTED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO RECON-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'ORPHAN ACKNOWLEDGMENTS .....' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-ORPHAN-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO RECON-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'TRAILER ERRORS .............' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-TRAILER-ERROR-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO RECON-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           IF WS-EV-OVERFLOW-COUNT IS GREATER THAN ZEROES THEN
              MOVE 'COVERAGES NOT RECONCILED ...'
                 TO WS-RPT-SUMMARY-LABEL
              MOVE WS-EV-OVERFLOW-COUNT TO WS-RPT-SUMMARY-TOTAL
              MOVE WS-REPORT-SUMMARY-LINE TO RECON-REPORT-LINE
              PERFORM 8800-WRITE-REPORT-LINE
           END-IF.

       5100-REPORT-COVERAGE.
           ADD 1 TO WS-EV-SCAN-IDX.

           EVALUATE TRUE
           WHEN WS-EV-UNACKED(WS-EV-SCAN-IDX)
                MOVE 'UNACKNOWLEDGED' TO WS-RPT-TAG
                MOVE SPACES TO WS-RPT-REASON
                ADD 1 TO WS-UNACKED-COUNT
           WHEN WS-EV-REJECTED(WS-EV-SCAN-IDX)
                MOVE 'REJECTED      ' TO WS-RPT-TAG
                MOVE WS-EV-REASON(WS-EV-SCAN-IDX) TO WS-RPT-REASON
                ADD 1 TO WS-REJECTED-COUNT
           WHEN OTHER
                EXIT PARAGRAPH
           END-EVALUATE.

           MOVE WS-EV-ACTION(WS-EV-SCAN-IDX) TO WS-RPT-ACTION.
           MOVE WS-EV-EMPLOYEE-ID(WS-EV-SCAN-IDX) TO WS-RPT-EMP-ID.
           MOVE WS-EV-PLAN(WS-EV-SCAN-IDX) TO WS-RPT-PLAN.
           MOVE WS-REPORT-DETAIL-LINE TO RECON-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

       8800-WRITE-REPORT-LINE.
           MOVE RECON-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'ECARRECN' TO RSA-REPORT-NAME.
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
           MOVE 'ECARRECN' TO RLG-JOB-NAME.
           MOVE WS-UNACKED-COUNT TO RLG-INPUT-COUNT.
           MOVE WS-REJECTED-COUNT TO RLG-OUTPUT-COUNT.
           COMPUTE RLG-ERROR-COUNT =
              WS-TRAILER-ERROR-COUNT + WS-EV-OVERFLOW-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'ECARRECN - CARRIER:         ' WS-CARRIER-CODE.
           DISPLAY 'ECARRECN - ACCEPTED:        ' WS-ACCEPTED-COUNT.
           DISPLAY 'ECARRECN - UNACKNOWLEDGED:  ' WS-UNACKED-COUNT.
           DISPLAY 'ECARRECN - REJECTED:        ' WS-REJECTED-COUNT.
           DISPLAY 'ECARRECN - ORPHAN ACKS:     ' WS-ORPHAN-COUNT.
           DISPLAY 'ECARRECN - TRAILER ERRORS:  '
              WS-TRAILER-ERROR-COUNT.
           DISPLAY 'ECARRECN - NOT RECONCILED:  '
              WS-EV-OVERFLOW-COUNT.

           CLOSE CARFEED-FILE.
           CLOSE CARACK-FILE.
           CLOSE RECON-REPORT-FILE.
