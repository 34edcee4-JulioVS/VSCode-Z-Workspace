       IDENTIFICATION DIVISION.
       PROGRAM-ID. EPAYRSND.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - PAYROLL FEED RETRANSMISSION.
      *      - BATCH PROGRAM, RUN ON REQUEST WHEN PAYROLL HAS LOST OR
      *        REJECTED A 'PAYFEED' FILE AND NEEDS IT AGAIN. THE
      *        NIGHTLY 'EPAYFEED' KEEPS EVERY FILE IT SENDS AS A
      *        GENERATION OF THE 'Z45864.GDG.PAYFEED' GDG, SO NOTHING
      *        HAS TO BE RE-EXTRACTED FROM AN AUDIT CLUSTER THAT HAS
      *        SINCE BEEN SWITCHED AND EMPTIED.
      *      - READS THE GENERATION(S) ON THE 'PAYIN' DD AND, PER
      *        THE 'SYSIN' CONTROL CARD, RESENDS EITHER:
      *          - 'G': EVERYTHING ON 'PAYIN' - NORMALLY ONE NAMED
      *            GENERATION, RELATIVE OR ABSOLUTE, OR
      *          - 'D': THE EVENTS OF EVERY FEED WHOSE RUN DATE FALLS
      *            IN A DATE RANGE - 'PAYIN' THEN NAMES THE WHOLE GDG
      *            AND THE RUN DATE ON EACH GENERATION'S TRAILER
      *            PICKS OUT THE ONES WANTED.
      *      - EACH GENERATION IS PROVED BEFORE IT IS RESENT: ITS
      *        RECORD COUNTS AND EMPLOYEE ID HASH MUST MATCH ITS OWN
      *        'Z' TRAILER AND THE TOTALS 'EPAYFEED' RECORDED FOR IT
      *        ON 'EPAYHST'. A GENERATION THAT FAILS, HAS NO TRAILER,
      *        OR IS ITSELF A RETRANSMISSION IS NOT RESENT.
      *      - THE SELECTED GENERATIONS GO OUT OLDEST FIRST ON ONE
      *        'PAYOUT' FILE IN THE NORMAL FEED LAYOUT, UNDER A SINGLE
      *        NEW 'Z' TRAILER MARKED AS A RETRANSMISSION WITH THE
      *        RUN DATES OF THE ORIGINAL FEEDS IT REPEATS - PAYROLL
      *        USES IT NOT TO APPLY AN EVENT TWICE. 'EPAYRECN' CAN
      *        RECONCILE THE FILE LIKE ANY NIGHTLY ONE.
      *      - EVERY RESEND IS LOGGED ON 'EPAYHST' AS A
      *        RETRANSMISSION ENTRY WITH ITS TOTALS AND REASON.
      *      - 'SYSIN' FORMAT (ONE CARD, NO DEFAULTS - A RESEND HAS TO
      *        BE ASKED FOR EXPLICITLY):
      *          COL  1      MODE 'G' OR 'D'
      *          COLS 2-9    FROM RUN DATE YYYYMMDD ('D' ONLY)
      *          COLS 10-17  TO RUN DATE YYYYMMDD ('D' ONLY)
      *          COLS 18-57  REASON FOR THE RESEND
      *      - ENDS WITH RETURN CODE 8, AND NO TRAILER ON 'PAYOUT',
      *        WHEN THE CARD IS BAD OR NOTHING QUALIFIES FOR RESEND.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYIN-FILE ASSIGN TO PAYIN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PAYIN-STATUS.

           SELECT PAYOUT-FILE ASSIGN TO PAYOUT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PAYOUT-STATUS.

           SELECT EPAYHST-FILE ASSIGN TO EPAYHST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PFH-KEY
                FILE STATUS IS WS-EPAYHST-STATUS.

           SELECT RESEND-REPORT-FILE ASSIGN TO RSNDRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-RSNDRPT-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SYSIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYIN-FILE
           RECORDING MODE IS F.
       01  PAYROLL-FEED-RECORD.
           05 PFD-ACTION-CODE           PIC X(1).
              88 PFD-NEW-HIRE                     VALUE 'H'.
              88 PFD-CHANGE                       VALUE 'C'.
              88 PFD-TERMINATION                  VALUE 'T'.
              88 PFD-ONE-TIME                     VALUE 'B'.
              88 PFD-DEDUCTION                    VALUE 'D'.
              88 PFD-BANK-DETAILS                 VALUE 'K'.
              88 PFD-OVERTIME-HOURS               VALUE 'O'.
              88 PFD-EXPENSE-REIMBURSE            VALUE 'E'.
              88 PFD-UNPAID-LEAVE                 VALUE 'U'.
              88 PFD-TRAILER                      VALUE 'Z'.
           05 PFD-EFFECTIVE-DATE        PIC X(8).
           05 PFD-EMPLOYEE-ID           PIC 9(8).
           05 FILLER                    PIC X(164).
       01  PAYROLL-FEED-TRAILER.
           05 PFT-ACTION-CODE           PIC X(1).
           05 PFT-HIRE-COUNT            PIC 9(8).
           05 PFT-CHANGE-COUNT          PIC 9(8).
           05 PFT-TERM-COUNT            PIC 9(8).
           05 PFT-EMPLOYEE-ID-HASH      PIC 9(15).
           05 PFT-ONETIME-COUNT         PIC 9(8).
           05 PFT-DEDUCTION-COUNT       PIC 9(8).
           05 PFT-BANK-COUNT            PIC 9(8).
           05 PFT-OVERTIME-COUNT        PIC 9(8).
           05 PFT-EXPENSE-COUNT         PIC 9(8).
           05 PFT-RUN-DATE              PIC X(8).
           05 PFT-RUN-TIME              PIC X(6).
           05 PFT-TRANSMIT-TYPE         PIC X(1).
              88 PFT-ORIGINAL                     VALUE 'O'.
              88 PFT-RETRANSMISSION               VALUE 'R'.
           05 PFT-SOURCE-FROM-DATE      PIC X(8).
           05 PFT-SOURCE-TO-DATE        PIC X(8).
           05 PFT-UNPAID-COUNT          PIC 9(8).
           05 FILLER                    PIC X(62).

       FD  PAYOUT-FILE
           RECORDING MODE IS F.
       01  PAYOUT-RECORD                PIC X(181).
      *    THE RETRANSMISSION'S OWN TRAILER - SAME LAYOUT AS THE
      *    'EPAYFEED' TRAILER.
       01  PAYOUT-TRAILER.
           05 POT-ACTION-CODE           PIC X(1).
              88 POT-TRAILER                      VALUE 'Z'.
           05 POT-HIRE-COUNT            PIC 9(8).
           05 POT-CHANGE-COUNT          PIC 9(8).
           05 POT-TERM-COUNT            PIC 9(8).
           05 POT-EMPLOYEE-ID-HASH      PIC 9(15).
           05 POT-ONETIME-COUNT         PIC 9(8).
           05 POT-DEDUCTION-COUNT       PIC 9(8).
           05 POT-BANK-COUNT            PIC 9(8).
           05 POT-OVERTIME-COUNT        PIC 9(8).
           05 POT-EXPENSE-COUNT         PIC 9(8).
           05 POT-RUN-DATE              PIC X(8).
           05 POT-RUN-TIME              PIC X(6).
           05 POT-TRANSMIT-TYPE         PIC X(1).
              88 POT-RETRANSMISSION               VALUE 'R'.
           05 POT-SOURCE-FROM-DATE      PIC X(8).
           05 POT-SOURCE-TO-DATE        PIC X(8).
           05 POT-UNPAID-COUNT          PIC 9(8).
           05 FILLER                    PIC X(62).

       FD  EPAYHST-FILE.
       COPY EPAYHST.

       FD  RESEND-REPORT-FILE
           RECORDING MODE IS F.
       01  RESEND-REPORT-LINE           PIC X(80).

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD.
           05 CC-RESEND-MODE            PIC X(1).
           05 CC-FROM-DATE              PIC X(8).
           05 CC-TO-DATE                PIC X(8).
           05 CC-RESEND-REASON          PIC X(40).
           05 FILLER                    PIC X(23).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-PAYIN-STATUS          PIC X(2).
             88 PAYIN-OK                        VALUE '00'.
          05 WS-PAYOUT-STATUS         PIC X(2).
             88 PAYOUT-OK                       VALUE '00'.
          05 WS-EPAYHST-STATUS        PIC X(2).
             88 EPAYHST-OK                      VALUE '00'.
          05 WS-RSNDRPT-STATUS        PIC X(2).
          05 WS-SYSIN-STATUS          PIC X(2).
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
             88 END-OF-PAYIN                    VALUE 'Y'.
          05 WS-GEN-OPEN-FLAG         PIC X(1)  VALUE 'N'.
             88 GENERATION-OPEN                 VALUE 'Y'.
          05 WS-COPY-ERROR-FLAG       PIC X(1)  VALUE 'N'.
             88 COPY-ERROR                      VALUE 'Y'.
          05 WS-RESEND-MODE           PIC X(1).
             88 RESEND-GENERATION               VALUE 'G'.
             88 RESEND-DATE-RANGE               VALUE 'D'.
          05 WS-FROM-DATE             PIC X(8)  VALUE SPACES.
          05 WS-TO-DATE               PIC X(8)  VALUE SPACES.
          05 WS-RESEND-REASON         PIC X(40) VALUE SPACES.
      *    RUN DATE AND TIME OF THIS RESEND - ITS TRAILER STAMP AND
      *    'EPAYHST' KEY.
          05 WS-RUN-TIMESTAMP         PIC X(14).
          05 WS-READ-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-SKIP-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-CUR-FIRST-RECORD      PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-SELECTED-COUNT        PIC 9(5)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-REFUSED-COUNT         PIC 9(5)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-NO-HISTORY-COUNT      PIC 9(5)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-GN-OVERFLOW-COUNT     PIC 9(5)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-RESENT-COUNT          PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-SOURCE-FROM-DATE      PIC X(8)  VALUE SPACES.
          05 WS-SOURCE-TO-DATE        PIC X(8)  VALUE SPACES.

      *    RECORD COUNTS AND EMPLOYEE ID HASH, WORKED OUT THE SAME WAY
      *    AS 'EPAYFEED' AND 'EPAYRECN'. 'WS-TALLY' IS THE WORKING
      *    COPY: MOVED IN FROM WHICHEVER SET OF TOTALS IS BEING ADDED
      *    TO, AND BACK OUT AGAIN.
       01 WS-TALLY.
          05 WS-TLY-DETAIL-COUNT      PIC 9(8).
          05 WS-TLY-HIRE-COUNT        PIC 9(8).
          05 WS-TLY-CHANGE-COUNT      PIC 9(8).
          05 WS-TLY-TERM-COUNT        PIC 9(8).
          05 WS-TLY-ONETIME-COUNT     PIC 9(8).
          05 WS-TLY-DEDUCTION-COUNT   PIC 9(8).
          05 WS-TLY-BANK-COUNT        PIC 9(8).
          05 WS-TLY-OVERTIME-COUNT    PIC 9(8).
          05 WS-TLY-EXPENSE-COUNT     PIC 9(8).
          05 WS-TLY-UNPAID-COUNT      PIC 9(8).
          05 WS-TLY-ID-HASH           PIC 9(15).

      *    TOTALS OF EVERYTHING COPIED ONTO 'PAYOUT'.
       01 WS-OUT-TOTALS.
          05 WS-OUT-DETAIL-COUNT      PIC 9(8).
          05 WS-OUT-HIRE-COUNT        PIC 9(8).
          05 WS-OUT-CHANGE-COUNT      PIC 9(8).
          05 WS-OUT-TERM-COUNT        PIC 9(8).
          05 WS-OUT-ONETIME-COUNT     PIC 9(8).
          05 WS-OUT-DEDUCTION-COUNT   PIC 9(8).
          05 WS-OUT-BANK-COUNT        PIC 9(8).
          05 WS-OUT-OVERTIME-COUNT    PIC 9(8).
          05 WS-OUT-EXPENSE-COUNT     PIC 9(8).
          05 WS-OUT-UNPAID-COUNT      PIC 9(8).
          05 WS-OUT-ID-HASH           PIC 9(15).

      *    EVERY GENERATION FOUND ON 'PAYIN', IN THE ORDER READ (A
      *    WHOLE-GDG CONCATENATION COMES NEWEST FIRST). 255 IS THE
      *    MOST GENERATIONS A GDG CAN HOLD.
       01 WS-GENERATION-TABLE.
          05 WS-GN-COUNT              PIC 9(5)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-GN-IDX                PIC 9(5)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-GN-SCAN-IDX           PIC 9(5)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-GN-ENTRY OCCURS 255 TIMES.
             10 WS-GN-RUN-DATE        PIC X(8).
             10 WS-GN-RUN-TIME        PIC X(6).
             10 WS-GN-FIRST-RECORD    PIC 9(8)  USAGE IS BINARY.
             10 WS-GN-STATE           PIC X(1).
                88 WS-GN-SELECTED                VALUE 'S'.
                88 WS-GN-OUT-OF-RANGE            VALUE 'N'.
                88 WS-GN-BAD-TRAILER             VALUE 'B'.
                88 WS-GN-INCOMPLETE              VALUE 'I'.
                88 WS-GN-HISTORY-MISMATCH        VALUE 'H'.
                88 WS-GN-RETRANSMISSION          VALUE 'R'.
             10 WS-GN-HISTORY-FLAG    PIC X(1).
                88 WS-GN-HISTORY-FOUND           VALUE 'Y'.
             10 WS-GN-SENT-FLAG       PIC X(1).
                88 WS-GN-SENT                    VALUE 'Y'.
             10 WS-GN-TOTALS.
                15 WS-GN-DETAIL-COUNT PIC 9(8).
                15 FILLER             PIC X(87).

       01 WS-REPORT-HEADING.
          05 FILLER                   PIC X(40)
             VALUE 'PAYROLL FEED RETRANSMISSION REPORT'.
          05 FILLER                   PIC X(40) VALUE SPACES.

       01 WS-CONTROL-LINE.
          05 WS-CTL-LABEL             PIC X(16).
          05 WS-CTL-TEXT              PIC X(64).

       01 WS-COLUMN-HEADING-LINE.
          05 FILLER                   PIC X(40)
             VALUE 'GEN  RUN DATE  TIME    TYPE   RECORDS  '.
          05 FILLER                   PIC X(40)
             VALUE 'STATUS'.

       01 WS-GENERATION-LINE.
          05 WS-GL-GENERATION         PIC ZZ9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-GL-RUN-DATE           PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-GL-RUN-TIME           PIC X(6).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-GL-TYPE               PIC X(4).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-GL-RECORDS            PIC Z(7)9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-GL-STATUS             PIC X(41).

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
           PERFORM 2000-SCAN-FEED-RECORD UNTIL END-OF-PAYIN.
           PERFORM 2500-END-OF-SCAN.
           PERFORM 3000-REPORT-GENERATIONS.
           PERFORM 4000-WRITE-RESEND-FILE.
           PERFORM 5000-REPORT-SUMMARY.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP.

           PERFORM 1050-GET-CONTROL-CARD.

           OPEN INPUT PAYIN-FILE.
           IF NOT PAYIN-OK
              DISPLAY 'EPAYRSND - UNABLE TO OPEN PAYIN, STATUS='
                 WS-PAYIN-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O EPAYHST-FILE.
           IF NOT EPAYHST-OK
              DISPLAY 'EPAYRSND - UNABLE TO OPEN EPAYHST, STATUS='
                 WS-EPAYHST-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT RESEND-REPORT-FILE.

           MOVE WS-REPORT-HEADING TO RESEND-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

           MOVE 'MODE:' TO WS-CTL-LABEL.
           IF RESEND-GENERATION THEN
              MOVE 'WHOLE GENERATION(S) ON PAYIN' TO WS-CTL-TEXT
           ELSE
              MOVE SPACES TO WS-CTL-TEXT
              STRING 'FEEDS RUN ' DELIMITED BY SIZE
                     WS-FROM-DATE DELIMITED BY SIZE
                     ' TO ' DELIMITED BY SIZE
                     WS-TO-DATE DELIMITED BY SIZE
                 INTO WS-CTL-TEXT
              END-STRING
           END-IF.
           MOVE WS-CONTROL-LINE TO RESEND-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

           MOVE 'REASON:' TO WS-CTL-LABEL.
           MOVE WS-RESEND-REASON TO WS-CTL-TEXT.
           MOVE WS-CONTROL-LINE TO RESEND-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

           PERFORM 1100-READ-NEXT-FEED-RECORD.

      *    NO CARD, AN UNKNOWN MODE, A BAD DATE RANGE, OR NO REASON
      *    STOPS THE RUN BEFORE ANYTHING IS OPENED - A RESEND IS
      *    ALWAYS A DELIBERATE, EXPLAINED ACT.
       1050-GET-CONTROL-CARD.
           MOVE SPACES TO WS-RESEND-MODE.

           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-SYSIN-STATUS IS EQUAL TO '00' THEN
              READ CONTROL-CARD-FILE
                 NOT AT END
                    MOVE CC-RESEND-MODE TO WS-RESEND-MODE
                    MOVE CC-FROM-DATE TO WS-FROM-DATE
                    MOVE CC-TO-DATE TO WS-TO-DATE
                    MOVE CC-RESEND-REASON TO WS-RESEND-REASON
              END-READ
              CLOSE CONTROL-CARD-FILE
           END-IF.

           IF NOT RESEND-GENERATION AND NOT RESEND-DATE-RANGE
              DISPLAY 'EPAYRSND - CONTROL CARD MODE MUST BE G OR D'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF RESEND-DATE-RANGE AND
              (WS-FROM-DATE IS NOT NUMERIC OR
               WS-TO-DATE IS NOT NUMERIC OR
               WS-FROM-DATE IS GREATER THAN WS-TO-DATE)
              DISPLAY 'EPAYRSND - CONTROL CARD DATE RANGE INVALID: '
                 WS-FROM-DATE ' TO ' WS-TO-DATE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WS-RESEND-REASON IS EQUAL TO SPACES
              DISPLAY 'EPAYRSND - CONTROL CARD MUST GIVE A REASON'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *-----------------------------------------------------------------
       READING SECTION.
      *-----------------------------------------------------------------

       1100-READ-NEXT-FEED-RECORD.
           READ PAYIN-FILE
              AT END
                 SET END-OF-PAYIN TO TRUE
           END-READ.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------

      *    FIRST PASS - SPLIT 'PAYIN' INTO ITS GENERATIONS (EACH ENDS
      *    WITH ITS OWN 'Z' TRAILER), TOTAL EACH ONE, AND DECIDE
      *    WHICH ARE TO GO.
       2000-SCAN-FEED-RECORD.
           ADD 1 TO WS-READ-COUNT.

           IF NOT GENERATION-OPEN THEN
              SET GENERATION-OPEN TO TRUE
              MOVE WS-READ-COUNT TO WS-CUR-FIRST-RECORD
              INITIALIZE WS-TALLY
           END-IF.

           IF PFD-TRAILER THEN
              PERFORM 2300-CLOSE-GENERATION
              MOVE 'N' TO WS-GEN-OPEN-FLAG
           ELSE
              PERFORM 2200-TALLY-DETAIL-RECORD
           END-IF.

           PERFORM 1100-READ-NEXT-FEED-RECORD.

       2200-TALLY-DETAIL-RECORD.
           ADD 1 TO WS-TLY-DETAIL-COUNT.

           EVALUATE TRUE
           WHEN PFD-NEW-HIRE
                ADD 1 TO WS-TLY-HIRE-COUNT
           WHEN PFD-CHANGE
                ADD 1 TO WS-TLY-CHANGE-COUNT
           WHEN PFD-TERMINATION
                ADD 1 TO WS-TLY-TERM-COUNT
           WHEN PFD-ONE-TIME
                ADD 1 TO WS-TLY-ONETIME-COUNT
           WHEN PFD-DEDUCTION
                ADD 1 TO WS-TLY-DEDUCTION-COUNT
           WHEN PFD-BANK-DETAILS
                ADD 1 TO WS-TLY-BANK-COUNT
           WHEN PFD-OVERTIME-HOURS
                ADD 1 TO WS-TLY-OVERTIME-COUNT
           WHEN PFD-EXPENSE-REIMBURSE
                ADD 1 TO WS-TLY-EXPENSE-COUNT
           WHEN PFD-UNPAID-LEAVE
                ADD 1 TO WS-TLY-UNPAID-COUNT
           END-EVALUATE.

           ADD PFD-EMPLOYEE-ID TO WS-TLY-ID-HASH.

       2300-CLOSE-GENERATION.
           IF WS-GN-COUNT IS NOT LESS THAN 255 THEN
              IF WS-GN-OVERFLOW-COUNT IS EQUAL TO ZEROES
                 DISPLAY 'EPAYRSND - GENERATION TABLE FULL, LATER '
                    'GENERATIONS ON PAYIN ARE IGNORED'
              END-IF
              ADD 1 TO WS-GN-OVERFLOW-COUNT
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-GN-COUNT.
           MOVE WS-GN-COUNT TO WS-GN-IDX.
           MOVE PFT-RUN-DATE TO WS-GN-RUN-DATE(WS-GN-IDX).
           MOVE PFT-RUN-TIME TO WS-GN-RUN-TIME(WS-GN-IDX).
           MOVE WS-CUR-FIRST-RECORD TO WS-GN-FIRST-RECORD(WS-GN-IDX).
           MOVE 'N' TO WS-GN-HISTORY-FLAG(WS-GN-IDX).
           MOVE 'N' TO WS-GN-SENT-FLAG(WS-GN-IDX).
           MOVE WS-TALLY TO WS-GN-TOTALS(WS-GN-IDX).

           EVALUATE TRUE
           WHEN PFT-HIRE-COUNT IS NOT EQUAL TO WS-TLY-HIRE-COUNT
             OR PFT-CHANGE-COUNT IS NOT EQUAL TO WS-TLY-CHANGE-COUNT
             OR PFT-TERM-COUNT IS NOT EQUAL TO WS-TLY-TERM-COUNT
             OR PFT-ONETIME-COUNT IS NOT EQUAL TO WS-TLY-ONETIME-COUNT
             OR PFT-DEDUCTION-COUNT IS NOT EQUAL TO
                WS-TLY-DEDUCTION-COUNT
             OR PFT-BANK-COUNT IS NOT EQUAL TO WS-TLY-BANK-COUNT
             OR PFT-OVERTIME-COUNT IS NOT EQUAL TO
                WS-TLY-OVERTIME-COUNT
             OR PFT-EXPENSE-COUNT IS NOT EQUAL TO WS-TLY-EXPENSE-COUNT
             OR PFT-UNPAID-COUNT IS NOT EQUAL TO WS-TLY-UNPAID-COUNT
             OR PFT-EMPLOYEE-ID-HASH IS NOT EQUAL TO WS-TLY-ID-HASH
                SET WS-GN-BAD-TRAILER(WS-GN-IDX) TO TRUE
                ADD 1 TO WS-REFUSED-COUNT
           WHEN PFT-RETRANSMISSION
                SET WS-GN-RETRANSMISSION(WS-GN-IDX) TO TRUE
           WHEN RESEND-DATE-RANGE AND
                (PFT-RUN-DATE IS LESS THAN WS-FROM-DATE OR
                 PFT-RUN-DATE IS GREATER THAN WS-TO-DATE)
                SET WS-GN-OUT-OF-RANGE(WS-GN-IDX) TO TRUE
           WHEN OTHER
                PERFORM 2350-CHECK-FEED-HISTORY
           END-EVALUATE.

      *    THE GENERATION MUST STILL BE THE FILE 'EPAYFEED' RECORDED.
      *    A FEED WRITTEN BEFORE 'EPAYHST' EXISTED HAS NO RUN DATE ON
      *    ITS TRAILER AND NOTHING TO CHECK AGAINST; IT GOES ON ITS
      *    TRAILER CHECK ALONE, FLAGGED ON THE REPORT.
       2350-CHECK-FEED-HISTORY.
           SET WS-GN-SELECTED(WS-GN-IDX) TO TRUE.

           IF PFT-RUN-DATE IS NOT EQUAL TO SPACES THEN
              MOVE PFT-RUN-DATE TO PFH-RUN-DATE
              MOVE PFT-RUN-TIME TO PFH-RUN-TIME
              READ EPAYHST-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET WS-GN-HISTORY-FOUND(WS-GN-IDX) TO TRUE
              END-READ
           END-IF.

           IF NOT WS-GN-HISTORY-FOUND(WS-GN-IDX) THEN
              ADD 1 TO WS-NO-HISTORY-COUNT
           ELSE
              IF PFH-HIRE-COUNT IS NOT EQUAL TO WS-TLY-HIRE-COUNT OR
                 PFH-CHANGE-COUNT IS NOT EQUAL TO WS-TLY-CHANGE-COUNT
                 OR PFH-TERM-COUNT IS NOT EQUAL TO WS-TLY-TERM-COUNT
                 OR PFH-ONETIME-COUNT IS NOT EQUAL TO
                 WS-TLY-ONETIME-COUNT
                 OR PFH-DEDUCTION-COUNT IS NOT EQUAL TO
                 WS-TLY-DEDUCTION-COUNT
                 OR PFH-BANK-COUNT IS NOT EQUAL TO WS-TLY-BANK-COUNT
                 OR PFH-OVERTIME-COUNT IS NOT EQUAL TO
                 WS-TLY-OVERTIME-COUNT
                 OR PFH-EXPENSE-COUNT IS NOT EQUAL TO
                 WS-TLY-EXPENSE-COUNT
                 OR PFH-UNPAID-COUNT IS NOT EQUAL TO
                 WS-TLY-UNPAID-COUNT
                 OR PFH-EMPLOYEE-ID-HASH IS NOT EQUAL TO
                 WS-TLY-ID-HASH
                 SET WS-GN-HISTORY-MISMATCH(WS-GN-IDX) TO TRUE
                 ADD 1 TO WS-REFUSED-COUNT
              END-IF
           END-IF.

           IF WS-GN-SELECTED(WS-GN-IDX) THEN
              ADD 1 TO WS-SELECTED-COUNT
           END-IF.

      *    RECORDS LEFT OVER AFTER THE LAST TRAILER ARE A GENERATION
      *    THAT WAS NEVER FINISHED - LISTED, NEVER RESENT.
       2500-END-OF-SCAN.
           IF NOT GENERATION-OPEN THEN
              EXIT PARAGRAPH
           END-IF.

           IF WS-GN-COUNT IS NOT LESS THAN 255 THEN
              ADD 1 TO WS-GN-OVERFLOW-COUNT
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-GN-COUNT.
           MOVE WS-GN-COUNT TO WS-GN-IDX.
           MOVE SPACES TO WS-GN-RUN-DATE(WS-GN-IDX).
           MOVE SPACES TO WS-GN-RUN-TIME(WS-GN-IDX).
           MOVE WS-CUR-FIRST-RECORD TO WS-GN-FIRST-RECORD(WS-GN-IDX).
           MOVE 'N' TO WS-GN-HISTORY-FLAG(WS-GN-IDX).
           MOVE 'N' TO WS-GN-SENT-FLAG(WS-GN-IDX).
           MOVE WS-TALLY TO WS-GN-TOTALS(WS-GN-IDX).
           SET WS-GN-INCOMPLETE(WS-GN-IDX) TO TRUE.
           ADD 1 TO WS-REFUSED-COUNT.

      *-----------------------------------------------------------------
       GENERATION-LIST SECTION.
      *-----------------------------------------------------------------

       3000-REPORT-GENERATIONS.
           MOVE SPACES TO RESEND-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.
           MOVE WS-COLUMN-HEADING-LINE TO RESEND-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

           MOVE ZEROES TO WS-GN-IDX.
           PERFORM 3100-REPORT-ONE-GENERATION
              UNTIL WS-GN-IDX IS NOT LESS THAN WS-GN-COUNT.

       3100-REPORT-ONE-GENERATION.
           ADD 1 TO WS-GN-IDX.

           MOVE WS-GN-IDX TO WS-GL-GENERATION.
           MOVE WS-GN-RUN-DATE(WS-GN-IDX) TO WS-GL-RUN-DATE.
           MOVE WS-GN-RUN-TIME(WS-GN-IDX) TO WS-GL-RUN-TIME.
           MOVE WS-GN-DETAIL-COUNT(WS-GN-IDX) TO WS-GL-RECORDS.

           IF WS-GN-RETRANSMISSION(WS-GN-IDX) THEN
              MOVE 'RSND' TO WS-GL-TYPE
           ELSE
              MOVE 'FEED' TO WS-GL-TYPE
           END-IF.

           EVALUATE TRUE
           WHEN WS-GN-SELECTED(WS-GN-IDX) AND
                WS-GN-HISTORY-FOUND(WS-GN-IDX)
                MOVE 'TO BE RESENT' TO WS-GL-STATUS
           WHEN WS-GN-SELECTED(WS-GN-IDX)
                MOVE 'TO BE RESENT - NO EPAYHST ENTRY'
                   TO WS-GL-STATUS
           WHEN WS-GN-OUT-OF-RANGE(WS-GN-IDX)
                MOVE 'OUTSIDE DATE RANGE' TO WS-GL-STATUS
           WHEN WS-GN-BAD-TRAILER(WS-GN-IDX)
                MOVE 'REFUSED - TOTALS DO NOT MATCH TRAILER'
                   TO WS-GL-STATUS
           WHEN WS-GN-HISTORY-MISMATCH(WS-GN-IDX)
                MOVE 'REFUSED - TOTALS DO NOT MATCH EPAYHST'
                   TO WS-GL-STATUS
           WHEN WS-GN-INCOMPLETE(WS-GN-IDX)
                MOVE 'REFUSED - NO TRAILER, FILE INCOMPLETE'
                   TO WS-GL-STATUS
           WHEN WS-GN-RETRANSMISSION(WS-GN-IDX)
                MOVE 'SKIPPED - ALREADY A RETRANSMISSION'
                   TO WS-GL-STATUS
           END-EVALUATE.

           MOVE WS-GENERATION-LINE TO RESEND-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

      *-----------------------------------------------------------------
       RESEND SECTION.
      *-----------------------------------------------------------------

      *    SECOND PASS - COPY THE SELECTED GENERATIONS OUT, OLDEST
      *    RUN FIRST SO PAYROLL SEES EACH EMPLOYEE'S EVENTS IN THE
      *    ORDER THEY HAPPENED, RE-TOTALLING AS THEY GO, THEN CLOSE
      *    THE FILE WITH ITS RETRANSMISSION TRAILER.
       4000-WRITE-RESEND-FILE.
           IF WS-SELECTED-COUNT IS EQUAL TO ZEROES THEN
              DISPLAY 'EPAYRSND - NO GENERATION QUALIFIES FOR RESEND'
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT PAYOUT-FILE.
           IF NOT PAYOUT-OK
              DISPLAY 'EPAYRSND - UNABLE TO OPEN PAYOUT, STATUS='
                 WS-PAYOUT-STATUS
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE WS-OUT-TOTALS.

           PERFORM 4100-RESEND-NEXT-GENERATION WS-SELECTED-COUNT TIMES.

      *    'PAYIN' CHANGED BETWEEN THE TWO PASSES - THE FILE IS LEFT
      *    WITHOUT A TRAILER SO PAYROLL CANNOT LOAD IT.
           IF COPY-ERROR THEN
              DISPLAY 'EPAYRSND - PAYIN CHANGED DURING THE RUN, '
                 'PAYOUT HAS NO TRAILER AND MUST NOT BE SENT'
              MOVE 8 TO RETURN-CODE
              CLOSE PAYOUT-FILE
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE PAYOUT-TRAILER.
           SET POT-TRAILER TO TRUE.
           MOVE WS-OUT-HIRE-COUNT TO POT-HIRE-COUNT.
           MOVE WS-OUT-CHANGE-COUNT TO POT-CHANGE-COUNT.
           MOVE WS-OUT-TERM-COUNT TO POT-TERM-COUNT.
           MOVE WS-OUT-ID-HASH TO POT-EMPLOYEE-ID-HASH.
           MOVE WS-OUT-ONETIME-COUNT TO POT-ONETIME-COUNT.
           MOVE WS-OUT-DEDUCTION-COUNT TO POT-DEDUCTION-COUNT.
           MOVE WS-OUT-BANK-COUNT TO POT-BANK-COUNT.
           MOVE WS-OUT-OVERTIME-COUNT TO POT-OVERTIME-COUNT.
           MOVE WS-OUT-EXPENSE-COUNT TO POT-EXPENSE-COUNT.
           MOVE WS-OUT-UNPAID-COUNT TO POT-UNPAID-COUNT.
           MOVE WS-RUN-TIMESTAMP(1:8) TO POT-RUN-DATE.
           MOVE WS-RUN-TIMESTAMP(9:6) TO POT-RUN-TIME.
           SET POT-RETRANSMISSION TO TRUE.
           MOVE WS-SOURCE-FROM-DATE TO POT-SOURCE-FROM-DATE.
           MOVE WS-SOURCE-TO-DATE TO POT-SOURCE-TO-DATE.
           WRITE PAYOUT-TRAILER.

           CLOSE PAYOUT-FILE.

           PERFORM 4500-RECORD-RESEND-HISTORY.

       4100-RESEND-NEXT-GENERATION.
           PERFORM 4110-FIND-OLDEST-UNSENT.

           SET WS-GN-SENT(WS-GN-IDX) TO TRUE.

           IF WS-SOURCE-FROM-DATE IS EQUAL TO SPACES THEN
              MOVE WS-GN-RUN-DATE(WS-GN-IDX) TO WS-SOURCE-FROM-DATE
           END-IF.
           MOVE WS-GN-RUN-DATE(WS-GN-IDX) TO WS-SOURCE-TO-DATE.

      *    BACK TO THE TOP OF 'PAYIN' AND DOWN TO THE GENERATION'S
      *    FIRST RECORD.
           CLOSE PAYIN-FILE.
           OPEN INPUT PAYIN-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           COMPUTE WS-SKIP-COUNT = WS-GN-FIRST-RECORD(WS-GN-IDX) - 1.
           PERFORM 1100-READ-NEXT-FEED-RECORD WS-SKIP-COUNT TIMES.

           MOVE WS-OUT-TOTALS TO WS-TALLY.
           PERFORM 4200-COPY-DETAIL-RECORD
              WS-GN-DETAIL-COUNT(WS-GN-IDX) TIMES.
           MOVE WS-TALLY TO WS-OUT-TOTALS.

       4110-FIND-OLDEST-UNSENT.
           MOVE ZEROES TO WS-GN-IDX.
           MOVE ZEROES TO WS-GN-SCAN-IDX.

           PERFORM 4120-CHECK-NEXT-GENERATION
              UNTIL WS-GN-SCAN-IDX IS NOT LESS THAN WS-GN-COUNT.

       4120-CHECK-NEXT-GENERATION.
           ADD 1 TO WS-GN-SCAN-IDX.

           IF WS-GN-SELECTED(WS-GN-SCAN-IDX) AND
              NOT WS-GN-SENT(WS-GN-SCAN-IDX) THEN
              IF WS-GN-IDX IS EQUAL TO ZEROES
                 MOVE WS-GN-SCAN-IDX TO WS-GN-IDX
              ELSE
                 IF WS-GN-RUN-DATE(WS-GN-SCAN-IDX) IS LESS THAN
                    WS-GN-RUN-DATE(WS-GN-IDX) OR
                    (WS-GN-RUN-DATE(WS-GN-SCAN-IDX) IS EQUAL TO
                     WS-GN-RUN-DATE(WS-GN-IDX) AND
                     WS-GN-RUN-TIME(WS-GN-SCAN-IDX) IS LESS THAN
                     WS-GN-RUN-TIME(WS-GN-IDX))
                    MOVE WS-GN-SCAN-IDX TO WS-GN-IDX
                 END-IF
              END-IF
           END-IF.

       4200-COPY-DETAIL-RECORD.
           PERFORM 1100-READ-NEXT-FEED-RECORD.

           IF END-OF-PAYIN OR PFD-TRAILER THEN
              SET COPY-ERROR TO TRUE
           ELSE
              WRITE PAYOUT-RECORD FROM PAYROLL-FEED-RECORD
              PERFORM 2200-TALLY-DETAIL-RECORD
              ADD 1 TO WS-RESENT-COUNT
           END-IF.

      *    THE RESEND GOES ON THE FEED HISTORY NEXT TO THE FEEDS IT
      *    REPEATS.
       4500-RECORD-RESEND-HISTORY.
           INITIALIZE PAYROLL-FEED-HISTORY-RECORD.
           MOVE POT-RUN-DATE TO PFH-RUN-DATE.
           MOVE POT-RUN-TIME TO PFH-RUN-TIME.
           SET PFH-RETRANSMISSION TO TRUE.
           MOVE WS-SOURCE-FROM-DATE TO PFH-SOURCE-FROM-DATE.
           MOVE WS-SOURCE-TO-DATE TO PFH-SOURCE-TO-DATE.
           MOVE WS-OUT-DETAIL-COUNT TO PFH-DETAIL-COUNT.
           MOVE WS-OUT-HIRE-COUNT TO PFH-HIRE-COUNT.
           MOVE WS-OUT-CHANGE-COUNT TO PFH-CHANGE-COUNT.
           MOVE WS-OUT-TERM-COUNT TO PFH-TERM-COUNT.
           MOVE WS-OUT-ONETIME-COUNT TO PFH-ONETIME-COUNT.
           MOVE WS-OUT-DEDUCTION-COUNT TO PFH-DEDUCTION-COUNT.
           MOVE WS-OUT-BANK-COUNT TO PFH-BANK-COUNT.
           MOVE WS-OUT-OVERTIME-COUNT TO PFH-OVERTIME-COUNT.
           MOVE WS-OUT-EXPENSE-COUNT TO PFH-EXPENSE-COUNT.
           MOVE WS-OUT-UNPAID-COUNT TO PFH-UNPAID-COUNT.
           MOVE WS-OUT-ID-HASH TO PFH-EMPLOYEE-ID-HASH.
           MOVE WS-RESEND-REASON TO PFH-RESEND-REASON.

           WRITE PAYROLL-FEED-HISTORY-RECORD
              INVALID KEY
                 DISPLAY 'EPAYRSND - EPAYHST WRITE FAILED, KEY='
                    PFH-KEY
           END-WRITE.

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------

       5000-REPORT-SUMMARY.
           MOVE SPACES TO RESEND-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

           MOVE 'GENERATIONS ON PAYIN .......' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-GN-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 8700-PRINT-SUMMARY-LINE.

           MOVE 'GENERATIONS RESENT .........' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-SELECTED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 8700-PRINT-SUMMARY-LINE.

           MOVE '  WITH NO EPAYHST ENTRY ....' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-NO-HISTORY-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 8700-PRINT-SUMMARY-LINE.

           MOVE 'GENERATIONS REFUSED ........' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-REFUSED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 8700-PRINT-SUMMARY-LINE.

           MOVE 'RECORDS RESENT .............' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-RESENT-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 8700-PRINT-SUMMARY-LINE.

           IF WS-GN-OVERFLOW-COUNT IS GREATER THAN ZEROES THEN
              MOVE 'GENERATIONS NOT EXAMINED ...'
                 TO WS-RPT-SUMMARY-LABEL
              MOVE WS-GN-OVERFLOW-COUNT TO WS-RPT-SUMMARY-TOTAL
              PERFORM 8700-PRINT-SUMMARY-LINE
           END-IF.

           IF WS-SELECTED-COUNT IS GREATER THAN ZEROES AND
              NOT COPY-ERROR THEN
              MOVE 'RETRANSMISSION:' TO WS-CTL-LABEL
              MOVE SPACES TO WS-CTL-TEXT
              STRING 'TRAILER ' DELIMITED BY SIZE
                     WS-RUN-TIMESTAMP(1:8) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-RUN-TIMESTAMP(9:6) DELIMITED BY SIZE
                     ', FEEDS OF ' DELIMITED BY SIZE
                     WS-SOURCE-FROM-DATE DELIMITED BY SIZE
                     ' TO ' DELIMITED BY SIZE
                     WS-SOURCE-TO-DATE DELIMITED BY SIZE
                 INTO WS-CTL-TEXT
              END-STRING
              MOVE SPACES TO RESEND-REPORT-LINE
              PERFORM 8800-PRINT-REPORT-LINE
              MOVE WS-CONTROL-LINE TO RESEND-REPORT-LINE
              PERFORM 8800-PRINT-REPORT-LINE
           END-IF.

       8700-PRINT-SUMMARY-LINE.
           MOVE WS-REPORT-SUMMARY-LINE TO RESEND-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

       8800-PRINT-REPORT-LINE.
           MOVE RESEND-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE RESEND-REPORT-LINE.
      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'EPAYRSND' TO RSA-REPORT-NAME.
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
           MOVE 'EPAYRSND' TO RLG-JOB-NAME.
           MOVE WS-READ-COUNT TO RLG-INPUT-COUNT.
           MOVE WS-RESENT-COUNT TO RLG-OUTPUT-COUNT.
           MOVE WS-REFUSED-COUNT TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'EPAYRSND - GENERATIONS ON PAYIN: ' WS-GN-COUNT.
           DISPLAY 'EPAYRSND - GENERATIONS RESENT:   '
              WS-SELECTED-COUNT.
           DISPLAY 'EPAYRSND - GENERATIONS REFUSED:  '
              WS-REFUSED-COUNT.
           DISPLAY 'EPAYRSND - RECORDS RESENT:       ' WS-RESENT-COUNT.

           CLOSE PAYIN-FILE.
           CLOSE EPAYHST-FILE.
           CLOSE RESEND-REPORT-FILE.
