       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERSPRPT.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - DAILY RESPONSE-TIME REPORT.
      *      - BATCH PROGRAM, RUN OFFLINE AGAINST THE 'ERSPLOG' VSAM
      *        <ESDS> FILE (READ ONLY, THROUGH A PLAIN SEQUENTIAL
      *        DD, THE SAME WAY 'ESESRPT' READS 'ESESSHS').
      *      - TAKES ONE DAY'S SCREEN INTERACTIONS AND GIVES COUNT,
      *        AVERAGE, 50TH/90TH/95TH/99TH PERCENTILE AND WORST
      *        RESPONSE TIME IN MILLISECONDS:
      *          - BY PROGRAM,
      *          - BY HOUR OF DAY (WHEN THE INTERACTION STARTED),
      *          - AND FOR THE DAY AS A WHOLE.
      *      - THE SERVICE TARGET IS 'APP-RESPONSE-TARGET-PCT' PERCENT
      *        OF INTERACTIONS WITHIN 'APP-RESPONSE-TARGET-MS' (SEE
      *        'ECONST'). ANY PROGRAM, HOUR OR PROGRAM/HOUR SLOT THAT
      *        MISSES IT IS FLAGGED 'BREACH', AND THE BREACHING
      *        PROGRAM/HOUR SLOTS ARE LISTED IN THEIR OWN SECTION.
      *      - THE PERCENTILES ARE TAKEN FROM A FIXED SET OF TIME
      *        BANDS AND SHOW THE UPPER BOUND OF THE BAND THEY FALL
      *        IN (NEVER MORE THAN THE WORST TIME SEEN). THE BREACH
      *        FLAG ITSELF IS WORKED FROM THE EXACT COUNT OF
      *        INTERACTIONS OVER THE TARGET.
      *      - 'SYSIN' FORMAT: THE REPORT DATE YYYYMMDD IN COLUMNS
      *        1-8 (BLANK MEANS YESTERDAY).
      *      - SCHEDULE DAILY, SHORTLY AFTER MIDNIGHT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERSPLOG-FILE ASSIGN TO ERSPLOG
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-ERSPLOG-STATUS.

           SELECT RESPONSE-REPORT-FILE ASSIGN TO RSPRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-RSPRPT-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SYSIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ERSPLOG-FILE.
       COPY ERSPLOG.

       FD  RESPONSE-REPORT-FILE
           RECORDING MODE IS F.
       01  RESPONSE-REPORT-LINE         PIC X(80).

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD.
           05 CC-REPORT-DATE            PIC X(8).
           05 FILLER                    PIC X(72).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-ERSPLOG-STATUS        PIC X(2).
             88 ERSPLOG-OK                      VALUE '00'.
          05 WS-RSPRPT-STATUS         PIC X(2).
          05 WS-SYSIN-STATUS          PIC X(2).
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
             88 END-OF-ERSPLOG                  VALUE 'Y'.
          05 WS-REPORT-DATE           PIC X(8)  VALUE SPACES.
          05 WS-TODAY-NUM             PIC 9(8)  VALUE ZEROES.
          05 WS-YESTERDAY-NUM         PIC 9(8)  VALUE ZEROES.
          05 WS-READ-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-REPORTED-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-OTHER-DAY-COUNT       PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-UNUSABLE-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-UNLISTED-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-PGM-BREACH-COUNT      PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-HR-BREACH-COUNT       PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-SLOT-BREACH-COUNT     PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-HOUR-SLOT             PIC 9(2)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-BREACH-FLAG           PIC X(1)  VALUE 'N'.
             88 CELL-IN-BREACH                  VALUE 'Y'.
             88 CELL-WITHIN-TARGET              VALUE 'N'.

      *    UPPER BOUNDS (MILLISECONDS) OF THE TIME BANDS THE
      *    PERCENTILES ARE READ FROM. THE LAST BAND CATCHES ALL.
       01 WS-BAND-BOUND-VALUES.
          05 FILLER                   PIC 9(7)  VALUE 0000050.
          05 FILLER                   PIC 9(7)  VALUE 0000100.
          05 FILLER                   PIC 9(7)  VALUE 0000150.
          05 FILLER                   PIC 9(7)  VALUE 0000200.
          05 FILLER                   PIC 9(7)  VALUE 0000250.
          05 FILLER                   PIC 9(7)  VALUE 0000300.
          05 FILLER                   PIC 9(7)  VALUE 0000400.
          05 FILLER                   PIC 9(7)  VALUE 0000500.
          05 FILLER                   PIC 9(7)  VALUE 0000600.
          05 FILLER                   PIC 9(7)  VALUE 0000700.
          05 FILLER                   PIC 9(7)  VALUE 0000800.
          05 FILLER                   PIC 9(7)  VALUE 0000900.
          05 FILLER                   PIC 9(7)  VALUE 0001000.
          05 FILLER                   PIC 9(7)  VALUE 0001250.
          05 FILLER                   PIC 9(7)  VALUE 0001500.
          05 FILLER                   PIC 9(7)  VALUE 0002000.
          05 FILLER                   PIC 9(7)  VALUE 0002500.
          05 FILLER                   PIC 9(7)  VALUE 0003000.
          05 FILLER                   PIC 9(7)  VALUE 0004000.
          05 FILLER                   PIC 9(7)  VALUE 0005000.
          05 FILLER                   PIC 9(7)  VALUE 0007500.
          05 FILLER                   PIC 9(7)  VALUE 0010000.
          05 FILLER                   PIC 9(7)  VALUE 0015000.
          05 FILLER                   PIC 9(7)  VALUE 0030000.
          05 FILLER                   PIC 9(7)  VALUE 9999999.
       01 WS-BAND-BOUNDS REDEFINES WS-BAND-BOUND-VALUES.
          05 WS-BAND-BOUND            PIC 9(7)  OCCURS 25 TIMES.

      *    ONE SET OF TALLIES. EVERY TABLE BELOW HOLDS ITS CELLS IN
      *    THIS SAME SHAPE, SO A CELL IS MOVED HERE TO BE UPDATED OR
      *    MEASURED AND THEN MOVED BACK.
       01 WS-CELL-WORK.
          05 WS-CW-COUNT              PIC 9(8)  USAGE IS BINARY.
          05 WS-CW-TOTAL-MS           PIC 9(15) USAGE IS BINARY.
          05 WS-CW-MAX-MS             PIC 9(7)  USAGE IS BINARY.
          05 WS-CW-OVER-TARGET        PIC 9(8)  USAGE IS BINARY.
          05 WS-CW-BAND-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 OCCURS 25 TIMES.

       01 WS-BAND-VARS.
          05 WS-BAND-IDX              PIC 9(2)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-PCT-WANTED            PIC 9(2)  VALUE ZEROES.
          05 WS-PCT-RANK              PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-PCT-RUNNING           PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-PCT-RESULT            PIC 9(7)  VALUE ZEROES.
          05 WS-AVG-MS                PIC 9(7)  VALUE ZEROES.

      *    THE WHOLE DAY.
       01 WS-DAY-CELL.
          05 WS-DAY-STATS             PIC X(120).

      *    PER HOUR OF DAY (SLOT 1 = HOUR 00).
       01 WS-HOUR-TABLE.
          05 WS-HR-IDX                PIC 9(2)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-HR-ENTRY OCCURS 24 TIMES.
             10 WS-HR-STATS           PIC X(120).

      *    PER PROGRAM, AND WITHIN EACH PROGRAM PER HOUR OF DAY.
       01 WS-PROGRAM-TABLE.
          05 WS-PGM-COUNT             PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-PGM-IDX               PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-PGM-FOUND-IDX         PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-PGM-ENTRY OCCURS 100 TIMES.
             10 WS-PGM-NAME           PIC X(8).
             10 WS-PGM-STATS          PIC X(120).
             10 WS-PGM-HOUR-STATS     PIC X(120) OCCURS 24 TIMES.

       01 WS-REPORT-HEADING.
          05 FILLER                   PIC X(25)
             VALUE 'RESPONSE-TIME REPORT FOR '.
          05 WS-HDG-REPORT-DATE       PIC X(8).
          05 FILLER                   PIC X(11) VALUE '   TARGET: '.
          05 WS-HDG-TARGET-PCT        PIC 9(2).
          05 FILLER                   PIC X(17)
             VALUE '% WITHIN (MS) : '.
          05 WS-HDG-TARGET-MS         PIC Z(4)9.
          05 FILLER                   PIC X(12) VALUE SPACES.

       01 WS-SECTION-HEADING-LINE     PIC X(80).

       01 WS-COLUMN-HEADING-LINE.
          05 WS-COL-ITEM-LABEL        PIC X(12).
          05 FILLER                   PIC X(7)  VALUE '  COUNT'.
          05 FILLER                   PIC X(8)  VALUE '  AVG-MS'.
          05 FILLER                   PIC X(8)  VALUE '     P50'.
          05 FILLER                   PIC X(8)  VALUE '     P90'.
          05 FILLER                   PIC X(8)  VALUE '     P95'.
          05 FILLER                   PIC X(8)  VALUE '     P99'.
          05 FILLER                   PIC X(8)  VALUE '  MAX-MS'.
          05 FILLER                   PIC X(13) VALUE SPACES.

       01 WS-DETAIL-LINE.
          05 WS-RPT-ITEM              PIC X(12).
          05 WS-RPT-COUNT             PIC Z(6)9.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-AVG               PIC Z(6)9.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-P50               PIC Z(6)9.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-P90               PIC Z(6)9.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-P95               PIC Z(6)9.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-P99               PIC Z(6)9.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-MAX               PIC Z(6)9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-FLAG              PIC X(6).
          05 FILLER                   PIC X(5)  VALUE SPACES.

       01 WS-ITEM-LABELS.
          05 WS-ITEM-HOUR.
             10 FILLER                PIC X(5)  VALUE 'HOUR '.
             10 WS-ITEM-HOUR-NUM      PIC 9(2).
             10 FILLER                PIC X(5)  VALUE SPACES.
          05 WS-ITEM-SLOT.
             10 WS-ITEM-SLOT-PGM      PIC X(8).
             10 FILLER                PIC X(1)  VALUE SPACES.
             10 WS-ITEM-SLOT-HOUR     PIC 9(2).
             10 FILLER                PIC X(1)  VALUE SPACES.

       01 WS-REPORT-SUMMARY-LINE.
          05 WS-RPT-SUMMARY-LABEL     PIC X(30).
          05 WS-RPT-SUMMARY-TOTAL     PIC Z(7)9.
          05 FILLER                   PIC X(42) VALUE SPACES.

      ******************************************************************
      *   APPLICATION CONSTANTS (SERVICE TARGET).
      ******************************************************************
       COPY ECONST.
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
           PERFORM 2000-ACCUMULATE-INTERACTION UNTIL END-OF-ERSPLOG.
           PERFORM 3000-PRINT-RESPONSE-TIMES.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
      *    DEFAULT TO YESTERDAY - THE JOB RUNS JUST AFTER MIDNIGHT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM.
           COMPUTE WS-YESTERDAY-NUM = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) - 1).
           MOVE WS-YESTERDAY-NUM TO WS-REPORT-DATE.

           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-SYSIN-STATUS IS EQUAL TO '00' THEN
              READ CONTROL-CARD-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CC-REPORT-DATE IS NUMERIC AND
                       CC-REPORT-DATE IS NOT EQUAL TO ZEROES
                       MOVE CC-REPORT-DATE TO WS-REPORT-DATE
                    END-IF
              END-READ
              CLOSE CONTROL-CARD-FILE
           END-IF.

           OPEN INPUT ERSPLOG-FILE.
           IF NOT ERSPLOG-OK
              DISPLAY 'ERSPRPT - UNABLE TO OPEN ERSPLOG, STATUS='
                 WS-ERSPLOG-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT RESPONSE-REPORT-FILE.

           INITIALIZE WS-CELL-WORK.
           MOVE WS-CELL-WORK TO WS-DAY-STATS.
           MOVE ZEROES TO WS-HR-IDX.
           PERFORM 1200-CLEAR-HOUR-CELL 24 TIMES.

           MOVE WS-REPORT-DATE TO WS-HDG-REPORT-DATE.
           MOVE APP-RESPONSE-TARGET-PCT TO WS-HDG-TARGET-PCT.
           MOVE APP-RESPONSE-TARGET-MS TO WS-HDG-TARGET-MS.
           MOVE WS-REPORT-HEADING TO RESPONSE-REPORT-LINE.
           MOVE RESPONSE-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE RESPONSE-REPORT-LINE.

           PERFORM 1100-READ-NEXT-INTERACTION.

       1200-CLEAR-HOUR-CELL.
           ADD 1 TO WS-HR-IDX.
           MOVE WS-CELL-WORK TO WS-HR-STATS(WS-HR-IDX).

      *-----------------------------------------------------------------
       READING SECTION.
      *-----------------------------------------------------------------

       1100-READ-NEXT-INTERACTION.
           READ ERSPLOG-FILE
              AT END
                 SET END-OF-ERSPLOG TO TRUE
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
           END-READ.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------

      *    THE LOG HOLDS EVERY DAY SINCE IT WAS LAST CLEARED DOWN -
      *    ONLY THE REPORT DATE IS COUNTED.
       2000-ACCUMULATE-INTERACTION.
           IF RSP-START-DATE IS NOT EQUAL TO WS-REPORT-DATE THEN
              ADD 1 TO WS-OTHER-DAY-COUNT
              PERFORM 1100-READ-NEXT-INTERACTION
              EXIT PARAGRAPH
           END-IF.

           IF RSP-ELAPSED-MS IS NOT NUMERIC OR
              RSP-START-HOUR IS NOT NUMERIC OR
              RSP-START-HOUR IS NOT LESS THAN 24
              ADD 1 TO WS-UNUSABLE-COUNT
              PERFORM 1100-READ-NEXT-INTERACTION
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-REPORTED-COUNT.
           COMPUTE WS-HOUR-SLOT = RSP-START-HOUR + 1.

           MOVE 1 TO WS-BAND-IDX.
           PERFORM 2100-STEP-TO-NEXT-BAND
              UNTIL RSP-ELAPSED-MS IS NOT GREATER THAN
                 WS-BAND-BOUND(WS-BAND-IDX).

           MOVE WS-DAY-STATS TO WS-CELL-WORK.
           PERFORM 2500-TALLY-CELL.
           MOVE WS-CELL-WORK TO WS-DAY-STATS.

           MOVE WS-HR-STATS(WS-HOUR-SLOT) TO WS-CELL-WORK.
           PERFORM 2500-TALLY-CELL.
           MOVE WS-CELL-WORK TO WS-HR-STATS(WS-HOUR-SLOT).

           PERFORM 2300-FIND-PROGRAM.
           IF WS-PGM-FOUND-IDX IS GREATER THAN ZEROES THEN
              MOVE WS-PGM-STATS(WS-PGM-FOUND-IDX) TO WS-CELL-WORK
              PERFORM 2500-TALLY-CELL
              MOVE WS-CELL-WORK TO WS-PGM-STATS(WS-PGM-FOUND-IDX)

              MOVE WS-PGM-HOUR-STATS(WS-PGM-FOUND-IDX, WS-HOUR-SLOT)
                 TO WS-CELL-WORK
              PERFORM 2500-TALLY-CELL
              MOVE WS-CELL-WORK
                 TO WS-PGM-HOUR-STATS(WS-PGM-FOUND-IDX, WS-HOUR-SLOT)
           END-IF.

           PERFORM 1100-READ-NEXT-INTERACTION.

       2100-STEP-TO-NEXT-BAND.
           ADD 1 TO WS-BAND-IDX.

      *    A PROGRAM ARRIVING AFTER THE TABLE IS FULL STILL COUNTS IN
      *    THE DAY AND HOUR FIGURES - IT IS JUST NOT LISTED ON ITS OWN.
       2300-FIND-PROGRAM.
           MOVE ZEROES TO WS-PGM-IDX.
           MOVE ZEROES TO WS-PGM-FOUND-IDX.

           PERFORM 2310-SCAN-NEXT-PROGRAM
              UNTIL WS-PGM-FOUND-IDX IS GREATER THAN ZEROES
                 OR WS-PGM-IDX IS NOT LESS THAN WS-PGM-COUNT.

           IF WS-PGM-FOUND-IDX IS EQUAL TO ZEROES THEN
              IF WS-PGM-COUNT IS NOT LESS THAN 100 THEN
                 ADD 1 TO WS-UNLISTED-COUNT
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-PGM-COUNT
              MOVE WS-PGM-COUNT TO WS-PGM-FOUND-IDX
              MOVE RSP-PROGRAM TO WS-PGM-NAME(WS-PGM-FOUND-IDX)
              INITIALIZE WS-CELL-WORK
              MOVE WS-CELL-WORK TO WS-PGM-STATS(WS-PGM-FOUND-IDX)
              MOVE ZEROES TO WS-HR-IDX
              PERFORM 2320-CLEAR-PROGRAM-HOUR 24 TIMES
           END-IF.

       2310-SCAN-NEXT-PROGRAM.
           ADD 1 TO WS-PGM-IDX.

           IF WS-PGM-NAME(WS-PGM-IDX) IS EQUAL TO RSP-PROGRAM
              MOVE WS-PGM-IDX TO WS-PGM-FOUND-IDX
           END-IF.

       2320-CLEAR-PROGRAM-HOUR.
           ADD 1 TO WS-HR-IDX.
           MOVE WS-CELL-WORK
              TO WS-PGM-HOUR-STATS(WS-PGM-FOUND-IDX, WS-HR-IDX).

      *    ADD THE CURRENT INTERACTION TO THE CELL IN 'WS-CELL-WORK'
      *    ('WS-BAND-IDX' ALREADY HOLDS ITS TIME BAND).
       2500-TALLY-CELL.
           ADD 1 TO WS-CW-COUNT.
           ADD RSP-ELAPSED-MS TO WS-CW-TOTAL-MS.
           ADD 1 TO WS-CW-BAND-COUNT(WS-BAND-IDX).

           IF RSP-ELAPSED-MS IS GREATER THAN WS-CW-MAX-MS THEN
              MOVE RSP-ELAPSED-MS TO WS-CW-MAX-MS
           END-IF.

           IF RSP-ELAPSED-MS IS GREATER THAN APP-RESPONSE-TARGET-MS
              ADD 1 TO WS-CW-OVER-TARGET
           END-IF.

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------

       3000-PRINT-RESPONSE-TIMES.
           MOVE '** RESPONSE TIMES BY PROGRAM **'
              TO WS-SECTION-HEADING-LINE.
           MOVE 'PROGRAM' TO WS-COL-ITEM-LABEL.
           PERFORM 3900-PRINT-SECTION-HEADING.

           MOVE ZEROES TO WS-PGM-IDX.
           PERFORM 3100-PRINT-PROGRAM-LINE
              UNTIL WS-PGM-IDX IS NOT LESS THAN WS-PGM-COUNT.

           MOVE '** RESPONSE TIMES BY HOUR OF DAY **'
              TO WS-SECTION-HEADING-LINE.
           MOVE 'HOUR' TO WS-COL-ITEM-LABEL.
           PERFORM 3900-PRINT-SECTION-HEADING.

           MOVE ZEROES TO WS-HR-IDX.
           PERFORM 3200-PRINT-HOUR-LINE 24 TIMES.

           MOVE '** PROGRAM/HOUR SLOTS IN BREACH OF TARGET **'
              TO WS-SECTION-HEADING-LINE.
           MOVE 'PROGRAM HOUR' TO WS-COL-ITEM-LABEL.
           PERFORM 3900-PRINT-SECTION-HEADING.

           MOVE ZEROES TO WS-PGM-IDX.
           PERFORM 3300-PRINT-PROGRAM-SLOTS
              UNTIL WS-PGM-IDX IS NOT LESS THAN WS-PGM-COUNT.

           MOVE '** WHOLE DAY **' TO WS-SECTION-HEADING-LINE.
           MOVE SPACES TO WS-COL-ITEM-LABEL.
           PERFORM 3900-PRINT-SECTION-HEADING.

           MOVE WS-DAY-STATS TO WS-CELL-WORK.
           MOVE 'ALL SCREENS' TO WS-RPT-ITEM.
           PERFORM 3500-MEASURE-CELL.
           PERFORM 3800-PRINT-DETAIL-LINE.

           PERFORM 3950-PRINT-BLANK-LINE.

           MOVE 'INTERACTIONS REPORTED .......' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-REPORTED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3960-PRINT-SUMMARY-LINE.

           MOVE 'OTHER DAYS SKIPPED ..........' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-OTHER-DAY-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3960-PRINT-SUMMARY-LINE.

           MOVE 'UNUSABLE RECORDS ............' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-UNUSABLE-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3960-PRINT-SUMMARY-LINE.

           MOVE 'NOT LISTED BY PROGRAM .......' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-UNLISTED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3960-PRINT-SUMMARY-LINE.

           MOVE 'PROGRAMS IN BREACH ..........' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-PGM-BREACH-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3960-PRINT-SUMMARY-LINE.

           MOVE 'HOURS IN BREACH .............' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-HR-BREACH-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3960-PRINT-SUMMARY-LINE.

           MOVE 'PROGRAM/HOUR SLOTS IN BREACH ' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-SLOT-BREACH-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3960-PRINT-SUMMARY-LINE.

       3100-PRINT-PROGRAM-LINE.
           ADD 1 TO WS-PGM-IDX.

           MOVE WS-PGM-STATS(WS-PGM-IDX) TO WS-CELL-WORK.
           MOVE WS-PGM-NAME(WS-PGM-IDX) TO WS-RPT-ITEM.
           PERFORM 3500-MEASURE-CELL.
           IF CELL-IN-BREACH THEN
              ADD 1 TO WS-PGM-BREACH-COUNT
           END-IF.
           PERFORM 3800-PRINT-DETAIL-LINE.

      *    QUIET HOURS ARE SKIPPED - ONLY HOURS WITH TRAFFIC PRINT.
       3200-PRINT-HOUR-LINE.
           ADD 1 TO WS-HR-IDX.

           MOVE WS-HR-STATS(WS-HR-IDX) TO WS-CELL-WORK.
           IF WS-CW-COUNT IS GREATER THAN ZEROES THEN
              COMPUTE WS-ITEM-HOUR-NUM = WS-HR-IDX - 1
              MOVE WS-ITEM-HOUR TO WS-RPT-ITEM
              PERFORM 3500-MEASURE-CELL
              IF CELL-IN-BREACH THEN
                 ADD 1 TO WS-HR-BREACH-COUNT
              END-IF
              PERFORM 3800-PRINT-DETAIL-LINE
           END-IF.

       3300-PRINT-PROGRAM-SLOTS.
           ADD 1 TO WS-PGM-IDX.

           MOVE ZEROES TO WS-HR-IDX.
           PERFORM 3310-PRINT-SLOT-IF-BREACHED 24 TIMES.

       3310-PRINT-SLOT-IF-BREACHED.
           ADD 1 TO WS-HR-IDX.

           MOVE WS-PGM-HOUR-STATS(WS-PGM-IDX, WS-HR-IDX)
              TO WS-CELL-WORK.
           IF WS-CW-COUNT IS EQUAL TO ZEROES THEN
              EXIT PARAGRAPH
           END-IF.

           PERFORM 3500-MEASURE-CELL.
           IF CELL-IN-BREACH THEN
              ADD 1 TO WS-SLOT-BREACH-COUNT
              MOVE WS-PGM-NAME(WS-PGM-IDX) TO WS-ITEM-SLOT-PGM
              COMPUTE WS-ITEM-SLOT-HOUR = WS-HR-IDX - 1
              MOVE WS-ITEM-SLOT TO WS-RPT-ITEM
              PERFORM 3800-PRINT-DETAIL-LINE
           END-IF.

      *    FILL THE DETAIL LINE FROM THE CELL IN 'WS-CELL-WORK' AND
      *    DECIDE WHETHER IT MISSES THE TARGET: IT DOES WHEN MORE THAN
      *    (100 - TARGET PERCENT) OF ITS INTERACTIONS RAN OVER.
       3500-MEASURE-CELL.
           MOVE WS-CW-COUNT TO WS-RPT-COUNT.
           MOVE WS-CW-MAX-MS TO WS-RPT-MAX.

           IF WS-CW-COUNT IS EQUAL TO ZEROES THEN
              MOVE ZEROES TO WS-RPT-AVG WS-RPT-P50 WS-RPT-P90
                             WS-RPT-P95 WS-RPT-P99
              MOVE SPACES TO WS-RPT-FLAG
              SET CELL-WITHIN-TARGET TO TRUE
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-AVG-MS ROUNDED = WS-CW-TOTAL-MS / WS-CW-COUNT.
           MOVE WS-AVG-MS TO WS-RPT-AVG.

           MOVE 50 TO WS-PCT-WANTED.
           PERFORM 3600-FIND-PERCENTILE.
           MOVE WS-PCT-RESULT TO WS-RPT-P50.

           MOVE 90 TO WS-PCT-WANTED.
           PERFORM 3600-FIND-PERCENTILE.
           MOVE WS-PCT-RESULT TO WS-RPT-P90.

           MOVE 95 TO WS-PCT-WANTED.
           PERFORM 3600-FIND-PERCENTILE.
           MOVE WS-PCT-RESULT TO WS-RPT-P95.

           MOVE 99 TO WS-PCT-WANTED.
           PERFORM 3600-FIND-PERCENTILE.
           MOVE WS-PCT-RESULT TO WS-RPT-P99.

           IF WS-CW-OVER-TARGET * 100 IS GREATER THAN
              WS-CW-COUNT * (100 - APP-RESPONSE-TARGET-PCT)
              SET CELL-IN-BREACH TO TRUE
              MOVE 'BREACH' TO WS-RPT-FLAG
           ELSE
              SET CELL-WITHIN-TARGET TO TRUE
              MOVE SPACES TO WS-RPT-FLAG
           END-IF.

      *    THE NEAREST-RANK PERCENTILE: WALK THE BANDS UNTIL THE
      *    RUNNING COUNT REACHES THE WANTED RANK, AND TAKE THAT BAND'S
      *    UPPER BOUND (NEVER MORE THAN THE WORST TIME ACTUALLY SEEN).
       3600-FIND-PERCENTILE.
           COMPUTE WS-PCT-RANK =
              (WS-CW-COUNT * WS-PCT-WANTED + 99) / 100.
           MOVE ZEROES TO WS-BAND-IDX.
           MOVE ZEROES TO WS-PCT-RUNNING.

           PERFORM 3610-ADD-NEXT-BAND
              UNTIL WS-PCT-RUNNING IS NOT LESS THAN WS-PCT-RANK.

           MOVE WS-BAND-BOUND(WS-BAND-IDX) TO WS-PCT-RESULT.
           IF WS-PCT-RESULT IS GREATER THAN WS-CW-MAX-MS THEN
              MOVE WS-CW-MAX-MS TO WS-PCT-RESULT
           END-IF.

       3610-ADD-NEXT-BAND.
           ADD 1 TO WS-BAND-IDX.
           ADD WS-CW-BAND-COUNT(WS-BAND-IDX) TO WS-PCT-RUNNING.

       3800-PRINT-DETAIL-LINE.
           MOVE WS-DETAIL-LINE TO RESPONSE-REPORT-LINE.
           MOVE RESPONSE-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE RESPONSE-REPORT-LINE.

       3900-PRINT-SECTION-HEADING.
           PERFORM 3950-PRINT-BLANK-LINE.

           MOVE WS-SECTION-HEADING-LINE TO RESPONSE-REPORT-LINE.
           MOVE RESPONSE-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE RESPONSE-REPORT-LINE.

           MOVE WS-COLUMN-HEADING-LINE TO RESPONSE-REPORT-LINE.
           MOVE RESPONSE-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE RESPONSE-REPORT-LINE.

       3950-PRINT-BLANK-LINE.
           MOVE SPACES TO RESPONSE-REPORT-LINE.
           MOVE RESPONSE-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE RESPONSE-REPORT-LINE.

       3960-PRINT-SUMMARY-LINE.
           MOVE WS-REPORT-SUMMARY-LINE TO RESPONSE-REPORT-LINE.
           MOVE RESPONSE-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE RESPONSE-REPORT-LINE.
      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'ERSPRPT' TO RSA-REPORT-NAME.
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
           MOVE 'ERSPRPT ' TO RLG-JOB-NAME.
           MOVE WS-READ-COUNT TO RLG-INPUT-COUNT.
           MOVE WS-REPORTED-COUNT TO RLG-OUTPUT-COUNT.
           MOVE WS-UNUSABLE-COUNT TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'ERSPRPT - REPORT DATE:           ' WS-REPORT-DATE.
           DISPLAY 'ERSPRPT - INTERACTIONS REPORTED: '
              WS-REPORTED-COUNT.
           DISPLAY 'ERSPRPT - SLOTS IN BREACH:       '
              WS-SLOT-BREACH-COUNT.

           CLOSE ERSPLOG-FILE.
           CLOSE RESPONSE-REPORT-FILE.
