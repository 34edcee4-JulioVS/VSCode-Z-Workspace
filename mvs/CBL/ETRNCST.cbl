       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETRNCST.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - MONTHLY TRAINING COST REPORT.
      *      - BATCH PROGRAM, RUN OFFLINE AGAINST THE 'ETRNCHG' VSAM
      *        <KSDS> CLUSTER AND 'EDEPMST' (BOTH READ ONLY).
      *      - FOR EVERY TRAINING CHARGE WHOSE SESSION WAS COMPLETED IN
      *        THE PERIOD (YYYYMM), ROLLS THE SPEND AND THE NUMBER OF
      *        COMPLETIONS UP BY DEPARTMENT AND, WITHIN IT, BY COURSE,
      *        AND PRINTS THE COST PER COMPLETION AT BOTH LEVELS - SO
      *        EACH DEPARTMENT HEAD CAN SEE WHAT THEIR TRAINING BUDGET
      *        ACTUALLY BOUGHT.
      *      - THE DEPARTMENT IS THE ONE FROZEN ON THE CHARGE AT
      *        COMPLETION, NOT THE ATTENDEE'S CURRENT ONE.
      *      - AN OPTIONAL 'SYSIN' CARD NAMES THE PERIOD (COLS 1-6);
      *        NO CARD MEANS THE CURRENT MONTH.
      *      - SCHEDULE MONTHLY, AT PERIOD END.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ETRNCHG-FILE ASSIGN TO ETRNCHG
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CHG-KEY
                FILE STATUS IS WS-ETRNCHG-STATUS.

           SELECT EDEPMST-FILE ASSIGN TO EDEPMST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS DEP-DEPARTMENT-ID
                FILE STATUS IS WS-EDEPMST-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SYSIN-STATUS.

           SELECT COST-REPORT-FILE ASSIGN TO TRNCRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-TRNCRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ETRNCHG-FILE.
       COPY ETRNCHG.

       FD  EDEPMST-FILE.
       COPY EDEPMST.

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD.
           05 CC-PERIOD                 PIC X(6).
           05 FILLER                    PIC X(74).

       FD  COST-REPORT-FILE
           RECORDING MODE IS F.
       01  COST-REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-ETRNCHG-STATUS        PIC X(2).
             88 ETRNCHG-OK                      VALUE '00'.
          05 WS-EDEPMST-STATUS        PIC X(2).
             88 EDEPMST-OK                      VALUE '00'.
          05 WS-SYSIN-STATUS          PIC X(2).
          05 WS-TRNCRPT-STATUS        PIC X(2).
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
             88 END-OF-ETRNCHG                  VALUE 'Y'.
          05 WS-PERIOD                PIC X(6).
          05 WS-SCANNED-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-CHARGE-COUNT          PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-DROPPED-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-GRAND-TOTAL           PIC 9(11)V99 VALUE ZEROES.
          05 WS-DEPT-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-DEPT-TOTAL            PIC 9(11)V99 VALUE ZEROES.
          05 WS-DEPT-COMPLETIONS      PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-CURRENT-DEPT          PIC 9(8)  VALUE ZEROES.
          05 WS-UNIT-COST             PIC 9(9)V99 VALUE ZEROES.

      *    SPEND PER DEPARTMENT AND COURSE, KEPT IN DEPARTMENT THEN
      *    COURSE ORDER AS IT IS BUILT, SO THE REPORT CAN BE PRINTED
      *    STRAIGHT OFF IT WITH A BREAK ON EACH DEPARTMENT.
       01 WS-DC-TABLE.
          05 WS-DC-COUNT              PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-DC-SCAN-IDX           PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-DC-FOUND-IDX          PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-DC-INSERT-IDX         PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-DC-ENTRY OCCURS 500 TIMES.
             10 WS-DC-KEY.
                15 WS-DC-DEPARTMENT-ID PIC 9(8).
                15 WS-DC-COURSE-CODE  PIC X(8).
             10 WS-DC-AMOUNT          PIC 9(11)V99.
             10 WS-DC-COMPLETIONS     PIC 9(5)  USAGE IS BINARY.

       01 WS-SEARCH-KEY.
          05 WS-SEARCH-DEPARTMENT-ID  PIC 9(8).
          05 WS-SEARCH-COURSE-CODE    PIC X(8).

       01 WS-REPORT-HEADING.
          05 FILLER                   PIC X(45)
             VALUE 'MONTHLY TRAINING COST BY DEPARTMENT - PERIOD '.
          05 WS-RPT-HDG-PERIOD        PIC X(6).
          05 FILLER                   PIC X(29) VALUE SPACES.

       01 WS-COLUMN-HEADING.
          05 FILLER                   PIC X(14) VALUE SPACES.
          05 FILLER                   PIC X(8)  VALUE 'COURSE'.
          05 FILLER                   PIC X(15) VALUE SPACES.
          05 FILLER                   PIC X(11) VALUE 'COMPLETIONS'.
          05 FILLER                   PIC X(9)  VALUE SPACES.
          05 FILLER                   PIC X(5)  VALUE 'SPEND'.
          05 FILLER                   PIC X(6)  VALUE SPACES.
          05 FILLER                   PIC X(12) VALUE 'PER COMPLETE'.

       01 WS-DEPARTMENT-LINE.
          05 FILLER                   PIC X(11) VALUE 'DEPARTMENT '.
          05 WS-RPT-DEPARTMENT-ID     PIC 9(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-DEPARTMENT-NAME   PIC X(38).
          05 FILLER                   PIC X(21) VALUE SPACES.

       01 WS-COURSE-DETAIL-LINE.
          05 FILLER                   PIC X(14) VALUE SPACES.
          05 WS-RPT-COURSE-CODE       PIC X(10).
          05 FILLER                   PIC X(16) VALUE SPACES.
          05 WS-RPT-COMPLETIONS       PIC Z(4)9.
          05 FILLER                   PIC X(3)  VALUE SPACES.
          05 WS-RPT-AMOUNT            PIC Z(10)9.99.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-UNIT-COST         PIC Z(8)9.99.
          05 FILLER                   PIC X(2)  VALUE SPACES.

       01 WS-REPORT-SUMMARY-LINE.
          05 WS-RPT-SUMMARY-LABEL     PIC X(28).
          05 WS-RPT-SUMMARY-AMOUNT    PIC Z(10)9.99.
          05 FILLER                   PIC X(38) VALUE SPACES.

       01 WS-REPORT-COUNT-LINE.
          05 WS-RPT-COUNT-LABEL       PIC X(28).
          05 WS-RPT-COUNT-TOTAL       PIC Z(7)9.
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
           PERFORM 2000-ACCUMULATE-CHARGE UNTIL END-OF-ETRNCHG.
           PERFORM 3000-PRODUCE-REPORT.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PERIOD.
           PERFORM 1050-GET-PERIOD-CARD.

           OPEN INPUT ETRNCHG-FILE.
           IF NOT ETRNCHG-OK
              DISPLAY 'ETRNCST - UNABLE TO OPEN ETRNCHG, STATUS='
                 WS-ETRNCHG-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT EDEPMST-FILE.
           IF NOT EDEPMST-OK
              DISPLAY 'ETRNCST - UNABLE TO OPEN EDEPMST, STATUS='
                 WS-EDEPMST-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT COST-REPORT-FILE.

           MOVE WS-PERIOD TO WS-RPT-HDG-PERIOD.
           MOVE WS-REPORT-HEADING TO COST-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.
           MOVE SPACES TO COST-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO COST-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.

           PERFORM 1100-READ-NEXT-CHARGE.

       1050-GET-PERIOD-CARD.
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-SYSIN-STATUS IS EQUAL TO '00' THEN
              READ CONTROL-CARD-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CC-PERIOD IS NUMERIC AND
                       CC-PERIOD IS NOT EQUAL TO ZEROES
                       MOVE CC-PERIOD TO WS-PERIOD
                    END-IF
              END-READ
              CLOSE CONTROL-CARD-FILE
           END-IF.

      *-----------------------------------------------------------------
       READING SECTION.
      *-----------------------------------------------------------------

       1100-READ-NEXT-CHARGE.
           READ ETRNCHG-FILE
              AT END
                 SET END-OF-ETRNCHG TO TRUE
           END-READ.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------

       2000-ACCUMULATE-CHARGE.
           ADD 1 TO WS-SCANNED-COUNT.

           IF CHG-COMPLETED-DATE(1:6) IS EQUAL TO WS-PERIOD THEN
              ADD 1 TO WS-CHARGE-COUNT
              ADD CHG-TOTAL-AMOUNT TO WS-GRAND-TOTAL
              MOVE CHG-DEPARTMENT-ID TO WS-SEARCH-DEPARTMENT-ID
              MOVE CHG-COURSE-CODE TO WS-SEARCH-COURSE-CODE
              PERFORM 2100-ACCUMULATE-DEPT-COURSE
           END-IF.

           PERFORM 1100-READ-NEXT-CHARGE.

      *    THE TABLE IS IN KEY ORDER, SO THE SCAN STOPS AT THE FIRST
      *    ENTRY NOT BELOW THE CHARGE'S - EITHER ITS OWN, OR THE SLOT
      *    A NEW ONE IS OPENED IN.
       2100-ACCUMULATE-DEPT-COURSE.
           MOVE ZEROES TO WS-DC-SCAN-IDX.
           MOVE ZEROES TO WS-DC-FOUND-IDX.

           PERFORM 2110-SCAN-NEXT-DC-ENTRY
              UNTIL WS-DC-FOUND-IDX IS GREATER THAN ZEROES
                 OR WS-DC-SCAN-IDX IS NOT LESS THAN WS-DC-COUNT.

           IF WS-DC-FOUND-IDX IS GREATER THAN ZEROES AND
              WS-DC-KEY(WS-DC-FOUND-IDX) IS EQUAL TO WS-SEARCH-KEY
              ADD CHG-TOTAL-AMOUNT TO WS-DC-AMOUNT(WS-DC-FOUND-IDX)
              ADD 1 TO WS-DC-COMPLETIONS(WS-DC-FOUND-IDX)
              EXIT PARAGRAPH
           END-IF.

           IF WS-DC-COUNT IS NOT LESS THAN 500 THEN
              ADD 1 TO WS-DROPPED-COUNT
              DISPLAY 'ETRNCST - TABLE FULL, CHARGE ' CHG-KEY
                 ' NOT REPORTED'
              EXIT PARAGRAPH
           END-IF.

           IF WS-DC-FOUND-IDX IS EQUAL TO ZEROES THEN
              COMPUTE WS-DC-FOUND-IDX = WS-DC-COUNT + 1
           ELSE
              PERFORM 2120-SHIFT-DC-ENTRY-UP
                 VARYING WS-DC-INSERT-IDX FROM WS-DC-COUNT BY -1
                 UNTIL WS-DC-INSERT-IDX IS LESS THAN WS-DC-FOUND-IDX
           END-IF.

           ADD 1 TO WS-DC-COUNT.
           MOVE WS-SEARCH-KEY TO WS-DC-KEY(WS-DC-FOUND-IDX).
           MOVE CHG-TOTAL-AMOUNT TO WS-DC-AMOUNT(WS-DC-FOUND-IDX).
           MOVE 1 TO WS-DC-COMPLETIONS(WS-DC-FOUND-IDX).

       2110-SCAN-NEXT-DC-ENTRY.
           ADD 1 TO WS-DC-SCAN-IDX.

           IF WS-DC-KEY(WS-DC-SCAN-IDX) IS NOT LESS THAN WS-SEARCH-KEY
              MOVE WS-DC-SCAN-IDX TO WS-DC-FOUND-IDX
           END-IF.

       2120-SHIFT-DC-ENTRY-UP.
           MOVE WS-DC-ENTRY(WS-DC-INSERT-IDX)
              TO WS-DC-ENTRY(WS-DC-INSERT-IDX + 1).

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------

       3000-PRODUCE-REPORT.
           MOVE ZEROES TO WS-DC-SCAN-IDX.
           PERFORM 3100-WRITE-DC-ENTRY
              UNTIL WS-DC-SCAN-IDX IS NOT LESS THAN WS-DC-COUNT.

           IF WS-DC-COUNT IS GREATER THAN ZEROES THEN
              PERFORM 3300-WRITE-DEPARTMENT-TOTAL
           END-IF.

           MOVE SPACES TO COST-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.

           MOVE 'TOTAL TRAINING SPEND .......'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-GRAND-TOTAL TO WS-RPT-SUMMARY-AMOUNT.
           MOVE WS-REPORT-SUMMARY-LINE TO COST-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.

           MOVE 'COMPLETIONS CHARGED ........' TO WS-RPT-COUNT-LABEL.
           MOVE WS-CHARGE-COUNT TO WS-RPT-COUNT-TOTAL.
           MOVE WS-REPORT-COUNT-LINE TO COST-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.

           MOVE 'DEPARTMENTS CHARGED ........' TO WS-RPT-COUNT-LABEL.
           MOVE WS-DEPT-COUNT TO WS-RPT-COUNT-TOTAL.
           MOVE WS-REPORT-COUNT-LINE TO COST-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.

           IF WS-DROPPED-COUNT IS GREATER THAN ZEROES THEN
              MOVE 'NOT REPORTED - TABLE FULL ..'
                 TO WS-RPT-COUNT-LABEL
              MOVE WS-DROPPED-COUNT TO WS-RPT-COUNT-TOTAL
              MOVE WS-REPORT-COUNT-LINE TO COST-REPORT-LINE
              PERFORM 3900-WRITE-REPORT-LINE
           END-IF.

       3100-WRITE-DC-ENTRY.
           ADD 1 TO WS-DC-SCAN-IDX.

           IF WS-DC-SCAN-IDX IS EQUAL TO 1 OR
              WS-DC-DEPARTMENT-ID(WS-DC-SCAN-IDX) IS NOT EQUAL TO
              WS-CURRENT-DEPT THEN
              IF WS-DC-SCAN-IDX IS GREATER THAN 1 THEN
                 PERFORM 3300-WRITE-DEPARTMENT-TOTAL
              END-IF
              PERFORM 3200-WRITE-DEPARTMENT-HEAD
           END-IF.

           ADD WS-DC-AMOUNT(WS-DC-SCAN-IDX) TO WS-DEPT-TOTAL.
           ADD WS-DC-COMPLETIONS(WS-DC-SCAN-IDX)
              TO WS-DEPT-COMPLETIONS.

           MOVE WS-DC-COURSE-CODE(WS-DC-SCAN-IDX)
              TO WS-RPT-COURSE-CODE.
           MOVE WS-DC-COMPLETIONS(WS-DC-SCAN-IDX)
              TO WS-RPT-COMPLETIONS.
           MOVE WS-DC-AMOUNT(WS-DC-SCAN-IDX) TO WS-RPT-AMOUNT.
           COMPUTE WS-UNIT-COST ROUNDED =
              WS-DC-AMOUNT(WS-DC-SCAN-IDX) /
              WS-DC-COMPLETIONS(WS-DC-SCAN-IDX).
           MOVE WS-UNIT-COST TO WS-RPT-UNIT-COST.
           MOVE WS-COURSE-DETAIL-LINE TO COST-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.

       3200-WRITE-DEPARTMENT-HEAD.
           ADD 1 TO WS-DEPT-COUNT.
           MOVE WS-DC-DEPARTMENT-ID(WS-DC-SCAN-IDX) TO WS-CURRENT-DEPT.
           MOVE ZEROES TO WS-DEPT-TOTAL WS-DEPT-COMPLETIONS.

           MOVE WS-CURRENT-DEPT TO DEP-DEPARTMENT-ID.
           READ EDEPMST-FILE
              INVALID KEY
                 MOVE '(UNASSIGNED)' TO DEP-DEPARTMENT-NAME
           END-READ.

           MOVE SPACES TO COST-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.
           MOVE WS-CURRENT-DEPT TO WS-RPT-DEPARTMENT-ID.
           MOVE DEP-DEPARTMENT-NAME TO WS-RPT-DEPARTMENT-NAME.
           MOVE WS-DEPARTMENT-LINE TO COST-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.

      *    THE DEPARTMENT'S OWN COST PER COMPLETION, ACROSS ITS
      *    COURSES.
       3300-WRITE-DEPARTMENT-TOTAL.
           MOVE 'DEPT TOTAL' TO WS-RPT-COURSE-CODE.
           MOVE WS-DEPT-COMPLETIONS TO WS-RPT-COMPLETIONS.
           MOVE WS-DEPT-TOTAL TO WS-RPT-AMOUNT.
           COMPUTE WS-UNIT-COST ROUNDED =
              WS-DEPT-TOTAL / WS-DEPT-COMPLETIONS.
           MOVE WS-UNIT-COST TO WS-RPT-UNIT-COST.
           MOVE WS-COURSE-DETAIL-LINE TO COST-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.

       3900-WRITE-REPORT-LINE.
           MOVE COST-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE COST-REPORT-LINE.

      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'ETRNCST' TO RSA-REPORT-NAME.
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
           MOVE 'ETRNCST ' TO RLG-JOB-NAME.
           MOVE WS-SCANNED-COUNT TO RLG-INPUT-COUNT.
           MOVE WS-CHARGE-COUNT TO RLG-OUTPUT-COUNT.
           MOVE WS-DROPPED-COUNT TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'ETRNCST - CHARGES SCANNED:    ' WS-SCANNED-COUNT.
           DISPLAY 'ETRNCST - CHARGES REPORTED:   ' WS-CHARGE-COUNT.
           DISPLAY 'ETRNCST - DEPARTMENTS:        ' WS-DEPT-COUNT.

           CLOSE ETRNCHG-FILE.
           CLOSE EDEPMST-FILE.
           CLOSE COST-REPORT-FILE.
