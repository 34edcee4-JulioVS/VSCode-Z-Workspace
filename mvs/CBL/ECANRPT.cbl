       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECANRPT.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - RECRUITING TIME-TO-FILL AND SOURCE-EFFECTIVENESS REPORT.
      *      - BATCH PROGRAM, RUN ON DEMAND AGAINST THE 'EREQSTN' AND
      *        'ECANDID' VSAM <KSDS> CLUSTERS IN VSAM RLS MODE (SEE
      *        THE 'RLS=' PARAMETERS ON THE ACCOMPANYING JCL), SO
      *        CICS STAYS UP. NOTHING IS UPDATED.
      *      - PART 1, TIME TO FILL: ONE LINE PER APPROVED OR FILLED
      *        REQUISITION. THE CLOCK STARTS ON THE APPROVAL DATE AND
      *        STOPS ON THE DATE A CANDIDATE ACCEPTED THE OFFER (OR,
      *        FOR AN OPENING FILLED WITHOUT GOING THROUGH THE
      *        PIPELINE, THE DATE IT WAS MARKED FILLED). AN OPENING
      *        STILL UNFILLED SHOWS THE DAYS IT HAS BEEN OPEN SO FAR.
      *        PENDING AND CANCELLED REQUISITIONS NEVER STARTED (OR
      *        STOPPED) THE CLOCK AND ARE LEFT OUT.
      *      - PART 2, SOURCE EFFECTIVENESS: FOR EACH CANDIDATE SOURCE,
      *        HOW MANY APPLIED AND HOW FAR THEY GOT, TAKEN FROM THE
      *        STAGE DATES ON 'ECANDID' (A CANDIDATE WHO DECLINED
      *        AFTER INTERVIEW STILL COUNTS AS INTERVIEWED), WITH THE
      *        HIRE RATE AND THE AVERAGE DAYS FROM APPLYING TO
      *        ACCEPTING.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EREQSTN-FILE ASSIGN TO EREQSTN
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS RQN-KEY
                FILE STATUS IS WS-EREQSTN-STATUS.

           SELECT ECANDID-FILE ASSIGN TO ECANDID
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CND-KEY
                FILE STATUS IS WS-ECANDID-STATUS.

           SELECT RECRUIT-REPORT-FILE ASSIGN TO CANRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CANRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EREQSTN-FILE.
       COPY EREQSTN.

       FD  ECANDID-FILE.
       COPY ECANDID.

       FD  RECRUIT-REPORT-FILE
           RECORDING MODE IS F.
       01  RECRUIT-REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-EREQSTN-STATUS        PIC X(2).
             88 EREQSTN-OK                      VALUE '00'.
          05 WS-ECANDID-STATUS        PIC X(2).
             88 ECANDID-OK                      VALUE '00'.
          05 WS-CANRPT-STATUS         PIC X(2).
          05 WS-REQUISITION-EOF-FLAG  PIC X(1)  VALUE 'N'.
             88 END-OF-REQUISITIONS             VALUE 'Y'.
          05 WS-CANDIDATE-END-FLAG    PIC X(1)  VALUE 'N'.
             88 END-OF-REQ-CANDIDATES           VALUE 'Y'.
          05 WS-TODAY                 PIC X(8).
          05 WS-FILL-DATE             PIC X(8).
          05 WS-DAYS                  PIC S9(5) USAGE IS BINARY.
          05 WS-FURTHEST-RANK         PIC 9(1).
          05 WS-SRC-IDX               PIC 9(2)  USAGE IS BINARY.
          05 WS-SCAN-IDX              PIC 9(2)  USAGE IS BINARY.
          05 WS-READ-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-CANDIDATE-COUNT       PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-REQ-CANDIDATES        PIC 9(4)  USAGE IS BINARY.
          05 WS-REPORTED-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-FILLED-COUNT          PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-FILLED-DAYS           PIC 9(9)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-OPEN-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-OPEN-DAYS             PIC 9(9)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-AVERAGE-DAYS          PIC 9(5)  USAGE IS BINARY.
          05 WS-HIRE-PERCENT          PIC 9(3)V9.

      ******************************************************************
      *   ONE ACCUMULATOR ROW PER CANDIDATE SOURCE, IN THE SAME ORDER
      *   AS THE 'CND-SOURCE' CODES ON 'ECANDID'.
      ******************************************************************
       01 WS-SOURCE-NAMES.
          05 FILLER                   PIC X(12) VALUE 'RFREFERRAL'.
          05 FILLER                   PIC X(12) VALUE 'AGAGENCY'.
          05 FILLER                   PIC X(12) VALUE 'JBJOB BOARD'.
          05 FILLER                   PIC X(12) VALUE 'WBWEBSITE'.
          05 FILLER                   PIC X(12) VALUE 'ININTERNAL'.
          05 FILLER                   PIC X(12) VALUE 'OTOTHER'.
       01 WS-SOURCE-NAME-TABLE REDEFINES WS-SOURCE-NAMES.
          05 WS-SOURCE-NAME-ENTRY     OCCURS 6 TIMES.
             10 WS-SOURCE-CODE        PIC X(2).
             10 WS-SOURCE-NAME        PIC X(10).

       01 WS-SOURCE-TOTALS.
          05 WS-SOURCE-TOTAL-ENTRY    OCCURS 6 TIMES.
             10 WS-SRC-APPLIED        PIC 9(6)  USAGE IS BINARY.
             10 WS-SRC-SCREENED       PIC 9(6)  USAGE IS BINARY.
             10 WS-SRC-INTERVIEWED    PIC 9(6)  USAGE IS BINARY.
             10 WS-SRC-OFFERED        PIC 9(6)  USAGE IS BINARY.
             10 WS-SRC-ACCEPTED       PIC 9(6)  USAGE IS BINARY.
             10 WS-SRC-DECLINED       PIC 9(6)  USAGE IS BINARY.
             10 WS-SRC-ACCEPT-DAYS    PIC 9(9)  USAGE IS BINARY.

       01 WS-REPORT-HEADING.
          05 FILLER                   PIC X(44)
             VALUE 'RECRUITING TIME-TO-FILL / SOURCE REPORT'.
          05 FILLER                   PIC X(6)  VALUE 'DATE: '.
          05 WS-RPT-RUN-DATE          PIC X(8).
          05 FILLER                   PIC X(22) VALUE SPACES.

       01 WS-REPORT-FILL-HEADING.
          05 FILLER                   PIC X(9)  VALUE 'DEPT'.
          05 FILLER                   PIC X(5)  VALUE 'REQ'.
          05 FILLER                   PIC X(25) VALUE 'JOB TITLE'.
          05 FILLER                   PIC X(7)  VALUE 'STATUS'.
          05 FILLER                   PIC X(9)  VALUE 'APPROVED'.
          05 FILLER                   PIC X(5)  VALUE 'CANS'.
          05 FILLER                   PIC X(9)  VALUE 'FILLED'.
          05 FILLER                   PIC X(11) VALUE ' DAYS'.

       01 WS-REPORT-FILL-LINE.
          05 WS-RPT-DEPARTMENT-ID     PIC 9(8).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-REQUISITION-NO    PIC 9(4).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-JOB-TITLE         PIC X(24).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-STATUS            PIC X(6).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-APPROVED-DATE     PIC X(8).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-CANDIDATES        PIC ZZZ9.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-FILLED-DATE       PIC X(8).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-DAYS              PIC ZZZZ9.
          05 FILLER                   PIC X(6)  VALUE SPACES.

       01 WS-REPORT-SOURCE-HEADING.
          05 FILLER                   PIC X(11) VALUE 'SOURCE'.
          05 FILLER                   PIC X(7)  VALUE 'APPLIED'.
          05 FILLER                   PIC X(7)  VALUE ' SCREEN'.
          05 FILLER                   PIC X(7)  VALUE '  INTVW'.
          05 FILLER                   PIC X(7)  VALUE '  OFFER'.
          05 FILLER                   PIC X(7)  VALUE ' ACCEPT'.
          05 FILLER                   PIC X(7)  VALUE ' DECLIN'.
          05 FILLER                   PIC X(7)  VALUE '  HIRE%'.
          05 FILLER                   PIC X(20) VALUE '  AVG DAYS'.

       01 WS-REPORT-SOURCE-LINE.
          05 WS-RPT-SOURCE-NAME       PIC X(10).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-SRC-APPLIED       PIC ZZZZZ9.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-SRC-SCREENED      PIC ZZZZZ9.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-SRC-INTERVIEWED   PIC ZZZZZ9.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-SRC-OFFERED       PIC ZZZZZ9.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-SRC-ACCEPTED      PIC ZZZZZ9.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-SRC-DECLINED      PIC ZZZZZ9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-SRC-HIRE-PERCENT  PIC ZZ9.9.
          05 FILLER                   PIC X(5)  VALUE SPACES.
          05 WS-RPT-SRC-AVERAGE-DAYS  PIC ZZZZ9.
          05 FILLER                   PIC X(12) VALUE SPACES.

       01 WS-REPORT-SUMMARY-LINE.
          05 WS-RPT-SUMMARY-LABEL     PIC X(32).
          05 WS-RPT-SUMMARY-TOTAL     PIC Z(7)9.
          05 FILLER                   PIC X(40) VALUE SPACES.

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
           PERFORM 2000-PROCESS-REQUISITION UNTIL END-OF-REQUISITIONS.
           PERFORM 3000-PRODUCE-SUMMARY.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           OPEN INPUT EREQSTN-FILE.
           IF NOT EREQSTN-OK
              DISPLAY 'ECANRPT - UNABLE TO OPEN EREQSTN, STATUS='
                 WS-EREQSTN-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT ECANDID-FILE.
           IF NOT ECANDID-OK
              DISPLAY 'ECANRPT - UNABLE TO OPEN ECANDID, STATUS='
                 WS-ECANDID-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT RECRUIT-REPORT-FILE.

           INITIALIZE WS-SOURCE-TOTALS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY TO WS-RPT-RUN-DATE.

           MOVE WS-REPORT-HEADING TO RECRUIT-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE SPACES TO RECRUIT-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE WS-REPORT-FILL-HEADING TO RECRUIT-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           PERFORM 1100-READ-NEXT-REQUISITION.

      *-----------------------------------------------------------------
       READING SECTION.
      *-----------------------------------------------------------------

       1100-READ-NEXT-REQUISITION.
           READ EREQSTN-FILE NEXT RECORD
              AT END
                 SET END-OF-REQUISITIONS TO TRUE
           END-READ.

           IF NOT END-OF-REQUISITIONS THEN
              ADD 1 TO WS-READ-COUNT
           END-IF.

       1200-READ-NEXT-CANDIDATE.
           READ ECANDID-FILE NEXT RECORD
              AT END
                 SET END-OF-REQ-CANDIDATES TO TRUE
           END-READ.

           IF NOT END-OF-REQ-CANDIDATES THEN
              IF CND-DEPARTMENT-ID NOT = RQN-DEPARTMENT-ID OR
                 CND-REQUISITION-NO NOT = RQN-REQUISITION-NO THEN
                 SET END-OF-REQ-CANDIDATES TO TRUE
              END-IF
           END-IF.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------

       2000-PROCESS-REQUISITION.
           IF RQN-APPROVED OR RQN-FILLED THEN
              PERFORM 2100-REPORT-REQUISITION
           END-IF.

           PERFORM 1100-READ-NEXT-REQUISITION.

       2100-REPORT-REQUISITION.
           MOVE SPACES TO WS-FILL-DATE.
           MOVE ZEROES TO WS-REQ-CANDIDATES.

      *    BROWSE THIS REQUISITION'S CANDIDATES, ADDING EACH ONE TO
      *    THE SOURCE TABLE AND PICKING UP THE ACCEPTANCE DATE.
           MOVE RQN-DEPARTMENT-ID TO CND-DEPARTMENT-ID.
           MOVE RQN-REQUISITION-NO TO CND-REQUISITION-NO.
           MOVE ZEROES TO CND-CANDIDATE-NO.
           MOVE 'N' TO WS-CANDIDATE-END-FLAG.

           START ECANDID-FILE KEY IS NOT LESS THAN CND-KEY
              INVALID KEY
                 SET END-OF-REQ-CANDIDATES TO TRUE
           END-START.

           IF NOT END-OF-REQ-CANDIDATES THEN
              PERFORM 1200-READ-NEXT-CANDIDATE
              PERFORM 2200-TALLY-CANDIDATE
                 UNTIL END-OF-REQ-CANDIDATES
           END-IF.

           IF WS-FILL-DATE IS EQUAL TO SPACES AND RQN-FILLED THEN
              MOVE RQN-FILLED-DATE TO WS-FILL-DATE
           END-IF.

      *    DAYS RUN FROM APPROVAL TO THE FILL DATE, OR TO TODAY WHILE
      *    THE OPENING IS STILL UNFILLED.
           MOVE ZEROES TO WS-DAYS.
           IF WS-FILL-DATE IS EQUAL TO SPACES THEN
              MOVE 'OPEN' TO WS-RPT-STATUS
              IF RQN-APPROVED-DATE IS NUMERIC THEN
                 COMPUTE WS-DAYS =
                    FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
                  - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(RQN-APPROVED-DATE))
              END-IF
              IF WS-DAYS < ZEROES THEN
                 MOVE ZEROES TO WS-DAYS
              END-IF
              ADD 1 TO WS-OPEN-COUNT
              ADD WS-DAYS TO WS-OPEN-DAYS
           ELSE
              MOVE 'FILLED' TO WS-RPT-STATUS
              IF RQN-APPROVED-DATE IS NUMERIC AND
                 WS-FILL-DATE IS NUMERIC THEN
                 COMPUTE WS-DAYS =
                    FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-FILL-DATE))
                  - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(RQN-APPROVED-DATE))
              END-IF
              IF WS-DAYS < ZEROES THEN
                 MOVE ZEROES TO WS-DAYS
              END-IF
              ADD 1 TO WS-FILLED-COUNT
              ADD WS-DAYS TO WS-FILLED-DAYS
           END-IF.

           MOVE RQN-DEPARTMENT-ID TO WS-RPT-DEPARTMENT-ID.
           MOVE RQN-REQUISITION-NO TO WS-RPT-REQUISITION-NO.
           MOVE RQN-JOB-TITLE TO WS-RPT-JOB-TITLE.
           MOVE RQN-APPROVED-DATE TO WS-RPT-APPROVED-DATE.
           MOVE WS-REQ-CANDIDATES TO WS-RPT-CANDIDATES.
           MOVE WS-FILL-DATE TO WS-RPT-FILLED-DATE.
           MOVE WS-DAYS TO WS-RPT-DAYS.

           MOVE WS-REPORT-FILL-LINE TO RECRUIT-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.
           ADD 1 TO WS-REPORTED-COUNT.

       2200-TALLY-CANDIDATE.
           ADD 1 TO WS-REQ-CANDIDATES.
           ADD 1 TO WS-CANDIDATE-COUNT.

           IF CND-STAGE-ACCEPTED THEN
              MOVE CND-ACCEPTED-DATE TO WS-FILL-DATE
           END-IF.

           PERFORM 2250-FIND-SOURCE.
           IF WS-SRC-IDX > ZEROES THEN
              PERFORM 2300-ADD-TO-SOURCE
           END-IF.

           PERFORM 1200-READ-NEXT-CANDIDATE.

       2250-FIND-SOURCE.
           MOVE ZEROES TO WS-SRC-IDX.
           MOVE 1 TO WS-SCAN-IDX.
           PERFORM 2260-CHECK-SOURCE-CODE
              UNTIL WS-SCAN-IDX > 6 OR WS-SRC-IDX > ZEROES.

       2260-CHECK-SOURCE-CODE.
           IF WS-SOURCE-CODE(WS-SCAN-IDX) = CND-SOURCE THEN
              MOVE WS-SCAN-IDX TO WS-SRC-IDX
           END-IF.
           ADD 1 TO WS-SCAN-IDX.

      *    THE FURTHEST STAGE REACHED IS READ OFF THE STAGE DATES, SO
      *    A CANDIDATE WHO LATER DECLINED IS STILL COUNTED AT EVERY
      *    STAGE THEY GOT THROUGH.
       2300-ADD-TO-SOURCE.
           MOVE 1 TO WS-FURTHEST-RANK.
           IF CND-SCREENED-DATE NOT = SPACES THEN
              MOVE 2 TO WS-FURTHEST-RANK
           END-IF.
           IF CND-INTERVIEWED-DATE NOT = SPACES THEN
              MOVE 3 TO WS-FURTHEST-RANK
           END-IF.
           IF CND-OFFERED-DATE NOT = SPACES THEN
              MOVE 4 TO WS-FURTHEST-RANK
           END-IF.
           IF CND-ACCEPTED-DATE NOT = SPACES THEN
              MOVE 5 TO WS-FURTHEST-RANK
           END-IF.

           ADD 1 TO WS-SRC-APPLIED(WS-SRC-IDX).
           IF WS-FURTHEST-RANK >= 2 THEN
              ADD 1 TO WS-SRC-SCREENED(WS-SRC-IDX)
           END-IF.
           IF WS-FURTHEST-RANK >= 3 THEN
              ADD 1 TO WS-SRC-INTERVIEWED(WS-SRC-IDX)
           END-IF.
           IF WS-FURTHEST-RANK >= 4 THEN
              ADD 1 TO WS-SRC-OFFERED(WS-SRC-IDX)
           END-IF.
           IF CND-STAGE-DECLINED THEN
              ADD 1 TO WS-SRC-DECLINED(WS-SRC-IDX)
           END-IF.

           IF CND-STAGE-ACCEPTED THEN
              ADD 1 TO WS-SRC-ACCEPTED(WS-SRC-IDX)
              IF CND-APPLIED-DATE IS NUMERIC AND
                 CND-ACCEPTED-DATE IS NUMERIC THEN
                 COMPUTE WS-DAYS =
                    FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(CND-ACCEPTED-DATE))
                  - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(CND-APPLIED-DATE))
                 IF WS-DAYS > ZEROES THEN
                    ADD WS-DAYS TO WS-SRC-ACCEPT-DAYS(WS-SRC-IDX)
                 END-IF
              END-IF
           END-IF.

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------

       3000-PRODUCE-SUMMARY.
           MOVE SPACES TO RECRUIT-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'REQUISITIONS REPORTED ..........'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-REPORTED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3900-WRITE-SUMMARY-LINE.

           MOVE 'FILLED ..........................'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-FILLED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3900-WRITE-SUMMARY-LINE.

           MOVE ZEROES TO WS-AVERAGE-DAYS.
           IF WS-FILLED-COUNT > ZEROES THEN
              COMPUTE WS-AVERAGE-DAYS ROUNDED =
                 WS-FILLED-DAYS / WS-FILLED-COUNT
           END-IF.
           MOVE 'AVERAGE DAYS TO FILL ............'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-AVERAGE-DAYS TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3900-WRITE-SUMMARY-LINE.

           MOVE 'STILL OPEN ......................'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-OPEN-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3900-WRITE-SUMMARY-LINE.

           MOVE ZEROES TO WS-AVERAGE-DAYS.
           IF WS-OPEN-COUNT > ZEROES THEN
              COMPUTE WS-AVERAGE-DAYS ROUNDED =
                 WS-OPEN-DAYS / WS-OPEN-COUNT
           END-IF.
           MOVE 'AVERAGE DAYS OPEN SO FAR ........'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-AVERAGE-DAYS TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3900-WRITE-SUMMARY-LINE.

           MOVE SPACES TO RECRUIT-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE WS-REPORT-SOURCE-HEADING TO RECRUIT-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 1 TO WS-SRC-IDX.
           PERFORM 3100-WRITE-SOURCE-LINE UNTIL WS-SRC-IDX > 6.

           MOVE SPACES TO RECRUIT-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'CANDIDATES READ .................'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-CANDIDATE-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3900-WRITE-SUMMARY-LINE.

       3100-WRITE-SOURCE-LINE.
           MOVE WS-SOURCE-NAME(WS-SRC-IDX) TO WS-RPT-SOURCE-NAME.
           MOVE WS-SRC-APPLIED(WS-SRC-IDX) TO WS-RPT-SRC-APPLIED.
           MOVE WS-SRC-SCREENED(WS-SRC-IDX) TO WS-RPT-SRC-SCREENED.
           MOVE WS-SRC-INTERVIEWED(WS-SRC-IDX)
              TO WS-RPT-SRC-INTERVIEWED.
           MOVE WS-SRC-OFFERED(WS-SRC-IDX) TO WS-RPT-SRC-OFFERED.
           MOVE WS-SRC-ACCEPTED(WS-SRC-IDX) TO WS-RPT-SRC-ACCEPTED.
           MOVE WS-SRC-DECLINED(WS-SRC-IDX) TO WS-RPT-SRC-DECLINED.

           MOVE ZEROES TO WS-HIRE-PERCENT.
           IF WS-SRC-APPLIED(WS-SRC-IDX) > ZEROES THEN
              COMPUTE WS-HIRE-PERCENT ROUNDED =
                 WS-SRC-ACCEPTED(WS-SRC-IDX) * 100
                 / WS-SRC-APPLIED(WS-SRC-IDX)
           END-IF.
           MOVE WS-HIRE-PERCENT TO WS-RPT-SRC-HIRE-PERCENT.

           MOVE ZEROES TO WS-AVERAGE-DAYS.
           IF WS-SRC-ACCEPTED(WS-SRC-IDX) > ZEROES THEN
              COMPUTE WS-AVERAGE-DAYS ROUNDED =
                 WS-SRC-ACCEPT-DAYS(WS-SRC-IDX)
                 / WS-SRC-ACCEPTED(WS-SRC-IDX)
           END-IF.
           MOVE WS-AVERAGE-DAYS TO WS-RPT-SRC-AVERAGE-DAYS.

           MOVE WS-REPORT-SOURCE-LINE TO RECRUIT-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           ADD 1 TO WS-SRC-IDX.

       3900-WRITE-SUMMARY-LINE.
           MOVE WS-REPORT-SUMMARY-LINE TO RECRUIT-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

      *    EVERY LINE PRINTED IS ALSO DEPOSITED ON THE COMMON 'ERPTREP'
      *    REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S OUTPUT CAN BE
      *    PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD OF CHASING HELD
      *    SYSOUT.
       8800-WRITE-REPORT-LINE.
           MOVE RECRUIT-REPORT-LINE TO RSA-PRINT-LINE.
           MOVE 'ECANRPT' TO RSA-REPORT-NAME.
           SET RSA-ACTION-LINE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.
           WRITE RECRUIT-REPORT-LINE.

      *-----------------------------------------------------------------
       TERMINATION SECTION.
      *-----------------------------------------------------------------

       9000-TERMINATE.

      *    FINISH THE REPORT REPOSITORY DEPOSIT.
           SET RSA-ACTION-CLOSE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *    LOG THE RUN ON THE COMMON RUN-HISTORY FILE.
           MOVE 'ECANRPT' TO RLG-JOB-NAME.
           MOVE WS-READ-COUNT TO RLG-INPUT-COUNT.
           MOVE WS-REPORTED-COUNT TO RLG-OUTPUT-COUNT.
           MOVE ZEROES TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'ECANRPT - REQUISITIONS READ:     ' WS-READ-COUNT.
           DISPLAY 'ECANRPT - REQUISITIONS REPORTED: '
              WS-REPORTED-COUNT.
           DISPLAY 'ECANRPT - CANDIDATES READ:       '
              WS-CANDIDATE-COUNT.

           CLOSE EREQSTN-FILE.
           CLOSE ECANDID-FILE.
           CLOSE RECRUIT-REPORT-FILE.
