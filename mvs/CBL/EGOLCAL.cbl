       IDENTIFICATION DIVISION.
       PROGRAM-ID. EGOLCAL.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - YEAR-END GOAL CALIBRATION REPORT.
      *      - BATCH PROGRAM, RUN AFTER THE REVIEW CYCLE CLOSES - SEE
      *        THE ACCOMPANYING JCL.
      *      - FOR EVERY EMPLOYEE REVIEWED IN THE CYCLE YEAR ON
      *        'EAPPHST' (THE LATEST REVIEW IN THE YEAR COUNTS), SUMS
      *        THE EMPLOYEE'S 'EPGOALS' GOALS FOR THE SAME CYCLE INTO
      *        A WEIGHTED ATTAINMENT SCORE AND WORKS OUT THE RATING
      *        THAT SCORE CALLS FOR - THE SAME RULE 'EUPDP' WARNS ON
      *        WHEN THE RESULT IS KEYED.
      *      - LISTS EVERYONE WHOSE RATING DOES NOT LINE UP: RATED
      *        ABOVE OR BELOW WHAT THE GOALS SAY, OR RATED WITHOUT A
      *        GOAL SET FIT TO JUDGE BY (NO GOALS, FEWER THAN THREE,
      *        WEIGHTS NOT TOTALLING 100, GOALS LEFT UNSCORED).
      *        RATINGS THAT MATCH ARE ONLY COUNTED. DELETED
      *        EMPLOYEES ARE SKIPPED.
      *      - THE OUTPUT IS SORTED AND BURST BY DEPARTMENT AND
      *        MANAGER, THE SAME WAY 'EAPRRPT' IS, SO EACH MANAGER'S
      *        PAGE CAN GO STRAIGHT INTO THE CALIBRATION SESSION.
      *      - ENDS WITH RETURN CODE 4 WHEN ANY RATING IS OUT OF LINE
      *        WITH THE GOAL SCORE.
      *      - 'SYSIN' FORMAT: THE CYCLE YEAR YYYY IN COLUMNS 1-4
      *        (BLANK MEANS THE CURRENT YEAR).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EAPPHST-FILE ASSIGN TO EAPPHST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS APH-KEY
                FILE STATUS IS WS-EAPPHST-STATUS.

           SELECT EPGOALS-FILE ASSIGN TO EPGOALS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PGL-KEY
                FILE STATUS IS WS-EPGOALS-STATUS.

           SELECT EMPMAST-FILE ASSIGN TO EMPMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EMP-EMPLOYEE-ID
                FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK1.

           SELECT CALIBRATION-REPORT-FILE ASSIGN TO GOLRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-GOLRPT-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SYSIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EAPPHST-FILE.
       COPY EAPPHST.

       FD  EPGOALS-FILE.
       COPY EPGOALS.

       FD  EMPMAST-FILE.
       COPY EMPMAST.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SORT-DEPT-ID              PIC 9(8).
           05 SORT-MANAGER-ID           PIC 9(8).
           05 SORT-EMP-ID               PIC 9(8).
           05 SORT-PRIMARY-NAME         PIC X(38).
           05 SORT-REVIEW-DATE          PIC X(8).
           05 SORT-RATING               PIC X(1).
           05 SORT-GOAL-COUNT           PIC 9(2).
           05 SORT-TOTAL-WEIGHT         PIC 9(4).
           05 SORT-GOAL-SCORE           PIC 9(3).
           05 SORT-SCORE-FLAG           PIC X(1).
              88 SORT-SCORE-KNOWN                  VALUE 'Y'.
           05 SORT-EXPECTED-RATING      PIC X(1).
           05 SORT-FINDING              PIC X(20).

       FD  CALIBRATION-REPORT-FILE
           RECORDING MODE IS F.
       01  CALIBRATION-REPORT-LINE      PIC X(80).

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD.
           05 CC-CYCLE-YEAR             PIC X(4).
           05 FILLER                    PIC X(76).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-EAPPHST-STATUS        PIC X(2).
             88 EAPPHST-OK                      VALUE '00'.
          05 WS-EPGOALS-STATUS        PIC X(2).
             88 EPGOALS-OK                      VALUE '00'.
          05 WS-EMPMAST-STATUS        PIC X(2).
             88 EMPMAST-OK                      VALUE '00'.
          05 WS-GOLRPT-STATUS         PIC X(2).
          05 WS-SYSIN-STATUS          PIC X(2).
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
             88 END-OF-EAPPHST                  VALUE 'Y'.
          05 WS-GOAL-EOF-FLAG         PIC X(1)  VALUE 'N'.
             88 END-OF-EMPLOYEE-GOALS           VALUE 'Y'.
          05 WS-SORT-EOF-FLAG         PIC X(1)  VALUE 'N'.
             88 END-OF-SORT-FILE                VALUE 'Y'.
          05 WS-FIRST-GROUP-FLAG      PIC X(1)  VALUE 'Y'.
             88 FIRST-GROUP-NOT-SEEN            VALUE 'Y'.
          05 WS-CYCLE-YEAR            PIC X(4).
          05 WS-CURRENT-EMPLOYEE-ID   PIC 9(8)  VALUE ZEROES.
          05 WS-LATEST-REVIEW-DATE    PIC X(8)  VALUE SPACES.
          05 WS-LATEST-RESULT         PIC X(1)  VALUE SPACES.
          05 WS-PREVIOUS-DEPT-ID      PIC 9(8)  VALUE ZEROES.
          05 WS-PREVIOUS-MANAGER-ID   PIC 9(8)  VALUE ZEROES.
          05 WS-RATING-RANK           PIC 9(1)  VALUE ZEROES.
          05 WS-EXPECTED-RANK         PIC 9(1)  VALUE ZEROES.
          05 WS-HISTORY-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-REVIEWED-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-MATCHED-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-RATED-ABOVE-COUNT     PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-RATED-BELOW-COUNT     PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-INCOMPLETE-COUNT      PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-NO-GOALS-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-SKIPPED-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-LISTED-COUNT          PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.

      *    ONE EMPLOYEE'S GOAL SET FOR THE CYCLE, SUMMED.
       01 WS-GOAL-SUMMARY.
          05 WS-GS-COUNT              PIC 9(2)  VALUE ZEROES.
          05 WS-GS-SCORED-COUNT       PIC 9(2)  VALUE ZEROES.
          05 WS-GS-TOTAL-WEIGHT       PIC 9(4)  VALUE ZEROES.
          05 WS-GS-SCORED-WEIGHT      PIC 9(4)  VALUE ZEROES.
          05 WS-GS-WEIGHTED-SUM       PIC 9(7)  VALUE ZEROES.
          05 WS-GS-SCORE              PIC 9(3)  VALUE ZEROES.
          05 WS-GS-EXPECTED-RATING    PIC X(1)  VALUE SPACES.
          05 WS-GS-FINDING            PIC X(20) VALUE SPACES.

      *    THE GOAL-SET RULES AND RATING THRESHOLDS ARE THE SAME
      *    FIGURES THE 'EGOLP' SCREEN AND 'EUPDP' USE ('APP-GOAL-...'
      *    IN THE APPLICATION CONSTANTS) - KEEP THEM IN STEP.
       01 WS-GOAL-RULES.
          05 WS-MIN-GOAL-COUNT        PIC 9(1)  VALUE 3.
          05 WS-EXCEEDS-SCORE         PIC 9(3)  VALUE 110.
          05 WS-MEETS-SCORE           PIC 9(3)  VALUE 070.

       01 WS-REPORT-HEADING.
          05 FILLER                   PIC X(40)
             VALUE 'GOAL CALIBRATION REPORT - CYCLE '.
          05 WS-RPT-HDG-YEAR          PIC X(4).
          05 FILLER                   PIC X(36) VALUE SPACES.

       01 WS-REPORT-GROUP-BANNER.
          05 FILLER                   PIC X(16)
             VALUE '**** DEPARTMENT '.
          05 WS-RPT-HDR-DEPT-ID       PIC Z(7)9.
          05 FILLER                   PIC X(10) VALUE '  MANAGER '.
          05 WS-RPT-HDR-MANAGER-ID    PIC Z(7)9.
          05 FILLER                   PIC X(5)  VALUE ' ****'.
          05 FILLER                   PIC X(33) VALUE SPACES.

       01 WS-REPORT-COLUMN-HEADING.
          05 FILLER                   PIC X(40)
             VALUE 'EMP ID   EMPLOYEE NAME      REVIEWED RTG'.
          05 FILLER                   PIC X(40)
             VALUE ' GLS WGT SCR EXP FINDING                '.

       01 WS-REPORT-DETAIL-LINE.
          05 WS-RPT-EMP-ID            PIC Z(7)9.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-EMP-NAME          PIC X(18).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-REVIEW-DATE       PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-RATING            PIC X(1).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-GOAL-COUNT        PIC ZZ9.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-TOTAL-WEIGHT      PIC ZZ9.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-GOAL-SCORE        PIC X(3).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-EXPECTED-RATING   PIC X(1).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-FINDING           PIC X(20).
          05 FILLER                   PIC X(3)  VALUE SPACES.

       01 WS-SCORE-EDIT               PIC ZZ9.

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

           SORT SORT-WORK-FILE
                ON ASCENDING KEY SORT-DEPT-ID
                   ASCENDING KEY SORT-MANAGER-ID
                   ASCENDING KEY SORT-EMP-ID
                INPUT PROCEDURE IS 2000-SELECT-MISMATCHES
                OUTPUT PROCEDURE IS 3000-PRODUCE-REPORT.

           PERFORM 4000-PRODUCE-SUMMARY.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-CYCLE-YEAR.

           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-SYSIN-STATUS IS EQUAL TO '00' THEN
              READ CONTROL-CARD-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CC-CYCLE-YEAR IS NUMERIC AND
                       CC-CYCLE-YEAR IS NOT EQUAL TO ZEROES
                       MOVE CC-CYCLE-YEAR TO WS-CYCLE-YEAR
                    END-IF
              END-READ
              CLOSE CONTROL-CARD-FILE
           END-IF.

           OPEN OUTPUT CALIBRATION-REPORT-FILE.

           MOVE WS-CYCLE-YEAR TO WS-RPT-HDG-YEAR.
           MOVE WS-REPORT-HEADING TO CALIBRATION-REPORT-LINE.
           MOVE CALIBRATION-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE CALIBRATION-REPORT-LINE.

      *-----------------------------------------------------------------
       SELECTION SECTION.
      *-----------------------------------------------------------------

      *    SORT INPUT PROCEDURE - PASS EVERY REVIEW OF THE CYCLE THAT
      *    DOES NOT LINE UP WITH THE GOAL SCORE TO THE SORT.
       2000-SELECT-MISMATCHES.
           OPEN INPUT EAPPHST-FILE.
           IF NOT EAPPHST-OK
              DISPLAY 'EGOLCAL - UNABLE TO OPEN EAPPHST, STATUS='
                 WS-EAPPHST-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT EPGOALS-FILE.
           IF NOT EPGOALS-OK
              DISPLAY 'EGOLCAL - UNABLE TO OPEN EPGOALS, STATUS='
                 WS-EPGOALS-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT EMPMAST-FILE.
           IF NOT EMPMAST-OK
              DISPLAY 'EGOLCAL - UNABLE TO OPEN EMPMAST, STATUS='
                 WS-EMPMAST-STATUS
              STOP RUN
           END-IF.

           PERFORM 2100-READ-NEXT-REVIEW.
           PERFORM 2200-CHECK-EMPLOYEE-REVIEWS
              UNTIL END-OF-EAPPHST.

           CLOSE EAPPHST-FILE.
           CLOSE EPGOALS-FILE.
           CLOSE EMPMAST-FILE.

       2100-READ-NEXT-REVIEW.
           READ EAPPHST-FILE
              AT END
                 SET END-OF-EAPPHST TO TRUE
              NOT AT END
                 ADD 1 TO WS-HISTORY-COUNT
           END-READ.

      *    THE HISTORY IS KEYED BY EMPLOYEE AND REVIEW DATE, SO EACH
      *    EMPLOYEE'S REVIEWS ARRIVE TOGETHER, OLDEST FIRST - THE
      *    LAST ONE SEEN IN THE CYCLE YEAR IS THE ONE THAT STANDS.
       2200-CHECK-EMPLOYEE-REVIEWS.
           MOVE APH-EMPLOYEE-ID TO WS-CURRENT-EMPLOYEE-ID.
           MOVE SPACES TO WS-LATEST-REVIEW-DATE WS-LATEST-RESULT.

           PERFORM 2300-NOTE-REVIEW
              UNTIL END-OF-EAPPHST OR
                 APH-EMPLOYEE-ID IS NOT EQUAL TO
                    WS-CURRENT-EMPLOYEE-ID.

           IF WS-LATEST-REVIEW-DATE IS NOT EQUAL TO SPACES THEN
              PERFORM 2400-CHECK-AGAINST-GOALS
           END-IF.

       2300-NOTE-REVIEW.
           IF APH-REVIEW-DATE(1:4) IS EQUAL TO WS-CYCLE-YEAR THEN
              MOVE APH-REVIEW-DATE TO WS-LATEST-REVIEW-DATE
              MOVE APH-APPRAISAL-RESULT TO WS-LATEST-RESULT
           END-IF.

           PERFORM 2100-READ-NEXT-REVIEW.

       2400-CHECK-AGAINST-GOALS.
           MOVE WS-CURRENT-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           READ EMPMAST-FILE
              INVALID KEY
                 MOVE '23' TO WS-EMPMAST-STATUS
           END-READ.

           IF NOT EMPMAST-OK OR EMP-DELETED THEN
              ADD 1 TO WS-SKIPPED-COUNT
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-REVIEWED-COUNT.

           PERFORM 2500-SUMMARISE-GOALS.

      *    RANK THE RATINGS U < M < E TO TELL ABOVE FROM BELOW.
           EVALUATE WS-LATEST-RESULT
           WHEN 'E'
                MOVE 3 TO WS-RATING-RANK
           WHEN 'M'
                MOVE 2 TO WS-RATING-RANK
           WHEN OTHER
                MOVE 1 TO WS-RATING-RANK
           END-EVALUATE.

           EVALUATE WS-GS-EXPECTED-RATING
           WHEN 'E'
                MOVE 3 TO WS-EXPECTED-RANK
           WHEN 'M'
                MOVE 2 TO WS-EXPECTED-RANK
           WHEN OTHER
                MOVE 1 TO WS-EXPECTED-RANK
           END-EVALUATE.

           EVALUATE TRUE
           WHEN WS-GS-COUNT IS EQUAL TO ZEROES
                ADD 1 TO WS-NO-GOALS-COUNT
           WHEN WS-GS-FINDING IS NOT EQUAL TO SPACES
                ADD 1 TO WS-INCOMPLETE-COUNT
           WHEN WS-RATING-RANK IS GREATER THAN WS-EXPECTED-RANK
                ADD 1 TO WS-RATED-ABOVE-COUNT
                MOVE 'RATED ABOVE GOALS' TO WS-GS-FINDING
           WHEN WS-RATING-RANK IS LESS THAN WS-EXPECTED-RANK
                ADD 1 TO WS-RATED-BELOW-COUNT
                MOVE 'RATED BELOW GOALS' TO WS-GS-FINDING
           WHEN OTHER
                ADD 1 TO WS-MATCHED-COUNT
                EXIT PARAGRAPH
           END-EVALUATE.

           MOVE EMP-DEPARTMENT-ID TO SORT-DEPT-ID.
           MOVE EMP-MANAGER-ID TO SORT-MANAGER-ID.
           MOVE EMP-EMPLOYEE-ID TO SORT-EMP-ID.
           MOVE EMP-PRIMARY-NAME TO SORT-PRIMARY-NAME.
           MOVE WS-LATEST-REVIEW-DATE TO SORT-REVIEW-DATE.
           MOVE WS-LATEST-RESULT TO SORT-RATING.
           MOVE WS-GS-COUNT TO SORT-GOAL-COUNT.
           MOVE WS-GS-TOTAL-WEIGHT TO SORT-TOTAL-WEIGHT.
           MOVE WS-GS-SCORE TO SORT-GOAL-SCORE.
           IF WS-GS-SCORED-COUNT IS GREATER THAN ZEROES THEN
              MOVE 'Y' TO SORT-SCORE-FLAG
           ELSE
              MOVE 'N' TO SORT-SCORE-FLAG
           END-IF.
           MOVE WS-GS-EXPECTED-RATING TO SORT-EXPECTED-RATING.
           MOVE WS-GS-FINDING TO SORT-FINDING.
           RELEASE SORT-RECORD.

      *    SUM THE EMPLOYEE'S ACTIVE GOALS FOR THE CYCLE. THE GOALS
      *    FILE IS KEYED BY EMPLOYEE AND CYCLE, SO A START PUTS US ON
      *    THE FIRST ONE.
       2500-SUMMARISE-GOALS.
           INITIALIZE WS-GOAL-SUMMARY.
           MOVE 'N' TO WS-GOAL-EOF-FLAG.

           MOVE WS-CURRENT-EMPLOYEE-ID TO PGL-EMPLOYEE-ID.
           MOVE WS-CYCLE-YEAR TO PGL-CYCLE-YEAR.
           MOVE ZEROES TO PGL-GOAL-NUM.

           START EPGOALS-FILE KEY IS GREATER THAN PGL-KEY
              INVALID KEY
                 SET END-OF-EMPLOYEE-GOALS TO TRUE
           END-START.

           PERFORM 2550-SUM-NEXT-GOAL
              UNTIL END-OF-EMPLOYEE-GOALS.

           IF WS-GS-SCORED-WEIGHT IS GREATER THAN ZEROES THEN
              COMPUTE WS-GS-SCORE ROUNDED =
                 WS-GS-WEIGHTED-SUM / WS-GS-SCORED-WEIGHT
           END-IF.

           EVALUATE TRUE
           WHEN WS-GS-COUNT IS EQUAL TO ZEROES
                MOVE 'NO GOALS SET' TO WS-GS-FINDING
           WHEN WS-GS-COUNT IS LESS THAN WS-MIN-GOAL-COUNT
                MOVE 'FEWER THAN 3 GOALS' TO WS-GS-FINDING
           WHEN WS-GS-TOTAL-WEIGHT IS NOT EQUAL TO 100
                MOVE 'WEIGHTS NOT 100%' TO WS-GS-FINDING
           WHEN WS-GS-SCORED-COUNT IS LESS THAN WS-GS-COUNT
                MOVE 'GOALS NOT ALL SCORED' TO WS-GS-FINDING
           WHEN WS-GS-SCORE IS NOT LESS THAN WS-EXCEEDS-SCORE
                MOVE 'E' TO WS-GS-EXPECTED-RATING
           WHEN WS-GS-SCORE IS NOT LESS THAN WS-MEETS-SCORE
                MOVE 'M' TO WS-GS-EXPECTED-RATING
           WHEN OTHER
                MOVE 'U' TO WS-GS-EXPECTED-RATING
           END-EVALUATE.

       2550-SUM-NEXT-GOAL.
           READ EPGOALS-FILE NEXT RECORD
              AT END
                 SET END-OF-EMPLOYEE-GOALS TO TRUE
           END-READ.

           IF END-OF-EMPLOYEE-GOALS OR
              PGL-EMPLOYEE-ID IS NOT EQUAL TO WS-CURRENT-EMPLOYEE-ID OR
              PGL-CYCLE-YEAR IS NOT EQUAL TO WS-CYCLE-YEAR
              SET END-OF-EMPLOYEE-GOALS TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF NOT PGL-ST-ACTIVE THEN
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-GS-COUNT.
           ADD PGL-WEIGHT TO WS-GS-TOTAL-WEIGHT.

           IF PGL-SCORED THEN
              ADD 1 TO WS-GS-SCORED-COUNT
              ADD PGL-WEIGHT TO WS-GS-SCORED-WEIGHT
              COMPUTE WS-GS-WEIGHTED-SUM =
                 WS-GS-WEIGHTED-SUM + (PGL-WEIGHT * PGL-ATTAINMENT)
           END-IF.

      *-----------------------------------------------------------------
       REPORT-WRITING SECTION.
      *-----------------------------------------------------------------

      *    SORT OUTPUT PROCEDURE - PRINT THE SORTED LIST WITH A
      *    DEPARTMENT/MANAGER CONTROL BREAK.
       3000-PRODUCE-REPORT.
           PERFORM 3100-RETURN-NEXT-RECORD.
           PERFORM 3200-PRINT-DETAIL-LINE UNTIL END-OF-SORT-FILE.

       3100-RETURN-NEXT-RECORD.
           RETURN SORT-WORK-FILE
              AT END
                 SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

      *    EACH MANAGER'S PACKET STARTS ON A FRESH PAGE UNDER ITS
      *    OWN BANNER.
       3200-PRINT-DETAIL-LINE.
           IF FIRST-GROUP-NOT-SEEN OR
              SORT-DEPT-ID IS NOT EQUAL TO WS-PREVIOUS-DEPT-ID OR
              SORT-MANAGER-ID IS NOT EQUAL TO WS-PREVIOUS-MANAGER-ID
              PERFORM 3300-PRINT-GROUP-BANNER
           END-IF.

           ADD 1 TO WS-LISTED-COUNT.

           IF SORT-SCORE-KNOWN THEN
              MOVE SORT-GOAL-SCORE TO WS-SCORE-EDIT
              MOVE WS-SCORE-EDIT TO WS-RPT-GOAL-SCORE
           ELSE
              MOVE '---' TO WS-RPT-GOAL-SCORE
           END-IF.

           MOVE SORT-EMP-ID TO WS-RPT-EMP-ID.
           MOVE SORT-PRIMARY-NAME TO WS-RPT-EMP-NAME.
           MOVE SORT-REVIEW-DATE TO WS-RPT-REVIEW-DATE.
           MOVE SORT-RATING TO WS-RPT-RATING.
           MOVE SORT-GOAL-COUNT TO WS-RPT-GOAL-COUNT.
           MOVE SORT-TOTAL-WEIGHT TO WS-RPT-TOTAL-WEIGHT.
           MOVE SORT-EXPECTED-RATING TO WS-RPT-EXPECTED-RATING.
           MOVE SORT-FINDING TO WS-RPT-FINDING.
           MOVE WS-REPORT-DETAIL-LINE TO CALIBRATION-REPORT-LINE.
           MOVE CALIBRATION-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE CALIBRATION-REPORT-LINE.

           PERFORM 3100-RETURN-NEXT-RECORD.

       3300-PRINT-GROUP-BANNER.
           MOVE SORT-DEPT-ID TO WS-RPT-HDR-DEPT-ID.
           MOVE SORT-MANAGER-ID TO WS-RPT-HDR-MANAGER-ID.
           MOVE WS-REPORT-GROUP-BANNER TO CALIBRATION-REPORT-LINE.
           MOVE CALIBRATION-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE CALIBRATION-REPORT-LINE AFTER ADVANCING PAGE.

           MOVE WS-REPORT-COLUMN-HEADING TO CALIBRATION-REPORT-LINE.
           MOVE CALIBRATION-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE CALIBRATION-REPORT-LINE.

           MOVE 'N' TO WS-FIRST-GROUP-FLAG.
           MOVE SORT-DEPT-ID TO WS-PREVIOUS-DEPT-ID.
           MOVE SORT-MANAGER-ID TO WS-PREVIOUS-MANAGER-ID.

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------

       4000-PRODUCE-SUMMARY.
           MOVE '**** SUMMARY ****' TO CALIBRATION-REPORT-LINE.
           MOVE CALIBRATION-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE CALIBRATION-REPORT-LINE AFTER ADVANCING PAGE.

           MOVE 'EMPLOYEES REVIEWED IN CYCLE ' TO WS-RPT-COUNT-LABEL.
           MOVE WS-REVIEWED-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 4100-WRITE-COUNT-LINE.

           MOVE 'RATING MATCHES GOALS .......' TO WS-RPT-COUNT-LABEL.
           MOVE WS-MATCHED-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 4100-WRITE-COUNT-LINE.

           MOVE 'RATED ABOVE GOAL SCORE .....' TO WS-RPT-COUNT-LABEL.
           MOVE WS-RATED-ABOVE-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 4100-WRITE-COUNT-LINE.

           MOVE 'RATED BELOW GOAL SCORE .....' TO WS-RPT-COUNT-LABEL.
           MOVE WS-RATED-BELOW-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 4100-WRITE-COUNT-LINE.

           MOVE 'GOAL SET INCOMPLETE ........' TO WS-RPT-COUNT-LABEL.
           MOVE WS-INCOMPLETE-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 4100-WRITE-COUNT-LINE.

           MOVE 'RATED WITH NO GOALS SET ....' TO WS-RPT-COUNT-LABEL.
           MOVE WS-NO-GOALS-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 4100-WRITE-COUNT-LINE.

           MOVE 'EMPLOYEE GONE - SKIPPED ....' TO WS-RPT-COUNT-LABEL.
           MOVE WS-SKIPPED-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 4100-WRITE-COUNT-LINE.

       4100-WRITE-COUNT-LINE.
           MOVE WS-REPORT-COUNT-LINE TO CALIBRATION-REPORT-LINE.
           MOVE CALIBRATION-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE CALIBRATION-REPORT-LINE.
      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'EGOLCAL' TO RSA-REPORT-NAME.
           SET RSA-ACTION-LINE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.


      *-----------------------------------------------------------------
       TERMINATION SECTION.
      *-----------------------------------------------------------------

       9000-TERMINATE.

      *    FINISH THE REPORT REPOSITORY DEPOSIT.
           SET RSA-ACTION-CLOSE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *    LOG THE RUN ON THE COMMON RUN-HISTORY FILE. A RATING OUT
      *    OF LINE WITH THE GOAL SCORE COUNTS AS AN ERROR.
           MOVE 'EGOLCAL ' TO RLG-JOB-NAME.
           MOVE WS-HISTORY-COUNT TO RLG-INPUT-COUNT.
           MOVE WS-LISTED-COUNT TO RLG-OUTPUT-COUNT.
           COMPUTE RLG-ERROR-COUNT =
              WS-RATED-ABOVE-COUNT + WS-RATED-BELOW-COUNT.

           IF RLG-ERROR-COUNT IS GREATER THAN ZEROES THEN
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO RLG-RETURN-CODE.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'EGOLCAL - REVIEWS READ:       ' WS-HISTORY-COUNT.
           DISPLAY 'EGOLCAL - REVIEWED IN CYCLE:  ' WS-REVIEWED-COUNT.
           DISPLAY 'EGOLCAL - RATED ABOVE GOALS:  '
              WS-RATED-ABOVE-COUNT.
           DISPLAY 'EGOLCAL - RATED BELOW GOALS:  '
              WS-RATED-BELOW-COUNT.
           DISPLAY 'EGOLCAL - LINES LISTED:       ' WS-LISTED-COUNT.

           CLOSE CALIBRATION-REPORT-FILE.
