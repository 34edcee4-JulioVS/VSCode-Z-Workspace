       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECRTRPT.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - ACCESS RECERTIFICATION COMPLETION REPORT.
      *      - BATCH PROGRAM, RUN AGAINST THE 'ECRTITM' CERTIFICATION
      *        ITEM AND 'EMPMAST' CLUSTERS (BOTH READ ONLY, IN RLS
      *        MODE - SEE THE 'RLS=' PARAMETERS ON THE JCL).
      *      - THE AUDITORS' EVIDENCE FOR ONE CAMPAIGN: PER REVIEWER
      *        (EACH MANAGER, THEN THE SECURITY ADMINISTRATOR QUEUE)
      *        EVERY ACCOUNT THEY WERE ASKED ABOUT, WHAT BECAME OF IT
      *        - CONFIRMED, REVOKED, EXPIRED AT THE DEADLINE, OR STILL
      *        PENDING - WHO DECIDED AND WHEN, THEN THE REVIEWER'S
      *        COUNTS AND PERCENTAGE COMPLETE. RUN TOTALS CLOSE IT.
      *      - RUN IT MID-CAMPAIGN TO CHASE THE LAGGARDS, AND AGAIN
      *        AFTER THE DEADLINE FOR THE AUDIT FILE. AN ITEM THAT
      *        EXPIRED COUNTS AS DONE BUT NOT AS CERTIFIED.
      *      - 'SYSIN' FORMAT: CAMPAIGN ID 'YYYYQN', COLUMNS 1-6
      *        (DEFAULT: THE CURRENT QUARTER'S).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ECRTITM-FILE ASSIGN TO ECRTITM
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CRT-KEY
                FILE STATUS IS WS-ECRTITM-STATUS.

           SELECT EMPMAST-FILE ASSIGN TO EMPMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS EMP-EMPLOYEE-ID
                FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT COMPLETION-REPORT-FILE ASSIGN TO CRTCRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CRTCRPT-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SYSIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ECRTITM-FILE.
       COPY ECRTITM.

       FD  EMPMAST-FILE.
       COPY EMPMAST.

       FD  COMPLETION-REPORT-FILE
           RECORDING MODE IS F.
       01  COMPLETION-REPORT-LINE       PIC X(80).

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD.
           05 CC-CAMPAIGN-ID            PIC X(6).
           05 FILLER                    PIC X(74).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-ECRTITM-STATUS        PIC X(2).
             88 ECRTITM-OK                      VALUE '00'.
          05 WS-EMPMAST-STATUS        PIC X(2).
             88 EMPMAST-OK                      VALUE '00'.
          05 WS-CRTCRPT-STATUS        PIC X(2).
          05 WS-SYSIN-STATUS          PIC X(2).
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
             88 END-OF-ECRTITM                  VALUE 'Y'.
          05 WS-CURRENT-DATE          PIC X(8)  VALUE SPACES.
          05 WS-CURRENT-DATE-PARTS REDEFINES WS-CURRENT-DATE.
             10 WS-CURRENT-YEAR       PIC X(4).
             10 WS-CURRENT-MONTH      PIC 9(2).
             10 FILLER                PIC X(2).
          05 WS-CAMPAIGN-ID.
             10 WS-CAMPAIGN-YEAR      PIC X(4).
             10 FILLER                PIC X(1)  VALUE 'Q'.
             10 WS-CAMPAIGN-QUARTER   PIC 9(1).
          05 WS-REVIEWER-FLAG         PIC X(1)  VALUE SPACES.
             88 REVIEWER-IN-PROGRESS            VALUE 'Y'.
          05 WS-PREV-REVIEWER-ID      PIC 9(8)  VALUE ZEROES.
          05 WS-READ-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-REVIEWER-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.

      *    ONE SET FOR THE REVIEWER IN HAND, ONE FOR THE RUN.
       01 WS-COUNTERS.
          05 WS-CT-SET OCCURS 2 TIMES.
             10 WS-CT-ITEMS           PIC 9(8)  USAGE IS BINARY.
             10 WS-CT-CONFIRMED       PIC 9(8)  USAGE IS BINARY.
             10 WS-CT-REVOKED         PIC 9(8)  USAGE IS BINARY.
             10 WS-CT-EXPIRED         PIC 9(8)  USAGE IS BINARY.
             10 WS-CT-PENDING         PIC 9(8)  USAGE IS BINARY.
          05 WS-CT-IDX                PIC 9(1)  USAGE IS BINARY.
          05 WS-PCT-COMPLETE          PIC 9(3)V9.

       01 WS-REPORT-HEADING.
          05 FILLER                   PIC X(43)
             VALUE 'ACCESS RECERTIFICATION COMPLETION CAMPAIGN '.
          05 WS-RPT-HDG-CAMPAIGN      PIC X(6).
          05 FILLER                   PIC X(10) VALUE '  AS OF: '.
          05 WS-RPT-HDG-DATE          PIC X(8).
          05 FILLER                   PIC X(13) VALUE SPACES.

       01 WS-REVIEWER-HEADING.
          05 FILLER                   PIC X(10) VALUE 'REVIEWER: '.
          05 WS-RPT-REVIEWER-ID       PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-REVIEWER-NAME     PIC X(38).
          05 FILLER                   PIC X(22) VALUE SPACES.

       01 WS-COLUMN-HEADING.
          05 FILLER                   PIC X(4)  VALUE SPACES.
          05 FILLER                   PIC X(10) VALUE 'USER ID'.
          05 FILLER                   PIC X(5)  VALUE 'CAT'.
          05 FILLER                   PIC X(10) VALUE 'EMPLOYEE'.
          05 FILLER                   PIC X(11) VALUE 'OUTCOME'.
          05 FILLER                   PIC X(10) VALUE 'BY'.
          05 FILLER                   PIC X(30) VALUE 'ON'.

       01 WS-REPORT-DETAIL-LINE.
          05 FILLER                   PIC X(4)  VALUE SPACES.
          05 WS-RPT-USER-ID           PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-CATEGORY          PIC X(3).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-EMPLOYEE-ID       PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-OUTCOME           PIC X(9).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-DECIDED-BY        PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-DECIDED-DATE      PIC X(8).
          05 FILLER                   PIC X(22) VALUE SPACES.

       01 WS-TOTAL-LINE.
          05 WS-RPT-TOTAL-LABEL       PIC X(10).
          05 FILLER                   PIC X(7)  VALUE ' ITEMS '.
          05 WS-RPT-TOT-ITEMS         PIC ZZZZ9.
          05 FILLER                   PIC X(6)  VALUE '  CNF '.
          05 WS-RPT-TOT-CONFIRMED     PIC ZZZZ9.
          05 FILLER                   PIC X(6)  VALUE '  REV '.
          05 WS-RPT-TOT-REVOKED       PIC ZZZZ9.
          05 FILLER                   PIC X(6)  VALUE '  EXP '.
          05 WS-RPT-TOT-EXPIRED       PIC ZZZZ9.
          05 FILLER                   PIC X(6)  VALUE '  PND '.
          05 WS-RPT-TOT-PENDING       PIC ZZZZ9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-TOT-PERCENT       PIC ZZ9.9.
          05 FILLER                   PIC X(7)  VALUE '% DONE'.

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
           PERFORM 2000-REPORT-ITEM UNTIL END-OF-ECRTITM.
           PERFORM 3000-PRINT-SUMMARY.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-YEAR TO WS-CAMPAIGN-YEAR.
           COMPUTE WS-CAMPAIGN-QUARTER =
              (WS-CURRENT-MONTH - 1) / 3 + 1.
           INITIALIZE WS-COUNTERS.

           PERFORM 1050-GET-CAMPAIGN.

           OPEN INPUT ECRTITM-FILE.
           IF NOT ECRTITM-OK
              DISPLAY 'ECRTRPT - UNABLE TO OPEN ECRTITM, STATUS='
                 WS-ECRTITM-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT EMPMAST-FILE.
           IF NOT EMPMAST-OK
              DISPLAY 'ECRTRPT - UNABLE TO OPEN EMPMAST, STATUS='
                 WS-EMPMAST-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT COMPLETION-REPORT-FILE.

           MOVE WS-CAMPAIGN-ID TO WS-RPT-HDG-CAMPAIGN.
           MOVE WS-CURRENT-DATE TO WS-RPT-HDG-DATE.
           MOVE WS-REPORT-HEADING TO COMPLETION-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           PERFORM 1100-READ-NEXT-ITEM.

      *    A CARD NAMES AN EARLIER CAMPAIGN; NONE MEANS THIS QUARTER.
       1050-GET-CAMPAIGN.
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-SYSIN-STATUS IS EQUAL TO '00' THEN
              READ CONTROL-CARD-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CC-CAMPAIGN-ID(1:4) IS NUMERIC AND
                       CC-CAMPAIGN-ID(5:1) IS EQUAL TO 'Q' AND
                       CC-CAMPAIGN-ID(6:1) IS NUMERIC
                       MOVE CC-CAMPAIGN-ID TO WS-CAMPAIGN-ID
                    END-IF
              END-READ
              CLOSE CONTROL-CARD-FILE
           END-IF.

      *-----------------------------------------------------------------
       READING SECTION.
      *-----------------------------------------------------------------

       1100-READ-NEXT-ITEM.
           READ ECRTITM-FILE NEXT RECORD
              AT END
                 SET END-OF-ECRTITM TO TRUE
           END-READ.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------

      *    THE FILE IS IN REVIEWER ORDER ALREADY - A CHANGE OF
      *    REVIEWER CLOSES ONE BLOCK AND OPENS THE NEXT.
       2000-REPORT-ITEM.
           ADD 1 TO WS-READ-COUNT.

           IF CRT-CAMPAIGN-ID IS NOT EQUAL TO WS-CAMPAIGN-ID
              PERFORM 1100-READ-NEXT-ITEM
              EXIT PARAGRAPH
           END-IF.

           IF REVIEWER-IN-PROGRESS AND
              CRT-REVIEWER-ID IS NOT EQUAL TO WS-PREV-REVIEWER-ID
              PERFORM 2300-CLOSE-REVIEWER
           END-IF.

           IF NOT REVIEWER-IN-PROGRESS
              PERFORM 2100-OPEN-REVIEWER
           END-IF.

           PERFORM 2200-PRINT-ITEM.

           PERFORM 1100-READ-NEXT-ITEM.

       2100-OPEN-REVIEWER.
           SET REVIEWER-IN-PROGRESS TO TRUE.
           MOVE CRT-REVIEWER-ID TO WS-PREV-REVIEWER-ID.
           ADD 1 TO WS-REVIEWER-COUNT.
           INITIALIZE WS-CT-SET(1).

           IF CRT-SECURITY-ADMIN-QUEUE
              MOVE 'SECADMIN' TO WS-RPT-REVIEWER-ID
              MOVE 'SECURITY ADMINISTRATORS' TO WS-RPT-REVIEWER-NAME
           ELSE
              MOVE CRT-REVIEWER-ID TO WS-RPT-REVIEWER-ID
              MOVE CRT-REVIEWER-ID TO EMP-EMPLOYEE-ID
              READ EMPMAST-FILE
                 INVALID KEY
                    MOVE '(NOT ON FILE)' TO EMP-PRIMARY-NAME
              END-READ
              MOVE EMP-PRIMARY-NAME TO WS-RPT-REVIEWER-NAME
           END-IF.

           MOVE SPACES TO COMPLETION-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.
           MOVE WS-REVIEWER-HEADING TO COMPLETION-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO COMPLETION-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

       2200-PRINT-ITEM.
           MOVE CRT-USER-ID TO WS-RPT-USER-ID.
           MOVE CRT-USER-CATEGORY TO WS-RPT-CATEGORY.
           IF CRT-EMPLOYEE-ID IS EQUAL TO ZEROES
              MOVE '(NONE)' TO WS-RPT-EMPLOYEE-ID
           ELSE
              MOVE CRT-EMPLOYEE-ID TO WS-RPT-EMPLOYEE-ID
           END-IF.
           MOVE CRT-DECIDED-BY TO WS-RPT-DECIDED-BY.
           MOVE CRT-DECIDED-DATE TO WS-RPT-DECIDED-DATE.

           PERFORM 2210-COUNT-ITEM
              VARYING WS-CT-IDX FROM 1 BY 1
              UNTIL WS-CT-IDX IS GREATER THAN 2.

           EVALUATE TRUE
           WHEN CRT-CONFIRMED
                MOVE 'CONFIRMED' TO WS-RPT-OUTCOME
           WHEN CRT-REVOKED
                MOVE 'REVOKED' TO WS-RPT-OUTCOME
           WHEN CRT-EXPIRED
                MOVE 'EXPIRED' TO WS-RPT-OUTCOME
           WHEN OTHER
                MOVE 'PENDING' TO WS-RPT-OUTCOME
           END-EVALUATE.

           MOVE WS-REPORT-DETAIL-LINE TO COMPLETION-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

       2210-COUNT-ITEM.
           ADD 1 TO WS-CT-ITEMS(WS-CT-IDX).
           EVALUATE TRUE
           WHEN CRT-CONFIRMED
                ADD 1 TO WS-CT-CONFIRMED(WS-CT-IDX)
           WHEN CRT-REVOKED
                ADD 1 TO WS-CT-REVOKED(WS-CT-IDX)
           WHEN CRT-EXPIRED
                ADD 1 TO WS-CT-EXPIRED(WS-CT-IDX)
           WHEN OTHER
                ADD 1 TO WS-CT-PENDING(WS-CT-IDX)
           END-EVALUATE.

       2300-CLOSE-REVIEWER.
           MOVE SPACES TO WS-REVIEWER-FLAG.
           MOVE 'REVIEWER' TO WS-RPT-TOTAL-LABEL.
           MOVE 1 TO WS-CT-IDX.
           PERFORM 2400-PRINT-TOTAL-LINE.

       2400-PRINT-TOTAL-LINE.
           MOVE WS-CT-ITEMS(WS-CT-IDX) TO WS-RPT-TOT-ITEMS.
           MOVE WS-CT-CONFIRMED(WS-CT-IDX) TO WS-RPT-TOT-CONFIRMED.
           MOVE WS-CT-REVOKED(WS-CT-IDX) TO WS-RPT-TOT-REVOKED.
           MOVE WS-CT-EXPIRED(WS-CT-IDX) TO WS-RPT-TOT-EXPIRED.
           MOVE WS-CT-PENDING(WS-CT-IDX) TO WS-RPT-TOT-PENDING.

           IF WS-CT-ITEMS(WS-CT-IDX) IS EQUAL TO ZEROES
              MOVE ZEROES TO WS-PCT-COMPLETE
           ELSE
              COMPUTE WS-PCT-COMPLETE ROUNDED =
                 (WS-CT-ITEMS(WS-CT-IDX) - WS-CT-PENDING(WS-CT-IDX))
                 * 100 / WS-CT-ITEMS(WS-CT-IDX)
           END-IF.
           MOVE WS-PCT-COMPLETE TO WS-RPT-TOT-PERCENT.

           MOVE WS-TOTAL-LINE TO COMPLETION-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------

       3000-PRINT-SUMMARY.
           IF REVIEWER-IN-PROGRESS
              PERFORM 2300-CLOSE-REVIEWER
           END-IF.

           MOVE SPACES TO COMPLETION-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           IF WS-CT-ITEMS(2) IS EQUAL TO ZEROES
              MOVE 'NO ITEMS ON FILE FOR THIS CAMPAIGN'
                 TO COMPLETION-REPORT-LINE
              PERFORM 8800-WRITE-REPORT-LINE
              MOVE 4 TO RLG-RETURN-CODE
           END-IF.

           MOVE 'CAMPAIGN' TO WS-RPT-TOTAL-LABEL.
           MOVE 2 TO WS-CT-IDX.
           PERFORM 2400-PRINT-TOTAL-LINE.

           MOVE SPACES TO COMPLETION-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'REVIEWERS ......................'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-REVIEWER-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO COMPLETION-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

       8800-WRITE-REPORT-LINE.
           MOVE COMPLETION-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE COMPLETION-REPORT-LINE.
      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'ECRTRPT' TO RSA-REPORT-NAME.
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
           MOVE 'ECRTRPT' TO RLG-JOB-NAME.
           MOVE WS-READ-COUNT TO RLG-INPUT-COUNT.
           MOVE WS-CT-ITEMS(2) TO RLG-OUTPUT-COUNT.
           MOVE ZEROES TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'ECRTRPT - CAMPAIGN:        ' WS-CAMPAIGN-ID.
           DISPLAY 'ECRTRPT - ITEMS REPORTED:  ' WS-CT-ITEMS(2).
           DISPLAY 'ECRTRPT - STILL PENDING:   ' WS-CT-PENDING(2).
           DISPLAY 'ECRTRPT - REVIEWERS:       ' WS-REVIEWER-COUNT.

           CLOSE ECRTITM-FILE.
           CLOSE EMPMAST-FILE.
           CLOSE COMPLETION-REPORT-FILE.

           IF RLG-RETURN-CODE IS GREATER THAN ZEROES
              MOVE RLG-RETURN-CODE TO RETURN-CODE
           END-IF.
