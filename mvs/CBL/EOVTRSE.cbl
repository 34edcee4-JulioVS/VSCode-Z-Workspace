       IDENTIFICATION DIVISION.
       PROGRAM-ID. EOVTRSE.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - OVERTIME CLAIM RAISING.
      *      - BATCH PROGRAM, RUN DAILY STRAIGHT AFTER 'EATTEND' HAS
      *        POSTED THE DAY'S 'EATTHST' ATTENDANCE - SEE THE
      *        ACCOMPANYING JCL.
      *      - FOR EVERY ACTIVE EMPLOYEE WITH AN ATTENDANCE RECORD FOR
      *        THE DAY, WORKS OUT THE FIRST-IN/LAST-OUT SWIPE SPAN AND
      *        THE EMPLOYEE'S OWN STANDARD DAY (THE FULL-TIME STANDARD
      *        DAY PRO-RATED BY 'ETY-FTE-FACTOR' - NO 'EEMPTYP' RECORD
      *        READS AS 1.00). ANY SPAN PAST THE STANDARD DAY BY AT
      *        LEAST THE MINIMUM CLAIM IS RAISED AS A PENDING
      *        'EOVTCLM' CLAIM FOR THE MANAGER TO ACTION ON 'EOVTP'.
      *      - A RE-RUN FOR THE SAME DAY REFRESHES A CLAIM STILL
      *        PENDING AND LEAVES AN ACTIONED ONE ALONE.
      *      - LISTS EVERY CLAIM RAISED OR REFRESHED.
      *      - 'SYSIN' FORMAT: THE ATTENDANCE DATE YYYYMMDD IN
      *        COLUMNS 1-8 (BLANK MEANS TODAY).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMAST-FILE ASSIGN TO EMPMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EMP-EMPLOYEE-ID
                FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT EATTHST-FILE ASSIGN TO EATTHST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ATT-KEY
                FILE STATUS IS WS-EATTHST-STATUS.

           SELECT EEMPTYP-FILE ASSIGN TO EEMPTYP
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ETY-EMPLOYEE-ID
                FILE STATUS IS WS-EEMPTYP-STATUS.

           SELECT EOVTCLM-FILE ASSIGN TO EOVTCLM
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OVT-KEY
                FILE STATUS IS WS-EOVTCLM-STATUS.

           SELECT CLAIM-REPORT-FILE ASSIGN TO OVTRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-OVTRPT-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SYSIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
       COPY EMPMAST.

       FD  EATTHST-FILE.
       COPY EATTHST.

       FD  EEMPTYP-FILE.
       COPY EEMPTYP.

       FD  EOVTCLM-FILE.
       COPY EOVTCLM.

       FD  CLAIM-REPORT-FILE
           RECORDING MODE IS F.
       01  CLAIM-REPORT-LINE            PIC X(80).

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD.
           05 CC-ATTENDANCE-DATE        PIC X(8).
           05 FILLER                    PIC X(72).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-EMPMAST-STATUS        PIC X(2).
             88 EMPMAST-OK                      VALUE '00'.
          05 WS-EATTHST-STATUS        PIC X(2).
             88 EATTHST-OK                      VALUE '00'.
          05 WS-EEMPTYP-STATUS        PIC X(2).
             88 EEMPTYP-OK                      VALUE '00'.
          05 WS-EOVTCLM-STATUS        PIC X(2).
             88 EOVTCLM-OK                      VALUE '00'.
          05 WS-OVTRPT-STATUS         PIC X(2).
          05 WS-SYSIN-STATUS          PIC X(2).
          05 WS-EMP-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-EMPMAST                  VALUE 'Y'.
          05 WS-ATTENDANCE-DATE       PIC X(8).
          05 WS-CHECKED-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-RAISED-COUNT          PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-REFRESHED-COUNT       PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ACTIONED-SKIP-COUNT   PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-BAD-SWIPE-COUNT       PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ERROR-COUNT           PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
      *    THE SWIPE TIMES, HHMMSS, TAKEN APART INTO MINUTES OF THE
      *    DAY - SECONDS ARE DROPPED.
          05 WS-SWIPE-TIME            PIC X(6).
          05 WS-SWIPE-TIME-PARTS REDEFINES WS-SWIPE-TIME.
             10 WS-SWIPE-HH           PIC 9(2).
             10 WS-SWIPE-MM           PIC 9(2).
             10 WS-SWIPE-SS           PIC 9(2).
          05 WS-IN-MINUTES            PIC 9(4)  VALUE ZEROES.
          05 WS-OUT-MINUTES           PIC 9(4)  VALUE ZEROES.
          05 WS-SPAN-MINUTES          PIC 9(4)  VALUE ZEROES.
          05 WS-STANDARD-MINUTES      PIC 9(4)  VALUE ZEROES.
          05 WS-CLAIMED-MINUTES       PIC 9(4)  VALUE ZEROES.
          05 WS-FTE-FACTOR            PIC 9(1)V9(2).

      *    A FULL-TIMER'S STANDARD DAY, AND THE SMALLEST OVERRUN WORTH
      *    A CLAIM - ANYTHING LESS IS THE WALK FROM THE DOOR.
       01 WS-OVERTIME-RULES.
          05 WS-STANDARD-DAY-MINUTES  PIC 9(4)  VALUE 0480.
          05 WS-MINIMUM-CLAIM-MINUTES PIC 9(4)  VALUE 0015.

       01 WS-REPORT-HEADING.
          05 FILLER                   PIC X(36)
             VALUE 'OVERTIME CLAIMS RAISED FOR SWIPES - '.
          05 WS-RPT-HDG-DATE          PIC X(8).
          05 FILLER                   PIC X(36) VALUE SPACES.

       01 WS-REPORT-COLUMN-HEADING.
          05 FILLER                   PIC X(40)
             VALUE 'EMP ID    NAME                      IN  '.
          05 FILLER                   PIC X(40)
             VALUE '    OUT     SPAN  STD  CLAIM MANAGER    '.

       01 WS-REPORT-DETAIL-LINE.
          05 WS-RPT-EMP-ID            PIC Z(7)9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-NAME              PIC X(25).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-IN-TIME           PIC X(6).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-OUT-TIME          PIC X(6).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-SPAN              PIC Z(3)9.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-STANDARD          PIC Z(3)9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-CLAIMED           PIC Z(3)9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-MANAGER-ID        PIC Z(7)9.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-FLAG              PIC X(1).
          05 FILLER                   PIC X(1)  VALUE SPACES.

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
           PERFORM 2000-CHECK-EMPLOYEE UNTIL END-OF-EMPMAST.
           PERFORM 4000-PRODUCE-SUMMARY.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ATTENDANCE-DATE.

           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-SYSIN-STATUS IS EQUAL TO '00' THEN
              READ CONTROL-CARD-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CC-ATTENDANCE-DATE IS NUMERIC AND
                       CC-ATTENDANCE-DATE IS NOT EQUAL TO ZEROES
                       MOVE CC-ATTENDANCE-DATE TO WS-ATTENDANCE-DATE
                    END-IF
              END-READ
              CLOSE CONTROL-CARD-FILE
           END-IF.

           OPEN INPUT EMPMAST-FILE.
           IF NOT EMPMAST-OK
              DISPLAY 'EOVTRSE - UNABLE TO OPEN EMPMAST, STATUS='
                 WS-EMPMAST-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT EATTHST-FILE.
           IF NOT EATTHST-OK
              DISPLAY 'EOVTRSE - UNABLE TO OPEN EATTHST, STATUS='
                 WS-EATTHST-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT EEMPTYP-FILE.
           IF NOT EEMPTYP-OK
              DISPLAY 'EOVTRSE - UNABLE TO OPEN EEMPTYP, STATUS='
                 WS-EEMPTYP-STATUS
              STOP RUN
           END-IF.

           OPEN I-O EOVTCLM-FILE.
           IF NOT EOVTCLM-OK
              DISPLAY 'EOVTRSE - UNABLE TO OPEN EOVTCLM, STATUS='
                 WS-EOVTCLM-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT CLAIM-REPORT-FILE.

           MOVE WS-ATTENDANCE-DATE TO WS-RPT-HDG-DATE.
           MOVE WS-REPORT-HEADING TO CLAIM-REPORT-LINE.
           MOVE CLAIM-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE CLAIM-REPORT-LINE.
           MOVE SPACES TO CLAIM-REPORT-LINE.
           MOVE CLAIM-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE CLAIM-REPORT-LINE.
           MOVE WS-REPORT-COLUMN-HEADING TO CLAIM-REPORT-LINE.
           MOVE CLAIM-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE CLAIM-REPORT-LINE.

           MOVE ZEROES TO EMP-EMPLOYEE-ID.

           START EMPMAST-FILE KEY IS GREATER THAN EMP-EMPLOYEE-ID
              INVALID KEY
                 SET END-OF-EMPMAST TO TRUE
           END-START.

      *-----------------------------------------------------------------
       READING SECTION.
      *-----------------------------------------------------------------

       1200-READ-NEXT-EMPLOYEE.
           READ EMPMAST-FILE NEXT RECORD
              AT END
                 SET END-OF-EMPMAST TO TRUE
           END-READ.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------

       2000-CHECK-EMPLOYEE.
           PERFORM 1200-READ-NEXT-EMPLOYEE.

           IF END-OF-EMPMAST THEN
              EXIT PARAGRAPH
           END-IF.

           IF NOT EMP-ACTIVE THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE EMP-EMPLOYEE-ID TO ATT-EMPLOYEE-ID.
           MOVE WS-ATTENDANCE-DATE TO ATT-DATE.

           READ EATTHST-FILE
              INVALID KEY
                 MOVE '23' TO WS-EATTHST-STATUS
           END-READ.

           IF NOT EATTHST-OK THEN
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CHECKED-COUNT.

      *    A SINGLE SWIPE (OR A MANGLED TIME FROM THE DOOR SYSTEM)
      *    HAS NO SPAN TO CLAIM AGAINST.
           IF ATT-FIRST-IN-TIME IS NOT NUMERIC OR
              ATT-LAST-OUT-TIME IS NOT NUMERIC THEN
              ADD 1 TO WS-BAD-SWIPE-COUNT
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2100-COMPUTE-SPAN.

           IF WS-SPAN-MINUTES IS NOT GREATER THAN WS-STANDARD-MINUTES
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-CLAIMED-MINUTES =
              WS-SPAN-MINUTES - WS-STANDARD-MINUTES.

           IF WS-CLAIMED-MINUTES IS LESS THAN WS-MINIMUM-CLAIM-MINUTES
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2500-POST-CLAIM.

      *    SPAN IS LAST-OUT LESS FIRST-IN; THE STANDARD DAY IS THE
      *    FULL-TIME DAY SCALED BY THE EMPLOYEE'S FTE FACTOR.
       2100-COMPUTE-SPAN.
           MOVE ATT-FIRST-IN-TIME TO WS-SWIPE-TIME.
           COMPUTE WS-IN-MINUTES = WS-SWIPE-HH * 60 + WS-SWIPE-MM.
           MOVE ATT-LAST-OUT-TIME TO WS-SWIPE-TIME.
           COMPUTE WS-OUT-MINUTES = WS-SWIPE-HH * 60 + WS-SWIPE-MM.

           IF WS-OUT-MINUTES IS GREATER THAN WS-IN-MINUTES THEN
              COMPUTE WS-SPAN-MINUTES =
                 WS-OUT-MINUTES - WS-IN-MINUTES
           ELSE
              MOVE ZEROES TO WS-SPAN-MINUTES
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

           COMPUTE WS-STANDARD-MINUTES ROUNDED =
              WS-STANDARD-DAY-MINUTES * WS-FTE-FACTOR.

      *    NEW CLAIMS ARE WRITTEN PENDING; A RE-RUN ONLY REFRESHES ONE
      *    THE MANAGER HAS NOT YET TOUCHED.
       2500-POST-CLAIM.
           MOVE EMP-EMPLOYEE-ID TO OVT-EMPLOYEE-ID.
           MOVE WS-ATTENDANCE-DATE TO OVT-CLAIM-DATE.
           MOVE SPACE TO WS-RPT-FLAG.

           READ EOVTCLM-FILE
              INVALID KEY
                 MOVE '23' TO WS-EOVTCLM-STATUS
           END-READ.

           IF EOVTCLM-OK AND NOT OVT-PENDING THEN
              ADD 1 TO WS-ACTIONED-SKIP-COUNT
              EXIT PARAGRAPH
           END-IF.

           IF NOT EOVTCLM-OK THEN
              INITIALIZE OVERTIME-CLAIM-RECORD
              MOVE EMP-EMPLOYEE-ID TO OVT-EMPLOYEE-ID
              MOVE WS-ATTENDANCE-DATE TO OVT-CLAIM-DATE
           END-IF.

           MOVE EMP-MANAGER-ID TO OVT-MANAGER-ID.
           MOVE ATT-FIRST-IN-TIME TO OVT-FIRST-IN-TIME.
           MOVE ATT-LAST-OUT-TIME TO OVT-LAST-OUT-TIME.
           MOVE WS-SPAN-MINUTES TO OVT-SPAN-MINUTES.
           MOVE WS-STANDARD-MINUTES TO OVT-STANDARD-MINUTES.
           MOVE WS-CLAIMED-MINUTES TO OVT-CLAIMED-MINUTES.
           MOVE ZEROES TO OVT-APPROVED-MINUTES.
           SET OVT-PENDING TO TRUE.
           MOVE SPACES TO OVT-FED-FLAG.
           MOVE FUNCTION CURRENT-DATE(1:8) TO OVT-RAISED-DATE.
           MOVE SPACES TO OVT-ACTIONED-BY.
           MOVE SPACES TO OVT-ACTIONED-DATE.

           IF EOVTCLM-OK THEN
              REWRITE OVERTIME-CLAIM-RECORD
                 INVALID KEY
                    DISPLAY 'EOVTRSE - EOVTCLM REWRITE FAILED, KEY='
                       OVT-KEY
                    ADD 1 TO WS-ERROR-COUNT
                    EXIT PARAGRAPH
              END-REWRITE
              ADD 1 TO WS-REFRESHED-COUNT
              MOVE 'R' TO WS-RPT-FLAG
           ELSE
              MOVE '00' TO WS-EOVTCLM-STATUS
              WRITE OVERTIME-CLAIM-RECORD
                 INVALID KEY
                    DISPLAY 'EOVTRSE - EOVTCLM WRITE FAILED, KEY='
                       OVT-KEY
                    ADD 1 TO WS-ERROR-COUNT
                    EXIT PARAGRAPH
              END-WRITE
              ADD 1 TO WS-RAISED-COUNT
           END-IF.

           MOVE EMP-EMPLOYEE-ID TO WS-RPT-EMP-ID.
           MOVE EMP-PRIMARY-NAME TO WS-RPT-NAME.
           MOVE ATT-FIRST-IN-TIME TO WS-RPT-IN-TIME.
           MOVE ATT-LAST-OUT-TIME TO WS-RPT-OUT-TIME.
           MOVE WS-SPAN-MINUTES TO WS-RPT-SPAN.
           MOVE WS-STANDARD-MINUTES TO WS-RPT-STANDARD.
           MOVE WS-CLAIMED-MINUTES TO WS-RPT-CLAIMED.
           MOVE EMP-MANAGER-ID TO WS-RPT-MANAGER-ID.
           MOVE WS-REPORT-DETAIL-LINE TO CLAIM-REPORT-LINE.
           MOVE CLAIM-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE CLAIM-REPORT-LINE.

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------

       4000-PRODUCE-SUMMARY.
           MOVE SPACES TO CLAIM-REPORT-LINE.
           MOVE CLAIM-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE CLAIM-REPORT-LINE.

           MOVE 'ATTENDANCE DAYS CHECKED ....' TO WS-RPT-COUNT-LABEL.
           MOVE WS-CHECKED-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 4100-WRITE-COUNT-LINE.

           MOVE 'CLAIMS RAISED ..............' TO WS-RPT-COUNT-LABEL.
           MOVE WS-RAISED-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 4100-WRITE-COUNT-LINE.

           MOVE 'PENDING CLAIMS REFRESHED (R)' TO WS-RPT-COUNT-LABEL.
           MOVE WS-REFRESHED-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 4100-WRITE-COUNT-LINE.

           MOVE 'ACTIONED CLAIMS LEFT ALONE .' TO WS-RPT-COUNT-LABEL.
           MOVE WS-ACTIONED-SKIP-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 4100-WRITE-COUNT-LINE.

           MOVE 'DAYS WITH UNUSABLE SWIPES ..' TO WS-RPT-COUNT-LABEL.
           MOVE WS-BAD-SWIPE-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 4100-WRITE-COUNT-LINE.

       4100-WRITE-COUNT-LINE.
           MOVE WS-REPORT-COUNT-LINE TO CLAIM-REPORT-LINE.
           MOVE CLAIM-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE CLAIM-REPORT-LINE.
      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'EOVTRSE' TO RSA-REPORT-NAME.
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
           MOVE 'EOVTRSE ' TO RLG-JOB-NAME.
           MOVE WS-CHECKED-COUNT TO RLG-INPUT-COUNT.
           COMPUTE RLG-OUTPUT-COUNT =
              WS-RAISED-COUNT + WS-REFRESHED-COUNT.
           MOVE WS-ERROR-COUNT TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'EOVTRSE - DAYS CHECKED:       ' WS-CHECKED-COUNT.
           DISPLAY 'EOVTRSE - CLAIMS RAISED:      ' WS-RAISED-COUNT.
           DISPLAY 'EOVTRSE - CLAIMS REFRESHED:   ' WS-REFRESHED-COUNT.
           DISPLAY 'EOVTRSE - WRITE ERRORS:       ' WS-ERROR-COUNT.

           CLOSE EMPMAST-FILE.
           CLOSE EATTHST-FILE.
           CLOSE EEMPTYP-FILE.
           CLOSE EOVTCLM-FILE.
           CLOSE CLAIM-REPORT-FILE.
