       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELVTLOAD.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - LEAVE TYPES LOAD.
      *      - BATCH PROGRAM, RUN ON DEMAND AGAINST THE 'ELVTYPE'
      *        VSAM <KSDS> CLUSTER, OPENED IN RLS MODE - SEE THE
      *        'RLS=' PARAMETER ON THE ACCOMPANYING JCL.
      *      - HR SUPPLIES ONE 'SYSIN' CARD PER LEAVE TYPE:
      *          COLUMN   1    - 'A' ADD OR REPLACE, 'D' WITHDRAW.
      *          COLUMN   3    - ONE-LETTER TYPE CODE.
      *          COLUMNS  5-24 - DESCRIPTION.
      *          COLUMN  26    - ACCRUAL METHOD ('T', 'M', 'A', 'N' -
      *                          SEE 'ELVTYPE').
      *          COLUMNS 28-31 - ANNUAL ENTITLEMENT, DAYS TO ONE
      *                          DECIMAL WITHOUT THE POINT (0060 IS
      *                          6.0 DAYS).
      *          COLUMN  33    - PAID, 'Y' OR 'N'.
      *          COLUMN  35    - DRAWS ON A BALANCE, 'Y' OR 'N'.
      *          COLUMN  37    - VALUED AS A LIABILITY, 'Y' OR 'N'.
      *          COLUMNS 39-58 - EVIDENCE REQUIRED, BLANK FOR NONE.
      *          COLUMNS 60-63 - EVIDENCE NEEDED AFTER THIS MANY DAYS.
      *          COLUMNS 65-68 - MOST DAYS IN ONE ABSENCE, 0000 FOR
      *                          NO LIMIT.
      *          COLUMNS 70-73 - YEAR-END CARRYOVER CAP.
      *      - AN ADD REPLACES THE TYPE WHEN ALREADY ON FILE (AND
      *        REINSTATES IT WHEN WITHDRAWN). A WITHDRAWAL ONLY MARKS
      *        THE TYPE 'W' - REQUESTS ALREADY RAISED AGAINST IT AND
      *        ANY 'ELVBAL' BALANCE KEEP THEIR MEANING, BUT 'ELRQP' AND
      *        'ESRQP' TAKE NO NEW ONES AND 'ELACCRU' STOPS POSTING IT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SYSIN-STATUS.

           SELECT ELVTYPE-FILE ASSIGN TO ELVTYPE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS LVT-KEY
                FILE STATUS IS WS-ELVTYPE-STATUS.

           SELECT LEAVE-TYPE-REPORT-FILE ASSIGN TO LVTRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-LVTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD.
           05 CC-ACTION                 PIC X(1).
              88 CC-ACTION-ADD                    VALUE 'A'.
              88 CC-ACTION-WITHDRAW               VALUE 'D'.
           05 FILLER                    PIC X(1).
           05 CC-TYPE-CODE              PIC X(1).
           05 FILLER                    PIC X(1).
           05 CC-DESCRIPTION            PIC X(20).
           05 FILLER                    PIC X(1).
           05 CC-ACCRUAL-METHOD         PIC X(1).
           05 FILLER                    PIC X(1).
           05 CC-ANNUAL-ENTITLEMENT     PIC 9(3)V9(1).
           05 FILLER                    PIC X(1).
           05 CC-PAID-FLAG              PIC X(1).
              88 CC-FLAG-PAID-VALID               VALUE 'Y' 'N'.
           05 FILLER                    PIC X(1).
           05 CC-BALANCE-FLAG           PIC X(1).
              88 CC-FLAG-BALANCE-VALID            VALUE 'Y' 'N'.
              88 CC-NO-BALANCE                    VALUE 'N'.
           05 FILLER                    PIC X(1).
           05 CC-LIABILITY-FLAG         PIC X(1).
              88 CC-FLAG-LIABILITY-VALID          VALUE 'Y' 'N'.
              88 CC-LIABILITY                     VALUE 'Y'.
           05 FILLER                    PIC X(1).
           05 CC-EVIDENCE-REQUIRED      PIC X(20).
           05 FILLER                    PIC X(1).
           05 CC-EVIDENCE-AFTER-DAYS    PIC 9(3)V9(1).
           05 FILLER                    PIC X(1).
           05 CC-MAX-DAYS-PER-INSTANCE  PIC 9(3)V9(1).
           05 FILLER                    PIC X(1).
           05 CC-CARRYOVER-CAP          PIC 9(3)V9(1).
           05 FILLER                    PIC X(7).

       FD  ELVTYPE-FILE.
       COPY ELVTYPE.

       FD  LEAVE-TYPE-REPORT-FILE
           RECORDING MODE IS F.
       01  LEAVE-TYPE-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-SYSIN-STATUS          PIC X(2).
             88 SYSIN-OK                        VALUE '00'.
          05 WS-ELVTYPE-STATUS        PIC X(2).
             88 ELVTYPE-OK                      VALUE '00'.
          05 WS-LVTRPT-STATUS         PIC X(2).
          05 WS-CARD-EOF-FLAG         PIC X(1)  VALUE 'N'.
             88 END-OF-CARDS                    VALUE 'Y'.
          05 WS-CARD-FLAG             PIC X(1)  VALUE SPACES.
             88 CARD-VALID                      VALUE 'Y'.
             88 CARD-REJECTED                   VALUE SPACES.
          05 WS-CARD-RESULT           PIC X(24) VALUE SPACES.
          05 WS-TODAY                 PIC X(8).
          05 WS-CARD-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ADDED-COUNT           PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-REPLACED-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-WITHDRAWN-COUNT       PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-REJECTED-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.

       01 WS-REPORT-HEADING.
          05 WS-RPT-HEADING-TEXT      PIC X(80)
             VALUE 'LEAVE TYPES LOAD REPORT'.

       01 WS-REPORT-CARD-LINE.
          05 WS-RPT-ACTION            PIC X(1).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-TYPE-CODE         PIC X(1).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-DESCRIPTION       PIC X(20).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-CARD-RESULT       PIC X(24).
          05 FILLER                   PIC X(28) VALUE SPACES.

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
           PERFORM 2000-PROCESS-CARD UNTIL END-OF-CARDS.
           PERFORM 3000-PRODUCE-SUMMARY.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN INPUT CONTROL-CARD-FILE.
           IF NOT SYSIN-OK
              DISPLAY 'ELVTLOAD - UNABLE TO OPEN SYSIN, STATUS='
                 WS-SYSIN-STATUS
              STOP RUN
           END-IF.

           OPEN I-O ELVTYPE-FILE.
           IF NOT ELVTYPE-OK
              DISPLAY 'ELVTLOAD - UNABLE TO OPEN ELVTYPE, STATUS='
                 WS-ELVTYPE-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT LEAVE-TYPE-REPORT-FILE.

           MOVE WS-REPORT-HEADING TO LEAVE-TYPE-REPORT-LINE.
           MOVE LEAVE-TYPE-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE LEAVE-TYPE-REPORT-LINE.

           PERFORM 1100-READ-NEXT-CARD.

      *-----------------------------------------------------------------
       READING SECTION.
      *-----------------------------------------------------------------

       1100-READ-NEXT-CARD.
           READ CONTROL-CARD-FILE
              AT END
                 SET END-OF-CARDS TO TRUE
           END-READ.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------

       2000-PROCESS-CARD.
           ADD 1 TO WS-CARD-COUNT.

           PERFORM 2100-VALIDATE-CARD.

           IF CARD-VALID THEN
              IF CC-ACTION-ADD THEN
                 PERFORM 2200-STORE-LEAVE-TYPE
              ELSE
                 PERFORM 2300-WITHDRAW-LEAVE-TYPE
              END-IF
           END-IF.

           PERFORM 2900-WRITE-CARD-LINE.
           PERFORM 1100-READ-NEXT-CARD.

       2100-VALIDATE-CARD.
           INITIALIZE WS-CARD-FLAG.

           IF NOT CC-ACTION-ADD AND NOT CC-ACTION-WITHDRAW THEN
              MOVE 'Bad Action' TO WS-CARD-RESULT
              ADD 1 TO WS-REJECTED-COUNT
              EXIT PARAGRAPH
           END-IF.

           IF CC-TYPE-CODE IS EQUAL TO SPACES THEN
              MOVE 'Type Code Required' TO WS-CARD-RESULT
              ADD 1 TO WS-REJECTED-COUNT
              EXIT PARAGRAPH
           END-IF.

      *    A WITHDRAWAL NEEDS NOTHING BUT THE CODE.
           IF CC-ACTION-WITHDRAW THEN
              SET CARD-VALID TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF CC-DESCRIPTION IS EQUAL TO SPACES THEN
              MOVE 'Description Required' TO WS-CARD-RESULT
              ADD 1 TO WS-REJECTED-COUNT
              EXIT PARAGRAPH
           END-IF.

           MOVE CC-ACCRUAL-METHOD TO LVT-ACCRUAL-METHOD.
           IF NOT LVT-ACCRUAL-VALID THEN
              MOVE 'Bad Accrual Method' TO WS-CARD-RESULT
              ADD 1 TO WS-REJECTED-COUNT
              EXIT PARAGRAPH
           END-IF.

           IF NOT CC-FLAG-PAID-VALID OR
              NOT CC-FLAG-BALANCE-VALID OR
              NOT CC-FLAG-LIABILITY-VALID THEN
              MOVE 'Flags Must Be Y Or N' TO WS-CARD-RESULT
              ADD 1 TO WS-REJECTED-COUNT
              EXIT PARAGRAPH
           END-IF.

           IF CC-ANNUAL-ENTITLEMENT IS NOT NUMERIC OR
              CC-EVIDENCE-AFTER-DAYS IS NOT NUMERIC OR
              CC-MAX-DAYS-PER-INSTANCE IS NOT NUMERIC OR
              CC-CARRYOVER-CAP IS NOT NUMERIC THEN
              MOVE 'Day Counts Not Numeric' TO WS-CARD-RESULT
              ADD 1 TO WS-REJECTED-COUNT
              EXIT PARAGRAPH
           END-IF.

      *    A TYPE WITH NO BALANCE HAS NOTHING TO EARN, CARRY OVER OR
      *    OWE ON LEAVING.
           IF CC-NO-BALANCE AND
              (LVT-ACCRUAL-METHOD IS NOT EQUAL TO 'N' OR
               CC-LIABILITY OR
               CC-CARRYOVER-CAP IS GREATER THAN ZERO) THEN
              MOVE 'No Balance To Accrue' TO WS-CARD-RESULT
              ADD 1 TO WS-REJECTED-COUNT
              EXIT PARAGRAPH
           END-IF.

           SET CARD-VALID TO TRUE.

       2200-STORE-LEAVE-TYPE.
           INITIALIZE LEAVE-TYPE-RECORD.
           MOVE CC-TYPE-CODE TO LVT-TYPE-CODE.
           MOVE CC-DESCRIPTION TO LVT-DESCRIPTION.
           MOVE CC-ACCRUAL-METHOD TO LVT-ACCRUAL-METHOD.
           MOVE CC-ANNUAL-ENTITLEMENT TO LVT-ANNUAL-ENTITLEMENT.
           MOVE CC-PAID-FLAG TO LVT-PAID-FLAG.
           MOVE CC-BALANCE-FLAG TO LVT-BALANCE-FLAG.
           MOVE CC-LIABILITY-FLAG TO LVT-LIABILITY-FLAG.
           MOVE CC-EVIDENCE-REQUIRED TO LVT-EVIDENCE-REQUIRED.
           MOVE CC-EVIDENCE-AFTER-DAYS TO LVT-EVIDENCE-AFTER-DAYS.
           MOVE CC-MAX-DAYS-PER-INSTANCE TO LVT-MAX-DAYS-PER-INSTANCE.
           MOVE CC-CARRYOVER-CAP TO LVT-CARRYOVER-CAP.
           SET LVT-ACTIVE TO TRUE.
           MOVE 'ELVTLOAD' TO LVT-RECORDED-BY.
           MOVE WS-TODAY TO LVT-RECORDED-DATE.

           WRITE LEAVE-TYPE-RECORD
              INVALID KEY
                 PERFORM 2210-REPLACE-LEAVE-TYPE
                 EXIT PARAGRAPH
           END-WRITE.

           MOVE 'Added' TO WS-CARD-RESULT.
           ADD 1 TO WS-ADDED-COUNT.

      *    ALREADY ON FILE - THE CARD'S TERMS REPLACE THE OLD ONES.
       2210-REPLACE-LEAVE-TYPE.
           REWRITE LEAVE-TYPE-RECORD
              INVALID KEY
                 DISPLAY 'ELVTLOAD - WRITE FAILED, STATUS='
                    WS-ELVTYPE-STATUS ' KEY=' LVT-KEY
                 MOVE 'Write Failed' TO WS-CARD-RESULT
                 SET CARD-REJECTED TO TRUE
                 ADD 1 TO WS-REJECTED-COUNT
                 EXIT PARAGRAPH
           END-REWRITE.

           MOVE 'Replaced' TO WS-CARD-RESULT.
           ADD 1 TO WS-REPLACED-COUNT.

       2300-WITHDRAW-LEAVE-TYPE.
           MOVE CC-TYPE-CODE TO LVT-TYPE-CODE.

           READ ELVTYPE-FILE
              INVALID KEY
                 MOVE 'Type Not On File' TO WS-CARD-RESULT
                 SET CARD-REJECTED TO TRUE
                 ADD 1 TO WS-REJECTED-COUNT
                 EXIT PARAGRAPH
           END-READ.

           SET LVT-WITHDRAWN TO TRUE.
           MOVE 'ELVTLOAD' TO LVT-RECORDED-BY.
           MOVE WS-TODAY TO LVT-RECORDED-DATE.

           REWRITE LEAVE-TYPE-RECORD
              INVALID KEY
                 DISPLAY 'ELVTLOAD - REWRITE FAILED, KEY=' LVT-KEY
                 MOVE 'Rewrite Failed' TO WS-CARD-RESULT
                 SET CARD-REJECTED TO TRUE
                 ADD 1 TO WS-REJECTED-COUNT
                 EXIT PARAGRAPH
           END-REWRITE.

           MOVE 'Withdrawn' TO WS-CARD-RESULT.
           ADD 1 TO WS-WITHDRAWN-COUNT.

       2900-WRITE-CARD-LINE.
           MOVE CC-ACTION TO WS-RPT-ACTION.
           MOVE CC-TYPE-CODE TO WS-RPT-TYPE-CODE.
           MOVE CC-DESCRIPTION TO WS-RPT-DESCRIPTION.
           MOVE WS-CARD-RESULT TO WS-RPT-CARD-RESULT.

           MOVE WS-REPORT-CARD-LINE TO LEAVE-TYPE-REPORT-LINE.
           MOVE LEAVE-TYPE-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE LEAVE-TYPE-REPORT-LINE.

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------

       3000-PRODUCE-SUMMARY.
           MOVE SPACES TO LEAVE-TYPE-REPORT-LINE.
           MOVE LEAVE-TYPE-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE LEAVE-TYPE-REPORT-LINE.

           MOVE 'LEAVE TYPE CARDS READ ......' TO WS-RPT-COUNT-LABEL.
           MOVE WS-CARD-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 3100-WRITE-COUNT-LINE.

           MOVE 'LEAVE TYPES ADDED ..........' TO WS-RPT-COUNT-LABEL.
           MOVE WS-ADDED-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 3100-WRITE-COUNT-LINE.

           MOVE 'LEAVE TYPES REPLACED .......' TO WS-RPT-COUNT-LABEL.
           MOVE WS-REPLACED-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 3100-WRITE-COUNT-LINE.

           MOVE 'LEAVE TYPES WITHDRAWN ......' TO WS-RPT-COUNT-LABEL.
           MOVE WS-WITHDRAWN-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 3100-WRITE-COUNT-LINE.

           MOVE 'CARDS REJECTED .............' TO WS-RPT-COUNT-LABEL.
           MOVE WS-REJECTED-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 3100-WRITE-COUNT-LINE.

       3100-WRITE-COUNT-LINE.
           MOVE WS-REPORT-COUNT-LINE TO LEAVE-TYPE-REPORT-LINE.
           MOVE LEAVE-TYPE-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE LEAVE-TYPE-REPORT-LINE.

      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'ELVTLOAD' TO RSA-REPORT-NAME.
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
           MOVE 'ELVTLOAD' TO RLG-JOB-NAME.
           MOVE WS-CARD-COUNT TO RLG-INPUT-COUNT.
           COMPUTE RLG-OUTPUT-COUNT =
              WS-ADDED-COUNT + WS-REPLACED-COUNT + WS-WITHDRAWN-COUNT.
           MOVE WS-REJECTED-COUNT TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'ELVTLOAD - CARDS READ:       ' WS-CARD-COUNT.
           DISPLAY 'ELVTLOAD - ADDED:            ' WS-ADDED-COUNT.
           DISPLAY 'ELVTLOAD - REPLACED:         ' WS-REPLACED-COUNT.
           DISPLAY 'ELVTLOAD - WITHDRAWN:        ' WS-WITHDRAWN-COUNT.
           DISPLAY 'ELVTLOAD - CARDS REJECTED:   ' WS-REJECTED-COUNT.

           CLOSE CONTROL-CARD-FILE.
           CLOSE ELVTYPE-FILE.
           CLOSE LEAVE-TYPE-REPORT-FILE.
