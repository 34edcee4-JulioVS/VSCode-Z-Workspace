       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESBPLOAD.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - PROPOSED SALARY BAND LOAD AND APPROVAL.
      *      - BATCH PROGRAM, RUN ON DEMAND AGAINST THE 'ESBNPRP'
      *        VSAM <KSDS> STAGING CLUSTER, VALIDATING AGAINST
      *        'EJOBTTL', 'ESALBND' AND 'EREGUSR' (READ ONLY) AND
      *        JOURNALING APPROVALS TO 'ESECJRN'. ALL OPENED IN RLS
      *        MODE - SEE THE 'RLS=' PARAMETERS ON THE ACCOMPANYING
      *        JCL.
      *      - ONE 'SYSIN' CARD PER ACTION:
      *          COLUMN   1    - 'P' PROPOSE, 'W' WITHDRAW,
      *                          'F' FINANCE APPROVAL.
      *          COLUMNS  3-10 - EFFECTIVE DATE (YYYYMMDD).
      *        FOR 'P' AND 'W':
      *          COLUMNS 12-49 - JOB TITLE, AS KEYED ON 'EJOBTTL'.
      *        FOR 'P' ONLY (WHOLE CURRENCY UNITS):
      *          COLUMNS 51-54 - BAND CODE.
      *          COLUMNS 56-62 - MINIMUM.
      *          COLUMNS 64-70 - MIDPOINT.
      *          COLUMNS 72-78 - MAXIMUM.
      *        FOR 'F':
      *          COLUMNS 12-19 - USER ID OF THE FINANCE APPROVER.
      *      - A PROPOSAL NEEDS A TITLE ON 'EJOBTTL', AN EFFECTIVE
      *        DATE NOT IN THE PAST, AND MIN, MID AND MAX RISING IN
      *        ORDER - THE SAME RULE 'ESBNP' PUTS ON THE LIVE TABLE.
      *        IT TAKES THE CURRENCY OF THE TITLE'S CURRENT BAND.
      *        RE-PROPOSING A TITLE FOR THE SAME DATE REPLACES THE
      *        FIGURES AND SENDS IT BACK FOR APPROVAL.
      *      - AN 'F' CARD APPROVES EVERY PROPOSAL STILL WAITING FOR
      *        THAT EFFECTIVE DATE. THE APPROVER MUST BE AN ACTIVE
      *        'EREGUSR' USER; THE APPROVAL IS JOURNALED TO 'ESECJRN'
      *        UNDER THEIR USER ID.
      *      - NOTHING ALREADY APPLIED TO 'ESALBND' CAN BE REPLACED
      *        OR WITHDRAWN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SYSIN-STATUS.

           SELECT ESBNPRP-FILE ASSIGN TO ESBNPRP
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SBP-KEY
                FILE STATUS IS WS-ESBNPRP-STATUS.

           SELECT EJOBTTL-FILE ASSIGN TO EJOBTTL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS JTL-JOB-TITLE
                FILE STATUS IS WS-EJOBTTL-STATUS.

           SELECT ESALBND-FILE ASSIGN TO ESALBND
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SAL-JOB-TITLE
                FILE STATUS IS WS-ESALBND-STATUS.

           SELECT EREGUSR-FILE ASSIGN TO EREGUSR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS REG-USER-ID
                FILE STATUS IS WS-EREGUSR-STATUS.

           SELECT ESECJRN-FILE ASSIGN TO ESECJRN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-ESECJRN-STATUS.

           SELECT PROPOSAL-REPORT-FILE ASSIGN TO SBPRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SBPRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD.
           05 CC-ACTION                 PIC X(1).
              88 CC-ACTION-PROPOSE                VALUE 'P'.
              88 CC-ACTION-WITHDRAW               VALUE 'W'.
              88 CC-ACTION-APPROVE                VALUE 'F'.
           05 FILLER                    PIC X(1).
           05 CC-EFFECTIVE-DATE         PIC X(8).
           05 FILLER                    PIC X(1).
           05 CC-JOB-TITLE              PIC X(38).
           05 FILLER                    PIC X(1).
           05 CC-BAND-CODE              PIC X(4).
           05 FILLER                    PIC X(1).
           05 CC-MINIMUM                PIC X(7).
           05 CC-MINIMUM-N REDEFINES CC-MINIMUM
                                        PIC 9(7).
           05 FILLER                    PIC X(1).
           05 CC-MIDPOINT               PIC X(7).
           05 CC-MIDPOINT-N REDEFINES CC-MIDPOINT
                                        PIC 9(7).
           05 FILLER                    PIC X(1).
           05 CC-MAXIMUM                PIC X(7).
           05 CC-MAXIMUM-N REDEFINES CC-MAXIMUM
                                        PIC 9(7).
           05 FILLER                    PIC X(2).
       01  CONTROL-CARD-APPROVAL REDEFINES CONTROL-CARD-RECORD.
           05 FILLER                    PIC X(11).
           05 CC-APPROVER-ID            PIC X(8).
           05 FILLER                    PIC X(61).

       FD  ESBNPRP-FILE.
       COPY ESBNPRP.

       FD  EJOBTTL-FILE.
       COPY EJOBTTL.

       FD  ESALBND-FILE.
       COPY ESALBND.

       FD  EREGUSR-FILE.
       COPY EREGUSR.

       FD  ESECJRN-FILE.
       COPY ESECJRN.

       FD  PROPOSAL-REPORT-FILE
           RECORDING MODE IS F.
       01  PROPOSAL-REPORT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-SYSIN-STATUS          PIC X(2).
             88 SYSIN-OK                        VALUE '00'.
          05 WS-ESBNPRP-STATUS        PIC X(2).
             88 ESBNPRP-OK                      VALUE '00'.
             88 ESBNPRP-NOTFND                  VALUE '23'.
          05 WS-EJOBTTL-STATUS        PIC X(2).
             88 EJOBTTL-OK                      VALUE '00'.
          05 WS-ESALBND-STATUS        PIC X(2).
             88 ESALBND-OK                      VALUE '00'.
          05 WS-EREGUSR-STATUS        PIC X(2).
             88 EREGUSR-OK                      VALUE '00'.
          05 WS-ESECJRN-STATUS        PIC X(2).
             88 ESECJRN-OK                      VALUE '00'.
          05 WS-SBPRPT-STATUS         PIC X(2).
          05 WS-CARD-EOF-FLAG         PIC X(1)  VALUE 'N'.
             88 END-OF-CARDS                    VALUE 'Y'.
          05 WS-PRP-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-DATE-PROPOSALS           VALUE 'Y'.
          05 WS-CARD-FLAG             PIC X(1)  VALUE SPACES.
             88 CARD-VALID                      VALUE 'Y'.
             88 CARD-REJECTED                   VALUE SPACES.
          05 WS-CARD-RESULT           PIC X(24) VALUE SPACES.
          05 WS-TODAY                 PIC X(8).
          05 WS-RUN-TIMESTAMP         PIC X(21).
          05 WS-APPROVED-THIS-CARD    PIC 9(8)  USAGE IS BINARY.
          05 WS-APPROVED-EDIT         PIC Z(7)9.
          05 WS-CARD-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-PROPOSED-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-WITHDRAWN-COUNT       PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-APPROVED-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-REJECTED-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.

       01 WS-REPORT-HEADING.
          05 WS-RPT-HEADING-TEXT      PIC X(100)
             VALUE 'PROPOSED SALARY BAND LOAD AND APPROVAL REPORT'.

       01 WS-REPORT-CARD-LINE.
          05 WS-RPT-ACTION            PIC X(1).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-EFFECTIVE-DATE    PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-SUBJECT           PIC X(38).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-BAND-CODE         PIC X(4).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-CARD-RESULT       PIC X(24).
          05 FILLER                   PIC X(17) VALUE SPACES.

       01 WS-REPORT-COUNT-LINE.
          05 WS-RPT-COUNT-LABEL       PIC X(28).
          05 WS-RPT-COUNT-TOTAL       PIC Z(7)9.
          05 FILLER                   PIC X(64) VALUE SPACES.

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
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY.

           OPEN INPUT CONTROL-CARD-FILE.
           IF NOT SYSIN-OK
              DISPLAY 'ESBPLOAD - UNABLE TO OPEN SYSIN, STATUS='
                 WS-SYSIN-STATUS
              STOP RUN
           END-IF.

           OPEN I-O ESBNPRP-FILE.
           IF NOT ESBNPRP-OK
              DISPLAY 'ESBPLOAD - UNABLE TO OPEN ESBNPRP, STATUS='
                 WS-ESBNPRP-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT EJOBTTL-FILE.
           IF NOT EJOBTTL-OK
              DISPLAY 'ESBPLOAD - UNABLE TO OPEN EJOBTTL, STATUS='
                 WS-EJOBTTL-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT ESALBND-FILE.
           IF NOT ESALBND-OK
              DISPLAY 'ESBPLOAD - UNABLE TO OPEN ESALBND, STATUS='
                 WS-ESALBND-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT EREGUSR-FILE.
           IF NOT EREGUSR-OK
              DISPLAY 'ESBPLOAD - UNABLE TO OPEN EREGUSR, STATUS='
                 WS-EREGUSR-STATUS
              STOP RUN
           END-IF.

           OPEN EXTEND ESECJRN-FILE.
           IF NOT ESECJRN-OK
              DISPLAY 'ESBPLOAD - UNABLE TO OPEN ESECJRN, STATUS='
                 WS-ESECJRN-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT PROPOSAL-REPORT-FILE.

           MOVE WS-REPORT-HEADING TO PROPOSAL-REPORT-LINE.
           MOVE PROPOSAL-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE PROPOSAL-REPORT-LINE.

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
              EVALUATE TRUE
              WHEN CC-ACTION-PROPOSE
                   PERFORM 2200-STORE-PROPOSAL
              WHEN CC-ACTION-WITHDRAW
                   PERFORM 2300-WITHDRAW-PROPOSAL
              WHEN OTHER
                   PERFORM 2400-APPROVE-EFFECTIVE-DATE
              END-EVALUATE
           END-IF.

           PERFORM 2900-WRITE-CARD-LINE.
           PERFORM 1100-READ-NEXT-CARD.

       2100-VALIDATE-CARD.
           INITIALIZE WS-CARD-FLAG.

           IF NOT CC-ACTION-PROPOSE AND NOT CC-ACTION-WITHDRAW AND
              NOT CC-ACTION-APPROVE THEN
              MOVE 'Bad Action' TO WS-CARD-RESULT
              ADD 1 TO WS-REJECTED-COUNT
              EXIT PARAGRAPH
           END-IF.

           IF CC-EFFECTIVE-DATE IS NOT NUMERIC THEN
              MOVE 'Bad Effective Date' TO WS-CARD-RESULT
              ADD 1 TO WS-REJECTED-COUNT
              EXIT PARAGRAPH
           END-IF.

           IF CC-ACTION-APPROVE THEN
              PERFORM 2150-VALIDATE-APPROVER
              EXIT PARAGRAPH
           END-IF.

           IF CC-JOB-TITLE IS EQUAL TO SPACES THEN
              MOVE 'Job Title Required' TO WS-CARD-RESULT
              ADD 1 TO WS-REJECTED-COUNT
              EXIT PARAGRAPH
           END-IF.

      *    A WITHDRAWAL NEEDS NOTHING BUT THE KEY.
           IF CC-ACTION-WITHDRAW THEN
              SET CARD-VALID TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF CC-EFFECTIVE-DATE IS LESS THAN WS-TODAY THEN
              MOVE 'Effective Date Is Past' TO WS-CARD-RESULT
              ADD 1 TO WS-REJECTED-COUNT
              EXIT PARAGRAPH
           END-IF.

           MOVE CC-JOB-TITLE TO JTL-JOB-TITLE.
           READ EJOBTTL-FILE
              INVALID KEY
                 MOVE 'Job Title Not On File' TO WS-CARD-RESULT
                 ADD 1 TO WS-REJECTED-COUNT
                 EXIT PARAGRAPH
           END-READ.

           IF CC-MINIMUM IS NOT NUMERIC OR
              CC-MIDPOINT IS NOT NUMERIC OR
              CC-MAXIMUM IS NOT NUMERIC THEN
              MOVE 'Band Figures Not Numeric' TO WS-CARD-RESULT
              ADD 1 TO WS-REJECTED-COUNT
              EXIT PARAGRAPH
           END-IF.

           IF CC-MINIMUM-N IS EQUAL TO ZEROES OR
              CC-MINIMUM-N IS NOT LESS THAN CC-MIDPOINT-N OR
              CC-MIDPOINT-N IS NOT LESS THAN CC-MAXIMUM-N THEN
              MOVE 'Min < Mid < Max Required' TO WS-CARD-RESULT
              ADD 1 TO WS-REJECTED-COUNT
              EXIT PARAGRAPH
           END-IF.

           SET CARD-VALID TO TRUE.

       2150-VALIDATE-APPROVER.
           MOVE CC-APPROVER-ID TO REG-USER-ID.
           READ EREGUSR-FILE
              INVALID KEY
                 MOVE 'Approver Not Registered' TO WS-CARD-RESULT
                 ADD 1 TO WS-REJECTED-COUNT
                 EXIT PARAGRAPH
           END-READ.

           IF NOT REG-ST-ACTIVE THEN
              MOVE 'Approver Not Active' TO WS-CARD-RESULT
              ADD 1 TO WS-REJECTED-COUNT
              EXIT PARAGRAPH
           END-IF.

           SET CARD-VALID TO TRUE.

      *    A NEW PROPOSAL, OR NEW FIGURES FOR ONE ALREADY STAGED -
      *    EITHER WAY IT WAITS FOR FINANCE AGAIN.
       2200-STORE-PROPOSAL.
           MOVE CC-EFFECTIVE-DATE TO SBP-EFFECTIVE-DATE.
           MOVE CC-JOB-TITLE TO SBP-JOB-TITLE.

           READ ESBNPRP-FILE
              INVALID KEY
                 CONTINUE
           END-READ.

           IF ESBNPRP-OK AND SBP-ST-APPLIED THEN
              MOVE 'Already Applied' TO WS-CARD-RESULT
              SET CARD-REJECTED TO TRUE
              ADD 1 TO WS-REJECTED-COUNT
              EXIT PARAGRAPH
           END-IF.

           IF NOT ESBNPRP-OK AND NOT ESBNPRP-NOTFND THEN
              DISPLAY 'ESBPLOAD - ESBNPRP READ FAILED, STATUS='
                 WS-ESBNPRP-STATUS ' KEY=' SBP-KEY
              MOVE 'Read Failed' TO WS-CARD-RESULT
              SET CARD-REJECTED TO TRUE
              ADD 1 TO WS-REJECTED-COUNT
              EXIT PARAGRAPH
           END-IF.

           IF ESBNPRP-NOTFND THEN
              INITIALIZE PROPOSED-BAND-RECORD
              MOVE CC-EFFECTIVE-DATE TO SBP-EFFECTIVE-DATE
              MOVE CC-JOB-TITLE TO SBP-JOB-TITLE
           END-IF.

      *    THE REVISION STAYS IN THE CURRENCY THE TITLE IS BANDED IN.
           MOVE SPACES TO SBP-CURRENCY-CODE.
           MOVE CC-JOB-TITLE TO SAL-JOB-TITLE.
           READ ESALBND-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF ESALBND-OK THEN
              MOVE SAL-CURRENCY-CODE TO SBP-CURRENCY-CODE
           END-IF.

           MOVE CC-BAND-CODE TO SBP-BAND-CODE.
           MOVE CC-MINIMUM-N TO SBP-MINIMUM.
           MOVE CC-MIDPOINT-N TO SBP-MIDPOINT.
           MOVE CC-MAXIMUM-N TO SBP-MAXIMUM.
           SET SBP-ST-PROPOSED TO TRUE.
           MOVE WS-TODAY TO SBP-LOADED-DATE.
           MOVE SPACES TO SBP-APPROVED-BY.
           MOVE SPACES TO SBP-APPROVED-DATE.
           MOVE SPACES TO SBP-APPLIED-DATE.

           IF ESBNPRP-NOTFND THEN
              WRITE PROPOSED-BAND-RECORD
                 INVALID KEY
                    DISPLAY 'ESBPLOAD - WRITE FAILED, KEY=' SBP-KEY
                    MOVE 'Write Failed' TO WS-CARD-RESULT
                    SET CARD-REJECTED TO TRUE
                    ADD 1 TO WS-REJECTED-COUNT
                    EXIT PARAGRAPH
              END-WRITE
              MOVE 'Proposed' TO WS-CARD-RESULT
           ELSE
              REWRITE PROPOSED-BAND-RECORD
                 INVALID KEY
                    DISPLAY 'ESBPLOAD - REWRITE FAILED, KEY=' SBP-KEY
                    MOVE 'Rewrite Failed' TO WS-CARD-RESULT
                    SET CARD-REJECTED TO TRUE
                    ADD 1 TO WS-REJECTED-COUNT
                    EXIT PARAGRAPH
              END-REWRITE
              MOVE 'Replaced - Re-Approve' TO WS-CARD-RESULT
           END-IF.

           ADD 1 TO WS-PROPOSED-COUNT.

       2300-WITHDRAW-PROPOSAL.
           MOVE CC-EFFECTIVE-DATE TO SBP-EFFECTIVE-DATE.
           MOVE CC-JOB-TITLE TO SBP-JOB-TITLE.

           READ ESBNPRP-FILE
              INVALID KEY
                 MOVE 'Proposal Not On File' TO WS-CARD-RESULT
                 SET CARD-REJECTED TO TRUE
                 ADD 1 TO WS-REJECTED-COUNT
                 EXIT PARAGRAPH
           END-READ.

           IF SBP-ST-APPLIED THEN
              MOVE 'Already Applied' TO WS-CARD-RESULT
              SET CARD-REJECTED TO TRUE
              ADD 1 TO WS-REJECTED-COUNT
              EXIT PARAGRAPH
           END-IF.

           DELETE ESBNPRP-FILE RECORD
              INVALID KEY
                 MOVE 'Delete Failed' TO WS-CARD-RESULT
                 SET CARD-REJECTED TO TRUE
                 ADD 1 TO WS-REJECTED-COUNT
                 EXIT PARAGRAPH
           END-DELETE.

           MOVE 'Withdrawn' TO WS-CARD-RESULT.
           ADD 1 TO WS-WITHDRAWN-COUNT.

      *    FINANCE SIGNS OFF A REVISION AS A WHOLE - EVERY PROPOSAL
      *    STILL WAITING FOR THE DATE IS APPROVED TOGETHER.
       2400-APPROVE-EFFECTIVE-DATE.
           MOVE ZEROES TO WS-APPROVED-THIS-CARD.
           MOVE 'N' TO WS-PRP-EOF-FLAG.

           MOVE CC-EFFECTIVE-DATE TO SBP-EFFECTIVE-DATE.
           MOVE LOW-VALUES TO SBP-JOB-TITLE.
           START ESBNPRP-FILE KEY IS NOT LESS THAN SBP-KEY
              INVALID KEY
                 SET END-OF-DATE-PROPOSALS TO TRUE
           END-START.

           PERFORM 2410-APPROVE-NEXT-PROPOSAL
              UNTIL END-OF-DATE-PROPOSALS.

           IF WS-APPROVED-THIS-CARD IS EQUAL TO ZEROES THEN
              MOVE 'Nothing To Approve' TO WS-CARD-RESULT
              SET CARD-REJECTED TO TRUE
              ADD 1 TO WS-REJECTED-COUNT
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-APPROVED-THIS-CARD TO WS-APPROVED-EDIT.
           MOVE SPACES TO WS-CARD-RESULT.
           STRING 'Approved ' DELIMITED BY SIZE
                  WS-APPROVED-EDIT DELIMITED BY SIZE
                  INTO WS-CARD-RESULT
           END-STRING.

           PERFORM 2450-JOURNAL-APPROVAL.

       2410-APPROVE-NEXT-PROPOSAL.
           READ ESBNPRP-FILE NEXT RECORD
              AT END
                 SET END-OF-DATE-PROPOSALS TO TRUE
           END-READ.

           IF END-OF-DATE-PROPOSALS THEN
              EXIT PARAGRAPH
           END-IF.

           IF SBP-EFFECTIVE-DATE IS NOT EQUAL TO CC-EFFECTIVE-DATE THEN
              SET END-OF-DATE-PROPOSALS TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF NOT SBP-ST-PROPOSED THEN
              EXIT PARAGRAPH
           END-IF.

           SET SBP-ST-APPROVED TO TRUE.
           MOVE CC-APPROVER-ID TO SBP-APPROVED-BY.
           MOVE WS-TODAY TO SBP-APPROVED-DATE.

           REWRITE PROPOSED-BAND-RECORD
              INVALID KEY
                 DISPLAY 'ESBPLOAD - REWRITE FAILED, KEY=' SBP-KEY
                 EXIT PARAGRAPH
           END-REWRITE.

           ADD 1 TO WS-APPROVED-THIS-CARD.
           ADD 1 TO WS-APPROVED-COUNT.

       2450-JOURNAL-APPROVAL.
           INITIALIZE SECURITY-JOURNAL-RECORD.
           MOVE WS-RUN-TIMESTAMP TO SEC-TIMESTAMP.
           MOVE CC-APPROVER-ID TO SEC-USER-ID.
           MOVE 'BTCH' TO SEC-TERMINAL-ID.
           MOVE 'ESBPLOAD' TO SEC-PROGRAM.
           MOVE 'BAND APPROVE' TO SEC-ACTION.
           MOVE CC-EFFECTIVE-DATE TO SEC-TARGET.
           MOVE 'PROPOSED' TO SEC-OLD-VALUE.
           MOVE WS-CARD-RESULT TO SEC-NEW-VALUE.

           WRITE SECURITY-JOURNAL-RECORD.
           IF NOT ESECJRN-OK
              DISPLAY 'ESBPLOAD - ESECJRN WRITE FAILED, STATUS='
                 WS-ESECJRN-STATUS
           END-IF.

       2900-WRITE-CARD-LINE.
           MOVE CC-ACTION TO WS-RPT-ACTION.
           MOVE CC-EFFECTIVE-DATE TO WS-RPT-EFFECTIVE-DATE.
           IF CC-ACTION-APPROVE THEN
              MOVE CC-APPROVER-ID TO WS-RPT-SUBJECT
              MOVE SPACES TO WS-RPT-BAND-CODE
           ELSE
              MOVE CC-JOB-TITLE TO WS-RPT-SUBJECT
              MOVE CC-BAND-CODE TO WS-RPT-BAND-CODE
           END-IF.
           MOVE WS-CARD-RESULT TO WS-RPT-CARD-RESULT.

           MOVE WS-REPORT-CARD-LINE TO PROPOSAL-REPORT-LINE.
           MOVE PROPOSAL-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE PROPOSAL-REPORT-LINE.

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------

       3000-PRODUCE-SUMMARY.
           MOVE SPACES TO PROPOSAL-REPORT-LINE.
           MOVE PROPOSAL-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE PROPOSAL-REPORT-LINE.

           MOVE 'CARDS READ .................' TO WS-RPT-COUNT-LABEL.
           MOVE WS-CARD-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 3100-WRITE-COUNT-LINE.

           MOVE 'BANDS PROPOSED .............' TO WS-RPT-COUNT-LABEL.
           MOVE WS-PROPOSED-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 3100-WRITE-COUNT-LINE.

           MOVE 'PROPOSALS WITHDRAWN ........' TO WS-RPT-COUNT-LABEL.
           MOVE WS-WITHDRAWN-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 3100-WRITE-COUNT-LINE.

           MOVE 'PROPOSALS APPROVED .........' TO WS-RPT-COUNT-LABEL.
           MOVE WS-APPROVED-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 3100-WRITE-COUNT-LINE.

           MOVE 'CARDS REJECTED .............' TO WS-RPT-COUNT-LABEL.
           MOVE WS-REJECTED-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 3100-WRITE-COUNT-LINE.

       3100-WRITE-COUNT-LINE.
           MOVE WS-REPORT-COUNT-LINE TO PROPOSAL-REPORT-LINE.
           MOVE PROPOSAL-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE PROPOSAL-REPORT-LINE.

      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'ESBPLOAD' TO RSA-REPORT-NAME.
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
           MOVE 'ESBPLOAD' TO RLG-JOB-NAME.
           MOVE WS-CARD-COUNT TO RLG-INPUT-COUNT.
           COMPUTE RLG-OUTPUT-COUNT =
              WS-PROPOSED-COUNT + WS-WITHDRAWN-COUNT +
              WS-APPROVED-COUNT.
           MOVE WS-REJECTED-COUNT TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'ESBPLOAD - CARDS READ:       ' WS-CARD-COUNT.
           DISPLAY 'ESBPLOAD - PROPOSED:         ' WS-PROPOSED-COUNT.
           DISPLAY 'ESBPLOAD - WITHDRAWN:        ' WS-WITHDRAWN-COUNT.
           DISPLAY 'ESBPLOAD - APPROVED:         ' WS-APPROVED-COUNT.
           DISPLAY 'ESBPLOAD - CARDS REJECTED:   ' WS-REJECTED-COUNT.

           CLOSE CONTROL-CARD-FILE.
           CLOSE ESBNPRP-FILE.
           CLOSE EJOBTTL-FILE.
           CLOSE ESALBND-FILE.
           CLOSE EREGUSR-FILE.
           CLOSE ESECJRN-FILE.
           CLOSE PROPOSAL-REPORT-FILE.
