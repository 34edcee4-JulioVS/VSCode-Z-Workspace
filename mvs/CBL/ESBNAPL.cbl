       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESBNAPL.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - APPROVED SALARY BAND APPLY.
      *      - BATCH PROGRAM, RUN NIGHTLY AS PART OF THE 'ECYCSTRT'
      *        CHAIN AGAINST THE 'ESBNPRP' STAGING CLUSTER AND THE
      *        LIVE 'ESALBND' TABLE, BOTH OPENED IN RLS MODE SO CICS
      *        CAN STAY UP - SEE THE 'RLS=' PARAMETERS ON THE
      *        ACCOMPANYING JCL.
      *      - EVERY PROPOSAL FINANCE HAS APPROVED (SEE 'ESBPLOAD')
      *        WHOSE EFFECTIVE DATE HAS ARRIVED IS PROMOTED TO
      *        'ESALBND' - REPLACING THE TITLE'S BAND, OR ADDING ONE
      *        WHERE THE TITLE HAD NONE - AND MARKED APPLIED. PROPOSALS
      *        STILL WAITING FOR APPROVAL ARE LEFT ALONE AND LISTED,
      *        SO A DATE THAT PASSES WITHOUT SIGN-OFF DOES NOT GO
      *        UNNOTICED.
      *      - EACH CHANGE IS JOURNALED TO 'ESECJRN' THE WAY THE
      *        'ESBNP' SCREEN JOURNALS A KEYED ONE, UNDER THE
      *        APPROVER'S USER ID.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESBNPRP-FILE ASSIGN TO ESBNPRP
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS SBP-KEY
                FILE STATUS IS WS-ESBNPRP-STATUS.

           SELECT ESALBND-FILE ASSIGN TO ESALBND
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SAL-JOB-TITLE
                FILE STATUS IS WS-ESALBND-STATUS.

           SELECT ESECJRN-FILE ASSIGN TO ESECJRN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-ESECJRN-STATUS.

           SELECT APPLY-REPORT-FILE ASSIGN TO SBARPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SBARPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESBNPRP-FILE.
       COPY ESBNPRP.

       FD  ESALBND-FILE.
       COPY ESALBND.

       FD  ESECJRN-FILE.
       COPY ESECJRN.

       FD  APPLY-REPORT-FILE
           RECORDING MODE IS F.
       01  APPLY-REPORT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-ESBNPRP-STATUS        PIC X(2).
             88 ESBNPRP-OK                      VALUE '00'.
          05 WS-ESALBND-STATUS        PIC X(2).
             88 ESALBND-OK                      VALUE '00'.
          05 WS-ESECJRN-STATUS        PIC X(2).
             88 ESECJRN-OK                      VALUE '00'.
          05 WS-SBARPT-STATUS         PIC X(2).
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
             88 END-OF-PROPOSALS                VALUE 'Y'.
          05 WS-BAND-FLAG             PIC X(1)  VALUE 'N'.
             88 BAND-ON-FILE                    VALUE 'Y'.
          05 WS-TODAY                 PIC X(8).
          05 WS-RUN-TIMESTAMP         PIC X(21).
          05 WS-OLD-MIDPOINT          PIC 9(7)V99.
          05 WS-AMOUNT-EDIT           PIC Z(6)9.99.
          05 WS-READ-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-APPLIED-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-UNAPPROVED-COUNT      PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ERROR-COUNT           PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.

       01 WS-REPORT-HEADING.
          05 FILLER                   PIC X(34)
             VALUE 'SALARY BAND APPLY - RUN DATE '.
          05 WS-RPT-HDG-DATE          PIC X(8).
          05 FILLER                   PIC X(58) VALUE SPACES.

       01 WS-REPORT-DETAIL-LINE.
          05 WS-RPT-EFFECTIVE-DATE    PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-JOB-TITLE         PIC X(38).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-BAND-CODE         PIC X(4).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-MIDPOINT          PIC Z(6)9.99.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-OUTCOME           PIC X(24).
          05 FILLER                   PIC X(8)  VALUE SPACES.

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
           PERFORM 2000-PROCESS-PROPOSAL UNTIL END-OF-PROPOSALS.
           PERFORM 3000-PRODUCE-SUMMARY.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY.

           OPEN I-O ESBNPRP-FILE.
           IF NOT ESBNPRP-OK
              DISPLAY 'ESBNAPL - UNABLE TO OPEN ESBNPRP, STATUS='
                 WS-ESBNPRP-STATUS
              STOP RUN
           END-IF.

           OPEN I-O ESALBND-FILE.
           IF NOT ESALBND-OK
              DISPLAY 'ESBNAPL - UNABLE TO OPEN ESALBND, STATUS='
                 WS-ESALBND-STATUS
              STOP RUN
           END-IF.

           OPEN EXTEND ESECJRN-FILE.
           IF NOT ESECJRN-OK
              DISPLAY 'ESBNAPL - UNABLE TO OPEN ESECJRN, STATUS='
                 WS-ESECJRN-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT APPLY-REPORT-FILE.

           MOVE WS-TODAY TO WS-RPT-HDG-DATE.
           MOVE WS-REPORT-HEADING TO APPLY-REPORT-LINE.
           MOVE APPLY-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE APPLY-REPORT-LINE.

           PERFORM 1100-READ-NEXT-PROPOSAL.

      *-----------------------------------------------------------------
       READING SECTION.
      *-----------------------------------------------------------------

      *    THE FILE IS IN EFFECTIVE DATE ORDER, SO THE FIRST FUTURE
      *    DATE ENDS THE PASS.
       1100-READ-NEXT-PROPOSAL.
           READ ESBNPRP-FILE NEXT RECORD
              AT END
                 SET END-OF-PROPOSALS TO TRUE
           END-READ.

           IF NOT END-OF-PROPOSALS AND
              SBP-EFFECTIVE-DATE IS GREATER THAN WS-TODAY THEN
              SET END-OF-PROPOSALS TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------

       2000-PROCESS-PROPOSAL.
           ADD 1 TO WS-READ-COUNT.

           EVALUATE TRUE
           WHEN SBP-ST-APPROVED
                PERFORM 2100-APPLY-PROPOSAL
           WHEN SBP-ST-PROPOSED
                ADD 1 TO WS-UNAPPROVED-COUNT
                MOVE 'Due - Not Approved' TO WS-RPT-OUTCOME
                PERFORM 2900-WRITE-DETAIL-LINE
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

           PERFORM 1100-READ-NEXT-PROPOSAL.

       2100-APPLY-PROPOSAL.
           MOVE 'N' TO WS-BAND-FLAG.
           MOVE ZEROES TO WS-OLD-MIDPOINT.

           MOVE SBP-JOB-TITLE TO SAL-JOB-TITLE.
           READ ESALBND-FILE
              INVALID KEY
                 CONTINUE
           END-READ.

           IF ESALBND-OK THEN
              SET BAND-ON-FILE TO TRUE
              MOVE SAL-MIDPOINT TO WS-OLD-MIDPOINT
           ELSE
              INITIALIZE SALARY-BAND-RECORD
              MOVE SBP-JOB-TITLE TO SAL-JOB-TITLE
           END-IF.

           MOVE SBP-BAND-CODE TO SAL-BAND-CODE.
           MOVE SBP-MINIMUM TO SAL-MINIMUM.
           MOVE SBP-MIDPOINT TO SAL-MIDPOINT.
           MOVE SBP-MAXIMUM TO SAL-MAXIMUM.
           MOVE SBP-CURRENCY-CODE TO SAL-CURRENCY-CODE.

           IF BAND-ON-FILE THEN
              REWRITE SALARY-BAND-RECORD
                 INVALID KEY
                    CONTINUE
              END-REWRITE
           ELSE
              WRITE SALARY-BAND-RECORD
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF.

           IF NOT ESALBND-OK THEN
              DISPLAY 'ESBNAPL - ESALBND UPDATE FAILED, STATUS='
                 WS-ESALBND-STATUS ' TITLE=' SAL-JOB-TITLE
              ADD 1 TO WS-ERROR-COUNT
              MOVE 'Band Update Failed' TO WS-RPT-OUTCOME
              PERFORM 2900-WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF.

           SET SBP-ST-APPLIED TO TRUE.
           MOVE WS-TODAY TO SBP-APPLIED-DATE.
           REWRITE PROPOSED-BAND-RECORD
              INVALID KEY
                 DISPLAY 'ESBNAPL - ESBNPRP REWRITE FAILED, KEY='
                    SBP-KEY
           END-REWRITE.

           PERFORM 2200-JOURNAL-BAND-CHANGE.

           ADD 1 TO WS-APPLIED-COUNT.
           IF BAND-ON-FILE THEN
              MOVE 'Band Replaced' TO WS-RPT-OUTCOME
           ELSE
              MOVE 'Band Added' TO WS-RPT-OUTCOME
           END-IF.
           PERFORM 2900-WRITE-DETAIL-LINE.

       2200-JOURNAL-BAND-CHANGE.
           INITIALIZE SECURITY-JOURNAL-RECORD.
           MOVE WS-RUN-TIMESTAMP TO SEC-TIMESTAMP.
           MOVE SBP-APPROVED-BY TO SEC-USER-ID.
           MOVE 'BTCH' TO SEC-TERMINAL-ID.
           MOVE 'ESBNAPL' TO SEC-PROGRAM.
           IF BAND-ON-FILE THEN
              MOVE 'BAND CHANGE' TO SEC-ACTION
              MOVE WS-OLD-MIDPOINT TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT TO SEC-OLD-VALUE
           ELSE
              MOVE 'BAND ADD' TO SEC-ACTION
           END-IF.
           MOVE SAL-MIDPOINT TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO SEC-NEW-VALUE.
           MOVE SAL-JOB-TITLE(1:8) TO SEC-TARGET.

           WRITE SECURITY-JOURNAL-RECORD.
           IF NOT ESECJRN-OK
              DISPLAY 'ESBNAPL - ESECJRN WRITE FAILED, STATUS='
                 WS-ESECJRN-STATUS
           END-IF.

       2900-WRITE-DETAIL-LINE.
           MOVE SBP-EFFECTIVE-DATE TO WS-RPT-EFFECTIVE-DATE.
           MOVE SBP-JOB-TITLE TO WS-RPT-JOB-TITLE.
           MOVE SBP-BAND-CODE TO WS-RPT-BAND-CODE.
           MOVE SBP-MIDPOINT TO WS-RPT-MIDPOINT.
           MOVE WS-REPORT-DETAIL-LINE TO APPLY-REPORT-LINE.
           MOVE APPLY-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE APPLY-REPORT-LINE.

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------

       3000-PRODUCE-SUMMARY.
           MOVE SPACES TO APPLY-REPORT-LINE.
           MOVE APPLY-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE APPLY-REPORT-LINE.

           MOVE 'BANDS APPLIED ..............' TO WS-RPT-COUNT-LABEL.
           MOVE WS-APPLIED-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 3100-WRITE-COUNT-LINE.

           MOVE 'DUE BUT NOT YET APPROVED ...' TO WS-RPT-COUNT-LABEL.
           MOVE WS-UNAPPROVED-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 3100-WRITE-COUNT-LINE.

           MOVE 'UPDATE ERRORS ..............' TO WS-RPT-COUNT-LABEL.
           MOVE WS-ERROR-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 3100-WRITE-COUNT-LINE.

       3100-WRITE-COUNT-LINE.
           MOVE WS-REPORT-COUNT-LINE TO APPLY-REPORT-LINE.
           MOVE APPLY-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE APPLY-REPORT-LINE.

      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'ESBNAPL' TO RSA-REPORT-NAME.
           SET RSA-ACTION-LINE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *-----------------------------------------------------------------
       TERMINATION SECTION.
      *-----------------------------------------------------------------

       9000-TERMINATE.

      *    FINISH THE REPORT REPOSITORY DEPOSIT.
           SET RSA-ACTION-CLOSE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *    A BAND THAT COULD NOT BE WRITTEN STAYS APPROVED AND IS
      *    RETRIED TOMORROW, BUT THE RUN IS FLAGGED.
           IF WS-ERROR-COUNT IS GREATER THAN ZEROES
              MOVE 4 TO RLG-RETURN-CODE
           END-IF.

      *    LOG THE RUN ON THE COMMON RUN-HISTORY FILE.
           MOVE 'ESBNAPL ' TO RLG-JOB-NAME.
           MOVE WS-READ-COUNT TO RLG-INPUT-COUNT.
           MOVE WS-APPLIED-COUNT TO RLG-OUTPUT-COUNT.
           MOVE WS-ERROR-COUNT TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'ESBNAPL - BANDS APPLIED:     ' WS-APPLIED-COUNT.
           DISPLAY 'ESBNAPL - DUE, NOT APPROVED: ' WS-UNAPPROVED-COUNT.
           DISPLAY 'ESBNAPL - UPDATE ERRORS:     ' WS-ERROR-COUNT.

           CLOSE ESBNPRP-FILE.
           CLOSE ESALBND-FILE.
           CLOSE ESECJRN-FILE.
           CLOSE APPLY-REPORT-FILE.

           IF WS-ERROR-COUNT IS GREATER THAN ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.
