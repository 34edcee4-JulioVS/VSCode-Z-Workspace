       IDENTIFICATION DIVISION.
       PROGRAM-ID. EBNKCHK.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - MONTHLY DIRECT-DEPOSIT BANK CHECK.
      *      - BATCH PROGRAM, RUN AGAINST THE 'EBANKDT' VSAM <KSDS>
      *        CLUSTER (UPDATED) AND THE 'EBNKREF' BANK DIRECTORY
      *        (READ ONLY), BOTH IN VSAM RLS MODE - SEE THE 'RLS='
      *        PARAMETERS ON THE ACCOMPANYING JCL.
      *      - EVERY EMPLOYEE'S BANK CODE IS LOOKED UP ON THIS
      *        MONTH'S DIRECTORY. DETAILS AT A BANK THAT HAS CLOSED OR
      *        MERGED, OR THAT THE DIRECTORY NO LONGER CARRIES AT ALL,
      *        ARE FLAGGED ('BNK-BANK-FLAG') SO 'EBNKP' SAYS SO, AND
      *        LISTED FOR HR TO GET NEW DETAILS FROM THE EMPLOYEE
      *        BEFORE PAYROLL REJECTS THE PAYMENT.
      *      - A FLAG WHOSE BANK IS OPEN AGAIN IS CLEARED; FRESH
      *        DETAILS KEYED ON 'EBNKP' CLEAR IT TOO. NOTHING ELSE ON
      *        THE RECORD IS TOUCHED - THE VERIFIED DETAILS STILL
      *        FEED UNTIL SOMEONE REPLACES THEM.
      *      - RUN EACH MONTH STRAIGHT AFTER 'EBRFLOAD' (THE SAME JOB).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EBANKDT-FILE ASSIGN TO EBANKDT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS BNK-KEY
                FILE STATUS IS WS-EBANKDT-STATUS.

           SELECT EBNKREF-FILE ASSIGN TO EBNKREF
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BRF-KEY
                FILE STATUS IS WS-EBNKREF-STATUS.

           SELECT CHECK-REPORT-FILE ASSIGN TO BNKCRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-BNKCRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EBANKDT-FILE.
       COPY EBANKDT.

       FD  EBNKREF-FILE.
       COPY EBNKREF.

       FD  CHECK-REPORT-FILE
           RECORDING MODE IS F.
       01  CHECK-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-EBANKDT-STATUS        PIC X(2).
             88 EBANKDT-OK                      VALUE '00'.
          05 WS-EBNKREF-STATUS        PIC X(2).
             88 EBNKREF-OK                      VALUE '00'.
          05 WS-BNKCRPT-STATUS        PIC X(2).
          05 WS-BANK-EOF-FLAG         PIC X(1)  VALUE 'N'.
             88 END-OF-BANK-DETAILS             VALUE 'Y'.
          05 WS-NEW-BANK-FLAG         PIC X(1).
          05 WS-CHECK-RESULT          PIC X(30).
          05 WS-TODAY                 PIC X(8).
          05 WS-READ-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-FLAGGED-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-STILL-FLAGGED-COUNT   PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-CLEARED-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.

       01 WS-REPORT-HEADING.
          05 WS-RPT-HEADING-TEXT      PIC X(80)
             VALUE 'MONTHLY DIRECT-DEPOSIT BANK CHECK'.

       01 WS-REPORT-COLUMNS.
          05 FILLER                   PIC X(10) VALUE 'EMPLOYEE'.
          05 FILLER                   PIC X(10) VALUE 'BANK'.
          05 FILLER                   PIC X(30) VALUE 'BANK NAME'.
          05 FILLER                   PIC X(30) VALUE 'RESULT'.

       01 WS-REPORT-DETAIL-LINE.
          05 WS-RPT-EMPLOYEE-ID       PIC 9(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-BANK-CODE         PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-BANK-NAME         PIC X(28).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-CHECK-RESULT      PIC X(30).

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
           PERFORM 2000-CHECK-BANK-DETAILS
              UNTIL END-OF-BANK-DETAILS.
           PERFORM 3000-PRODUCE-SUMMARY.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN I-O EBANKDT-FILE.
           IF NOT EBANKDT-OK
              DISPLAY 'EBNKCHK - UNABLE TO OPEN EBANKDT, STATUS='
                 WS-EBANKDT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT EBNKREF-FILE.
           IF NOT EBNKREF-OK
              DISPLAY 'EBNKCHK - UNABLE TO OPEN EBNKREF, STATUS='
                 WS-EBNKREF-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT CHECK-REPORT-FILE.

           MOVE WS-REPORT-HEADING TO CHECK-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.
           MOVE SPACES TO CHECK-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.
           MOVE WS-REPORT-COLUMNS TO CHECK-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------

       2000-CHECK-BANK-DETAILS.
           READ EBANKDT-FILE NEXT RECORD
              AT END
                 SET END-OF-BANK-DETAILS TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           ADD 1 TO WS-READ-COUNT.

           PERFORM 2100-LOOKUP-BANK.

      *    NOTHING HAS CHANGED - ONLY A STANDING FLAG IS WORTH LISTING.
           IF WS-NEW-BANK-FLAG IS EQUAL TO BNK-BANK-FLAG THEN
              IF NOT BNK-BANK-CURRENT THEN
                 ADD 1 TO WS-STILL-FLAGGED-COUNT
                 MOVE 'Still Flagged Since ' TO WS-CHECK-RESULT
                 MOVE BNK-BANK-FLAGGED-DATE TO WS-CHECK-RESULT(21:8)
                 PERFORM 2900-WRITE-DETAIL-LINE
              END-IF
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-NEW-BANK-FLAG TO BNK-BANK-FLAG.
           IF BNK-BANK-CURRENT THEN
              MOVE SPACES TO BNK-BANK-FLAGGED-DATE
              MOVE 'Cleared - Bank Open' TO WS-CHECK-RESULT
           ELSE
              MOVE WS-TODAY TO BNK-BANK-FLAGGED-DATE
           END-IF.

           REWRITE BANK-DETAILS-RECORD
              INVALID KEY
                 DISPLAY 'EBNKCHK - REWRITE FAILED, KEY=' BNK-KEY
                 EXIT PARAGRAPH
           END-REWRITE.

           IF BNK-BANK-CURRENT THEN
              ADD 1 TO WS-CLEARED-COUNT
           ELSE
              ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

           PERFORM 2900-WRITE-DETAIL-LINE.

      *    WHAT THE FLAG SHOULD NOW BE, AND (FOR A NEW FLAG) WHY.
       2100-LOOKUP-BANK.
           MOVE BNK-BANK-CODE TO BRF-BANK-CODE.
           READ EBNKREF-FILE
              INVALID KEY
                 MOVE 'U' TO WS-NEW-BANK-FLAG
                 MOVE SPACES TO BRF-BANK-NAME
                 MOVE 'Flagged - Not In Directory' TO WS-CHECK-RESULT
                 EXIT PARAGRAPH
           END-READ.

           EVALUATE TRUE
           WHEN BRF-ST-CLOSED
                MOVE 'C' TO WS-NEW-BANK-FLAG
                MOVE 'Flagged - Bank Closed' TO WS-CHECK-RESULT
           WHEN BRF-ST-MERGED
                MOVE 'M' TO WS-NEW-BANK-FLAG
                MOVE SPACES TO WS-CHECK-RESULT
                STRING 'Flagged - Merged Into ' BRF-MERGED-INTO
                   DELIMITED BY SIZE INTO WS-CHECK-RESULT
           WHEN OTHER
                MOVE SPACE TO WS-NEW-BANK-FLAG
           END-EVALUATE.

       2900-WRITE-DETAIL-LINE.
           MOVE BNK-EMPLOYEE-ID TO WS-RPT-EMPLOYEE-ID.
           MOVE BNK-BANK-CODE TO WS-RPT-BANK-CODE.
           MOVE BRF-BANK-NAME TO WS-RPT-BANK-NAME.
           MOVE WS-CHECK-RESULT TO WS-RPT-CHECK-RESULT.

           MOVE WS-REPORT-DETAIL-LINE TO CHECK-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------

       3000-PRODUCE-SUMMARY.
           MOVE SPACES TO CHECK-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

           MOVE 'BANK DETAILS CHECKED .......' TO WS-RPT-COUNT-LABEL.
           MOVE WS-READ-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 3100-WRITE-COUNT-LINE.

           MOVE 'NEWLY FLAGGED ..............' TO WS-RPT-COUNT-LABEL.
           MOVE WS-FLAGGED-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 3100-WRITE-COUNT-LINE.

           MOVE 'STILL FLAGGED ..............' TO WS-RPT-COUNT-LABEL.
           MOVE WS-STILL-FLAGGED-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 3100-WRITE-COUNT-LINE.

           MOVE 'FLAGS CLEARED ..............' TO WS-RPT-COUNT-LABEL.
           MOVE WS-CLEARED-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 3100-WRITE-COUNT-LINE.

       3100-WRITE-COUNT-LINE.
           MOVE WS-REPORT-COUNT-LINE TO CHECK-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

       8800-PRINT-REPORT-LINE.
           MOVE CHECK-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE CHECK-REPORT-LINE.

      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'EBNKCHK' TO RSA-REPORT-NAME.
           SET RSA-ACTION-LINE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *-----------------------------------------------------------------
       TERMINATION SECTION.
      *-----------------------------------------------------------------

       9000-TERMINATE.

      *    FINISH THE REPORT REPOSITORY DEPOSIT.
           SET RSA-ACTION-CLOSE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *    LOG THE RUN ON THE COMMON RUN-HISTORY FILE - EVERY ACCOUNT
      *    STILL AT A CLOSED OR MERGED BANK COUNTS AS AN EXCEPTION.
           MOVE 'EBNKCHK' TO RLG-JOB-NAME.
           MOVE WS-READ-COUNT TO RLG-INPUT-COUNT.
           COMPUTE RLG-OUTPUT-COUNT =
              WS-FLAGGED-COUNT + WS-CLEARED-COUNT.
           COMPUTE RLG-ERROR-COUNT =
              WS-FLAGGED-COUNT + WS-STILL-FLAGGED-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'EBNKCHK - BANK DETAILS CHECKED: ' WS-READ-COUNT.
           DISPLAY 'EBNKCHK - NEWLY FLAGGED:        ' WS-FLAGGED-COUNT.
           DISPLAY 'EBNKCHK - STILL FLAGGED:        '
              WS-STILL-FLAGGED-COUNT.
           DISPLAY 'EBNKCHK - FLAGS CLEARED:        ' WS-CLEARED-COUNT.

           CLOSE EBANKDT-FILE.
           CLOSE EBNKREF-FILE.
           CLOSE CHECK-REPORT-FILE.
