       IDENTIFICATION DIVISION.
       PROGRAM-ID. EBRFLOAD.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - MONTHLY BANK DIRECTORY LOAD.
      *      - BATCH PROGRAM, RUN OFFLINE AGAINST THE 'EBNKREF' VSAM
      *        <KSDS> CLUSTER (OPENED IN VSAM RLS MODE - SEE THE
      *        'RLS=' PARAMETERS ON THE ACCOMPANYING JCL - SO 'EBNKP'
      *        CAN KEEP CHECKING BANK CODES WHILE THIS JOB RUNS).
      *      - READS THE CLEARING-HOUSE DIRECTORY FILE ('BNKDIR'),
      *        ONE 80-BYTE RECORD PER BANK/BRANCH CODE:
      *          COLUMNS  1-8  - BANK/BRANCH CODE.
      *          COLUMNS  9-38 - BANK NAME.
      *          COLUMN  39    - STATUS: O OPEN, C CLOSED, M MERGED.
      *          COLUMNS 40-47 - FOR A MERGED BANK, THE CODE THAT
      *                          TOOK IT OVER.
      *          COLUMNS 48-55 - DATE OF THE STATUS (YYYYMMDD).
      *          COLUMNS 56-57 - SHORTEST ACCOUNT NUMBER (01-17).
      *          COLUMNS 58-59 - LONGEST ACCOUNT NUMBER (01-17).
      *          COLUMN  60    - ACCOUNT CHARACTERS: N NUMERIC,
      *                          A ALPHANUMERIC.
      *          COLUMNS 61-62 - CHECK-DIGIT METHOD (SEE 'EBNKREF').
      *      - A CODE ALREADY ON FILE IS REPLACED BY THIS MONTH'S
      *        ENTRY. A CODE ON FILE THAT THIS MONTH'S DIRECTORY NO
      *        LONGER CARRIES IS LEFT AS IT WAS AND LISTED, FOR
      *        PAYROLL TO CHASE WITH THE CLEARING HOUSE.
      *      - RUN EACH MONTH WHEN THE DIRECTORY ARRIVES, BEFORE
      *        'EBNKCHK' FLAGS THE ACCOUNTS AT CLOSED OR MERGED BANKS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIRECTORY-FILE ASSIGN TO BNKDIR
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-BNKDIR-STATUS.

           SELECT EBNKREF-FILE ASSIGN TO EBNKREF
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BRF-KEY
                FILE STATUS IS WS-EBNKREF-STATUS.

           SELECT DIRECTORY-REPORT-FILE ASSIGN TO BRFRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-BRFRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIRECTORY-FILE
           RECORDING MODE IS F.
       01  DIRECTORY-RECORD.
           05 DIR-BANK-CODE             PIC X(8).
           05 DIR-BANK-NAME             PIC X(30).
           05 DIR-STATUS                PIC X(1).
           05 DIR-MERGED-INTO           PIC X(8).
           05 DIR-STATUS-DATE           PIC X(8).
           05 DIR-ACCOUNT-MIN-LENGTH    PIC 9(2).
           05 DIR-ACCOUNT-MAX-LENGTH    PIC 9(2).
           05 DIR-ACCOUNT-CHARSET       PIC X(1).
           05 DIR-CHECK-METHOD          PIC X(2).
           05 FILLER                    PIC X(18).

       FD  EBNKREF-FILE.
       COPY EBNKREF.

       FD  DIRECTORY-REPORT-FILE
           RECORDING MODE IS F.
       01  DIRECTORY-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-BNKDIR-STATUS         PIC X(2).
             88 BNKDIR-OK                       VALUE '00'.
          05 WS-EBNKREF-STATUS        PIC X(2).
             88 EBNKREF-OK                      VALUE '00'.
          05 WS-BRFRPT-STATUS         PIC X(2).
          05 WS-DIRECTORY-EOF-FLAG    PIC X(1)  VALUE 'N'.
             88 END-OF-DIRECTORY                VALUE 'Y'.
          05 WS-REFERENCE-EOF-FLAG    PIC X(1)  VALUE 'N'.
             88 END-OF-REFERENCE                VALUE 'Y'.
          05 WS-ENTRY-FLAG            PIC X(1)  VALUE SPACES.
             88 ENTRY-VALID                     VALUE 'Y'.
             88 ENTRY-REJECTED                  VALUE SPACES.
          05 WS-ENTRY-RESULT          PIC X(30) VALUE SPACES.
          05 WS-TODAY                 PIC X(8).
          05 WS-ENTRY-COUNT           PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ADDED-COUNT           PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-REPLACED-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-REJECTED-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-DROPPED-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.

       01 WS-REPORT-HEADING.
          05 WS-RPT-HEADING-TEXT      PIC X(80)
             VALUE 'MONTHLY BANK DIRECTORY LOAD REPORT'.

       01 WS-REPORT-DROPPED-HEADING.
          05 FILLER                   PIC X(80)
             VALUE 'CODES ON FILE BUT MISSING FROM THIS DIRECTORY'.

       01 WS-REPORT-ENTRY-LINE.
          05 WS-RPT-BANK-CODE         PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-BANK-NAME         PIC X(30).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-STATUS            PIC X(1).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-ENTRY-RESULT      PIC X(30).
          05 FILLER                   PIC X(5)  VALUE SPACES.

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
           PERFORM 2000-PROCESS-DIRECTORY-ENTRY
              UNTIL END-OF-DIRECTORY.
           PERFORM 2500-LIST-DROPPED-CODES.
           PERFORM 3000-PRODUCE-SUMMARY.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN INPUT DIRECTORY-FILE.
           IF NOT BNKDIR-OK
              DISPLAY 'EBRFLOAD - UNABLE TO OPEN BNKDIR, STATUS='
                 WS-BNKDIR-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O EBNKREF-FILE.
           IF NOT EBNKREF-OK
              DISPLAY 'EBRFLOAD - UNABLE TO OPEN EBNKREF, STATUS='
                 WS-EBNKREF-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT DIRECTORY-REPORT-FILE.

           MOVE WS-REPORT-HEADING TO DIRECTORY-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

           PERFORM 1100-READ-NEXT-ENTRY.

      *-----------------------------------------------------------------
       READING SECTION.
      *-----------------------------------------------------------------

       1100-READ-NEXT-ENTRY.
           READ DIRECTORY-FILE
              AT END
                 SET END-OF-DIRECTORY TO TRUE
           END-READ.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------

       2000-PROCESS-DIRECTORY-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT.

           PERFORM 2100-VALIDATE-ENTRY.

           IF ENTRY-VALID THEN
              PERFORM 2200-STORE-ENTRY
           END-IF.

           PERFORM 2900-WRITE-ENTRY-LINE.
           PERFORM 1100-READ-NEXT-ENTRY.

       2100-VALIDATE-ENTRY.
           INITIALIZE WS-ENTRY-FLAG.

           IF DIR-BANK-CODE IS EQUAL TO SPACES THEN
              MOVE 'Bad Bank Code' TO WS-ENTRY-RESULT
              ADD 1 TO WS-REJECTED-COUNT
              EXIT PARAGRAPH
           END-IF.

           IF DIR-BANK-NAME IS EQUAL TO SPACES THEN
              MOVE 'Bank Name Missing' TO WS-ENTRY-RESULT
              ADD 1 TO WS-REJECTED-COUNT
              EXIT PARAGRAPH
           END-IF.

           MOVE DIR-STATUS TO BRF-STATUS.
           IF NOT BRF-STATUS-VALID THEN
              MOVE 'Status Not O/C/M' TO WS-ENTRY-RESULT
              ADD 1 TO WS-REJECTED-COUNT
              EXIT PARAGRAPH
           END-IF.

      *    A MERGER WITH NOWHERE TO GO WOULD LEAVE HR NOTHING TO
      *    TELL THE EMPLOYEE.
           IF BRF-ST-MERGED AND DIR-MERGED-INTO IS EQUAL TO SPACES THEN
              MOVE 'Merged Without Successor Code' TO WS-ENTRY-RESULT
              ADD 1 TO WS-REJECTED-COUNT
              EXIT PARAGRAPH
           END-IF.

           IF DIR-STATUS-DATE IS NOT EQUAL TO SPACES AND
              DIR-STATUS-DATE IS NOT NUMERIC THEN
              MOVE 'Bad Status Date' TO WS-ENTRY-RESULT
              ADD 1 TO WS-REJECTED-COUNT
              EXIT PARAGRAPH
           END-IF.

           IF DIR-ACCOUNT-MIN-LENGTH IS NOT NUMERIC OR
              DIR-ACCOUNT-MAX-LENGTH IS NOT NUMERIC OR
              DIR-ACCOUNT-MIN-LENGTH IS LESS THAN 1 OR
              DIR-ACCOUNT-MAX-LENGTH IS GREATER THAN 17 OR
              DIR-ACCOUNT-MIN-LENGTH IS GREATER THAN
                 DIR-ACCOUNT-MAX-LENGTH THEN
              MOVE 'Bad Account Lengths' TO WS-ENTRY-RESULT
              ADD 1 TO WS-REJECTED-COUNT
              EXIT PARAGRAPH
           END-IF.

           MOVE DIR-ACCOUNT-CHARSET TO BRF-ACCOUNT-CHARSET.
           IF NOT BRF-ACCOUNT-NUMERIC AND
              NOT BRF-ACCOUNT-ALPHANUMERIC THEN
              MOVE 'Account Characters Not N/A' TO WS-ENTRY-RESULT
              ADD 1 TO WS-REJECTED-COUNT
              EXIT PARAGRAPH
           END-IF.

           MOVE DIR-CHECK-METHOD TO BRF-CHECK-METHOD.
           IF NOT BRF-CHECK-METHOD-VALID THEN
              MOVE 'Unknown Check-Digit Method' TO WS-ENTRY-RESULT
              ADD 1 TO WS-REJECTED-COUNT
              EXIT PARAGRAPH
           END-IF.

           SET ENTRY-VALID TO TRUE.

       2200-STORE-ENTRY.
           MOVE DIR-BANK-CODE TO BRF-BANK-CODE.
           READ EBNKREF-FILE
              INVALID KEY
                 PERFORM 2210-ADD-ENTRY
                 EXIT PARAGRAPH
           END-READ.

           PERFORM 2220-FILL-ENTRY.

           REWRITE BANK-REFERENCE-RECORD
              INVALID KEY
                 DISPLAY 'EBRFLOAD - REWRITE FAILED, KEY=' BRF-KEY
                 MOVE 'Rewrite Failed' TO WS-ENTRY-RESULT
                 SET ENTRY-REJECTED TO TRUE
                 ADD 1 TO WS-REJECTED-COUNT
                 EXIT PARAGRAPH
           END-REWRITE.

           MOVE 'Replaced' TO WS-ENTRY-RESULT.
           ADD 1 TO WS-REPLACED-COUNT.

       2210-ADD-ENTRY.
           INITIALIZE BANK-REFERENCE-RECORD.
           MOVE DIR-BANK-CODE TO BRF-BANK-CODE.
           PERFORM 2220-FILL-ENTRY.

           WRITE BANK-REFERENCE-RECORD
              INVALID KEY
                 DISPLAY 'EBRFLOAD - WRITE FAILED, STATUS='
                    WS-EBNKREF-STATUS ' KEY=' BRF-KEY
                 MOVE 'Write Failed' TO WS-ENTRY-RESULT
                 SET ENTRY-REJECTED TO TRUE
                 ADD 1 TO WS-REJECTED-COUNT
                 EXIT PARAGRAPH
           END-WRITE.

           MOVE 'Added' TO WS-ENTRY-RESULT.
           ADD 1 TO WS-ADDED-COUNT.

       2220-FILL-ENTRY.
           MOVE DIR-BANK-NAME TO BRF-BANK-NAME.
           MOVE DIR-STATUS TO BRF-STATUS.
           IF BRF-ST-MERGED THEN
              MOVE DIR-MERGED-INTO TO BRF-MERGED-INTO
           ELSE
              MOVE SPACES TO BRF-MERGED-INTO
           END-IF.
           MOVE DIR-STATUS-DATE TO BRF-STATUS-DATE.
           MOVE DIR-ACCOUNT-MIN-LENGTH TO BRF-ACCOUNT-MIN-LENGTH.
           MOVE DIR-ACCOUNT-MAX-LENGTH TO BRF-ACCOUNT-MAX-LENGTH.
           MOVE DIR-ACCOUNT-CHARSET TO BRF-ACCOUNT-CHARSET.
           MOVE DIR-CHECK-METHOD TO BRF-CHECK-METHOD.
           MOVE 'EBRFLOAD' TO BRF-LOADED-BY.
           MOVE WS-TODAY TO BRF-LOADED-DATE.

      *    EVERY CODE THIS RUN TOUCHED CARRIES TODAY'S LOAD DATE -
      *    ANYTHING OLDER WAS MISSING FROM THIS MONTH'S DIRECTORY.
       2500-LIST-DROPPED-CODES.
           MOVE LOW-VALUES TO BRF-KEY.
           START EBNKREF-FILE KEY IS NOT LESS THAN BRF-KEY
              INVALID KEY
                 SET END-OF-REFERENCE TO TRUE
           END-START.

           IF NOT END-OF-REFERENCE THEN
              MOVE SPACES TO DIRECTORY-REPORT-LINE
              PERFORM 8800-PRINT-REPORT-LINE
              MOVE WS-REPORT-DROPPED-HEADING TO DIRECTORY-REPORT-LINE
              PERFORM 8800-PRINT-REPORT-LINE
           END-IF.

           PERFORM 2510-CHECK-NEXT-CODE UNTIL END-OF-REFERENCE.

       2510-CHECK-NEXT-CODE.
           READ EBNKREF-FILE NEXT RECORD
              AT END
                 SET END-OF-REFERENCE TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           IF BRF-LOADED-DATE IS NOT LESS THAN WS-TODAY THEN
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-DROPPED-COUNT.
           MOVE BRF-BANK-CODE TO WS-RPT-BANK-CODE.
           MOVE BRF-BANK-NAME TO WS-RPT-BANK-NAME.
           MOVE BRF-STATUS TO WS-RPT-STATUS.
           MOVE SPACES TO WS-RPT-ENTRY-RESULT.
           STRING 'Last Loaded ' BRF-LOADED-DATE
              DELIMITED BY SIZE INTO WS-RPT-ENTRY-RESULT.
           MOVE WS-REPORT-ENTRY-LINE TO DIRECTORY-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

       2900-WRITE-ENTRY-LINE.
           MOVE DIR-BANK-CODE TO WS-RPT-BANK-CODE.
           MOVE DIR-BANK-NAME TO WS-RPT-BANK-NAME.
           MOVE DIR-STATUS TO WS-RPT-STATUS.
           MOVE WS-ENTRY-RESULT TO WS-RPT-ENTRY-RESULT.

           MOVE WS-REPORT-ENTRY-LINE TO DIRECTORY-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------

       3000-PRODUCE-SUMMARY.
           MOVE SPACES TO DIRECTORY-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

           MOVE 'DIRECTORY ENTRIES READ .....' TO WS-RPT-COUNT-LABEL.
           MOVE WS-ENTRY-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 3100-WRITE-COUNT-LINE.

           MOVE 'BANK CODES ADDED ...........' TO WS-RPT-COUNT-LABEL.
           MOVE WS-ADDED-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 3100-WRITE-COUNT-LINE.

           MOVE 'BANK CODES REPLACED ........' TO WS-RPT-COUNT-LABEL.
           MOVE WS-REPLACED-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 3100-WRITE-COUNT-LINE.

           MOVE 'ENTRIES REJECTED ...........' TO WS-RPT-COUNT-LABEL.
           MOVE WS-REJECTED-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 3100-WRITE-COUNT-LINE.

           MOVE 'CODES NOT IN DIRECTORY .....' TO WS-RPT-COUNT-LABEL.
           MOVE WS-DROPPED-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 3100-WRITE-COUNT-LINE.

       3100-WRITE-COUNT-LINE.
           MOVE WS-REPORT-COUNT-LINE TO DIRECTORY-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

       8800-PRINT-REPORT-LINE.
           MOVE DIRECTORY-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE DIRECTORY-REPORT-LINE.

      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'EBRFLOAD' TO RSA-REPORT-NAME.
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
           MOVE 'EBRFLOAD' TO RLG-JOB-NAME.
           MOVE WS-ENTRY-COUNT TO RLG-INPUT-COUNT.
           COMPUTE RLG-OUTPUT-COUNT =
              WS-ADDED-COUNT + WS-REPLACED-COUNT.
           MOVE WS-REJECTED-COUNT TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'EBRFLOAD - ENTRIES READ:     ' WS-ENTRY-COUNT.
           DISPLAY 'EBRFLOAD - CODES ADDED:      ' WS-ADDED-COUNT.
           DISPLAY 'EBRFLOAD - CODES REPLACED:   ' WS-REPLACED-COUNT.
           DISPLAY 'EBRFLOAD - ENTRIES REJECTED: ' WS-REJECTED-COUNT.
           DISPLAY 'EBRFLOAD - NOT IN DIRECTORY: ' WS-DROPPED-COUNT.

           CLOSE DIRECTORY-FILE.
           CLOSE EBNKREF-FILE.
           CLOSE DIRECTORY-REPORT-FILE.
