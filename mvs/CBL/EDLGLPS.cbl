       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDLGLPS.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - APPROVAL DELEGATION LAPSE SWEEP.
      *      - BATCH PROGRAM, RUN DAILY AGAINST THE 'EDELGAT'
      *        DELEGATION CLUSTER (UPDATED) AND THE 'ESECJRN' SECURITY
      *        JOURNAL (APPENDED TO), BOTH IN RLS MODE - SEE THE
      *        'RLS=' PARAMETERS ON THE ACCOMPANYING JCL - SO MANAGERS
      *        CAN GO ON SETTING DELEGATIONS ON 'EDLGP' WHILE IT RUNS.
      *      - A DELEGATION STILL ACTIVE AFTER ITS TO DATE IS MARKED
      *        LAPSED, CLOSED BY 'EDLGLPS' TODAY, AND JOURNALED TO
      *        'ESECJRN' AS ACTION 'DELEG LAPSE' - DELEGATE AND TO
      *        DATE IN THE OLD VALUE, SO THE AUDIT TRAIL SHOWS WHEN EACH
      *        STAND-IN'S AUTHORITY ENDED.
      *      - THE ONLINE CHECK ('EDLGCHK') ALREADY STOPS HONOURING A
      *        DELEGATION THE DAY AFTER ITS TO DATE; THIS RUN ONLY
      *        TIDIES THE STATUS AND LEAVES THE RECORD OF IT.
      *      - NO 'SYSIN' - ON A DAY WHEN NOTHING RUNS OUT THE RUN
      *        SIMPLY REPORTS NOTHING.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDELGAT-FILE ASSIGN TO EDELGAT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS DLG-KEY
                FILE STATUS IS WS-EDELGAT-STATUS.

           SELECT ESECJRN-FILE ASSIGN TO ESECJRN
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-ESECJRN-STATUS.

           SELECT LAPSE-REPORT-FILE ASSIGN TO LPSRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-LPSRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EDELGAT-FILE.
       COPY EDELGAT.

       FD  ESECJRN-FILE.
       COPY ESECJRN.

       FD  LAPSE-REPORT-FILE
           RECORDING MODE IS F.
       01  LAPSE-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-EDELGAT-STATUS        PIC X(2).
             88 EDELGAT-OK                      VALUE '00'.
          05 WS-ESECJRN-STATUS        PIC X(2).
             88 ESECJRN-OK                      VALUE '00'.
          05 WS-LPSRPT-STATUS         PIC X(2).
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
             88 END-OF-EDELGAT                  VALUE 'Y'.
          05 WS-CURRENT-DATE          PIC X(8)  VALUE SPACES.
          05 WS-RUN-TIMESTAMP         PIC X(21) VALUE SPACES.
          05 WS-READ-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-LAPSED-COUNT          PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ERROR-COUNT           PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.

       01 WS-REPORT-HEADING.
          05 FILLER                   PIC X(40)
             VALUE 'APPROVAL DELEGATION LAPSE - AS OF       '.
          05 WS-RPT-HDG-DATE          PIC X(8).
          05 FILLER                   PIC X(32) VALUE SPACES.

       01 WS-COLUMN-HEADING.
          05 FILLER                   PIC X(10) VALUE 'DELEGATOR'.
          05 FILLER                   PIC X(10) VALUE 'DELEGATE'.
          05 FILLER                   PIC X(10) VALUE 'FROM'.
          05 FILLER                   PIC X(10) VALUE 'TO'.
          05 FILLER                   PIC X(7)  VALUE 'TYPES'.
          05 FILLER                   PIC X(33) VALUE 'SET BY'.

       01 WS-REPORT-DETAIL-LINE.
          05 WS-RPT-DELEGATOR-ID      PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-DELEGATE-ID       PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-FROM-DATE         PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-TO-DATE           PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-TYPES             PIC X(5).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-SET-BY            PIC X(8).
          05 FILLER                   PIC X(25) VALUE SPACES.

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
           PERFORM 2000-CHECK-DELEGATION UNTIL END-OF-EDELGAT.
           PERFORM 3000-PRINT-SUMMARY.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-CURRENT-DATE.

           OPEN I-O EDELGAT-FILE.
           IF NOT EDELGAT-OK
              DISPLAY 'EDLGLPS - UNABLE TO OPEN EDELGAT, STATUS='
                 WS-EDELGAT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN EXTEND ESECJRN-FILE.
           IF NOT ESECJRN-OK
              DISPLAY 'EDLGLPS - UNABLE TO OPEN ESECJRN, STATUS='
                 WS-ESECJRN-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT LAPSE-REPORT-FILE.

           MOVE WS-CURRENT-DATE TO WS-RPT-HDG-DATE.
           MOVE WS-REPORT-HEADING TO LAPSE-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.
           MOVE SPACES TO LAPSE-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO LAPSE-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           PERFORM 1100-READ-NEXT-DELEGATION.

      *-----------------------------------------------------------------
       READING SECTION.
      *-----------------------------------------------------------------

       1100-READ-NEXT-DELEGATION.
           READ EDELGAT-FILE NEXT RECORD
              AT END
                 SET END-OF-EDELGAT TO TRUE
           END-READ.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------

       2000-CHECK-DELEGATION.
           ADD 1 TO WS-READ-COUNT.

      *    THE TO DATE ITSELF IS STILL COVERED.
           IF DLG-ACTIVE AND
              DLG-TO-DATE IS LESS THAN WS-CURRENT-DATE
              PERFORM 2100-LAPSE-DELEGATION
           END-IF.

           PERFORM 1100-READ-NEXT-DELEGATION.

       2100-LAPSE-DELEGATION.
           SET DLG-LAPSED TO TRUE.
           MOVE 'EDLGLPS' TO DLG-CLOSED-BY.
           MOVE WS-CURRENT-DATE TO DLG-CLOSED-DATE.

           REWRITE DELEGATION-RECORD.
           IF NOT EDELGAT-OK
              DISPLAY 'EDLGLPS - REWRITE FAILED, STATUS='
                 WS-EDELGAT-STATUS ' DELEGATOR=' DLG-DELEGATOR-ID
              ADD 1 TO WS-ERROR-COUNT
      *       LEFT ACTIVE - TOMORROW'S RUN TRIES AGAIN.
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-LAPSED-COUNT.

           PERFORM 2200-JOURNAL-LAPSE.

           MOVE DLG-DELEGATOR-ID TO WS-RPT-DELEGATOR-ID.
           MOVE DLG-DELEGATE-ID TO WS-RPT-DELEGATE-ID.
           MOVE DLG-FROM-DATE TO WS-RPT-FROM-DATE.
           MOVE DLG-TO-DATE TO WS-RPT-TO-DATE.
           MOVE DLG-APPROVAL-TYPES TO WS-RPT-TYPES.
           MOVE DLG-SET-BY TO WS-RPT-SET-BY.
           MOVE WS-REPORT-DETAIL-LINE TO LAPSE-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

      *    THE SAME 'ESECJRN' TRAIL 'EDLGP' LEAVES WHEN A DELEGATION
      *    IS SET OR CANCELLED.
       2200-JOURNAL-LAPSE.
           INITIALIZE SECURITY-JOURNAL-RECORD.
           MOVE WS-RUN-TIMESTAMP TO SEC-TIMESTAMP.
           MOVE 'EDLGLPS' TO SEC-USER-ID.
           MOVE 'BTCH' TO SEC-TERMINAL-ID.
           MOVE 'EDLGLPS' TO SEC-PROGRAM.
           MOVE 'DELEG LAPSE' TO SEC-ACTION.
           MOVE DLG-DELEGATOR-ID TO SEC-TARGET.
           STRING DLG-DELEGATE-ID DELIMITED BY SPACE
              ' ' DELIMITED BY SIZE
              DLG-TO-DATE DELIMITED BY SIZE
              INTO SEC-OLD-VALUE.
           MOVE 'LAPSED' TO SEC-NEW-VALUE.

           WRITE SECURITY-JOURNAL-RECORD.
           IF NOT ESECJRN-OK
              DISPLAY 'EDLGLPS - JOURNAL WRITE FAILED, STATUS='
                 WS-ESECJRN-STATUS ' DELEGATOR=' DLG-DELEGATOR-ID
              ADD 1 TO WS-ERROR-COUNT
           END-IF.

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------

       3000-PRINT-SUMMARY.
           MOVE SPACES TO LAPSE-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'DELEGATIONS READ ...............'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-READ-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3100-WRITE-SUMMARY-LINE.

           MOVE 'DELEGATIONS LAPSED .............'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-LAPSED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3100-WRITE-SUMMARY-LINE.

           MOVE 'ERRORS .........................'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-ERROR-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3100-WRITE-SUMMARY-LINE.

       3100-WRITE-SUMMARY-LINE.
           MOVE WS-REPORT-SUMMARY-LINE TO LAPSE-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

       8800-WRITE-REPORT-LINE.
           MOVE LAPSE-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE LAPSE-REPORT-LINE.
      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'EDLGLPS' TO RSA-REPORT-NAME.
           SET RSA-ACTION-LINE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *-----------------------------------------------------------------
       TERMINATION SECTION.
      *-----------------------------------------------------------------

       9000-TERMINATE.

           IF WS-ERROR-COUNT IS GREATER THAN ZEROES
              MOVE 4 TO RLG-RETURN-CODE
           END-IF.

      *    FINISH THE REPORT REPOSITORY DEPOSIT.
           SET RSA-ACTION-CLOSE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *    LOG THE RUN ON THE COMMON RUN-HISTORY FILE.
           MOVE 'EDLGLPS' TO RLG-JOB-NAME.
           MOVE WS-READ-COUNT TO RLG-INPUT-COUNT.
           MOVE WS-LAPSED-COUNT TO RLG-OUTPUT-COUNT.
           MOVE WS-ERROR-COUNT TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'EDLGLPS - DELEGATIONS READ:     ' WS-READ-COUNT.
           DISPLAY 'EDLGLPS - DELEGATIONS LAPSED:   ' WS-LAPSED-COUNT.
           DISPLAY 'EDLGLPS - ERRORS:               ' WS-ERROR-COUNT.

           CLOSE EDELGAT-FILE.
           CLOSE ESECJRN-FILE.
           CLOSE LAPSE-REPORT-FILE.

           IF RLG-RETURN-CODE IS GREATER THAN ZEROES
              MOVE RLG-RETURN-CODE TO RETURN-CODE
           END-IF.
