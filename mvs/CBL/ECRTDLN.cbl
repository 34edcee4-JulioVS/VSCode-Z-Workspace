       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECRTDLN.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - ACCESS RECERTIFICATION DEADLINE ENFORCEMENT.
      *      - BATCH PROGRAM, RUN DAILY AGAINST THE 'ECRTITM'
      *        CERTIFICATION ITEM AND 'EREGUSR' REGISTERED-USERS
      *        CLUSTERS (BOTH UPDATED) AND THE 'ESECJRN' SECURITY
      *        JOURNAL (APPENDED TO), ALL IN RLS MODE - SEE THE
      *        'RLS=' PARAMETERS ON THE ACCOMPANYING JCL - SO
      *        MANAGERS CAN GO ON DECIDING ON 'ECRTP' WHILE IT RUNS.
      *      - AN ITEM STILL PENDING AFTER ITS DEADLINE DAY MEANS
      *        NOBODY WAS WILLING TO VOUCH FOR THE ACCOUNT, SO THE
      *        ACCOUNT IS FLIPPED TO INACTIVE (THE SAME SWITCH
      *        'EDORMNT' THROWS), THE ITEM IS MARKED EXPIRED, AND THE
      *        DEACTIVATION IS JOURNALED TO 'ESECJRN' AS ACTION
      *        'CERT EXPIRE' - OLD AND NEW STATUS, CAMPAIGN IN THE NEW
      *        VALUE.
      *      - AN ACCOUNT ALREADY INACTIVE IS LEFT ALONE BUT ITS ITEM
      *        STILL EXPIRES (AND IS JOURNALED); ONE NO LONGER ON
      *        'EREGUSR' JUST EXPIRES.
      *      - REACTIVATION STAYS A DELIBERATE ADMINISTRATOR ACTION ON
      *        THE 'ERULP' SCREEN, SAME AS A DORMANT ACCOUNT.
      *      - NO 'SYSIN' - NOTHING PASSES ITS DEADLINE ON MOST DAYS,
      *        AND THEN THE RUN SIMPLY REPORTS NOTHING.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ECRTITM-FILE ASSIGN TO ECRTITM
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CRT-KEY
                FILE STATUS IS WS-ECRTITM-STATUS.

           SELECT EREGUSR-FILE ASSIGN TO EREGUSR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS REG-KEY
                FILE STATUS IS WS-EREGUSR-STATUS.

           SELECT ESECJRN-FILE ASSIGN TO ESECJRN
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-ESECJRN-STATUS.

           SELECT DEADLINE-REPORT-FILE ASSIGN TO DLNRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-DLNRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ECRTITM-FILE.
       COPY ECRTITM.

       FD  EREGUSR-FILE.
       COPY EREGUSR.

       FD  ESECJRN-FILE.
       COPY ESECJRN.

       FD  DEADLINE-REPORT-FILE
           RECORDING MODE IS F.
       01  DEADLINE-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-ECRTITM-STATUS        PIC X(2).
             88 ECRTITM-OK                      VALUE '00'.
          05 WS-EREGUSR-STATUS        PIC X(2).
             88 EREGUSR-OK                      VALUE '00'.
          05 WS-ESECJRN-STATUS        PIC X(2).
             88 ESECJRN-OK                      VALUE '00'.
          05 WS-DLNRPT-STATUS         PIC X(2).
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
             88 END-OF-ECRTITM                  VALUE 'Y'.
          05 WS-CURRENT-DATE          PIC X(8)  VALUE SPACES.
          05 WS-RUN-TIMESTAMP         PIC X(21) VALUE SPACES.
          05 WS-OLD-STATUS            PIC X(8)  VALUE SPACES.
          05 WS-READ-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EXPIRED-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-DEACTIVATED-COUNT     PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ERROR-COUNT           PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.

       01 WS-REPORT-HEADING.
          05 FILLER                   PIC X(40)
             VALUE 'ACCESS RECERTIFICATION DEADLINE - AS OF '.
          05 WS-RPT-HDG-DATE          PIC X(8).
          05 FILLER                   PIC X(32) VALUE SPACES.

       01 WS-COLUMN-HEADING.
          05 FILLER                   PIC X(10) VALUE 'USER ID'.
          05 FILLER                   PIC X(8)  VALUE 'CAMPGN'.
          05 FILLER                   PIC X(10) VALUE 'REVIEWER'.
          05 FILLER                   PIC X(10) VALUE 'DEADLINE'.
          05 FILLER                   PIC X(42) VALUE 'DISPOSITION'.

       01 WS-REPORT-DETAIL-LINE.
          05 WS-RPT-USER-ID           PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-CAMPAIGN-ID       PIC X(6).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-REVIEWER-ID       PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-DEADLINE          PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-DISPOSITION       PIC X(42).

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
           PERFORM 2000-CHECK-ITEM UNTIL END-OF-ECRTITM.
           PERFORM 3000-PRINT-SUMMARY.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-CURRENT-DATE.

           OPEN I-O ECRTITM-FILE.
           IF NOT ECRTITM-OK
              DISPLAY 'ECRTDLN - UNABLE TO OPEN ECRTITM, STATUS='
                 WS-ECRTITM-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O EREGUSR-FILE.
           IF NOT EREGUSR-OK
              DISPLAY 'ECRTDLN - UNABLE TO OPEN EREGUSR, STATUS='
                 WS-EREGUSR-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN EXTEND ESECJRN-FILE.
           IF NOT ESECJRN-OK
              DISPLAY 'ECRTDLN - UNABLE TO OPEN ESECJRN, STATUS='
                 WS-ESECJRN-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT DEADLINE-REPORT-FILE.

           MOVE WS-CURRENT-DATE TO WS-RPT-HDG-DATE.
           MOVE WS-REPORT-HEADING TO DEADLINE-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.
           MOVE SPACES TO DEADLINE-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO DEADLINE-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           PERFORM 1100-READ-NEXT-ITEM.

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

       2000-CHECK-ITEM.
           ADD 1 TO WS-READ-COUNT.

      *    THE DEADLINE DAY ITSELF IS STILL GOOD FOR DECIDING.
           IF CRT-PENDING AND
              CRT-DEADLINE-DATE IS LESS THAN WS-CURRENT-DATE
              PERFORM 2100-EXPIRE-ITEM
           END-IF.

           PERFORM 1100-READ-NEXT-ITEM.

       2100-EXPIRE-ITEM.
           MOVE CRT-USER-ID TO REG-USER-ID.
           READ EREGUSR-FILE
              INVALID KEY
                 MOVE 'EXPIRED - ACCOUNT NO LONGER ON FILE'
                    TO WS-RPT-DISPOSITION
                 PERFORM 2300-CLOSE-ITEM
                 EXIT PARAGRAPH
           END-READ.

           IF REG-ST-ACTIVE
              MOVE 'ACTIVE' TO WS-OLD-STATUS
              SET REG-ST-INACTIVE TO TRUE
              REWRITE REGISTERED-USER-RECORD
              IF NOT EREGUSR-OK
                 DISPLAY 'ECRTDLN - REWRITE FAILED, STATUS='
                    WS-EREGUSR-STATUS ' USER=' REG-USER-ID
                 ADD 1 TO WS-ERROR-COUNT
      *          LEFT PENDING - TOMORROW'S RUN TRIES AGAIN.
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-DEACTIVATED-COUNT
              MOVE 'EXPIRED - ACCOUNT DEACTIVATED'
                 TO WS-RPT-DISPOSITION
           ELSE
              MOVE 'INACTIVE' TO WS-OLD-STATUS
              MOVE 'EXPIRED - ACCOUNT ALREADY INACTIVE'
                 TO WS-RPT-DISPOSITION
           END-IF.

           PERFORM 2200-JOURNAL-EXPIRY.
           PERFORM 2300-CLOSE-ITEM.

      *    THE SAME 'ESECJRN' TRAIL THE ONLINE CONFIRM/REVOKE LEAVES.
       2200-JOURNAL-EXPIRY.
           INITIALIZE SECURITY-JOURNAL-RECORD.
           MOVE WS-RUN-TIMESTAMP TO SEC-TIMESTAMP.
           MOVE 'ECRTDLN' TO SEC-USER-ID.
           MOVE 'BTCH' TO SEC-TERMINAL-ID.
           MOVE 'ECRTDLN' TO SEC-PROGRAM.
           MOVE 'CERT EXPIRE' TO SEC-ACTION.
           MOVE CRT-USER-ID TO SEC-TARGET.
           MOVE WS-OLD-STATUS TO SEC-OLD-VALUE.
           STRING 'INACTIVE ' DELIMITED BY SIZE
              CRT-CAMPAIGN-ID DELIMITED BY SIZE
              INTO SEC-NEW-VALUE.

           WRITE SECURITY-JOURNAL-RECORD.
           IF NOT ESECJRN-OK
              DISPLAY 'ECRTDLN - JOURNAL WRITE FAILED, STATUS='
                 WS-ESECJRN-STATUS ' USER=' CRT-USER-ID
              ADD 1 TO WS-ERROR-COUNT
           END-IF.

       2300-CLOSE-ITEM.
           SET CRT-EXPIRED TO TRUE.
           MOVE 'ECRTDLN' TO CRT-DECIDED-BY.
           MOVE WS-CURRENT-DATE TO CRT-DECIDED-DATE.

           REWRITE RECERTIFICATION-ITEM-RECORD.
           IF NOT ECRTITM-OK
              DISPLAY 'ECRTDLN - ITEM REWRITE FAILED, STATUS='
                 WS-ECRTITM-STATUS ' USER=' CRT-USER-ID
              ADD 1 TO WS-ERROR-COUNT
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-EXPIRED-COUNT.

           MOVE CRT-USER-ID TO WS-RPT-USER-ID.
           MOVE CRT-CAMPAIGN-ID TO WS-RPT-CAMPAIGN-ID.
           IF CRT-SECURITY-ADMIN-QUEUE
              MOVE 'SECADMIN' TO WS-RPT-REVIEWER-ID
           ELSE
              MOVE CRT-REVIEWER-ID TO WS-RPT-REVIEWER-ID
           END-IF.
           MOVE CRT-DEADLINE-DATE TO WS-RPT-DEADLINE.
           MOVE WS-REPORT-DETAIL-LINE TO DEADLINE-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------

       3000-PRINT-SUMMARY.
           MOVE SPACES TO DEADLINE-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'ITEMS READ .....................'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-READ-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3100-WRITE-SUMMARY-LINE.

           MOVE 'ITEMS EXPIRED ..................'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-EXPIRED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3100-WRITE-SUMMARY-LINE.

           MOVE 'ACCOUNTS DEACTIVATED ...........'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-DEACTIVATED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3100-WRITE-SUMMARY-LINE.

           MOVE 'ERRORS .........................'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-ERROR-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3100-WRITE-SUMMARY-LINE.

       3100-WRITE-SUMMARY-LINE.
           MOVE WS-REPORT-SUMMARY-LINE TO DEADLINE-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

       8800-WRITE-REPORT-LINE.
           MOVE DEADLINE-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE DEADLINE-REPORT-LINE.
      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'ECRTDLN' TO RSA-REPORT-NAME.
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
           MOVE 'ECRTDLN' TO RLG-JOB-NAME.
           MOVE WS-READ-COUNT TO RLG-INPUT-COUNT.
           MOVE WS-EXPIRED-COUNT TO RLG-OUTPUT-COUNT.
           MOVE WS-ERROR-COUNT TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'ECRTDLN - ITEMS READ:           ' WS-READ-COUNT.
           DISPLAY 'ECRTDLN - ITEMS EXPIRED:        ' WS-EXPIRED-COUNT.
           DISPLAY 'ECRTDLN - ACCOUNTS DEACTIVATED: '
              WS-DEACTIVATED-COUNT.
           DISPLAY 'ECRTDLN - ERRORS:               ' WS-ERROR-COUNT.

           CLOSE ECRTITM-FILE.
           CLOSE EREGUSR-FILE.
           CLOSE ESECJRN-FILE.
           CLOSE DEADLINE-REPORT-FILE.

           IF RLG-RETURN-CODE IS GREATER THAN ZEROES
              MOVE RLG-RETURN-CODE TO RETURN-CODE
           END-IF.
