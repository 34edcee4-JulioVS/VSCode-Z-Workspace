       IDENTIFICATION DIVISION.
       PROGRAM-ID. EBDGACK.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - BUILDING ACCESS BADGE ACKNOWLEDGMENT POSTING.
      *      - BATCH PROGRAM, RUN WHEN THE PHYSICAL ACCESS CONTROL
      *        SYSTEM HAS RETURNED ITS 'BADGACK' FILE FOR THE NIGHT'S
      *        'EBDGFEED' ACTIONS - SEE THE ACCOMPANYING JCL.
      *      - EACH ACKNOWLEDGMENT IS MATCHED TO THE EMPLOYEE'S
      *        'EBADGE' RECORD BY EMPLOYEE AND ACTION, AND ONLY TO AN
      *        ACTION STILL AWAITING ONE:
      *           - AN ACCEPTED ACTIVATION MARKS THE BADGE LIVE AND
      *             COMPLETES THE BADGE TASK ON THE 'ECHKLST'
      *             ONBOARDING CHECKLIST, WITH THE DATE THE ACCESS
      *             SYSTEM DID IT.
      *           - AN ACCEPTED REVOCATION MARKS THE BADGE DEAD AND
      *             COMPLETES THE BADGE TASK ON THE 'EOFFLST'
      *             OFFBOARDING CHECKLIST THE SAME WAY.
      *           - AN ACCEPTED SITE CHANGE JUST CLOSES THE ACTION.
      *           - A REJECTION IS HELD ON 'EBADGE' WITH ITS REASON;
      *             'EBDGFEED' SENDS THE ACTION AGAIN THE NEXT NIGHT.
      *        EITHER CHECKLIST IS OPENED (OTHER TASKS PENDING) IF IT
      *        DOES NOT EXIST YET, SO THE DATE IS NEVER LOST.
      *      - REPORTS EVERY REJECTION AND EVERY ACKNOWLEDGMENT THAT
      *        MATCHES NOTHING AWAITING ONE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BADGACK-FILE ASSIGN TO BADGACK
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-BADGACK-STATUS.

           SELECT EBADGE-FILE ASSIGN TO EBADGE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BDG-EMPLOYEE-ID
                FILE STATUS IS WS-EBADGE-STATUS.

           SELECT ECHKLST-FILE ASSIGN TO ECHKLST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CKL-EMPLOYEE-ID
                FILE STATUS IS WS-ECHKLST-STATUS.

           SELECT EOFFLST-FILE ASSIGN TO EOFFLST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS OFL-EMPLOYEE-ID
                FILE STATUS IS WS-EOFFLST-STATUS.

           SELECT ACK-REPORT-FILE ASSIGN TO ACKRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-ACKRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BADGACK-FILE
           RECORDING MODE IS F.
       01  BADGE-ACK-RECORD.
           05 ACK-ACTION-CODE           PIC X(1).
           05 ACK-EMPLOYEE-ID           PIC 9(8).
           05 ACK-STATUS                PIC X(1).
              88 ACK-ACCEPTED                     VALUE 'A'.
              88 ACK-REJECTED                     VALUE 'R'.
      *       THE DAY THE ACCESS SYSTEM CARRIED THE ACTION OUT - SPACES
      *       ON A REJECTION.
           05 ACK-PROCESSED-DATE        PIC X(8).
           05 ACK-REASON                PIC X(20).
           05 FILLER                    PIC X(12).

       FD  EBADGE-FILE.
       COPY EBADGE.

       FD  ECHKLST-FILE.
       COPY ECHKLST.

       FD  EOFFLST-FILE.
       COPY EOFFLST.

       FD  ACK-REPORT-FILE
           RECORDING MODE IS F.
       01  ACK-REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-BADGACK-STATUS        PIC X(2).
             88 BADGACK-OK                      VALUE '00'.
          05 WS-EBADGE-STATUS         PIC X(2).
             88 EBADGE-OK                       VALUE '00'.
          05 WS-ECHKLST-STATUS        PIC X(2).
             88 ECHKLST-OK                      VALUE '00'.
             88 ECHKLST-NOTFND                  VALUE '23'.
          05 WS-EOFFLST-STATUS        PIC X(2).
             88 EOFFLST-OK                      VALUE '00'.
             88 EOFFLST-NOTFND                  VALUE '23'.
          05 WS-ACKRPT-STATUS         PIC X(2).
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
             88 END-OF-BADGACK                  VALUE 'Y'.
          05 WS-MATCH-FLAG            PIC X(1).
             88 ACK-MATCHED                     VALUE 'Y'.
          05 WS-TODAY                 PIC X(8).
          05 WS-ACK-DATE              PIC X(8).
          05 WS-READ-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ACCEPTED-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-REJECTED-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ORPHAN-COUNT          PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ONBOARD-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-OFFBOARD-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ERROR-COUNT           PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.

       01 WS-REPORT-HEADING.
          05 FILLER                   PIC X(37)
             VALUE 'BADGE ACKNOWLEDGMENT POSTING REPORT'.
          05 FILLER                   PIC X(43) VALUE SPACES.

       01 WS-REPORT-DETAIL-LINE.
          05 WS-RPT-TAG               PIC X(14).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-ACTION            PIC X(1).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-EMP-ID            PIC Z(7)9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-REASON            PIC X(20).
          05 FILLER                   PIC X(31) VALUE SPACES.

       01 WS-REPORT-SUMMARY-LINE.
          05 WS-RPT-SUMMARY-LABEL     PIC X(28).
          05 WS-RPT-SUMMARY-TOTAL     PIC Z(7)9.
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
           PERFORM 2000-POST-ACKNOWLEDGMENT UNTIL END-OF-BADGACK.
           PERFORM 5000-WRITE-SUMMARY.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN INPUT BADGACK-FILE.
           IF NOT BADGACK-OK
              DISPLAY 'EBDGACK - UNABLE TO OPEN BADGACK, STATUS='
                 WS-BADGACK-STATUS
              STOP RUN
           END-IF.

           OPEN I-O EBADGE-FILE.
           IF NOT EBADGE-OK
              DISPLAY 'EBDGACK - UNABLE TO OPEN EBADGE, STATUS='
                 WS-EBADGE-STATUS
              STOP RUN
           END-IF.

           OPEN I-O ECHKLST-FILE.
           IF NOT ECHKLST-OK
              DISPLAY 'EBDGACK - UNABLE TO OPEN ECHKLST, STATUS='
                 WS-ECHKLST-STATUS
              STOP RUN
           END-IF.

           OPEN I-O EOFFLST-FILE.
           IF NOT EOFFLST-OK
              DISPLAY 'EBDGACK - UNABLE TO OPEN EOFFLST, STATUS='
                 WS-EOFFLST-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT ACK-REPORT-FILE.

           MOVE WS-REPORT-HEADING TO ACK-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           PERFORM 1100-READ-NEXT-ACK-RECORD.

      *-----------------------------------------------------------------
       READING SECTION.
      *-----------------------------------------------------------------

       1100-READ-NEXT-ACK-RECORD.
           READ BADGACK-FILE
              AT END
                 SET END-OF-BADGACK TO TRUE
           END-READ.

           IF NOT END-OF-BADGACK
              ADD 1 TO WS-READ-COUNT
           END-IF.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------

       2000-POST-ACKNOWLEDGMENT.
           PERFORM 2100-FIND-AWAITED-ACTION.

           IF NOT ACK-MATCHED
              MOVE 'ORPHAN ACK    ' TO WS-RPT-TAG
              PERFORM 2900-REPORT-ACKNOWLEDGMENT
              ADD 1 TO WS-ORPHAN-COUNT
              PERFORM 1100-READ-NEXT-ACK-RECORD
              EXIT PARAGRAPH
           END-IF.

           IF ACK-PROCESSED-DATE IS NOT EQUAL TO SPACES
              MOVE ACK-PROCESSED-DATE TO WS-ACK-DATE
           ELSE
              MOVE WS-TODAY TO WS-ACK-DATE
           END-IF.

           MOVE WS-ACK-DATE TO BDG-ACK-DATE.

           IF ACK-REJECTED
              SET BDG-ACK-REJECTED TO TRUE
              MOVE ACK-REASON TO BDG-ACK-REASON
              MOVE 'REJECTED      ' TO WS-RPT-TAG
              PERFORM 2900-REPORT-ACKNOWLEDGMENT
              ADD 1 TO WS-REJECTED-COUNT
           ELSE
              SET BDG-ACK-ACCEPTED TO TRUE
              MOVE SPACES TO BDG-ACK-REASON
              PERFORM 2200-APPLY-ACCEPTED-ACTION
              ADD 1 TO WS-ACCEPTED-COUNT
           END-IF.

           REWRITE BADGE-ACCESS-RECORD
              INVALID KEY
                 DISPLAY 'EBDGACK - EBADGE REWRITE FAILED, KEY='
                    BDG-KEY
                 ADD 1 TO WS-ERROR-COUNT
           END-REWRITE.

           PERFORM 1100-READ-NEXT-ACK-RECORD.

      *    AN ACKNOWLEDGMENT ONLY COUNTS AGAINST THE LAST ACTION SENT
      *    FOR THE EMPLOYEE, AND ONLY WHILE IT IS STILL AWAITED - A
      *    REPEAT OR A STALE ONE IS AN ORPHAN.
       2100-FIND-AWAITED-ACTION.
           MOVE 'N' TO WS-MATCH-FLAG.

           MOVE ACK-EMPLOYEE-ID TO BDG-EMPLOYEE-ID.
           READ EBADGE-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.

           IF BDG-ACK-PENDING AND
              BDG-LAST-ACTION IS EQUAL TO ACK-ACTION-CODE AND
              (ACK-ACCEPTED OR ACK-REJECTED)
              SET ACK-MATCHED TO TRUE
           END-IF.

       2200-APPLY-ACCEPTED-ACTION.
           EVALUATE TRUE
           WHEN BDG-LAST-ACTIVATE
                MOVE 'Y' TO BDG-LIVE-FLAG
                MOVE WS-ACK-DATE TO BDG-ACTIVATED-DATE
                PERFORM 2300-COMPLETE-ONBOARD-BADGE
           WHEN BDG-LAST-REVOKE
                MOVE 'N' TO BDG-LIVE-FLAG
                MOVE WS-ACK-DATE TO BDG-REVOKED-DATE
                PERFORM 2400-COMPLETE-OFFBOARD-BADGE
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

      *    THE ONBOARDING CHECKLIST IS NORMALLY OPENED ON 'EONBP'; IF
      *    NOBODY HAS YET, IT IS OPENED HERE THE SAME WAY - ALL FOUR
      *    TASKS PENDING - BEFORE THE BADGE TASK IS COMPLETED.
       2300-COMPLETE-ONBOARD-BADGE.
           MOVE BDG-EMPLOYEE-ID TO CKL-EMPLOYEE-ID.

           READ ECHKLST-FILE
              INVALID KEY
                 CONTINUE
           END-READ.

           IF NOT ECHKLST-OK AND NOT ECHKLST-NOTFND
              DISPLAY 'EBDGACK - ECHKLST READ FAILED, STATUS='
                 WS-ECHKLST-STATUS ', KEY=' CKL-KEY
              ADD 1 TO WS-ERROR-COUNT
              EXIT PARAGRAPH
           END-IF.

           IF ECHKLST-NOTFND
              INITIALIZE CHECKLIST-RECORD
              MOVE BDG-EMPLOYEE-ID TO CKL-EMPLOYEE-ID
              SET CKL-BADGE-PENDING TO TRUE
              SET CKL-EQUIPMENT-PENDING TO TRUE
              SET CKL-ORIENTATION-PENDING TO TRUE
              SET CKL-BENEFITS-PENDING TO TRUE
           END-IF.

           SET CKL-BADGE-COMPLETE TO TRUE.
           MOVE WS-ACK-DATE TO CKL-BADGE-DATE.

           IF ECHKLST-NOTFND
              WRITE CHECKLIST-RECORD
                 INVALID KEY
                    DISPLAY 'EBDGACK - ECHKLST WRITE FAILED, KEY='
                       CKL-KEY
                    ADD 1 TO WS-ERROR-COUNT
                    EXIT PARAGRAPH
              END-WRITE
           ELSE
              REWRITE CHECKLIST-RECORD
                 INVALID KEY
                    DISPLAY 'EBDGACK - ECHKLST REWRITE FAILED, KEY='
                       CKL-KEY
                    ADD 1 TO WS-ERROR-COUNT
                    EXIT PARAGRAPH
              END-REWRITE
           END-IF.

           ADD 1 TO WS-ONBOARD-COUNT.

      *    THE OFFBOARDING CHECKLIST NORMALLY EXISTS ALREADY ('EUPDP'
      *    CREATES IT AT TERMINATION) - A CONTRACTOR WHOSE CONTRACT
      *    SIMPLY RAN OUT HAS NONE, SO IT IS OPENED HERE ALL TASKS
      *    PENDING BEFORE THE BADGE TASK IS COMPLETED.
       2400-COMPLETE-OFFBOARD-BADGE.
           MOVE BDG-EMPLOYEE-ID TO OFL-EMPLOYEE-ID.

           READ EOFFLST-FILE
              INVALID KEY
                 CONTINUE
           END-READ.

           IF NOT EOFFLST-OK AND NOT EOFFLST-NOTFND
              DISPLAY 'EBDGACK - EOFFLST READ FAILED, STATUS='
                 WS-EOFFLST-STATUS ', KEY=' OFL-KEY
              ADD 1 TO WS-ERROR-COUNT
              EXIT PARAGRAPH
           END-IF.

           IF EOFFLST-NOTFND
              INITIALIZE OFFBOARD-CHECKLIST-RECORD
              MOVE BDG-EMPLOYEE-ID TO OFL-EMPLOYEE-ID
              SET OFL-BADGE-PENDING TO TRUE
              SET OFL-EQUIPMENT-PENDING TO TRUE
              SET OFL-ACCESS-PENDING TO TRUE
              SET OFL-FINAL-PAY-PENDING TO TRUE
              MOVE WS-TODAY TO OFL-CREATED-DATE
           END-IF.

           SET OFL-BADGE-COMPLETE TO TRUE.
           MOVE WS-ACK-DATE TO OFL-BADGE-DATE.

           IF EOFFLST-NOTFND
              WRITE OFFBOARD-CHECKLIST-RECORD
                 INVALID KEY
                    DISPLAY 'EBDGACK - EOFFLST WRITE FAILED, KEY='
                       OFL-KEY
                    ADD 1 TO WS-ERROR-COUNT
                    EXIT PARAGRAPH
              END-WRITE
           ELSE
              REWRITE OFFBOARD-CHECKLIST-RECORD
                 INVALID KEY
                    DISPLAY 'EBDGACK - EOFFLST REWRITE FAILED, KEY='
                       OFL-KEY
                    ADD 1 TO WS-ERROR-COUNT
                    EXIT PARAGRAPH
              END-REWRITE
           END-IF.

           ADD 1 TO WS-OFFBOARD-COUNT.

       2900-REPORT-ACKNOWLEDGMENT.
           MOVE ACK-ACTION-CODE TO WS-RPT-ACTION.
           MOVE ACK-EMPLOYEE-ID TO WS-RPT-EMP-ID.
           MOVE ACK-REASON TO WS-RPT-REASON.
           MOVE WS-REPORT-DETAIL-LINE TO ACK-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------

       5000-WRITE-SUMMARY.
           MOVE SPACES TO ACK-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'ACTIONS ACCEPTED ...........' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-ACCEPTED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO ACK-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'ACTIONS REJECTED ...........' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-REJECTED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO ACK-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'ORPHAN ACKNOWLEDGMENTS .....' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-ORPHAN-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO ACK-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'ONBOARDING BADGES COMPLETED ' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-ONBOARD-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO ACK-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'OFFBOARDING BADGES COMPLETED' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-OFFBOARD-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO ACK-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

       8800-WRITE-REPORT-LINE.
           MOVE ACK-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE ACK-REPORT-LINE.
      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'EBDGACK ' TO RSA-REPORT-NAME.
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
           MOVE 'EBDGACK ' TO RLG-JOB-NAME.
           MOVE WS-READ-COUNT TO RLG-INPUT-COUNT.
           MOVE WS-ACCEPTED-COUNT TO RLG-OUTPUT-COUNT.
           COMPUTE RLG-ERROR-COUNT =
              WS-REJECTED-COUNT + WS-ORPHAN-COUNT + WS-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'EBDGACK - ACKNOWLEDGMENTS READ: ' WS-READ-COUNT.
           DISPLAY 'EBDGACK - ACCEPTED:         ' WS-ACCEPTED-COUNT.
           DISPLAY 'EBDGACK - REJECTED:         ' WS-REJECTED-COUNT.
           DISPLAY 'EBDGACK - ORPHAN ACKS:      ' WS-ORPHAN-COUNT.
           DISPLAY 'EBDGACK - ONBOARDING DONE:  ' WS-ONBOARD-COUNT.
           DISPLAY 'EBDGACK - OFFBOARDING DONE: ' WS-OFFBOARD-COUNT.
           DISPLAY 'EBDGACK - FILE ERRORS:      ' WS-ERROR-COUNT.

           CLOSE BADGACK-FILE.
           CLOSE EBADGE-FILE.
           CLOSE ECHKLST-FILE.
           CLOSE EOFFLST-FILE.
           CLOSE ACK-REPORT-FILE.
