       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECTREXP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - NIGHTLY CONTINGENT WORKER CONTRACT EXPIRY.
      *      - BROWSES THE 'ECTRWRK' CONTRACT FILE (KEPT ON THE 'ECTR'
      *        SCREEN) FOR ACTIVE CONTRACTS WHOSE END DATE HAS PASSED
      *        - THAT IS, THE NIGHT AFTER THE LAST DAY OF A CONTRACT
      *        NOBODY EXTENDED.
      *      - THE WORKER IS LOGICALLY DELETED ON 'EMPMAST' AS OF THE
      *        DAY AFTER THE END DATE, WITH THE FULL TRAIL AN ONLINE
      *        DELETE LEAVES, THE SAME AS 'EMASSTRM': THE 'EAUDIT'
      *        DELETE EVENT (APPENDED TO THE *LIVE* CLUSTER, REASON
      *        'EC' END OF CONTRACT), THE 'EDELLOG' ENTRY AND THE
      *        'EOFFLST' OFFBOARDING CHECKLIST. THEIR 'EREGUSR' SIGN-ON
      *        IS SET INACTIVE AT ONCE, FOUND THE WAY 'ETERMNB' FINDS
      *        IT; 'ETERMNB' STILL SETTLES LOANS, COVER AND VACATION
      *        FOR THE LEAVER ON ITS NEXT DAILY RUN.
      *      - THE CONTRACT IS THEN MARKED ENDED. A WORKER ALREADY
      *        DELETED (OR NO LONGER ON FILE) JUST HAS THE CONTRACT
      *        CLOSED.
      *      - RUN AGAINST THE CLUSTERS IN VSAM RLS MODE (SEE THE
      *        'RLS=' PARAMETERS ON THE ACCOMPANYING JCL) AS A STEP OF
      *        THE NIGHTLY CHAIN, SO CICS STAYS UP.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ECTRWRK-FILE ASSIGN TO ECTRWRK
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CWC-KEY
                FILE STATUS IS WS-ECTRWRK-STATUS.

           SELECT EMPMAST-FILE ASSIGN TO EMPMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS EMP-EMPLOYEE-ID
                FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT EREGUSR-FILE ASSIGN TO EREGUSR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS REG-USER-ID
                FILE STATUS IS WS-EREGUSR-STATUS.

           SELECT EAUDIT-FILE ASSIGN TO EAUDIT
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-EAUDIT-STATUS.

           SELECT EDELLOG-FILE ASSIGN TO EDELLOG
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-EDELLOG-STATUS.

           SELECT EOFFLST-FILE ASSIGN TO EOFFLST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS OFL-KEY
                FILE STATUS IS WS-EOFFLST-STATUS.

           SELECT EXPIRY-REPORT-FILE ASSIGN TO CTXRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CTXRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ECTRWRK-FILE.
       COPY ECTRWRK.

       FD  EMPMAST-FILE.
       COPY EMPMAST.

       FD  EREGUSR-FILE.
       COPY EREGUSR.

      *    THE LIVE AUDIT TRAIL - THIS JOB APPENDS ITS DELETE EVENTS
      *    THERE DIRECTLY, THE SAME AS 'EMASSTRM'.
       FD  EAUDIT-FILE
           RECORDING MODE IS F.
       COPY EAUDIT.

       FD  EDELLOG-FILE
           RECORDING MODE IS F.
       COPY EDELLOG.

       FD  EOFFLST-FILE.
       COPY EOFFLST.

       FD  EXPIRY-REPORT-FILE
           RECORDING MODE IS F.
       01  EXPIRY-REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-ECTRWRK-STATUS        PIC X(2).
             88 ECTRWRK-OK                      VALUE '00'.
          05 WS-EMPMAST-STATUS        PIC X(2).
             88 EMPMAST-OK                      VALUE '00'.
          05 WS-EREGUSR-STATUS        PIC X(2).
             88 EREGUSR-OK                      VALUE '00'.
          05 WS-EAUDIT-STATUS         PIC X(2).
             88 EAUDIT-OK                       VALUE '00'.
          05 WS-EDELLOG-STATUS        PIC X(2).
             88 EDELLOG-OK                      VALUE '00'.
          05 WS-EOFFLST-STATUS        PIC X(2).
             88 EOFFLST-OK                      VALUE '00'.
             88 EOFFLST-DUPLICATE               VALUE '22'.
          05 WS-CTXRPT-STATUS         PIC X(2).
          05 WS-CTR-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-CONTRACTS                VALUE 'Y'.
          05 WS-REG-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-EREGUSR                  VALUE 'Y'.
          05 WS-REG-FOUND-FLAG        PIC X(1)  VALUE 'N'.
             88 MATCHING-USER-FOUND             VALUE 'Y'.
          05 WS-TODAY                 PIC X(8).
          05 WS-TIMESTAMP             PIC X(21).
      *      'ETRMRSN' END OF CONTRACT - EVERY DELETE THIS JOB MAKES.
          05 WS-REASON-CODE           PIC X(2)  VALUE 'EC'.
          05 WS-DATE-INTEGER          PIC S9(9) USAGE IS BINARY.
          05 WS-DELETE-DATE-NUM       PIC 9(8).
          05 WS-DELETE-DATE           PIC X(8).
          05 WS-BEFORE-IMAGE          PIC X(268).
          05 WS-READ-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-TERMINATED-COUNT      PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-CLOSED-ONLY-COUNT     PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-SIGNON-OFF-COUNT      PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ERROR-COUNT           PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.

       01 WS-REPORT-HEADING.
          05 FILLER                   PIC X(40)
             VALUE 'CONTINGENT WORKER CONTRACT EXPIRY'.
          05 FILLER                   PIC X(10) VALUE 'RUN DATE: '.
          05 WS-RPT-HDG-DATE          PIC X(8).
          05 FILLER                   PIC X(42) VALUE SPACES.

       01 WS-REPORT-COLUMNS.
          05 FILLER                   PIC X(10) VALUE 'EMPLOYEE'.
          05 FILLER                   PIC X(26) VALUE 'NAME'.
          05 FILLER                   PIC X(10) VALUE 'ENDED'.
          05 FILLER                   PIC X(10) VALUE 'AGENCY'.
          05 FILLER                   PIC X(10) VALUE 'SIGN-ON'.
          05 FILLER                   PIC X(34) VALUE 'DISPOSITION'.

       01 WS-REPORT-DETAIL-LINE.
          05 WS-RPT-EMP-ID            PIC Z(7)9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-NAME              PIC X(24).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-END-DATE          PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-AGENCY            PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-USER-ID           PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-DISPOSITION       PIC X(34).

       01 WS-REPORT-COUNT-LINE.
          05 WS-RPT-COUNT-LABEL       PIC X(32).
          05 WS-RPT-COUNT-TOTAL       PIC Z(7)9.
          05 FILLER                   PIC X(60) VALUE SPACES.

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
           PERFORM 2000-PROCESS-CONTRACT UNTIL END-OF-CONTRACTS.
           PERFORM 3000-PRODUCE-SUMMARY.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN I-O ECTRWRK-FILE.
           IF NOT ECTRWRK-OK
              DISPLAY 'ECTREXP - UNABLE TO OPEN ECTRWRK, STATUS='
                 WS-ECTRWRK-STATUS
              STOP RUN
           END-IF.

           OPEN I-O EMPMAST-FILE.
           IF NOT EMPMAST-OK
              DISPLAY 'ECTREXP - UNABLE TO OPEN EMPMAST, STATUS='
                 WS-EMPMAST-STATUS
              STOP RUN
           END-IF.

           OPEN I-O EREGUSR-FILE.
           IF NOT EREGUSR-OK
              DISPLAY 'ECTREXP - UNABLE TO OPEN EREGUSR, STATUS='
                 WS-EREGUSR-STATUS
              STOP RUN
           END-IF.

      *    THE AUDIT EVENTS GO ONTO THE END OF THE *LIVE* CLUSTER SO
      *    THEY RIDE THE NEXT 'ESWBATCH'/'EPAYFEED' CYCLE LIKE ANY
      *    ONLINE CHANGE.
           OPEN EXTEND EAUDIT-FILE.
           IF NOT EAUDIT-OK
              DISPLAY 'ECTREXP - UNABLE TO OPEN EAUDIT, STATUS='
                 WS-EAUDIT-STATUS
              STOP RUN
           END-IF.

           OPEN EXTEND EDELLOG-FILE.
           IF NOT EDELLOG-OK
              DISPLAY 'ECTREXP - UNABLE TO OPEN EDELLOG, STATUS='
                 WS-EDELLOG-STATUS
              STOP RUN
           END-IF.

           OPEN I-O EOFFLST-FILE.
           IF NOT EOFFLST-OK
              DISPLAY 'ECTREXP - UNABLE TO OPEN EOFFLST, STATUS='
                 WS-EOFFLST-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT EXPIRY-REPORT-FILE.

           MOVE WS-TODAY TO WS-RPT-HDG-DATE.
           MOVE WS-REPORT-HEADING TO EXPIRY-REPORT-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.
           MOVE WS-REPORT-COLUMNS TO EXPIRY-REPORT-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.

           MOVE LOW-VALUES TO CWC-KEY.
           START ECTRWRK-FILE KEY IS GREATER THAN CWC-KEY
              INVALID KEY
                 SET END-OF-CONTRACTS TO TRUE
           END-START.

           IF NOT END-OF-CONTRACTS
              PERFORM 1100-READ-NEXT-CONTRACT
           END-IF.

      *-----------------------------------------------------------------
       READING SECTION.
      *-----------------------------------------------------------------

       1100-READ-NEXT-CONTRACT.
           READ ECTRWRK-FILE NEXT RECORD
              AT END
                 SET END-OF-CONTRACTS TO TRUE
           END-READ.

           IF NOT END-OF-CONTRACTS
              ADD 1 TO WS-READ-COUNT
           END-IF.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------

      *    ONLY AN ACTIVE CONTRACT WHOSE LAST DAY WAS BEFORE TODAY.
       2000-PROCESS-CONTRACT.
           IF CWC-ACTIVE AND CWC-END-DATE IS LESS THAN WS-TODAY
              PERFORM 2100-EXPIRE-CONTRACT
           END-IF.

           PERFORM 1100-READ-NEXT-CONTRACT.

       2100-EXPIRE-CONTRACT.
           MOVE SPACES TO WS-REPORT-DETAIL-LINE.
           MOVE CWC-EMPLOYEE-ID TO WS-RPT-EMP-ID.
           MOVE CWC-END-DATE TO WS-RPT-END-DATE.
           MOVE CWC-AGENCY-CODE TO WS-RPT-AGENCY.

           MOVE CWC-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           READ EMPMAST-FILE
              INVALID KEY
                 MOVE 'Worker Not On File - Closed'
                    TO WS-RPT-DISPOSITION
                 ADD 1 TO WS-CLOSED-ONLY-COUNT
                 PERFORM 2800-MARK-CONTRACT-ENDED
                 EXIT PARAGRAPH
           END-READ.

           MOVE EMP-PRIMARY-NAME TO WS-RPT-NAME.

           IF NOT EMP-ACTIVE
              MOVE 'Worker Not Active - Closed' TO WS-RPT-DISPOSITION
              ADD 1 TO WS-CLOSED-ONLY-COUNT
              PERFORM 2800-MARK-CONTRACT-ENDED
              EXIT PARAGRAPH
           END-IF.

      *    DELETED AS OF THE DAY AFTER THE LAST CONTRACTED DAY, EVEN
      *    IF A MISSED NIGHT MEANS WE ARE CATCHING UP.
           COMPUTE WS-DATE-INTEGER =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(CWC-END-DATE))
              + 1.
           COMPUTE WS-DELETE-DATE-NUM =
              FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           MOVE WS-DELETE-DATE-NUM TO WS-DELETE-DATE.

           MOVE EMPLOYEE-MASTER-RECORD TO WS-BEFORE-IMAGE.

           SET EMP-DELETED TO TRUE.
           MOVE WS-DELETE-DATE TO EMP-DELETE-DATE.
           MOVE CWC-END-DATE TO EMP-END-DATE.

           REWRITE EMPLOYEE-MASTER-RECORD
              INVALID KEY
                 DISPLAY 'ECTREXP - EMPMAST REWRITE FAILED, KEY='
                    EMP-EMPLOYEE-ID
                 MOVE 'Master Rewrite Failed - Retry'
                    TO WS-RPT-DISPOSITION
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE WS-REPORT-DETAIL-LINE TO EXPIRY-REPORT-LINE
                 PERFORM 2900-WRITE-REPORT-LINE
                 EXIT PARAGRAPH
           END-REWRITE.

           ADD 1 TO WS-TERMINATED-COUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.

           PERFORM 2400-WRITE-AUDIT-EVENT.
           PERFORM 2500-WRITE-DELETION-LOG.
           PERFORM 2600-CREATE-OFFBOARD-CHECKLIST.
           PERFORM 2700-DEACTIVATE-SIGN-ON.

           MOVE 'Contract Ended - Worker Deleted' TO WS-RPT-DISPOSITION.
           PERFORM 2800-MARK-CONTRACT-ENDED.

       2400-WRITE-AUDIT-EVENT.
           INITIALIZE AUDIT-TRAIL-RECORD.
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP.
           MOVE 'ECTREXP' TO AUD-USER-ID.
           SET AUD-ACTION-DELETE TO TRUE.
           MOVE WS-BEFORE-IMAGE TO AUD-RECORD-BEFORE.
           MOVE EMPLOYEE-MASTER-RECORD TO AUD-RECORD-AFTER.
           MOVE WS-REASON-CODE TO AUD-REASON-CODE.

           WRITE AUDIT-TRAIL-RECORD.
           IF NOT EAUDIT-OK
              DISPLAY 'ECTREXP - AUDIT WRITE FAILED, STATUS='
                 WS-EAUDIT-STATUS
           END-IF.

      *    THE SAME ENTRY 'EAUDITP' WOULD HAVE LOGGED BEHIND AN
      *    ONLINE DELETE.
       2500-WRITE-DELETION-LOG.
           INITIALIZE DELETION-LOG-RECORD.
           MOVE WS-TIMESTAMP TO DEL-TIMESTAMP.
           MOVE 'ECTREXP' TO DEL-USER-ID.
           MOVE EMP-EMPLOYEE-ID TO DEL-EMPLOYEE-ID.
           MOVE EMP-PRIMARY-NAME TO DEL-EMPLOYEE-NAME.
           MOVE WS-BEFORE-IMAGE TO DEL-RECORD-IMAGE.
           MOVE WS-REASON-CODE TO DEL-REASON-CODE.

           WRITE DELETION-LOG-RECORD.
           IF NOT EDELLOG-OK
              DISPLAY 'ECTREXP - EDELLOG WRITE FAILED, STATUS='
                 WS-EDELLOG-STATUS
           END-IF.

      *    ALL TASKS PENDING, THE SAME RECORD 'EUPDP' CREATES ONLINE -
      *    A LEFTOVER FROM A PRIOR ENGAGEMENT IS RESET.
       2600-CREATE-OFFBOARD-CHECKLIST.
           INITIALIZE OFFBOARD-CHECKLIST-RECORD.
           MOVE EMP-EMPLOYEE-ID TO OFL-EMPLOYEE-ID.
           SET OFL-BADGE-PENDING TO TRUE.
           SET OFL-EQUIPMENT-PENDING TO TRUE.
           SET OFL-ACCESS-PENDING TO TRUE.
           SET OFL-FINAL-PAY-PENDING TO TRUE.
           MOVE WS-TODAY TO OFL-CREATED-DATE.

           WRITE OFFBOARD-CHECKLIST-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE.

           IF EOFFLST-DUPLICATE
              REWRITE OFFBOARD-CHECKLIST-RECORD
                 INVALID KEY
                    DISPLAY 'ECTREXP - EOFFLST REWRITE FAILED, KEY='
                       OFL-KEY
              END-REWRITE
           END-IF.

      *    THERE IS NO ALTERNATE INDEX ON 'REG-EMPLOYEE-ID', SO THE
      *    SIGN-ON IS FOUND BY A FULL BROWSE, AS IN 'ETERMNB'.
       2700-DEACTIVATE-SIGN-ON.
           MOVE 'N' TO WS-REG-FOUND-FLAG.
           MOVE 'N' TO WS-REG-EOF-FLAG.
           MOVE 'NONE' TO WS-RPT-USER-ID.

           MOVE LOW-VALUES TO REG-USER-ID.
           START EREGUSR-FILE KEY IS GREATER THAN REG-USER-ID
              INVALID KEY
                 SET END-OF-EREGUSR TO TRUE
           END-START.

           PERFORM 2710-SCAN-NEXT-USER
              UNTIL END-OF-EREGUSR OR MATCHING-USER-FOUND.

           IF NOT MATCHING-USER-FOUND
              EXIT PARAGRAPH
           END-IF.

           MOVE REG-USER-ID TO WS-RPT-USER-ID.

           IF NOT REG-ST-ACTIVE
              EXIT PARAGRAPH
           END-IF.

           SET REG-ST-INACTIVE TO TRUE.

           REWRITE REGISTERED-USER-RECORD
              INVALID KEY
                 DISPLAY 'ECTREXP - EREGUSR REWRITE FAILED, KEY='
                    REG-USER-ID
                 ADD 1 TO WS-ERROR-COUNT
                 EXIT PARAGRAPH
           END-REWRITE.

           ADD 1 TO WS-SIGNON-OFF-COUNT.

       2710-SCAN-NEXT-USER.
           READ EREGUSR-FILE NEXT RECORD
              AT END
                 SET END-OF-EREGUSR TO TRUE
           END-READ.

           IF NOT END-OF-EREGUSR
              IF REG-EMPLOYEE-ID IS EQUAL TO EMP-EMPLOYEE-ID
                 SET MATCHING-USER-FOUND TO TRUE
              END-IF
           END-IF.

      *    THE CONTRACT IS THE RECORD JUST READ ON THE BROWSE, SO IT
      *    IS REWRITTEN IN PLACE.
       2800-MARK-CONTRACT-ENDED.
           SET CWC-ENDED TO TRUE.
           MOVE WS-TODAY TO CWC-ENDED-DATE.
           MOVE 'ECTREXP' TO CWC-CHANGED-BY.
           MOVE WS-TODAY TO CWC-CHANGED-DATE.

           REWRITE CONTINGENT-CONTRACT-RECORD
              INVALID KEY
                 DISPLAY 'ECTREXP - ECTRWRK REWRITE FAILED, KEY='
                    CWC-KEY
                 ADD 1 TO WS-ERROR-COUNT
           END-REWRITE.

           MOVE WS-REPORT-DETAIL-LINE TO EXPIRY-REPORT-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.

       2900-WRITE-REPORT-LINE.
           MOVE EXPIRY-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE EXPIRY-REPORT-LINE.

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------

       3000-PRODUCE-SUMMARY.
           MOVE SPACES TO EXPIRY-REPORT-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.

           MOVE 'CONTRACTS READ ................' TO WS-RPT-COUNT-LABEL.
           MOVE WS-READ-COUNT TO WS-RPT-COUNT-TOTAL.
           MOVE WS-REPORT-COUNT-LINE TO EXPIRY-REPORT-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.

           MOVE 'ENDED - WORKER DELETED ........' TO WS-RPT-COUNT-LABEL.
           MOVE WS-TERMINATED-COUNT TO WS-RPT-COUNT-TOTAL.
           MOVE WS-REPORT-COUNT-LINE TO EXPIRY-REPORT-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.

           MOVE 'SIGN-ONS DEACTIVATED ..........' TO WS-RPT-COUNT-LABEL.
           MOVE WS-SIGNON-OFF-COUNT TO WS-RPT-COUNT-TOTAL.
           MOVE WS-REPORT-COUNT-LINE TO EXPIRY-REPORT-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.

           MOVE 'CLOSED ONLY (NOT ACTIVE) ......' TO WS-RPT-COUNT-LABEL.
           MOVE WS-CLOSED-ONLY-COUNT TO WS-RPT-COUNT-TOTAL.
           MOVE WS-REPORT-COUNT-LINE TO EXPIRY-REPORT-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.

           MOVE 'ERRORS ........................' TO WS-RPT-COUNT-LABEL.
           MOVE WS-ERROR-COUNT TO WS-RPT-COUNT-TOTAL.
           MOVE WS-REPORT-COUNT-LINE TO EXPIRY-REPORT-LINE.
           PERFORM 2900-WRITE-REPORT-LINE.

      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'ECTREXP' TO RSA-REPORT-NAME.
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
           MOVE 'ECTREXP' TO RLG-JOB-NAME.
           MOVE WS-READ-COUNT TO RLG-INPUT-COUNT.
           MOVE WS-TERMINATED-COUNT TO RLG-OUTPUT-COUNT.
           MOVE WS-ERROR-COUNT TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'ECTREXP - CONTRACTS READ:   ' WS-READ-COUNT.
           DISPLAY 'ECTREXP - WORKERS DELETED:  ' WS-TERMINATED-COUNT.
           DISPLAY 'ECTREXP - SIGN-ONS OFF:     ' WS-SIGNON-OFF-COUNT.
           DISPLAY 'ECTREXP - CLOSED ONLY:      ' WS-CLOSED-ONLY-COUNT.
           DISPLAY 'ECTREXP - ERRORS:           ' WS-ERROR-COUNT.

           CLOSE ECTRWRK-FILE.
           CLOSE EMPMAST-FILE.
           CLOSE EREGUSR-FILE.
           CLOSE EAUDIT-FILE.
           CLOSE EDELLOG-FILE.
           CLOSE EOFFLST-FILE.
           CLOSE EXPIRY-REPORT-FILE.
