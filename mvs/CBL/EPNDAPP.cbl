      *        EMPLOYEE LOGICALLY DELETED AFTER THE CHANGE WAS PARKED:
      *        THAT TRANSACTION IS REPORTED AND SKIPPED RATHER THAN
      *        ALLOWED TO RESURRECT THE TERMINATED EMPLOYEE.
      *      - A TERMINATION PARKED BY 'ERSMP' FOR AN ACCEPTED
      *        RESIGNATION CARRIES ITS 'ETRMRSN' REASON CODE, AND IS
      *        NOT APPLIED WHOLE: ONLY THE DELETE FLAG, DELETE DATE
      *        (THE EFFECTIVE DATE) AND END DATE (THE DAY BEFORE) ARE
      *        SET ON THE RECORD AS IT STANDS THAT MORNING. IT LEAVES
      *        THE SAME TRAIL AS AN ONLINE DELETE - AN 'EAUDIT' DELETE
      *        EVENT WITH THE REASON CODE, THE 'EDELLOG' ENTRY, THE
      *        'ESRVHST' STINT CLOSED - AND OPENS THE 'EOFFLST'
      *        CHECKLIST IF THE ONE OPENED AT ACCEPTANCE HAS GONE.
      *        'ETERMNB' TAKES THE LEAVER FROM THERE AS USUAL.
      *      - A PARKED UNSATISFACTORY ('U') APPRAISAL RESULT OPENS AN
      *        'EPIPLAN' IMPROVEMENT PLAN ON THE DAY IT TAKES EFFECT,
      *        AS 'EUPDP' DOES FOR ONE SAVED STRAIGHT AWAY.
      *      - A MASS CHANGE PARKED BY 'EMASP' (ONE OF A BATCH SHARING
      *        A BATCH REFERENCE) IS NOT APPLIED WHOLE EITHER: ONLY
      *        ITS ONE FIELD - APPRAISAL DATE OR MANAGER - IS SET ON
      *        THE RECORD AS IT STANDS THAT MORNING, WITH THE USUAL
      *        AUDIT EVENT AND HISTORY. A WORK SITE CHANGE IS POSTED
      *        TO 'EEMPSIT' (THROUGH ITS OWN 'ESITUPD' DD, AS
      *        'ECURCNV' HOLDS 'EEMPSIT' OPEN FOR INPUT) AND LEAVES
      *        'EMPMAST' ALONE.
      *      - APPLIED TRANSACTIONS ARE FLAGGED 'A' AND LEFT ON FILE
      *        AS THEIR OWN RECORD OF WHAT WAS PARKED AND WHEN IT WAS
      *        ACTIONED.
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-EAUDIT-STATUS.

           SELECT EDELLOG-FILE ASSIGN TO EDELLOG
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-EDELLOG-STATUS.

           SELECT ESRVHST-FILE ASSIGN TO ESRVHST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SVH-KEY
                FILE STATUS IS WS-ESRVHST-STATUS.

           SELECT EOFFLST-FILE ASSIGN TO EOFFLST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS OFL-KEY
                FILE STATUS IS WS-EOFFLST-STATUS.

           SELECT EPIPLAN-FILE ASSIGN TO EPIPLAN
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PIP-KEY
                FILE STATUS IS WS-EPIPLAN-STATUS.

           SELECT ESITUPD-FILE ASSIGN TO ESITUPD
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS EST-EMPLOYEE-ID
                FILE STATUS IS WS-ESITUPD-STATUS.

           SELECT PEND-REPORT-FILE ASSIGN TO PNDRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PNDRPT-STATUS.
       FD  EAUDIT-FILE.
       COPY EAUDIT.

       FD  EDELLOG-FILE.
       COPY EDELLOG.

       FD  ESRVHST-FILE.
       COPY ESRVHST.

       FD  EOFFLST-FILE.
       COPY EOFFLST.

       FD  EPIPLAN-FILE.
       COPY EPIPLAN.

       FD  ESITUPD-FILE.
       COPY EEMPSIT.

       FD  PEND-REPORT-FILE
           RECORDING MODE IS F.
       01  PEND-REPORT-LINE             PIC X(80).
             88 EAPPHST-DUPLICATE               VALUE '22'.
          05 WS-EAUDIT-STATUS         PIC X(2).
             88 EAUDIT-OK                       VALUE '00'.
          05 WS-EDELLOG-STATUS        PIC X(2).
             88 EDELLOG-OK                      VALUE '00'.
          05 WS-ESRVHST-STATUS        PIC X(2).
             88 ESRVHST-OK                      VALUE '00'.
          05 WS-EOFFLST-STATUS        PIC X(2).
             88 EOFFLST-OK                      VALUE '00'.
             88 EOFFLST-DUPLICATE               VALUE '22'.
          05 WS-EPIPLAN-STATUS        PIC X(2).
             88 EPIPLAN-OK                      VALUE '00'.
          05 WS-ESITUPD-STATUS        PIC X(2).
             88 ESITUPD-OK                      VALUE '00'.
             88 ESITUPD-NOTFND                  VALUE '23'.
          05 WS-PLAN-EOF-FLAG         PIC X(1).
             88 END-OF-PLANS                    VALUE 'Y'.
          05 WS-PLAN-OPEN-FLAG        PIC X(1).
             88 PLAN-ALREADY-OPEN               VALUE 'Y'.
          05 WS-PLAN-TODAY-INT        PIC 9(8).
          05 WS-PLAN-SUB              PIC 9(1)  USAGE IS BINARY.
          05 WS-PNDRPT-STATUS         PIC X(2).
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
             88 END-OF-EPNDTRN                  VALUE 'Y'.
             88 APPLY-GOOD                      VALUE 'G'.
             88 APPLY-FAILED                    VALUE 'F'.
          05 WS-TODAY                 PIC X(8).
          05 WS-DATE-NUM              PIC 9(8).
          05 WS-STINT-EOF-FLAG        PIC X(1).
             88 END-OF-STINTS                   VALUE 'Y'.
          05 WS-LAST-STINT-NUMBER     PIC 9(2).
          05 WS-BEFORE-IMAGE          PIC X(268).
          05 WS-PREV-COMPENSATION     PIC 9(7)V99.
          05 WS-PREV-DEPARTMENT-ID    PIC 9(8).
                                                 VALUE ZEROES.
          05 WS-ERROR-COUNT           PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-TERMINATED-COUNT      PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.

       01 WS-REPORT-HEADING.
          05 FILLER                   PIC X(42)
      *   REPORT REPOSITORY DEPOSIT ARGUMENTS (SEE 'ERPTSTO').
      ******************************************************************
       COPY ERPTARG.
      ******************************************************************
      *   CURRENCY CONVERSION ARGUMENTS (SEE 'ECURCNV').
      ******************************************************************
       COPY ECNVARG.
      ******************************************************************
      *   APPLICATION CONSTANTS (IMPROVEMENT PLAN REVIEW INTERVAL).
      ******************************************************************
       COPY ECONST.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
              STOP RUN
           END-IF.

           OPEN EXTEND EDELLOG-FILE.
           IF NOT EDELLOG-OK
              DISPLAY 'EPNDAPP - UNABLE TO OPEN EDELLOG, STATUS='
                 WS-EDELLOG-STATUS
              STOP RUN
           END-IF.

           OPEN I-O ESRVHST-FILE.
           IF NOT ESRVHST-OK
              DISPLAY 'EPNDAPP - UNABLE TO OPEN ESRVHST, STATUS='
                 WS-ESRVHST-STATUS
              STOP RUN
           END-IF.

           OPEN I-O EOFFLST-FILE.
           IF NOT EOFFLST-OK
              DISPLAY 'EPNDAPP - UNABLE TO OPEN EOFFLST, STATUS='
                 WS-EOFFLST-STATUS
              STOP RUN
           END-IF.

           OPEN I-O EPIPLAN-FILE.
           IF NOT EPIPLAN-OK
              DISPLAY 'EPNDAPP - UNABLE TO OPEN EPIPLAN, STATUS='
                 WS-EPIPLAN-STATUS
              STOP RUN
           END-IF.

           OPEN I-O ESITUPD-FILE.
           IF NOT ESITUPD-OK
              DISPLAY 'EPNDAPP - UNABLE TO OPEN ESITUPD, STATUS='
                 WS-ESITUPD-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT PEND-REPORT-FILE.

           MOVE WS-REPORT-HEADING TO PEND-REPORT-LINE.
           PERFORM 2200-READ-CURRENT-MASTER.

           IF APPLY-GOOD THEN
              EVALUATE TRUE
              WHEN NOT PTX-ORDINARY-CHANGE
                 PERFORM 2350-APPLY-TERMINATION
              WHEN PTX-MASS-CHANGE
                 PERFORM 2360-APPLY-MASS-CHANGE
              WHEN OTHER
                 PERFORM 2300-REWRITE-MASTER
              END-EVALUATE
           END-IF.

           IF APPLY-GOOD THEN
              IF NOT PTX-MASS-SITE THEN
                 PERFORM 2400-WRITE-AUDIT-EVENT
              END-IF
              IF PTX-ORDINARY-CHANGE THEN
                 IF NOT PTX-MASS-SITE THEN
                    PERFORM 2500-WRITE-HISTORY-RECORDS
                 END-IF
              ELSE
                 PERFORM 2700-WRITE-DELETION-LOG
                 PERFORM 2710-CLOSE-SERVICE-STINT
                 PERFORM 2720-OPEN-OFFBOARD-CHECKLIST
              END-IF
              PERFORM 2600-MARK-TRANSACTION-APPLIED
              ADD 1 TO WS-APPLIED-COUNT
              EVALUATE TRUE
              WHEN NOT PTX-ORDINARY-CHANGE
                 ADD 1 TO WS-TERMINATED-COUNT
                 MOVE 'Applied - Terminated' TO WS-RPT-DISPOSITION
              WHEN PTX-MASS-CHANGE
                 MOVE SPACES TO WS-RPT-DISPOSITION
                 STRING 'Applied - Batch ' PTX-BATCH-REFERENCE
                    DELIMITED BY SIZE
                    INTO WS-RPT-DISPOSITION
              WHEN OTHER
                 MOVE 'Applied' TO WS-RPT-DISPOSITION
              END-EVALUATE
           ELSE
              ADD 1 TO WS-ERROR-COUNT
           END-IF.
                 MOVE 'Error Rewriting Employee' TO WS-RPT-DISPOSITION
           END-REWRITE.

      *    A PARKED TERMINATION OF AN ACCEPTED RESIGNATION:
      *    THE LEAVING FIELDS ONLY, ON THE RECORD AS IT STANDS TODAY -
      *    ANY ONLINE CHANGE SINCE IT WAS PARKED IS KEPT. THE LAST DAY
      *    WORKED IS THE DAY BEFORE IT TAKES EFFECT.
       2350-APPLY-TERMINATION.
           SET EMP-DELETED TO TRUE.
           MOVE PTX-EFFECTIVE-DATE TO EMP-DELETE-DATE.
           COMPUTE WS-DATE-NUM =
              FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(PTX-EFFECTIVE-DATE)) - 1).
           MOVE WS-DATE-NUM TO EMP-END-DATE.

           REWRITE EMPLOYEE-MASTER-RECORD
              INVALID KEY
                 SET APPLY-FAILED TO TRUE
                 MOVE 'Error Rewriting Employee' TO WS-RPT-DISPOSITION
           END-REWRITE.

      *    A MASS CHANGE FROM 'EMASP': THE ONE FIELD ONLY, ON THE
      *    RECORD AS IT STANDS TODAY, LIKE A TERMINATION ABOVE. THE
      *    PARKED IMAGE IS THERE FOR REFERENCE AND IS NOT USED.
       2360-APPLY-MASS-CHANGE.
           EVALUATE TRUE
           WHEN PTX-MASS-APPRAISAL-DATE
              MOVE PTX-MASS-VALUE TO EMP-APPRAISAL-DATE
           WHEN PTX-MASS-MANAGER
              MOVE PTX-MASS-MANAGER-ID TO EMP-MANAGER-ID
           WHEN PTX-MASS-SITE
              PERFORM 2370-APPLY-SITE-CHANGE
              EXIT PARAGRAPH
           END-EVALUATE.

           REWRITE EMPLOYEE-MASTER-RECORD
              INVALID KEY
                 SET APPLY-FAILED TO TRUE
                 MOVE 'Error Rewriting Employee' TO WS-RPT-DISPOSITION
           END-REWRITE.

      *    NO ASSIGNMENT ON FILE YET MEANS A NEW ONE IS ADDED.
       2370-APPLY-SITE-CHANGE.
           MOVE PTX-EMPLOYEE-ID TO EST-EMPLOYEE-ID.

           READ ESITUPD-FILE
              INVALID KEY
                 CONTINUE
           END-READ.

           MOVE PTX-MASS-SITE-ID TO EST-SITE-ID.
           MOVE PTX-REQUESTED-BY TO EST-RECORDED-BY.
           MOVE WS-TODAY TO EST-RECORDED-DATE.

           IF ESITUPD-NOTFND THEN
              WRITE SITE-ASSIGNMENT-RECORD
                 INVALID KEY
                    SET APPLY-FAILED TO TRUE
              END-WRITE
           ELSE
              REWRITE SITE-ASSIGNMENT-RECORD
                 INVALID KEY
                    SET APPLY-FAILED TO TRUE
              END-REWRITE
           END-IF.

           IF APPLY-FAILED THEN
              MOVE 'Error Posting Site Assignment' TO WS-RPT-DISPOSITION
           END-IF.

       2400-WRITE-AUDIT-EVENT.
           INITIALIZE AUDIT-TRAIL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE PTX-REQUESTED-BY TO AUD-USER-ID.
           IF PTX-ORDINARY-CHANGE
              SET AUD-ACTION-UPDATE TO TRUE
           ELSE
              SET AUD-ACTION-DELETE TO TRUE
              MOVE PTX-REASON-CODE TO AUD-REASON-CODE
           END-IF.
           MOVE WS-BEFORE-IMAGE TO AUD-RECORD-BEFORE.
           MOVE EMPLOYEE-MASTER-RECORD TO AUD-RECORD-AFTER.

           WRITE AUDIT-TRAIL-RECORD.
           IF NOT EAUDIT-OK
              EMP-APPRAISAL-RESULT IS NOT EQUAL TO
              WS-PREV-APPRAISAL-RESULT
              PERFORM 2520-WRITE-APPRAISAL-HISTORY
              IF EMP-UH-OH
                 PERFORM 2540-OPEN-IMPROVEMENT-PLAN
              END-IF
           END-IF.

           IF EMP-DEPARTMENT-ID IS NOT EQUAL TO WS-PREV-DEPARTMENT-ID
           MOVE WS-PREV-COMPENSATION TO COH-PREVIOUS-COMPENSATION.
           MOVE EMP-COMPENSATION TO COH-NEW-COMPENSATION.
           MOVE PTX-REQUESTED-BY TO COH-RECORDED-BY.
      *    STAMPED WITH THE CURRENCY THE PAY IS HELD IN.
           SET CVA-ACTION-RESOLVE TO TRUE.
           MOVE EMP-EMPLOYEE-ID TO CVA-EMPLOYEE-ID.
           CALL 'ECURCNV' USING CURRENCY-CONVERT-ARGUMENTS.
           MOVE CVA-CURRENCY-CODE TO COH-CURRENCY-CODE.

           WRITE COMPENSATION-HISTORY-RECORD
              INVALID KEY
              END-REWRITE
           END-IF.

      *    THE SAME PLAN 'EUPDP' OPENS - UNLESS ONE IS ALREADY OPEN -
      *    DATED FROM THE DAY THE RESULT TOOK EFFECT.
       2540-OPEN-IMPROVEMENT-PLAN.
           MOVE 'N' TO WS-PLAN-EOF-FLAG.
           MOVE 'N' TO WS-PLAN-OPEN-FLAG.
           MOVE EMP-EMPLOYEE-ID TO PIP-EMPLOYEE-ID.
           MOVE SPACES TO PIP-OPENED-DATE.

           START EPIPLAN-FILE KEY IS NOT LESS THAN PIP-KEY
              INVALID KEY
                 SET END-OF-PLANS TO TRUE
           END-START.

           PERFORM 2541-CHECK-NEXT-PLAN
              UNTIL END-OF-PLANS OR PLAN-ALREADY-OPEN.

           IF PLAN-ALREADY-OPEN
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE IMPROVEMENT-PLAN-RECORD.
           MOVE EMP-EMPLOYEE-ID TO PIP-EMPLOYEE-ID.
           MOVE WS-TODAY TO PIP-OPENED-DATE.
           MOVE EMP-MANAGER-ID TO PIP-MANAGER-ID.
           MOVE EMP-APPRAISAL-DATE TO PIP-APPRAISAL-DATE.
           SET PIP-OPEN TO TRUE.

           COMPUTE WS-PLAN-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY)).

           PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
                   UNTIL WS-PLAN-SUB IS GREATER THAN 3
              COMPUTE WS-DATE-NUM =
                 FUNCTION DATE-OF-INTEGER(WS-PLAN-TODAY-INT +
                    APP-PIPLAN-REVIEW-DAYS * WS-PLAN-SUB)
              MOVE WS-DATE-NUM TO PIP-REVIEW-DUE-DATE(WS-PLAN-SUB)
           END-PERFORM.

           MOVE PIP-REVIEW-DUE-DATE(3) TO PIP-DEADLINE-DATE.
           MOVE PTX-REQUESTED-BY TO PIP-UPDATED-BY.
           MOVE WS-TODAY TO PIP-UPDATED-DATE.

           WRITE IMPROVEMENT-PLAN-RECORD
              INVALID KEY
                 DISPLAY 'EPNDAPP - EPIPLAN WRITE FAILED, KEY=' PIP-KEY
           END-WRITE.

       2541-CHECK-NEXT-PLAN.
           READ EPIPLAN-FILE NEXT RECORD
              AT END
                 SET END-OF-PLANS TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           IF PIP-EMPLOYEE-ID IS NOT EQUAL TO EMP-EMPLOYEE-ID
              SET END-OF-PLANS TO TRUE
           ELSE
              IF PIP-OPEN
                 SET PLAN-ALREADY-OPEN TO TRUE
              END-IF
           END-IF.

       2600-MARK-TRANSACTION-APPLIED.
           SET PTX-APPLIED TO TRUE.
           MOVE WS-TODAY TO PTX-APPLIED-DATE.
                    PTX-KEY
           END-REWRITE.

      *    THE SAME ENTRY 'EAUDITP' WOULD HAVE LOGGED BEHIND AN
      *    ONLINE DELETE.
       2700-WRITE-DELETION-LOG.
           INITIALIZE DELETION-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO DEL-TIMESTAMP.
           MOVE PTX-REQUESTED-BY TO DEL-USER-ID.
           MOVE EMP-EMPLOYEE-ID TO DEL-EMPLOYEE-ID.
           MOVE EMP-PRIMARY-NAME TO DEL-EMPLOYEE-NAME.
           MOVE WS-BEFORE-IMAGE TO DEL-RECORD-IMAGE.
           MOVE PTX-REASON-CODE TO DEL-REASON-CODE.

           WRITE DELETION-LOG-RECORD.
           IF NOT EDELLOG-OK
              DISPLAY 'EPNDAPP - EDELLOG WRITE FAILED, STATUS='
                 WS-EDELLOG-STATUS
           END-IF.

      *    CLOSE THE EMPLOYEE'S LATEST SERVICE STINT AS OF THE DELETE
      *    DATE, AS 'EUPDP' DOES ONLINE - OR, FOR A LEGACY HIRE WITH
      *    NO STINTS ON FILE, BACKFILL STINT 01 ALREADY CLOSED. A
      *    STINT THAT IS ALREADY CLOSED IS LEFT ALONE.
       2710-CLOSE-SERVICE-STINT.
           MOVE ZEROES TO WS-LAST-STINT-NUMBER.
           MOVE 'N' TO WS-STINT-EOF-FLAG.
           MOVE EMP-EMPLOYEE-ID TO SVH-EMPLOYEE-ID.
           MOVE ZEROES TO SVH-STINT-NUMBER.

           START ESRVHST-FILE KEY IS NOT LESS THAN SVH-KEY
              INVALID KEY
                 SET END-OF-STINTS TO TRUE
           END-START.

           PERFORM 2711-SCAN-NEXT-STINT UNTIL END-OF-STINTS.

           IF WS-LAST-STINT-NUMBER IS EQUAL TO ZEROES THEN
              INITIALIZE SERVICE-STINT-RECORD
              MOVE EMP-EMPLOYEE-ID TO SVH-EMPLOYEE-ID
              MOVE 1 TO SVH-STINT-NUMBER
              MOVE EMP-START-DATE TO SVH-START-DATE
              MOVE EMP-DELETE-DATE TO SVH-END-DATE
              MOVE PTX-REQUESTED-BY TO SVH-RECORDED-BY
              MOVE WS-TODAY TO SVH-RECORDED-DATE
              WRITE SERVICE-STINT-RECORD
                 INVALID KEY
                    DISPLAY 'EPNDAPP - ESRVHST WRITE FAILED, KEY='
                       SVH-KEY
              END-WRITE
              EXIT PARAGRAPH
           END-IF.

           MOVE EMP-EMPLOYEE-ID TO SVH-EMPLOYEE-ID.
           MOVE WS-LAST-STINT-NUMBER TO SVH-STINT-NUMBER.

           READ ESRVHST-FILE
              INVALID KEY
                 DISPLAY 'EPNDAPP - ESRVHST READ FAILED, KEY=' SVH-KEY
                 EXIT PARAGRAPH
           END-READ.

           IF SVH-END-DATE IS NOT EQUAL TO SPACES THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE EMP-DELETE-DATE TO SVH-END-DATE.
           MOVE PTX-REQUESTED-BY TO SVH-RECORDED-BY.
           MOVE WS-TODAY TO SVH-RECORDED-DATE.

           REWRITE SERVICE-STINT-RECORD
              INVALID KEY
                 DISPLAY 'EPNDAPP - ESRVHST REWRITE FAILED, KEY='
                    SVH-KEY
           END-REWRITE.

       2711-SCAN-NEXT-STINT.
           READ ESRVHST-FILE NEXT RECORD
              AT END
                 SET END-OF-STINTS TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           IF SVH-EMPLOYEE-ID IS NOT EQUAL TO EMP-EMPLOYEE-ID
              SET END-OF-STINTS TO TRUE
           ELSE
              MOVE SVH-STINT-NUMBER TO WS-LAST-STINT-NUMBER
           END-IF.

      *    'ERSMP' OPENED THE CHECKLIST WHEN THE RESIGNATION WAS
      *    ACCEPTED, AND WORK MAY ALREADY BE TICKED OFF ON IT - ONLY
      *    OPEN ONE HERE IF IT IS MISSING.
       2720-OPEN-OFFBOARD-CHECKLIST.
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

           IF NOT EOFFLST-OK AND NOT EOFFLST-DUPLICATE
              DISPLAY 'EPNDAPP - EOFFLST WRITE FAILED, STATUS='
                 WS-EOFFLST-STATUS
           END-IF.

       2900-WRITE-REPORT-LINE.
           MOVE PTX-EMPLOYEE-ID TO WS-RPT-EMP-ID.
           MOVE PTX-EFFECTIVE-DATE TO WS-RPT-EFFECTIVE-DATE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE PEND-REPORT-LINE.

           MOVE '  OF WHICH TERMINATIONS ....' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-TERMINATED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO PEND-REPORT-LINE.
           MOVE PEND-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE PEND-REPORT-LINE.

           MOVE 'TRANSACTIONS STILL WAITING .' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-WAITING-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO PEND-REPORT-LINE.
           MOVE WS-ERROR-COUNT TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

      *    RELEASE THE CURRENCY FILES.
           SET CVA-ACTION-CLOSE TO TRUE.
           CALL 'ECURCNV' USING CURRENCY-CONVERT-ARGUMENTS.

           DISPLAY 'EPNDAPP - TRANSACTIONS APPLIED: ' WS-APPLIED-COUNT.
           DISPLAY 'EPNDAPP - OF WHICH TERMINATED:  '
              WS-TERMINATED-COUNT.
           DISPLAY 'EPNDAPP - STILL WAITING:        ' WS-WAITING-COUNT.
           DISPLAY 'EPNDAPP - IN ERROR:             ' WS-ERROR-COUNT.

           CLOSE EDPTHST-FILE.
           CLOSE EAPPHST-FILE.
           CLOSE EAUDIT-FILE.
           CLOSE EDELLOG-FILE.
           CLOSE ESRVHST-FILE.
           CLOSE EOFFLST-FILE.
           CLOSE EPIPLAN-FILE.
           CLOSE ESITUPD-FILE.
           CLOSE PEND-REPORT-FILE.
