       IDENTIFICATION DIVISION.
       PROGRAM-ID. EBDGRPT.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - ACTIVE BADGES AFTER TERMINATION - SECURITY REPORT.
      *      - BATCH PROGRAM, RUN AGAINST THE 'EBADGE', 'EMPMAST' AND
      *        'EEMPTYP' VSAM <KSDS> CLUSTERS (READ ONLY, RLS MODE -
      *        SEE THE 'RLS=' PARAMETERS ON THE ACCOMPANYING JCL).
      *      - LISTS EVERY BADGE THE ACCESS CONTROL SYSTEM HAS NOT YET
      *        CONFIRMED AS REVOKED WHOSE HOLDER SHOULD NO LONGER HAVE
      *        ONE - A LEAVER PAST THEIR 'EMP-DELETE-DATE', OR A
      *        CONTRACTOR PAST THEIR 'EMP-END-DATE' - WITH HOW MANY
      *        DAYS IT HAS BEEN AND WHERE THE REVOCATION HAS GOT TO:
      *        NOT YET SENT, SENT AND AWAITING THE ACCESS SYSTEM'S
      *        ACKNOWLEDGMENT, OR REJECTED (WITH ITS REASON).
      *      - A BADGE WHOSE EMPLOYEE IS NO LONGER ON 'EMPMAST' AT ALL
      *        IS LISTED TOO - NOTHING WILL EVER REVOKE IT.
      *      - RUN DAILY, AFTER 'EBDGACK' HAS POSTED THE NIGHT'S
      *        ACKNOWLEDGMENTS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EBADGE-FILE ASSIGN TO EBADGE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS BDG-EMPLOYEE-ID
                FILE STATUS IS WS-EBADGE-STATUS.

           SELECT EMPMAST-FILE ASSIGN TO EMPMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS EMP-EMPLOYEE-ID
                FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT EEMPTYP-FILE ASSIGN TO EEMPTYP
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ETY-EMPLOYEE-ID
                FILE STATUS IS WS-EEMPTYP-STATUS.

           SELECT SECURITY-REPORT-FILE ASSIGN TO BDGRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-BDGRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EBADGE-FILE.
       COPY EBADGE.

       FD  EMPMAST-FILE.
       COPY EMPMAST.

       FD  EEMPTYP-FILE.
       COPY EEMPTYP.

       FD  SECURITY-REPORT-FILE
           RECORDING MODE IS F.
       01  SECURITY-REPORT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-EBADGE-STATUS         PIC X(2).
             88 EBADGE-OK                       VALUE '00'.
          05 WS-EMPMAST-STATUS        PIC X(2).
             88 EMPMAST-OK                      VALUE '00'.
          05 WS-EEMPTYP-STATUS        PIC X(2).
             88 EEMPTYP-OK                      VALUE '00'.
          05 WS-BDGRPT-STATUS         PIC X(2).
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
             88 END-OF-EBADGE                   VALUE 'Y'.
          05 WS-TODAY                 PIC X(8).
          05 WS-TODAY-INT             PIC S9(8) USAGE IS BINARY
                                                 VALUE ZEROES.
      *    WHY THE HOLDER SHOULD HAVE NO BADGE, AND SINCE WHEN.
          05 WS-LEFT-REASON           PIC X(10).
          05 WS-LEFT-DATE             PIC X(8).
          05 WS-DAYS-SINCE            PIC S9(5) USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-CHECKED-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EXPOSED-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-NOT-SENT-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-AWAITING-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-REJECTED-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.

       01 WS-REPORT-HEADING.
          05 FILLER                   PIC X(45)
             VALUE 'ACTIVE BUILDING BADGES AFTER TERMINATION'.
          05 FILLER                   PIC X(55) VALUE SPACES.

       01 WS-COLUMN-HEADING.
          05 FILLER                   PIC X(10) VALUE 'EMPLOYEE'.
          05 FILLER                   PIC X(26) VALUE 'NAME'.
          05 FILLER                   PIC X(11) VALUE 'REASON'.
          05 FILLER                   PIC X(10) VALUE 'LEFT ON'.
          05 FILLER                   PIC X(7)  VALUE ' DAYS'.
          05 FILLER                   PIC X(13) VALUE 'REVOCATION'.
          05 FILLER                   PIC X(23) VALUE 'REJECT REASON'.

       01 WS-REPORT-DETAIL-LINE.
          05 WS-RPT-EMP-ID            PIC Z(7)9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-PRIMARY-NAME      PIC X(24).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-LEFT-REASON       PIC X(10).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-LEFT-DATE         PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-DAYS              PIC Z(4)9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-REVOKE-STATE      PIC X(12).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-ACK-REASON        PIC X(20).
          05 FILLER                   PIC X(3)  VALUE SPACES.

       01 WS-REPORT-SUMMARY-LINE.
          05 WS-RPT-SUMMARY-LABEL     PIC X(28).
          05 WS-RPT-SUMMARY-TOTAL     PIC Z(7)9.
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
           PERFORM 2000-CHECK-BADGE UNTIL END-OF-EBADGE.
           PERFORM 3000-PRODUCE-SUMMARY.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY)).

           OPEN INPUT EBADGE-FILE.
           IF NOT EBADGE-OK
              DISPLAY 'EBDGRPT - UNABLE TO OPEN EBADGE, STATUS='
                 WS-EBADGE-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT EMPMAST-FILE.
           IF NOT EMPMAST-OK
              DISPLAY 'EBDGRPT - UNABLE TO OPEN EMPMAST, STATUS='
                 WS-EMPMAST-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT EEMPTYP-FILE.
           IF NOT EEMPTYP-OK
              DISPLAY 'EBDGRPT - UNABLE TO OPEN EEMPTYP, STATUS='
                 WS-EEMPTYP-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT SECURITY-REPORT-FILE.

           MOVE WS-REPORT-HEADING TO SECURITY-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO SECURITY-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           PERFORM 1100-READ-NEXT-BADGE.

      *-----------------------------------------------------------------
       READING SECTION.
      *-----------------------------------------------------------------

       1100-READ-NEXT-BADGE.
           READ EBADGE-FILE
              AT END
                 SET END-OF-EBADGE TO TRUE
           END-READ.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------

      *    ONLY A REVOCATION THE ACCESS SYSTEM HAS ACCEPTED PROVES THE
      *    BADGE IS DEAD - ANYTHING SHORT OF THAT IS CHECKED.
       2000-CHECK-BADGE.
           ADD 1 TO WS-CHECKED-COUNT.

           IF NOT (BDG-REVOKED AND BDG-ACK-ACCEPTED)
              PERFORM 2100-CHECK-HOLDER
           END-IF.

           PERFORM 1100-READ-NEXT-BADGE.

       2100-CHECK-HOLDER.
           MOVE SPACES TO WS-LEFT-REASON.
           MOVE SPACES TO WS-LEFT-DATE.

           MOVE BDG-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.
           READ EMPMAST-FILE
              INVALID KEY
                 INITIALIZE EMPLOYEE-MASTER-RECORD
                 MOVE 'NO MASTER ' TO WS-LEFT-REASON
           END-READ.

           IF EMPMAST-OK
              PERFORM 2200-FIND-LEFT-DATE
           END-IF.

           IF WS-LEFT-REASON IS EQUAL TO SPACES
              EXIT PARAGRAPH
           END-IF.

           MOVE ZEROES TO WS-DAYS-SINCE.
           IF WS-LEFT-DATE IS NUMERIC
              COMPUTE WS-DAYS-SINCE =
                 WS-TODAY-INT - FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(WS-LEFT-DATE))
           END-IF.

           MOVE SPACES TO WS-RPT-ACK-REASON.
           EVALUATE TRUE
           WHEN NOT BDG-REVOKED
                MOVE 'NOT SENT    ' TO WS-RPT-REVOKE-STATE
                ADD 1 TO WS-NOT-SENT-COUNT
           WHEN BDG-ACK-REJECTED
                MOVE 'REJECTED    ' TO WS-RPT-REVOKE-STATE
                MOVE BDG-ACK-REASON TO WS-RPT-ACK-REASON
                ADD 1 TO WS-REJECTED-COUNT
           WHEN OTHER
                MOVE 'AWAITING ACK' TO WS-RPT-REVOKE-STATE
                ADD 1 TO WS-AWAITING-COUNT
           END-EVALUATE.

           ADD 1 TO WS-EXPOSED-COUNT.
           MOVE BDG-EMPLOYEE-ID TO WS-RPT-EMP-ID.
           MOVE EMP-PRIMARY-NAME TO WS-RPT-PRIMARY-NAME.
           MOVE WS-LEFT-REASON TO WS-RPT-LEFT-REASON.
           MOVE WS-LEFT-DATE TO WS-RPT-LEFT-DATE.
           MOVE WS-DAYS-SINCE TO WS-RPT-DAYS.
           MOVE WS-REPORT-DETAIL-LINE TO SECURITY-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

      *    A LEAVER COUNTS FROM THEIR DELETE DATE ONCE IT HAS ARRIVED;
      *    A CONTRACTOR STILL ON FILE FROM THE DAY AFTER THEIR END
      *    DATE - THE SAME TESTS 'EBDGFEED' REVOKES ON.
       2200-FIND-LEFT-DATE.
           IF EMP-DELETED
              IF EMP-DELETE-DATE IS NOT GREATER THAN WS-TODAY
                 MOVE 'LEAVER    ' TO WS-LEFT-REASON
                 MOVE EMP-DELETE-DATE TO WS-LEFT-DATE
              END-IF
              EXIT PARAGRAPH
           END-IF.

           IF NOT EMP-ACTIVE OR EMP-END-DATE IS EQUAL TO SPACES OR
              EMP-END-DATE IS NOT LESS THAN WS-TODAY
              EXIT PARAGRAPH
           END-IF.

           MOVE EMP-EMPLOYEE-ID TO ETY-EMPLOYEE-ID.
           READ EEMPTYP-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.

           IF ETY-TYPE-CONTRACTOR
              MOVE 'CONTRACTOR' TO WS-LEFT-REASON
              MOVE EMP-END-DATE TO WS-LEFT-DATE
           END-IF.

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------

       3000-PRODUCE-SUMMARY.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'BADGES ON FILE .............' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-CHECKED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO SECURITY-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'ACTIVE AFTER TERMINATION ...' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-EXPOSED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO SECURITY-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE '  REVOCATION NOT SENT ......' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-NOT-SENT-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO SECURITY-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE '  AWAITING ACKNOWLEDGMENT ..' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-AWAITING-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO SECURITY-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE '  REVOCATION REJECTED ......' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-REJECTED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO SECURITY-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

       8800-WRITE-REPORT-LINE.
           MOVE SECURITY-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'EBDGRPT ' TO RSA-REPORT-NAME.
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
           MOVE 'EBDGRPT ' TO RLG-JOB-NAME.
           MOVE WS-CHECKED-COUNT TO RLG-INPUT-COUNT.
           MOVE WS-EXPOSED-COUNT TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'EBDGRPT - BADGES ON FILE:    ' WS-CHECKED-COUNT.
           DISPLAY 'EBDGRPT - ACTIVE AFTER TERM: ' WS-EXPOSED-COUNT.

           CLOSE EBADGE-FILE.
           CLOSE EMPMAST-FILE.
           CLOSE EEMPTYP-FILE.
           CLOSE SECURITY-REPORT-FILE.
