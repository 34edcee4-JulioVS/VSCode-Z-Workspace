       IDENTIFICATION DIVISION.
       PROGRAM-ID. EBRKRPT.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - BREAK-GLASS ACCESS REVIEW REPORT.
      *      - BATCH PROGRAM, RUN DAILY (THE MORNING AFTER) AGAINST THE
      *        'EBRKGLS' GRANT CLUSTER (UPDATED), THE 'ESECJRN'
      *        SECURITY JOURNAL (APPENDED TO, THEN READ) AND THE
      *        'EAUDHST' AUDIT HISTORY (READ), ALL IN RLS MODE - SEE
      *        THE 'RLS=' PARAMETERS ON THE ACCOMPANYING JCL.
      *      - FIRST TIDIES UP: A GRANT STILL ACTIVE PAST ITS EXPIRY
      *        (THE USER NEVER CAME BACK FOR 'EACTMON' TO END IT) IS
      *        MARKED EXPIRED AS OF ITS EXPIRY TIME AND JOURNALED AS
      *        'BG EXPIRE'.
      *      - THEN PRINTS EVERY FINISHED GRANT NOT YET SIGNED OFF:
      *        WHO, WHY, THE WINDOW, AND EVERYTHING THEY DID UNDER IT -
      *        EACH 'ESECJRN' ENTRY AND 'EAUDHST' EVENT CARRYING THE
      *        BREAK-GLASS FLAG, FROM THE START OF THE GRANT TO ITS END.
      *        A SECOND ADMINISTRATOR REVIEWS IT AND SIGNS THE GRANT
      *        OFF ON THE 'EBRK' SCREEN.
      *      - A GRANT THAT ENDED BEFORE YESTERDAY IS STILL UNSIGNED
      *        AFTER ITS REVIEW DAY - IT IS MARKED OVERDUE AND THE RUN
      *        ENDS WITH RETURN CODE 4 SO THE SCHEDULE SHOWS IT.
      *      - 'EAUDHST' IS LOADED FROM THE NIGHTLY ARCHIVE, SO THIS
      *        RUN BELONGS AFTER 'EAUDLOAD' IN THE SCHEDULE.
      *      - NO 'SYSIN' - ON A DAY WITH NOTHING TO REVIEW THE RUN
      *        SIMPLY REPORTS NOTHING.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EBRKGLS-FILE ASSIGN TO EBRKGLS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS BGL-KEY
                FILE STATUS IS WS-EBRKGLS-STATUS.

           SELECT ESECJRN-FILE ASSIGN TO ESECJRN
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-ESECJRN-STATUS.

           SELECT EAUDHST-FILE ASSIGN TO EAUDHST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AHS-KEY
                FILE STATUS IS WS-EAUDHST-STATUS.

           SELECT REVIEW-REPORT-FILE ASSIGN TO BRKRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-BRKRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EBRKGLS-FILE.
       COPY EBRKGLS.

       FD  ESECJRN-FILE.
       COPY ESECJRN.

       FD  EAUDHST-FILE.
       COPY EAUDHST.

       FD  REVIEW-REPORT-FILE
           RECORDING MODE IS F.
       01  REVIEW-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-EBRKGLS-STATUS        PIC X(2).
             88 EBRKGLS-OK                      VALUE '00'.
          05 WS-ESECJRN-STATUS        PIC X(2).
             88 ESECJRN-OK                      VALUE '00'.
          05 WS-EAUDHST-STATUS        PIC X(2).
             88 EAUDHST-OK                      VALUE '00'.
          05 WS-BRKRPT-STATUS         PIC X(2).
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
             88 END-OF-EBRKGLS                  VALUE 'Y'.
          05 WS-JRN-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-ESECJRN                  VALUE 'Y'.
          05 WS-AHS-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-GRANT-EVENTS             VALUE 'Y'.
          05 WS-AUDIT-OPEN-FLAG       PIC X(1)  VALUE 'N'.
             88 EAUDHST-IS-OPEN                 VALUE 'Y'.
          05 WS-CURRENT-DATE          PIC X(8)  VALUE SPACES.
          05 WS-YESTERDAY             PIC 9(8)  VALUE ZEROES.
          05 WS-DAY-NUMBER            PIC S9(9) USAGE IS BINARY.
          05 WS-RUN-TIMESTAMP         PIC X(21) VALUE SPACES.
          05 WS-READ-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EXPIRED-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-RUNNING-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-OVERDUE-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EVENT-TOTAL           PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ERROR-COUNT           PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EMPLOYEE-ID           PIC X(8).

      *    THE FINISHED GRANTS STILL AWAITING SIGN-OFF, IN KEY ORDER.
       01 WS-GRANT-TABLE.
          05 WS-GRANT-COUNT           PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-GRANT-MAX             PIC 9(4)  USAGE IS BINARY
                                                 VALUE 200.
          05 WS-GRANT-INDEX           PIC 9(4)  USAGE IS BINARY.
          05 WS-GRANT-ENTRY OCCURS 200 TIMES.
             10 WS-GR-USER-ID         PIC X(8).
             10 WS-GR-BASE-CATEGORY   PIC X(3).
             10 WS-GR-START           PIC X(14).
             10 WS-GR-END             PIC X(14).
             10 WS-GR-STATUS          PIC X(1).
             10 WS-GR-REASON          PIC X(60).
             10 WS-GR-JOURNAL-COUNT   PIC 9(4)  USAGE IS BINARY.
             10 WS-GR-AUDIT-COUNT     PIC 9(4)  USAGE IS BINARY.

      *    WHAT EACH OF THEM DID - JOURNAL ENTRIES FIRST, THEN AUDIT
      *    EVENTS, EACH IN TIME ORDER, TIED BACK TO THEIR GRANT.
       01 WS-EVENT-TABLE.
          05 WS-EVENT-COUNT           PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EVENT-MAX             PIC 9(4)  USAGE IS BINARY
                                                 VALUE 1000.
          05 WS-EVENT-INDEX           PIC 9(4)  USAGE IS BINARY.
          05 WS-EVENT-ENTRY OCCURS 1000 TIMES.
             10 WS-EV-GRANT-INDEX     PIC 9(4)  USAGE IS BINARY.
             10 WS-EV-SOURCE          PIC X(3).
             10 WS-EV-TIMESTAMP       PIC X(14).
             10 WS-EV-TEXT            PIC X(50).

      *    A 'YYYYMMDDHHMMSS' STAMP SHOWN AS 'YYYYMMDD HHMM'.
       01 WS-STAMP-IN.
          05 WS-SI-DATE               PIC X(8).
          05 WS-SI-HHMM               PIC X(4).
          05 FILLER                   PIC X(2).
       01 WS-STAMP-OUT.
          05 WS-SO-DATE               PIC X(8).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-SO-HHMM               PIC X(4).

       01 WS-REPORT-HEADING.
          05 FILLER                   PIC X(40)
             VALUE 'BREAK-GLASS ACCESS REVIEW - AS OF       '.
          05 WS-RPT-HDG-DATE          PIC X(8).
          05 FILLER                   PIC X(32) VALUE SPACES.

       01 WS-COLUMN-HEADING.
          05 FILLER                   PIC X(10) VALUE 'USER'.
          05 FILLER                   PIC X(5)  VALUE 'CAT'.
          05 FILLER                   PIC X(15) VALUE 'STARTED'.
          05 FILLER                   PIC X(15) VALUE 'ENDED'.
          05 FILLER                   PIC X(9)  VALUE 'STATUS'.
          05 FILLER                   PIC X(6)  VALUE 'JRNL'.
          05 FILLER                   PIC X(6)  VALUE 'AUDIT'.
          05 FILLER                   PIC X(14) VALUE 'REVIEW'.

       01 WS-REPORT-DETAIL-LINE.
          05 WS-RPT-USER-ID           PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-CATEGORY          PIC X(3).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-START             PIC X(13).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-END               PIC X(13).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-STATUS            PIC X(7).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-JOURNAL-COUNT     PIC ZZZ9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-AUDIT-COUNT       PIC ZZZ9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-REVIEW            PIC X(14).

       01 WS-REPORT-REASON-LINE.
          05 FILLER                   PIC X(10) VALUE SPACES.
          05 FILLER                   PIC X(8)  VALUE 'REASON: '.
          05 WS-RPT-REASON            PIC X(60).
          05 FILLER                   PIC X(2)  VALUE SPACES.

       01 WS-REPORT-EVENT-LINE.
          05 FILLER                   PIC X(10) VALUE SPACES.
          05 WS-RPT-EV-SOURCE         PIC X(3).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-EV-TIME           PIC X(13).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-EV-TEXT           PIC X(50).

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
           PERFORM 2000-CHECK-GRANT UNTIL END-OF-EBRKGLS.
           PERFORM 2500-COLLECT-JOURNAL-ENTRIES.
           PERFORM 2700-COLLECT-AUDIT-EVENTS.
           PERFORM 2900-PRINT-GRANTS.
           PERFORM 3000-PRINT-SUMMARY.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-CURRENT-DATE.

           MOVE WS-CURRENT-DATE TO WS-YESTERDAY.
           COMPUTE WS-DAY-NUMBER =
              FUNCTION INTEGER-OF-DATE(WS-YESTERDAY) - 1.
           COMPUTE WS-YESTERDAY =
              FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).

           OPEN I-O EBRKGLS-FILE.
           IF NOT EBRKGLS-OK
              DISPLAY 'EBRKRPT - UNABLE TO OPEN EBRKGLS, STATUS='
                 WS-EBRKGLS-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN EXTEND ESECJRN-FILE.
           IF NOT ESECJRN-OK
              DISPLAY 'EBRKRPT - UNABLE TO OPEN ESECJRN, STATUS='
                 WS-ESECJRN-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT REVIEW-REPORT-FILE.

           MOVE WS-CURRENT-DATE TO WS-RPT-HDG-DATE.
           MOVE WS-REPORT-HEADING TO REVIEW-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO REVIEW-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           PERFORM 1100-READ-NEXT-GRANT.

      *-----------------------------------------------------------------
       READING SECTION.
      *-----------------------------------------------------------------

       1100-READ-NEXT-GRANT.
           READ EBRKGLS-FILE NEXT RECORD
              AT END
                 SET END-OF-EBRKGLS TO TRUE
           END-READ.

       1200-READ-NEXT-JOURNAL.
           READ ESECJRN-FILE
              AT END
                 SET END-OF-ESECJRN TO TRUE
           END-READ.

       1300-READ-NEXT-AUDIT-EVENT.
           READ EAUDHST-FILE NEXT RECORD
              AT END
                 SET END-OF-GRANT-EVENTS TO TRUE
           END-READ.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------

       2000-CHECK-GRANT.
           ADD 1 TO WS-READ-COUNT.

           IF BGL-ACTIVE AND
              BGL-EXPIRY-TIMESTAMP IS NOT GREATER THAN
                 WS-RUN-TIMESTAMP(1:14)
              PERFORM 2100-EXPIRE-GRANT
           END-IF.

           EVALUATE TRUE
           WHEN BGL-ACTIVE
                ADD 1 TO WS-RUNNING-COUNT
           WHEN BGL-REVIEWED-BY IS EQUAL TO SPACES
                PERFORM 2300-TABLE-GRANT
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

           PERFORM 1100-READ-NEXT-GRANT.

      *    NOBODY CAME BACK FOR THE MONITOR TO END IT - IT ENDED WHEN
      *    ITS TIME RAN OUT, WHICH IS WHAT THE RECORD SAYS.
       2100-EXPIRE-GRANT.
           SET BGL-EXPIRED TO TRUE.
           MOVE BGL-EXPIRY-TIMESTAMP TO BGL-CLOSED-TIMESTAMP.
           MOVE 'EBRKRPT' TO BGL-CLOSED-BY.

           REWRITE BREAK-GLASS-RECORD.
           IF NOT EBRKGLS-OK
              DISPLAY 'EBRKRPT - REWRITE FAILED, STATUS='
                 WS-EBRKGLS-STATUS ' USER=' BGL-USER-ID
              ADD 1 TO WS-ERROR-COUNT
      *       LEFT ACTIVE - TOMORROW'S RUN TRIES AGAIN.
              SET BGL-ACTIVE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-EXPIRED-COUNT.

           PERFORM 2200-JOURNAL-EXPIRY.

      *    THE SAME 'ESECJRN' TRAIL 'EACTMON' LEAVES WHEN IT EXPIRES A
      *    GRANT ONLINE.
       2200-JOURNAL-EXPIRY.
           INITIALIZE SECURITY-JOURNAL-RECORD.
           MOVE WS-RUN-TIMESTAMP TO SEC-TIMESTAMP.
           MOVE 'EBRKRPT' TO SEC-USER-ID.
           MOVE 'BTCH' TO SEC-TERMINAL-ID.
           MOVE 'EBRKRPT' TO SEC-PROGRAM.
           MOVE 'BG EXPIRE' TO SEC-ACTION.
           MOVE BGL-USER-ID TO SEC-TARGET.
           MOVE 'ADM' TO SEC-OLD-VALUE.
           MOVE BGL-BASE-CATEGORY TO SEC-NEW-VALUE.

           WRITE SECURITY-JOURNAL-RECORD.
           IF NOT ESECJRN-OK
              DISPLAY 'EBRKRPT - JOURNAL WRITE FAILED, STATUS='
                 WS-ESECJRN-STATUS ' USER=' BGL-USER-ID
              ADD 1 TO WS-ERROR-COUNT
           END-IF.

       2300-TABLE-GRANT.
           IF WS-GRANT-COUNT IS EQUAL TO WS-GRANT-MAX
              DISPLAY 'EBRKRPT - GRANT TABLE FULL, NOT LISTED: '
                 BGL-USER-ID ' ' BGL-START-TIMESTAMP
              ADD 1 TO WS-ERROR-COUNT
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-GRANT-COUNT.
           MOVE WS-GRANT-COUNT TO WS-GRANT-INDEX.
           MOVE BGL-USER-ID TO WS-GR-USER-ID(WS-GRANT-INDEX).
           MOVE BGL-BASE-CATEGORY
              TO WS-GR-BASE-CATEGORY(WS-GRANT-INDEX).
           MOVE BGL-START-TIMESTAMP TO WS-GR-START(WS-GRANT-INDEX).
           MOVE BGL-CLOSED-TIMESTAMP TO WS-GR-END(WS-GRANT-INDEX).
           MOVE BGL-STATUS TO WS-GR-STATUS(WS-GRANT-INDEX).
           MOVE BGL-REASON TO WS-GR-REASON(WS-GRANT-INDEX).
           MOVE ZEROES TO WS-GR-JOURNAL-COUNT(WS-GRANT-INDEX).
           MOVE ZEROES TO WS-GR-AUDIT-COUNT(WS-GRANT-INDEX).

      *    ONE PASS OF THE JOURNAL - NOW CLOSED FOR APPEND AND OPENED
      *    FOR INPUT, SO TODAY'S EXPIRY ENTRIES ARE READ BACK TOO.
       2500-COLLECT-JOURNAL-ENTRIES.
           CLOSE ESECJRN-FILE.

           IF WS-GRANT-COUNT IS EQUAL TO ZEROES
              EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ESECJRN-FILE.
           IF NOT ESECJRN-OK
              DISPLAY 'EBRKRPT - UNABLE TO READ ESECJRN, STATUS='
                 WS-ESECJRN-STATUS
              ADD 1 TO WS-ERROR-COUNT
              EXIT PARAGRAPH
           END-IF.

           PERFORM 1200-READ-NEXT-JOURNAL.
           PERFORM 2510-CHECK-JOURNAL-ENTRY UNTIL END-OF-ESECJRN.

           CLOSE ESECJRN-FILE.

       2510-CHECK-JOURNAL-ENTRY.
           IF SEC-BREAK-GLASS
              PERFORM 2520-MATCH-JOURNAL-ENTRY
                 VARYING WS-GRANT-INDEX FROM 1 BY 1
                   UNTIL WS-GRANT-INDEX IS GREATER THAN WS-GRANT-COUNT
           END-IF.

           PERFORM 1200-READ-NEXT-JOURNAL.

       2520-MATCH-JOURNAL-ENTRY.
           IF SEC-USER-ID IS NOT EQUAL TO WS-GR-USER-ID(WS-GRANT-INDEX)
              OR SEC-TIMESTAMP(1:14) IS LESS THAN
                 WS-GR-START(WS-GRANT-INDEX)
              OR SEC-TIMESTAMP(1:14) IS GREATER THAN
                 WS-GR-END(WS-GRANT-INDEX)
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-GR-JOURNAL-COUNT(WS-GRANT-INDEX).

           IF WS-EVENT-COUNT IS EQUAL TO WS-EVENT-MAX
              ADD 1 TO WS-ERROR-COUNT
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-EVENT-COUNT.
           MOVE WS-EVENT-COUNT TO WS-EVENT-INDEX.
           MOVE WS-GRANT-INDEX TO WS-EV-GRANT-INDEX(WS-EVENT-INDEX).
           MOVE 'JRN' TO WS-EV-SOURCE(WS-EVENT-INDEX).
           MOVE SEC-TIMESTAMP(1:14) TO WS-EV-TIMESTAMP(WS-EVENT-INDEX).
           STRING SEC-PROGRAM DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              SEC-ACTION DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              SEC-TARGET DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              SEC-NEW-VALUE DELIMITED BY SIZE
              INTO WS-EV-TEXT(WS-EVENT-INDEX).

      *    THE AUDIT HISTORY IS KEYED BY TIMESTAMP, SO EACH GRANT'S
      *    WINDOW IS ONE SHORT KEYED BROWSE.
       2700-COLLECT-AUDIT-EVENTS.
           IF WS-GRANT-COUNT IS EQUAL TO ZEROES
              EXIT PARAGRAPH
           END-IF.

           OPEN INPUT EAUDHST-FILE.
           IF NOT EAUDHST-OK
              DISPLAY 'EBRKRPT - UNABLE TO READ EAUDHST, STATUS='
                 WS-EAUDHST-STATUS
              ADD 1 TO WS-ERROR-COUNT
              EXIT PARAGRAPH
           END-IF.
           SET EAUDHST-IS-OPEN TO TRUE.

           PERFORM 2710-BROWSE-GRANT-WINDOW
              VARYING WS-GRANT-INDEX FROM 1 BY 1
                UNTIL WS-GRANT-INDEX IS GREATER THAN WS-GRANT-COUNT.

       2710-BROWSE-GRANT-WINDOW.
           MOVE 'N' TO WS-AHS-EOF-FLAG.
           MOVE LOW-VALUES TO AHS-KEY.
           MOVE WS-GR-START(WS-GRANT-INDEX) TO AHS-TIMESTAMP(1:14).

           START EAUDHST-FILE KEY IS NOT LESS THAN AHS-KEY
              INVALID KEY
                 SET END-OF-GRANT-EVENTS TO TRUE
           END-START.

           IF NOT END-OF-GRANT-EVENTS
              PERFORM 1300-READ-NEXT-AUDIT-EVENT
           END-IF.

           PERFORM 2720-CHECK-AUDIT-EVENT UNTIL END-OF-GRANT-EVENTS.

       2720-CHECK-AUDIT-EVENT.
           IF AHS-TIMESTAMP(1:14) IS GREATER THAN
              WS-GR-END(WS-GRANT-INDEX)
              SET END-OF-GRANT-EVENTS TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF AHS-BREAK-GLASS AND
              AHS-USER-ID IS EQUAL TO WS-GR-USER-ID(WS-GRANT-INDEX)
              PERFORM 2730-TABLE-AUDIT-EVENT
           END-IF.

           PERFORM 1300-READ-NEXT-AUDIT-EVENT.

       2730-TABLE-AUDIT-EVENT.
           ADD 1 TO WS-GR-AUDIT-COUNT(WS-GRANT-INDEX).

           IF WS-EVENT-COUNT IS EQUAL TO WS-EVENT-MAX
              ADD 1 TO WS-ERROR-COUNT
              EXIT PARAGRAPH
           END-IF.

      *    THE EMPLOYEE ID LEADS BOTH IMAGES - THE 'AFTER' ONE IS
      *    EMPTY ON A DELETE.
           IF AHS-RECORD-AFTER(1:8) IS NUMERIC
              MOVE AHS-RECORD-AFTER(1:8) TO WS-EMPLOYEE-ID
           ELSE
              MOVE AHS-RECORD-BEFORE(1:8) TO WS-EMPLOYEE-ID
           END-IF.

           ADD 1 TO WS-EVENT-COUNT.
           MOVE WS-EVENT-COUNT TO WS-EVENT-INDEX.
           MOVE WS-GRANT-INDEX TO WS-EV-GRANT-INDEX(WS-EVENT-INDEX).
           MOVE 'AUD' TO WS-EV-SOURCE(WS-EVENT-INDEX).
           MOVE AHS-TIMESTAMP(1:14) TO WS-EV-TIMESTAMP(WS-EVENT-INDEX).

           EVALUATE TRUE
           WHEN AHS-ACTION-ADD
                STRING 'ADD EMPLOYEE ' DELIMITED BY SIZE
                   WS-EMPLOYEE-ID DELIMITED BY SIZE
                   INTO WS-EV-TEXT(WS-EVENT-INDEX)
           WHEN AHS-ACTION-UPDATE
                STRING 'UPDATE EMPLOYEE ' DELIMITED BY SIZE
                   WS-EMPLOYEE-ID DELIMITED BY SIZE
                   INTO WS-EV-TEXT(WS-EVENT-INDEX)
           WHEN AHS-ACTION-DELETE
                STRING 'DELETE EMPLOYEE ' DELIMITED BY SIZE
                   WS-EMPLOYEE-ID DELIMITED BY SIZE
                   ' REASON ' DELIMITED BY SIZE
                   AHS-REASON-CODE DELIMITED BY SIZE
                   INTO WS-EV-TEXT(WS-EVENT-INDEX)
           WHEN AHS-ACTION-SATELLITE
                STRING 'SAVE ' DELIMITED BY SIZE
                   AHS-SATELLITE-FILE DELIMITED BY SPACE
                   ' FOR EMPLOYEE ' DELIMITED BY SIZE
                   WS-EMPLOYEE-ID DELIMITED BY SIZE
                   INTO WS-EV-TEXT(WS-EVENT-INDEX)
           WHEN OTHER
                MOVE 'AUDIT EVENT' TO WS-EV-TEXT(WS-EVENT-INDEX)
           END-EVALUATE.

      *    ONE BLOCK PER GRANT: THE GRANT, ITS REASON, THEN WHAT WAS
      *    DONE UNDER IT.
       2900-PRINT-GRANTS.
           IF EAUDHST-IS-OPEN
              CLOSE EAUDHST-FILE
           END-IF.

           PERFORM 2910-PRINT-GRANT
              VARYING WS-GRANT-INDEX FROM 1 BY 1
                UNTIL WS-GRANT-INDEX IS GREATER THAN WS-GRANT-COUNT.

       2910-PRINT-GRANT.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE WS-GR-USER-ID(WS-GRANT-INDEX) TO WS-RPT-USER-ID.
           MOVE WS-GR-BASE-CATEGORY(WS-GRANT-INDEX) TO WS-RPT-CATEGORY.

           MOVE WS-GR-START(WS-GRANT-INDEX) TO WS-STAMP-IN.
           PERFORM 2950-FORMAT-STAMP.
           MOVE WS-STAMP-OUT TO WS-RPT-START.

           MOVE WS-GR-END(WS-GRANT-INDEX) TO WS-STAMP-IN.
           PERFORM 2950-FORMAT-STAMP.
           MOVE WS-STAMP-OUT TO WS-RPT-END.

           IF WS-GR-STATUS(WS-GRANT-INDEX) IS EQUAL TO 'X'
              MOVE 'EXPIRED' TO WS-RPT-STATUS
           ELSE
              MOVE 'ENDED' TO WS-RPT-STATUS
           END-IF.

           MOVE WS-GR-JOURNAL-COUNT(WS-GRANT-INDEX)
              TO WS-RPT-JOURNAL-COUNT.
           MOVE WS-GR-AUDIT-COUNT(WS-GRANT-INDEX) TO WS-RPT-AUDIT-COUNT.

      *    YESTERDAY'S GRANTS ARE TODAY'S REVIEW; ANYTHING OLDER HAS
      *    ALREADY HAD ITS DAY.
           IF WS-GR-END(WS-GRANT-INDEX)(1:8) IS LESS THAN WS-YESTERDAY
              MOVE '*** OVERDUE' TO WS-RPT-REVIEW
              ADD 1 TO WS-OVERDUE-COUNT
           ELSE
              MOVE 'SIGN-OFF DUE' TO WS-RPT-REVIEW
           END-IF.

           MOVE WS-REPORT-DETAIL-LINE TO REVIEW-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE WS-GR-REASON(WS-GRANT-INDEX) TO WS-RPT-REASON.
           MOVE WS-REPORT-REASON-LINE TO REVIEW-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           PERFORM 2920-PRINT-EVENT
              VARYING WS-EVENT-INDEX FROM 1 BY 1
                UNTIL WS-EVENT-INDEX IS GREATER THAN WS-EVENT-COUNT.

       2920-PRINT-EVENT.
           IF WS-EV-GRANT-INDEX(WS-EVENT-INDEX) IS NOT EQUAL TO
              WS-GRANT-INDEX
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-EVENT-TOTAL.
           MOVE WS-EV-SOURCE(WS-EVENT-INDEX) TO WS-RPT-EV-SOURCE.
           MOVE WS-EV-TIMESTAMP(WS-EVENT-INDEX) TO WS-STAMP-IN.
           PERFORM 2950-FORMAT-STAMP.
           MOVE WS-STAMP-OUT TO WS-RPT-EV-TIME.
           MOVE WS-EV-TEXT(WS-EVENT-INDEX) TO WS-RPT-EV-TEXT.
           MOVE WS-REPORT-EVENT-LINE TO REVIEW-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

       2950-FORMAT-STAMP.
           MOVE WS-SI-DATE TO WS-SO-DATE.
           MOVE WS-SI-HHMM TO WS-SO-HHMM.

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------

       3000-PRINT-SUMMARY.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'GRANTS READ ....................'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-READ-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3100-WRITE-SUMMARY-LINE.

           MOVE 'GRANTS EXPIRED BY THIS RUN .....'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-EXPIRED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3100-WRITE-SUMMARY-LINE.

           MOVE 'GRANTS STILL RUNNING ...........'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-RUNNING-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3100-WRITE-SUMMARY-LINE.

           MOVE 'GRANTS AWAITING SIGN-OFF .......'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-GRANT-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3100-WRITE-SUMMARY-LINE.

           MOVE '  OF WHICH OVERDUE .............'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-OVERDUE-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3100-WRITE-SUMMARY-LINE.

           MOVE 'FLAGGED ACTIONS LISTED .........'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-EVENT-TOTAL TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3100-WRITE-SUMMARY-LINE.

           MOVE 'ERRORS .........................'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-ERROR-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3100-WRITE-SUMMARY-LINE.

           IF WS-GRANT-COUNT IS GREATER THAN ZEROES
              MOVE SPACES TO REVIEW-REPORT-LINE
              PERFORM 8800-WRITE-REPORT-LINE
              MOVE 'EACH GRANT ABOVE MUST BE SIGNED OFF ON THE EBRK'
                 TO REVIEW-REPORT-LINE
              PERFORM 8800-WRITE-REPORT-LINE
              MOVE 'SCREEN BY AN ADMINISTRATOR OTHER THAN ITS HOLDER.'
                 TO REVIEW-REPORT-LINE
              PERFORM 8800-WRITE-REPORT-LINE
           END-IF.

       3100-WRITE-SUMMARY-LINE.
           MOVE WS-REPORT-SUMMARY-LINE TO REVIEW-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

       8800-WRITE-REPORT-LINE.
           MOVE REVIEW-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'EBRKRPT' TO RSA-REPORT-NAME.
           SET RSA-ACTION-LINE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *-----------------------------------------------------------------
       TERMINATION SECTION.
      *-----------------------------------------------------------------

       9000-TERMINATE.

           IF WS-ERROR-COUNT IS GREATER THAN ZEROES OR
              WS-OVERDUE-COUNT IS GREATER THAN ZEROES
              MOVE 4 TO RLG-RETURN-CODE
           END-IF.

      *    FINISH THE REPORT REPOSITORY DEPOSIT.
           SET RSA-ACTION-CLOSE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *    LOG THE RUN ON THE COMMON RUN-HISTORY FILE.
           MOVE 'EBRKRPT' TO RLG-JOB-NAME.
           MOVE WS-READ-COUNT TO RLG-INPUT-COUNT.
           MOVE WS-GRANT-COUNT TO RLG-OUTPUT-COUNT.
           MOVE WS-ERROR-COUNT TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'EBRKRPT - GRANTS READ:          ' WS-READ-COUNT.
           DISPLAY 'EBRKRPT - GRANTS EXPIRED:       ' WS-EXPIRED-COUNT.
           DISPLAY 'EBRKRPT - AWAITING SIGN-OFF:    ' WS-GRANT-COUNT.
           DISPLAY 'EBRKRPT - OVERDUE SIGN-OFFS:    ' WS-OVERDUE-COUNT.
           DISPLAY 'EBRKRPT - ERRORS:               ' WS-ERROR-COUNT.

           CLOSE EBRKGLS-FILE.
           CLOSE REVIEW-REPORT-FILE.

           IF RLG-RETURN-CODE IS GREATER THAN ZEROES
              MOVE RLG-RETURN-CODE TO RETURN-CODE
           END-IF.
