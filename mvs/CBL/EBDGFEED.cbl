       IDENTIFICATION DIVISION.
       PROGRAM-ID. EBDGFEED.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - NIGHTLY BUILDING ACCESS BADGE FEED.
      *      - BATCH PROGRAM WRITING THE 'BADGFEED' FILE THAT DRIVES
      *        BADGE ACTIVATION AND REVOCATION ON THE PHYSICAL ACCESS
      *        CONTROL SYSTEM, SO A BADGE NO LONGER DEPENDS ON
      *        FACILITIES READING AN HR NOTICE.
      *      - BROWSES THE NIGHTLY 'EMPMAST' EXTRACT (SEE
      *        'EEMPEXT.cpy', WHICH ALREADY CARRIES THE 'EEMPSIT' WORK
      *        SITE AND 'EEMPTYP' EMPLOYMENT TYPE) AND COMPARES EACH
      *        EMPLOYEE WITH WHAT WAS LAST SENT, HELD ON 'EBADGE':
      *           - ACTIVATE ('A') - AN ACTIVE EMPLOYEE WITH NO BADGE,
      *             WHICH IS HOW A HIRE SHOWS UP THE NIGHT AFTER
      *             'EHVFP' VERIFIES IT (OR A LEAVER IS REINSTATED).
      *           - SITE CHANGE ('S') - AN ACTIVE BADGE WHOSE 'EEMPSIT'
      *             WORK SITE NO LONGER MATCHES THE ONE LAST SENT.
      *           - REVOKE ('R') - A LEAVER WHOSE 'EMP-DELETE-DATE' HAS
      *             ARRIVED, OR A CONTRACTOR ('CT') WHOSE
      *             'EMP-END-DATE' HAS PASSED, EFFECTIVE ON THAT DATE.
      *      - A HIRE STILL AWAITING 'EHVFP' VERIFICATION NEVER GETS A
      *        BADGE. AN ACTION THE ACCESS SYSTEM REJECTED (SEE
      *        'EBDGACK') IS SENT AGAIN EVERY NIGHT UNTIL IT IS TAKEN.
      *      - THE LAST RECORD IS A 'Z' TRAILER CARRYING THE RUN DATE
      *        AND TIME, THE COUNTS BY ACTION AND A HASH OF THE
      *        EMPLOYEE IDS, SO THE ACCESS SYSTEM CAN PROVE THE FILE
      *        ARRIVED WHOLE.
      *      - EACH RUN'S FILE IS A NEW GENERATION OF THE
      *        'Z45864.GDG.BADGFEED' GDG.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO EMPEXT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-EMPEXT-STATUS.

           SELECT EBADGE-FILE ASSIGN TO EBADGE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BDG-EMPLOYEE-ID
                FILE STATUS IS WS-EBADGE-STATUS.

           SELECT BADGFEED-FILE ASSIGN TO BADGFEED
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-BADGFEED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       COPY EEMPEXT.

       FD  EBADGE-FILE.
       COPY EBADGE.

       FD  BADGFEED-FILE
           RECORDING MODE IS F.
       01  BADGE-FEED-RECORD.
           05 BFD-ACTION-CODE           PIC X(1).
              88 BFD-ACTIVATE                     VALUE 'A'.
              88 BFD-SITE-CHANGE                  VALUE 'S'.
              88 BFD-REVOKE                       VALUE 'R'.
      *       THE DAY THE ACTION TAKES EFFECT - THE START DATE (OR THE
      *       RUN DATE, IF LATER) ON AN ACTIVATION, THE RUN DATE ON A
      *       SITE CHANGE, THE DELETE OR CONTRACT END DATE ON A REVOKE.
           05 BFD-EFFECTIVE-DATE        PIC X(8).
           05 BFD-EMPLOYEE-ID           PIC 9(8).
           05 BFD-FULL-NAME             PIC X(79).
      *       SPACES WHEN NO SITE IS ASSIGNED.
           05 BFD-SITE-ID               PIC X(4).
           05 BFD-SITE-NAME             PIC X(30).
           05 BFD-EMPLOYMENT-TYPE       PIC X(2).
           05 FILLER                    PIC X(18).

      *    CONTROL TRAILER, WRITTEN ONCE AS THE LAST RECORD OF THE
      *    FEED - SAME 150-BYTE LENGTH, FLAGGED BY ACTION CODE 'Z'.
       01  BADGE-FEED-TRAILER.
           05 BFT-ACTION-CODE           PIC X(1).
              88 BFT-TRAILER                      VALUE 'Z'.
           05 BFT-RUN-DATE              PIC X(8).
           05 BFT-RUN-TIME              PIC X(6).
           05 BFT-ACTIVATE-COUNT        PIC 9(8).
           05 BFT-SITE-CHANGE-COUNT     PIC 9(8).
           05 BFT-REVOKE-COUNT          PIC 9(8).
           05 BFT-EMPLOYEE-ID-HASH      PIC 9(15).
           05 FILLER                    PIC X(96).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-EMPEXT-STATUS         PIC X(2).
             88 EMPEXT-OK                       VALUE '00'.
          05 WS-EBADGE-STATUS         PIC X(2).
             88 EBADGE-OK                       VALUE '00'.
             88 EBADGE-NOTFND                   VALUE '23'.
          05 WS-BADGFEED-STATUS       PIC X(2).
             88 BADGFEED-OK                     VALUE '00'.
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
             88 END-OF-INPUT                    VALUE 'Y'.
          05 WS-EXTRACT-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EXTRACT-CHECK-FLAG    PIC X(1)  VALUE 'N'.
             88 EXTRACT-PROVEN                  VALUE 'Y'.
          05 WS-RUN-TIMESTAMP         PIC X(14).
          05 WS-TODAY                 PIC X(8).
      *    THE DATE A LEAVER'S OR CONTRACTOR'S BADGE IS DUE TO STOP
      *    WORKING - SPACES WHILE THEY ARE STILL ENTITLED TO ONE.
          05 WS-REVOKE-DATE           PIC X(8).
          05 WS-BADGE-FOUND-FLAG      PIC X(1).
             88 BADGE-ON-FILE                   VALUE 'Y'.
          05 WS-READ-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ACTIVATE-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-SITE-CHANGE-COUNT     PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-REVOKE-COUNT          PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-RESENT-COUNT          PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-HELD-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ERROR-COUNT           PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
      *    HASH TOTAL OF EVERY EMPLOYEE ID FED - WRAPS AT FIFTEEN
      *    DIGITS, THE SAME AS THE PAYROLL FEED'S.
          05 WS-ID-HASH-TOTAL         PIC 9(15) VALUE ZEROES.

      ******************************************************************
      *   EMPLOYEE MASTER RECORD, AS CARRIED ON THE NIGHTLY EXTRACT
      *   (SEE 'EEMPEXT.cpy').
      ******************************************************************
       COPY EMPMAST.
      ******************************************************************
      *   RUN-HISTORY LOG ARGUMENTS (SEE 'ERUNLOG').
      ******************************************************************
       COPY ERUNARG.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-CHECK-EMPLOYEE-BADGE UNTIL END-OF-INPUT.
           PERFORM 8000-WRITE-TRAILER-RECORD.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY.

           OPEN INPUT EXTRACT-FILE.
           IF NOT EMPEXT-OK
              DISPLAY 'EBDGFEED - UNABLE TO OPEN EMPEXT, STATUS='
                 WS-EMPEXT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O EBADGE-FILE.
           IF NOT EBADGE-OK
              DISPLAY 'EBDGFEED - UNABLE TO OPEN EBADGE, STATUS='
                 WS-EBADGE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT BADGFEED-FILE.
           IF NOT BADGFEED-OK
              DISPLAY 'EBDGFEED - UNABLE TO OPEN BADGFEED, STATUS='
                 WS-BADGFEED-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 1200-READ-NEXT-EXTRACT.

      *-----------------------------------------------------------------
       READING SECTION.
      *-----------------------------------------------------------------

       1200-READ-NEXT-EXTRACT.
           READ EXTRACT-FILE
              AT END
                 SET END-OF-INPUT TO TRUE
           END-READ.

           IF NOT END-OF-INPUT
              IF EXT-TRAILER
                 PERFORM 1250-CHECK-EXTRACT-TRAILER
                 SET END-OF-INPUT TO TRUE
              ELSE
                 ADD 1 TO WS-EXTRACT-COUNT
                 ADD 1 TO WS-READ-COUNT
                 MOVE EXT-MASTER-IMAGE TO EMPLOYEE-MASTER-RECORD
              END-IF
           END-IF.

      *    THE TRAILER CLOSING THE EXTRACT CARRIES THE RECORD COUNT
      *    'EEMPEXT' WROTE - THIS COPY IS ONLY GOOD IF IT AGREES.
       1250-CHECK-EXTRACT-TRAILER.
           IF EXT-TRL-RECORD-COUNT IS EQUAL TO WS-EXTRACT-COUNT
              SET EXTRACT-PROVEN TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------

       2000-CHECK-EMPLOYEE-BADGE.
           IF EMP-PENDING-VERIFY
              ADD 1 TO WS-HELD-COUNT
              PERFORM 1200-READ-NEXT-EXTRACT
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2100-FIND-REVOKE-DATE.

           MOVE EMP-EMPLOYEE-ID TO BDG-EMPLOYEE-ID.
           MOVE 'Y' TO WS-BADGE-FOUND-FLAG.
           READ EBADGE-FILE
              INVALID KEY
                 MOVE 'N' TO WS-BADGE-FOUND-FLAG
           END-READ.

           IF NOT EBADGE-OK AND NOT EBADGE-NOTFND
              DISPLAY 'EBDGFEED - EBADGE READ FAILED, STATUS='
                 WS-EBADGE-STATUS ', KEY=' BDG-KEY
              ADD 1 TO WS-ERROR-COUNT
              PERFORM 1200-READ-NEXT-EXTRACT
              EXIT PARAGRAPH
           END-IF.

           IF WS-REVOKE-DATE IS NOT EQUAL TO SPACES
              PERFORM 2300-CHECK-REVOCATION
           ELSE
              IF EMP-ACTIVE
                 PERFORM 2200-CHECK-ACTIVE-BADGE
              END-IF
           END-IF.

           PERFORM 1200-READ-NEXT-EXTRACT.

      *    A LEAVER LOSES THE BADGE ON THEIR DELETE DATE (THE RUN DATE
      *    IF NONE WAS KEYED) ONCE IT HAS ARRIVED; A CONTRACTOR STILL
      *    ON FILE LOSES IT THE DAY AFTER THEIR CONTRACT END DATE.
       2100-FIND-REVOKE-DATE.
           MOVE SPACES TO WS-REVOKE-DATE.

           EVALUATE TRUE
           WHEN EMP-DELETED AND EMP-DELETE-DATE IS EQUAL TO SPACES
                MOVE WS-TODAY TO WS-REVOKE-DATE
           WHEN EMP-DELETED AND
                EMP-DELETE-DATE IS NOT GREATER THAN WS-TODAY
                MOVE EMP-DELETE-DATE TO WS-REVOKE-DATE
           WHEN EMP-ACTIVE AND EXT-TYPE-CODE IS EQUAL TO 'CT' AND
                EMP-END-DATE IS NOT EQUAL TO SPACES AND
                EMP-END-DATE IS LESS THAN WS-TODAY
                MOVE EMP-END-DATE TO WS-REVOKE-DATE
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       2200-CHECK-ACTIVE-BADGE.
           EVALUATE TRUE
           WHEN NOT BADGE-ON-FILE
           WHEN BDG-REVOKED
                SET BFD-ACTIVATE TO TRUE
                IF EMP-START-DATE IS GREATER THAN WS-TODAY
                   MOVE EMP-START-DATE TO BFD-EFFECTIVE-DATE
                ELSE
                   MOVE WS-TODAY TO BFD-EFFECTIVE-DATE
                END-IF
                PERFORM 7000-SEND-BADGE-ACTION
           WHEN EXT-SITE-ID IS NOT EQUAL TO BDG-SITE-ID
                SET BFD-SITE-CHANGE TO TRUE
                MOVE WS-TODAY TO BFD-EFFECTIVE-DATE
                PERFORM 7000-SEND-BADGE-ACTION
           WHEN BDG-ACK-REJECTED
                MOVE BDG-LAST-ACTION TO BFD-ACTION-CODE
                MOVE BDG-LAST-EFFECTIVE-DATE TO BFD-EFFECTIVE-DATE
                ADD 1 TO WS-RESENT-COUNT
                PERFORM 7000-SEND-BADGE-ACTION
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

      *    A LEAVER NEVER SENT TO THE ACCESS SYSTEM IS STILL REVOKED
      *    ONCE - THEIR BADGE MAY PRE-DATE THE FEED.
       2300-CHECK-REVOCATION.
           EVALUATE TRUE
           WHEN NOT BADGE-ON-FILE
           WHEN BDG-ACTIVE
                SET BFD-REVOKE TO TRUE
                MOVE WS-REVOKE-DATE TO BFD-EFFECTIVE-DATE
                PERFORM 7000-SEND-BADGE-ACTION
           WHEN BDG-ACK-REJECTED
                SET BFD-REVOKE TO TRUE
                MOVE BDG-LAST-EFFECTIVE-DATE TO BFD-EFFECTIVE-DATE
                ADD 1 TO WS-RESENT-COUNT
                PERFORM 7000-SEND-BADGE-ACTION
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------------------
       BADGE-ACTION SECTION.
      *-----------------------------------------------------------------

      *    THE ACTION CODE AND EFFECTIVE DATE ARE ALREADY SET - WRITE
      *    THE FEED RECORD, THEN RECORD ON 'EBADGE' WHAT WAS SENT AND
      *    THAT ITS ACKNOWLEDGMENT IS AWAITED.
       7000-SEND-BADGE-ACTION.
           MOVE EMP-EMPLOYEE-ID TO BFD-EMPLOYEE-ID.
           MOVE EMP-FULL-NAME TO BFD-FULL-NAME.
           MOVE EXT-SITE-ID TO BFD-SITE-ID.
           MOVE EXT-SITE-NAME TO BFD-SITE-NAME.
           MOVE EXT-TYPE-CODE TO BFD-EMPLOYMENT-TYPE.

           IF NOT BADGE-ON-FILE
              INITIALIZE BADGE-ACCESS-RECORD
              MOVE EMP-EMPLOYEE-ID TO BDG-EMPLOYEE-ID
              MOVE 'N' TO BDG-LIVE-FLAG
           END-IF.

           IF BFD-REVOKE
              SET BDG-REVOKED TO TRUE
           ELSE
              SET BDG-ACTIVE TO TRUE
           END-IF.

           MOVE EXT-SITE-ID TO BDG-SITE-ID.
           MOVE BFD-ACTION-CODE TO BDG-LAST-ACTION.
           MOVE BFD-EFFECTIVE-DATE TO BDG-LAST-EFFECTIVE-DATE.
           MOVE WS-TODAY TO BDG-LAST-SENT-DATE.
           SET BDG-ACK-PENDING TO TRUE.
           MOVE SPACES TO BDG-ACK-DATE.
           MOVE SPACES TO BDG-ACK-REASON.

           IF BADGE-ON-FILE
              REWRITE BADGE-ACCESS-RECORD
                 INVALID KEY
                    DISPLAY 'EBDGFEED - EBADGE REWRITE FAILED, KEY='
                       BDG-KEY
                    ADD 1 TO WS-ERROR-COUNT
                    EXIT PARAGRAPH
              END-REWRITE
           ELSE
              WRITE BADGE-ACCESS-RECORD
                 INVALID KEY
                    DISPLAY 'EBDGFEED - EBADGE WRITE FAILED, KEY='
                       BDG-KEY
                    ADD 1 TO WS-ERROR-COUNT
                    EXIT PARAGRAPH
              END-WRITE
           END-IF.

           EVALUATE TRUE
           WHEN BFD-ACTIVATE
                ADD 1 TO WS-ACTIVATE-COUNT
           WHEN BFD-SITE-CHANGE
                ADD 1 TO WS-SITE-CHANGE-COUNT
           WHEN BFD-REVOKE
                ADD 1 TO WS-REVOKE-COUNT
           END-EVALUATE.

           ADD BFD-EMPLOYEE-ID TO WS-ID-HASH-TOTAL.
           WRITE BADGE-FEED-RECORD.

      *-----------------------------------------------------------------
       TRAILER SECTION.
      *-----------------------------------------------------------------

      *    EVERY ACTION ON THE FILE STANDS ON ITS OWN, SO THE TRAILER
      *    IS WRITTEN EVEN FROM A SHORT EXTRACT - BUT THE RUN FAILS,
      *    SINCE WHOEVER WAS LEFT OFF IT WAS NOT CHECKED TONIGHT.
       8000-WRITE-TRAILER-RECORD.
           INITIALIZE BADGE-FEED-TRAILER.
           SET BFT-TRAILER TO TRUE.
           MOVE WS-RUN-TIMESTAMP(1:8) TO BFT-RUN-DATE.
           MOVE WS-RUN-TIMESTAMP(9:6) TO BFT-RUN-TIME.
           MOVE WS-ACTIVATE-COUNT TO BFT-ACTIVATE-COUNT.
           MOVE WS-SITE-CHANGE-COUNT TO BFT-SITE-CHANGE-COUNT.
           MOVE WS-REVOKE-COUNT TO BFT-REVOKE-COUNT.
           MOVE WS-ID-HASH-TOTAL TO BFT-EMPLOYEE-ID-HASH.
           WRITE BADGE-FEED-TRAILER.

      *-----------------------------------------------------------------
       TERMINATION SECTION.
      *-----------------------------------------------------------------

       9000-TERMINATE.

      *    A SHORT OR DAMAGED EXTRACT (NO TRAILER, OR A RECORD COUNT
      *    THAT DISAGREES WITH IT) FAILS THE RUN.
           IF NOT EXTRACT-PROVEN
              DISPLAY 'EBDGFEED - EMPEXT TRAILER CHECK FAILED, READ='
                 WS-EXTRACT-COUNT
              MOVE 8 TO RLG-RETURN-CODE
           END-IF.

      *    LOG THE RUN ON THE COMMON RUN-HISTORY FILE.
           MOVE 'EBDGFEED' TO RLG-JOB-NAME.
           MOVE WS-READ-COUNT TO RLG-INPUT-COUNT.
           COMPUTE RLG-OUTPUT-COUNT =
              WS-ACTIVATE-COUNT + WS-SITE-CHANGE-COUNT +
              WS-REVOKE-COUNT.
           MOVE WS-ERROR-COUNT TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'EBDGFEED - EMPLOYEES READ:   ' WS-READ-COUNT.
           DISPLAY 'EBDGFEED - ACTIVATIONS FED:  ' WS-ACTIVATE-COUNT.
           DISPLAY 'EBDGFEED - SITE CHANGES FED: ' WS-SITE-CHANGE-COUNT.
           DISPLAY 'EBDGFEED - REVOCATIONS FED:  ' WS-REVOKE-COUNT.
           DISPLAY 'EBDGFEED - REJECTIONS RESENT: ' WS-RESENT-COUNT.
           DISPLAY 'EBDGFEED - PENDING HIRES HELD: ' WS-HELD-COUNT.
           DISPLAY 'EBDGFEED - EBADGE ERRORS:    ' WS-ERROR-COUNT.

           CLOSE EXTRACT-FILE.
           CLOSE EBADGE-FILE.
           CLOSE BADGFEED-FILE.

           IF NOT EXTRACT-PROVEN
              MOVE 8 TO RETURN-CODE
           END-IF.
