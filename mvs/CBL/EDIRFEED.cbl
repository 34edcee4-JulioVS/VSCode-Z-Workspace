       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDIRFEED.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - NIGHTLY CORPORATE DIRECTORY FEED.
      *      - BATCH PROGRAM WRITING ONE 'DIRFEED' RECORD PER PERSON
      *        FOR IT'S EMAIL DIRECTORY, PHONE BOOK AND COLLABORATION
      *        TOOLS, SO THEY STOP BEING MAINTAINED BY HAND FROM HR
      *        NOTICES. EACH RECORD CARRIES THE NAMES, JOB TITLE,
      *        DEPARTMENT ('EDEPMST'), WORK SITE ('EEMPSIT' AND
      *        'ESITMST'), DESK PHONE ('ECONTCT') AND THE
      *        'EMP-MANAGER-ID' REPORTING LINE.
      *      - TWO MODES, CHOSEN BY THE 'SYSIN' CARD:
      *           - CHANGES ONLY (NO CARD, THE NIGHTLY RUN) - BROWSES
      *             THE *DORMANT* 'EAUDIT' CLUSTER, SAME AS
      *             'EPAYFEED', AND WRITES AN ADD FOR EVERY NEW OR
      *             REINSTATED EMPLOYEE, A CHANGE WHEREVER A FIELD THE
      *             DIRECTORY SHOWS MOVED (INCLUDING A NEW 'ECONTCT'
      *             PHONE NUMBER), AND A DISABLE FOR EVERY LEAVER.
      *           - FULL FILE ('FULL' IN COLS 1-4) - BROWSES THE
      *             NIGHTLY 'EMPMAST' EXTRACT (SEE 'EEMPEXT.cpy') AND
      *             WRITES AN ADD FOR EVERY ACTIVE EMPLOYEE AND A
      *             DISABLE FOR EVERY DELETED ONE, FOR THE INITIAL
      *             LOAD AND WHENEVER THE DIRECTORY HAS TO BE RESET.
      *      - A TERMINATED EMPLOYEE ('EMP-DELETED') GOES OUT AS A
      *        DISABLE EFFECTIVE ON THEIR 'EMP-DELETE-DATE', SO
      *        DIRECTORY ACCESS ENDS THE SAME DAY AS SYSTEM ACCESS. A
      *        HIRE STILL AWAITING 'EHVFP' VERIFICATION NEVER GOES OUT
      *        - IT IS ADDED WHEN IT IS CONFIRMED, AS PAYROLL'S IS.
      *      - A SITE MOVE HAS NO AUDIT EVENT OF ITS OWN; IT REACHES
      *        THE DIRECTORY WITH THE EMPLOYEE'S NEXT CHANGE OR THE
      *        NEXT FULL FILE.
      *      - THE LAST RECORD IS A 'Z' TRAILER CARRYING THE MODE, THE
      *        RUN DATE AND TIME, THE COUNTS BY ACTION AND A HASH OF
      *        THE EMPLOYEE IDS, SO THE DIRECTORY SIDE CAN PROVE THE
      *        FILE ARRIVED WHOLE. A FULL FILE BUILT FROM A SHORT OR
      *        DAMAGED EXTRACT IS LEFT WITHOUT ITS TRAILER AND THE RUN
      *        FAILS, SO IT IS NEVER LOADED AS THE WHOLE DIRECTORY.
      *      - EACH RUN'S FILE IS A NEW GENERATION OF THE
      *        'Z45864.GDG.DIRFEED' GDG.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EAUDIT-FILE ASSIGN TO EAUDIT
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-EAUDIT-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO EMPEXT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-EMPEXT-STATUS.

           SELECT EMPMAST-FILE ASSIGN TO EMPMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS EMP-EMPLOYEE-ID
                FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT EDEPMST-FILE ASSIGN TO EDEPMST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS DEP-DEPARTMENT-ID
                FILE STATUS IS WS-EDEPMST-STATUS.

           SELECT EEMPSIT-FILE ASSIGN TO EEMPSIT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS EST-EMPLOYEE-ID
                FILE STATUS IS WS-EEMPSIT-STATUS.

           SELECT ESITMST-FILE ASSIGN TO ESITMST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SIT-SITE-ID
                FILE STATUS IS WS-ESITMST-STATUS.

           SELECT ECONTCT-FILE ASSIGN TO ECONTCT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CON-EMPLOYEE-ID
                FILE STATUS IS WS-ECONTCT-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SYSIN-STATUS.

           SELECT DIRFEED-FILE ASSIGN TO DIRFEED
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-DIRFEED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EAUDIT-FILE.
       COPY EAUDIT.

       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       COPY EEMPEXT.

       FD  EMPMAST-FILE.
       COPY EMPMAST.

       FD  EDEPMST-FILE.
       COPY EDEPMST.

       FD  EEMPSIT-FILE.
       COPY EEMPSIT.

       FD  ESITMST-FILE.
       COPY ESITMST.

       FD  ECONTCT-FILE.
       COPY ECONTCT.

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD.
      *       'FULL' = WRITE THE WHOLE DIRECTORY FROM THE EXTRACT;
      *       ANYTHING ELSE (OR NO CARD) = CHANGES ONLY.
           05 CC-FEED-MODE              PIC X(4).
           05 FILLER                    PIC X(76).

       FD  DIRFEED-FILE
           RECORDING MODE IS F.
       01  DIRECTORY-FEED-RECORD.
           05 DFD-ACTION-CODE           PIC X(1).
              88 DFD-ADD                          VALUE 'A'.
              88 DFD-CHANGE                       VALUE 'C'.
              88 DFD-DISABLE                      VALUE 'D'.
      *       THE DAY THE ENTRY TAKES EFFECT - THE EVENT DATE ON AN
      *       ADD OR CHANGE, THE 'EMP-DELETE-DATE' ON A DISABLE.
           05 DFD-EFFECTIVE-DATE        PIC X(8).
           05 DFD-EMPLOYEE-ID           PIC 9(8).
           05 DFD-FULL-NAME             PIC X(79).
           05 DFD-PRIMARY-NAME          PIC X(38).
           05 DFD-SHORT-NAME            PIC X(38).
           05 DFD-HONORIFIC             PIC X(8).
           05 DFD-JOB-TITLE             PIC X(38).
           05 DFD-DEPARTMENT-ID         PIC 9(8).
           05 DFD-DEPARTMENT-NAME       PIC X(38).
      *       SPACES WHEN NO SITE IS ASSIGNED.
           05 DFD-SITE-ID               PIC X(4).
           05 DFD-SITE-NAME             PIC X(30).
      *       SPACES WHEN NO 'ECONTCT' RECORD IS ON FILE YET.
           05 DFD-PHONE                 PIC X(15).
      *       ZEROES AT THE TOP OF A REPORTING CHAIN.
           05 DFD-MANAGER-ID            PIC 9(8).
           05 FILLER                    PIC X(29).

      *    CONTROL TRAILER, WRITTEN ONCE AS THE LAST RECORD OF THE
      *    FEED - SAME 350-BYTE LENGTH, FLAGGED BY ACTION CODE 'Z'.
       01  DIRECTORY-FEED-TRAILER.
           05 DFT-ACTION-CODE           PIC X(1).
              88 DFT-TRAILER                      VALUE 'Z'.
           05 DFT-FEED-MODE             PIC X(1).
              88 DFT-FULL-FILE                    VALUE 'F'.
              88 DFT-CHANGES-ONLY                 VALUE 'C'.
           05 DFT-RUN-DATE              PIC X(8).
           05 DFT-RUN-TIME              PIC X(6).
           05 DFT-ADD-COUNT             PIC 9(8).
           05 DFT-CHANGE-COUNT          PIC 9(8).
           05 DFT-DISABLE-COUNT         PIC 9(8).
           05 DFT-EMPLOYEE-ID-HASH      PIC 9(15).
           05 FILLER                    PIC X(295).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-EAUDIT-STATUS         PIC X(2).
             88 EAUDIT-OK                       VALUE '00'.
          05 WS-EMPEXT-STATUS         PIC X(2).
             88 EMPEXT-OK                       VALUE '00'.
          05 WS-EMPMAST-STATUS        PIC X(2).
             88 EMPMAST-OK                      VALUE '00'.
          05 WS-EDEPMST-STATUS        PIC X(2).
             88 EDEPMST-OK                      VALUE '00'.
          05 WS-EEMPSIT-STATUS        PIC X(2).
             88 EEMPSIT-OK                      VALUE '00'.
          05 WS-ESITMST-STATUS        PIC X(2).
             88 ESITMST-OK                      VALUE '00'.
          05 WS-ECONTCT-STATUS        PIC X(2).
             88 ECONTCT-OK                      VALUE '00'.
          05 WS-SYSIN-STATUS          PIC X(2).
          05 WS-DIRFEED-STATUS        PIC X(2).
             88 DIRFEED-OK                      VALUE '00'.
          05 WS-FEED-MODE             PIC X(1)  VALUE 'C'.
             88 FULL-FILE-MODE                  VALUE 'F'.
             88 CHANGES-ONLY-MODE               VALUE 'C'.
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
             88 END-OF-INPUT                    VALUE 'Y'.
          05 WS-EXTRACT-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EXTRACT-CHECK-FLAG    PIC X(1)  VALUE 'N'.
             88 EXTRACT-PROVEN                  VALUE 'Y'.
          05 WS-RUN-TIMESTAMP         PIC X(14).
          05 WS-TODAY                 PIC X(8).
          05 WS-EVENT-DATE            PIC X(8).
          05 WS-READ-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ADD-COUNT             PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-CHANGE-COUNT          PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-DISABLE-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-HELD-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
      *    HASH TOTAL OF EVERY EMPLOYEE ID FED - WRAPS AT FIFTEEN
      *    DIGITS, THE SAME AS THE PAYROLL FEED'S.
          05 WS-ID-HASH-TOTAL         PIC 9(15) VALUE ZEROES.
      *    THE DELETE FLAG OUT OF AN EVENT'S 'BEFORE' IMAGE - ADDS
      *    OUT OF 'EHVFP' VERIFICATION AND REINSTATEMENTS ARE ONLY
      *    VISIBLE BY COMPARING THE TWO IMAGES.
          05 WS-BEFORE-DELETE-FLAG    PIC X(1).
          05 WS-BEFORE-PHONE          PIC X(15).
          05 WS-AFTER-PHONE           PIC X(15).
          05 WS-CONTACT-EMPLOYEE-ID   PIC 9(8).

      *    THE MASTER FIELDS THE DIRECTORY SHOWS, TAKEN OFF EACH
      *    SIDE OF AN UPDATE EVENT - AN UPDATE THAT LEAVES THEM ALL
      *    ALONE (A PAY CHANGE, SAY) IS NOT THE DIRECTORY'S BUSINESS.
       01 WS-BEFORE-DIRECTORY-FIELDS.
          05 WS-BDF-FULL-NAME         PIC X(79).
          05 WS-BDF-PRIMARY-NAME      PIC X(38).
          05 WS-BDF-SHORT-NAME        PIC X(38).
          05 WS-BDF-HONORIFIC         PIC X(8).
          05 WS-BDF-JOB-TITLE         PIC X(38).
          05 WS-BDF-DEPARTMENT-ID     PIC 9(8).
          05 WS-BDF-MANAGER-ID        PIC 9(8).

       01 WS-AFTER-DIRECTORY-FIELDS.
          05 WS-ADF-FULL-NAME         PIC X(79).
          05 WS-ADF-PRIMARY-NAME      PIC X(38).
          05 WS-ADF-SHORT-NAME        PIC X(38).
          05 WS-ADF-HONORIFIC         PIC X(8).
          05 WS-ADF-JOB-TITLE         PIC X(38).
          05 WS-ADF-DEPARTMENT-ID     PIC 9(8).
          05 WS-ADF-MANAGER-ID        PIC 9(8).

      ******************************************************************
      *   RUN-HISTORY LOG ARGUMENTS (SEE 'ERUNLOG').
      ******************************************************************
       COPY ERUNARG.
      ******************************************************************
      *   APPLICATION CONSTANTS (SATELLITE FILE NAMES).
      ******************************************************************
       COPY ECONST.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           PERFORM 1000-INITIALIZE.

           IF FULL-FILE-MODE
              PERFORM 3000-FEED-EXTRACT-EMPLOYEE UNTIL END-OF-INPUT
           ELSE
              PERFORM 2000-PROCESS-AUDIT-EVENT UNTIL END-OF-INPUT
           END-IF.

           PERFORM 8000-WRITE-TRAILER-RECORD.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY.

           PERFORM 1050-GET-MODE-CARD.

           IF FULL-FILE-MODE
              OPEN INPUT EXTRACT-FILE
              IF NOT EMPEXT-OK
                 DISPLAY 'EDIRFEED - UNABLE TO OPEN EMPEXT, STATUS='
                    WS-EMPEXT-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              OPEN INPUT EAUDIT-FILE
              IF NOT EAUDIT-OK
                 DISPLAY 'EDIRFEED - UNABLE TO OPEN EAUDIT, STATUS='
                    WS-EAUDIT-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      *    EXTRACT AND EVENT IMAGES ARE UNPACKED INTO THE 'EMPMAST'
      *    RECORD AREA, SO THE CLUSTER IS OPEN IN BOTH MODES EVEN
      *    THOUGH ONLY A PHONE CHANGE EVER READS IT.
           OPEN INPUT EMPMAST-FILE.
           IF NOT EMPMAST-OK
              DISPLAY 'EDIRFEED - UNABLE TO OPEN EMPMAST, STATUS='
                 WS-EMPMAST-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT EDEPMST-FILE.
           IF NOT EDEPMST-OK
              DISPLAY 'EDIRFEED - UNABLE TO OPEN EDEPMST, STATUS='
                 WS-EDEPMST-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT EEMPSIT-FILE.
           IF NOT EEMPSIT-OK
              DISPLAY 'EDIRFEED - UNABLE TO OPEN EEMPSIT, STATUS='
                 WS-EEMPSIT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT ESITMST-FILE.
           IF NOT ESITMST-OK
              DISPLAY 'EDIRFEED - UNABLE TO OPEN ESITMST, STATUS='
                 WS-ESITMST-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT ECONTCT-FILE.
           IF NOT ECONTCT-OK
              DISPLAY 'EDIRFEED - UNABLE TO OPEN ECONTCT, STATUS='
                 WS-ECONTCT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT DIRFEED-FILE.
           IF NOT DIRFEED-OK
              DISPLAY 'EDIRFEED - UNABLE TO OPEN DIRFEED, STATUS='
                 WS-DIRFEED-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF FULL-FILE-MODE
              PERFORM 1200-READ-NEXT-EXTRACT
           ELSE
              PERFORM 1100-READ-NEXT-EVENT
           END-IF.

      *    AN OPTIONAL 'SYSIN' CARD PICKS THE MODE - 'FULL' IN COLS
      *    1-4 FOR THE WHOLE DIRECTORY; NO CARD MEANS CHANGES ONLY.
       1050-GET-MODE-CARD.
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-SYSIN-STATUS IS EQUAL TO '00' THEN
              READ CONTROL-CARD-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF FUNCTION UPPER-CASE(CC-FEED-MODE) IS EQUAL TO
                       'FULL'
                       SET FULL-FILE-MODE TO TRUE
                    END-IF
              END-READ
              CLOSE CONTROL-CARD-FILE
           END-IF.

      *-----------------------------------------------------------------
       READING SECTION.
      *-----------------------------------------------------------------

       1100-READ-NEXT-EVENT.
           READ EAUDIT-FILE
              AT END
                 SET END-OF-INPUT TO TRUE
           END-READ.

           IF NOT END-OF-INPUT
              ADD 1 TO WS-READ-COUNT
           END-IF.

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
       CHANGES-ONLY SECTION.
      *-----------------------------------------------------------------

      *    ADD, UPDATE AND DELETE EVENTS CARRY 'EMPMAST' IMAGES; OF
      *    THE SATELLITE EVENTS ONLY AN 'ECONTCT' SAVE CAN MOVE
      *    ANYTHING THE DIRECTORY SHOWS.
       2000-PROCESS-AUDIT-EVENT.
           MOVE AUD-TIMESTAMP(1:8) TO WS-EVENT-DATE.

           EVALUATE TRUE
           WHEN AUD-ACTION-ADD OR AUD-ACTION-UPDATE OR
                AUD-ACTION-DELETE
                PERFORM 2100-MASTER-EVENT
           WHEN AUD-ACTION-SATELLITE AND
                AUD-SATELLITE-FILE IS EQUAL TO APP-CONTACT-FILE-NAME
                PERFORM 2300-CONTACT-EVENT
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

           PERFORM 1100-READ-NEXT-EVENT.

       2100-MASTER-EVENT.
           MOVE AUD-RECORD-BEFORE TO EMPLOYEE-MASTER-RECORD.
           MOVE EMP-DELETE-FLAG TO WS-BEFORE-DELETE-FLAG.
           PERFORM 2150-TAKE-BEFORE-FIELDS.

           IF AUD-RECORD-AFTER IS NOT EQUAL TO SPACES
              MOVE AUD-RECORD-AFTER TO EMPLOYEE-MASTER-RECORD
           ELSE
              MOVE AUD-RECORD-BEFORE TO EMPLOYEE-MASTER-RECORD
           END-IF.
           PERFORM 2160-TAKE-AFTER-FIELDS.

      *    A HIRE AWAITING 'EHVFP' VERIFICATION IS HELD RIGHT UP TO
      *    ITS CONFIRMATION, WHICH IS THE ADD - AND ONE REJECTED
      *    THERE WAS NEVER IN THE DIRECTORY TO DISABLE.
           EVALUATE TRUE
           WHEN EMP-PENDING-VERIFY
                ADD 1 TO WS-HELD-COUNT
           WHEN AUD-ACTION-DELETE AND
                WS-BEFORE-DELETE-FLAG IS EQUAL TO 'P'
                ADD 1 TO WS-HELD-COUNT
           WHEN AUD-ACTION-DELETE
                PERFORM 2200-DISABLE-EMPLOYEE
           WHEN AUD-ACTION-ADD AND EMP-ACTIVE
                SET DFD-ADD TO TRUE
                PERFORM 2900-WRITE-EVENT-ENTRY
           WHEN AUD-ACTION-UPDATE AND EMP-DELETED AND
                WS-BEFORE-DELETE-FLAG IS NOT EQUAL TO 'D'
                PERFORM 2200-DISABLE-EMPLOYEE
           WHEN AUD-ACTION-UPDATE AND EMP-ACTIVE AND
                WS-BEFORE-DELETE-FLAG IS NOT EQUAL TO 'A'
                SET DFD-ADD TO TRUE
                PERFORM 2900-WRITE-EVENT-ENTRY
           WHEN AUD-ACTION-UPDATE AND EMP-ACTIVE AND
                WS-AFTER-DIRECTORY-FIELDS IS NOT EQUAL TO
                WS-BEFORE-DIRECTORY-FIELDS
                SET DFD-CHANGE TO TRUE
                PERFORM 2900-WRITE-EVENT-ENTRY
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       2150-TAKE-BEFORE-FIELDS.
           MOVE EMP-FULL-NAME TO WS-BDF-FULL-NAME.
           MOVE EMP-PRIMARY-NAME TO WS-BDF-PRIMARY-NAME.
           MOVE EMP-SHORT-NAME TO WS-BDF-SHORT-NAME.
           MOVE EMP-HONORIFIC TO WS-BDF-HONORIFIC.
           MOVE EMP-JOB-TITLE TO WS-BDF-JOB-TITLE.
           MOVE EMP-DEPARTMENT-ID TO WS-BDF-DEPARTMENT-ID.
           MOVE EMP-MANAGER-ID TO WS-BDF-MANAGER-ID.

       2160-TAKE-AFTER-FIELDS.
           MOVE EMP-FULL-NAME TO WS-ADF-FULL-NAME.
           MOVE EMP-PRIMARY-NAME TO WS-ADF-PRIMARY-NAME.
           MOVE EMP-SHORT-NAME TO WS-ADF-SHORT-NAME.
           MOVE EMP-HONORIFIC TO WS-ADF-HONORIFIC.
           MOVE EMP-JOB-TITLE TO WS-ADF-JOB-TITLE.
           MOVE EMP-DEPARTMENT-ID TO WS-ADF-DEPARTMENT-ID.
           MOVE EMP-MANAGER-ID TO WS-ADF-MANAGER-ID.

      *    THE LEAVER'S ACCESS ENDS ON THEIR DELETE DATE - AN IMAGE
      *    WITH NO DATE ON IT DISABLES FROM THE DAY OF THE EVENT.
       2200-DISABLE-EMPLOYEE.
           IF EMP-DELETE-DATE IS NOT EQUAL TO SPACES
              MOVE EMP-DELETE-DATE TO WS-EVENT-DATE
           END-IF.

           SET DFD-DISABLE TO TRUE.
           PERFORM 2900-WRITE-EVENT-ENTRY.

      *    A NEW DESK PHONE ON 'ECONTCT' IS A CHANGE FOR AN ACTIVE
      *    EMPLOYEE - THE REST OF THE ENTRY COMES OFF THEIR CURRENT
      *    MASTER RECORD.
       2300-CONTACT-EVENT.
           MOVE SPACES TO WS-BEFORE-PHONE.
           MOVE SPACES TO WS-AFTER-PHONE.
           MOVE ZEROES TO WS-CONTACT-EMPLOYEE-ID.

           IF AUD-RECORD-BEFORE IS NOT EQUAL TO SPACES
              MOVE AUD-RECORD-BEFORE TO CONTACT-RECORD
              MOVE CON-PHONE TO WS-BEFORE-PHONE
              MOVE CON-EMPLOYEE-ID TO WS-CONTACT-EMPLOYEE-ID
           END-IF.

           IF AUD-RECORD-AFTER IS NOT EQUAL TO SPACES
              MOVE AUD-RECORD-AFTER TO CONTACT-RECORD
              MOVE CON-PHONE TO WS-AFTER-PHONE
              MOVE CON-EMPLOYEE-ID TO WS-CONTACT-EMPLOYEE-ID
           END-IF.

           IF WS-AFTER-PHONE IS EQUAL TO WS-BEFORE-PHONE OR
              WS-CONTACT-EMPLOYEE-ID IS EQUAL TO ZEROES
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-CONTACT-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.
           READ EMPMAST-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.

           IF EMP-ACTIVE
              SET DFD-CHANGE TO TRUE
              PERFORM 2900-WRITE-EVENT-ENTRY
           END-IF.

       2900-WRITE-EVENT-ENTRY.
           MOVE WS-EVENT-DATE TO DFD-EFFECTIVE-DATE.
           PERFORM 7000-BUILD-DIRECTORY-ENTRY.
           PERFORM 7500-WRITE-DIRECTORY-ENTRY.

      *-----------------------------------------------------------------
       FULL-FILE SECTION.
      *-----------------------------------------------------------------

      *    EVERY EMPLOYEE ON THE EXTRACT - ACTIVE ONES AS ADDS,
      *    DELETED ONES AS DISABLES FROM THEIR DELETE DATE, SO A
      *    RESET DIRECTORY CARRIES NOBODY WHO HAS LEFT.
       3000-FEED-EXTRACT-EMPLOYEE.
           EVALUATE TRUE
           WHEN EMP-ACTIVE
                SET DFD-ADD TO TRUE
                MOVE WS-TODAY TO DFD-EFFECTIVE-DATE
                PERFORM 3100-WRITE-EXTRACT-ENTRY
           WHEN EMP-DELETED
                SET DFD-DISABLE TO TRUE
                IF EMP-DELETE-DATE IS NOT EQUAL TO SPACES
                   MOVE EMP-DELETE-DATE TO DFD-EFFECTIVE-DATE
                ELSE
                   MOVE WS-TODAY TO DFD-EFFECTIVE-DATE
                END-IF
                PERFORM 3100-WRITE-EXTRACT-ENTRY
           WHEN OTHER
                ADD 1 TO WS-HELD-COUNT
           END-EVALUATE.

           PERFORM 1200-READ-NEXT-EXTRACT.

      *    THE EXTRACT ALREADY CARRIES THE DEPARTMENT AND SITE, SO
      *    ONLY THE PHONE IS LOOKED UP.
       3100-WRITE-EXTRACT-ENTRY.
           PERFORM 7100-FILL-MASTER-FIELDS.

           MOVE EXT-DEPARTMENT-NAME TO DFD-DEPARTMENT-NAME.
           MOVE EXT-SITE-ID TO DFD-SITE-ID.
           MOVE EXT-SITE-NAME TO DFD-SITE-NAME.

           PERFORM 7300-LOOKUP-PHONE.
           PERFORM 7500-WRITE-DIRECTORY-ENTRY.

      *-----------------------------------------------------------------
       DIRECTORY-ENTRY SECTION.
      *-----------------------------------------------------------------

      *    THE ACTION CODE AND EFFECTIVE DATE ARE ALREADY SET - THE
      *    REST OF THE ENTRY COMES OFF THE 'EMPMAST' RECORD AREA AND
      *    THE LIVE LOOK-UP FILES.
       7000-BUILD-DIRECTORY-ENTRY.
           PERFORM 7100-FILL-MASTER-FIELDS.
           PERFORM 7200-LOOKUP-DEPARTMENT-AND-SITE.
           PERFORM 7300-LOOKUP-PHONE.

       7100-FILL-MASTER-FIELDS.
           MOVE SPACES TO DFD-DEPARTMENT-NAME.
           MOVE SPACES TO DFD-SITE-ID.
           MOVE SPACES TO DFD-SITE-NAME.
           MOVE SPACES TO DFD-PHONE.
           MOVE EMP-EMPLOYEE-ID TO DFD-EMPLOYEE-ID.
           MOVE EMP-FULL-NAME TO DFD-FULL-NAME.
           MOVE EMP-PRIMARY-NAME TO DFD-PRIMARY-NAME.
           MOVE EMP-SHORT-NAME TO DFD-SHORT-NAME.
           MOVE EMP-HONORIFIC TO DFD-HONORIFIC.
           MOVE EMP-JOB-TITLE TO DFD-JOB-TITLE.
           MOVE EMP-DEPARTMENT-ID TO DFD-DEPARTMENT-ID.
           MOVE EMP-MANAGER-ID TO DFD-MANAGER-ID.

       7200-LOOKUP-DEPARTMENT-AND-SITE.
           MOVE EMP-DEPARTMENT-ID TO DEP-DEPARTMENT-ID.
           READ EDEPMST-FILE
              INVALID KEY
                 CONTINUE
           END-READ.

           IF EDEPMST-OK
              MOVE DEP-DEPARTMENT-NAME TO DFD-DEPARTMENT-NAME
           END-IF.

           MOVE EMP-EMPLOYEE-ID TO EST-EMPLOYEE-ID.
           READ EEMPSIT-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.

           MOVE EST-SITE-ID TO DFD-SITE-ID.
           MOVE EST-SITE-ID TO SIT-SITE-ID.
           READ ESITMST-FILE
              INVALID KEY
                 CONTINUE
           END-READ.

           IF ESITMST-OK
              MOVE SIT-SITE-NAME TO DFD-SITE-NAME
           END-IF.

       7300-LOOKUP-PHONE.
           MOVE EMP-EMPLOYEE-ID TO CON-EMPLOYEE-ID.
           READ ECONTCT-FILE
              INVALID KEY
                 CONTINUE
           END-READ.

           IF ECONTCT-OK
              MOVE CON-PHONE TO DFD-PHONE
           END-IF.

       7500-WRITE-DIRECTORY-ENTRY.
           EVALUATE TRUE
           WHEN DFD-ADD
                ADD 1 TO WS-ADD-COUNT
           WHEN DFD-CHANGE
                ADD 1 TO WS-CHANGE-COUNT
           WHEN DFD-DISABLE
                ADD 1 TO WS-DISABLE-COUNT
           END-EVALUATE.

           ADD DFD-EMPLOYEE-ID TO WS-ID-HASH-TOTAL.
           WRITE DIRECTORY-FEED-RECORD.

      *-----------------------------------------------------------------
       TRAILER SECTION.
      *-----------------------------------------------------------------

      *    A FULL FILE TAKEN FROM A SHORT OR DAMAGED EXTRACT IS
      *    MISSING PEOPLE - WITHOUT ITS TRAILER THE DIRECTORY SIDE
      *    REJECTS IT RATHER THAN DISABLING EVERYONE LEFT OFF.
       8000-WRITE-TRAILER-RECORD.
           IF FULL-FILE-MODE AND NOT EXTRACT-PROVEN
              DISPLAY 'EDIRFEED - EMPEXT TRAILER CHECK FAILED, READ='
                 WS-EXTRACT-COUNT
              DISPLAY 'EDIRFEED - DIRFEED LEFT WITHOUT ITS TRAILER'
              MOVE 8 TO RLG-RETURN-CODE
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE DIRECTORY-FEED-TRAILER.
           SET DFT-TRAILER TO TRUE.
           MOVE WS-FEED-MODE TO DFT-FEED-MODE.
           MOVE WS-RUN-TIMESTAMP(1:8) TO DFT-RUN-DATE.
           MOVE WS-RUN-TIMESTAMP(9:6) TO DFT-RUN-TIME.
           MOVE WS-ADD-COUNT TO DFT-ADD-COUNT.
           MOVE WS-CHANGE-COUNT TO DFT-CHANGE-COUNT.
           MOVE WS-DISABLE-COUNT TO DFT-DISABLE-COUNT.
           MOVE WS-ID-HASH-TOTAL TO DFT-EMPLOYEE-ID-HASH.
           WRITE DIRECTORY-FEED-TRAILER.

      *-----------------------------------------------------------------
       TERMINATION SECTION.
      *-----------------------------------------------------------------

       9000-TERMINATE.

      *    LOG THE RUN ON THE COMMON RUN-HISTORY FILE.
           MOVE 'EDIRFEED' TO RLG-JOB-NAME.
           MOVE WS-READ-COUNT TO RLG-INPUT-COUNT.
           COMPUTE RLG-OUTPUT-COUNT =
              WS-ADD-COUNT + WS-CHANGE-COUNT + WS-DISABLE-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           IF FULL-FILE-MODE
              DISPLAY 'EDIRFEED - MODE:             FULL FILE'
              DISPLAY 'EDIRFEED - EMPLOYEES READ:   ' WS-READ-COUNT
              CLOSE EXTRACT-FILE
           ELSE
              DISPLAY 'EDIRFEED - MODE:             CHANGES ONLY'
              DISPLAY 'EDIRFEED - AUDIT EVENTS READ: ' WS-READ-COUNT
              CLOSE EAUDIT-FILE
           END-IF.

           DISPLAY 'EDIRFEED - ADDS FED:         ' WS-ADD-COUNT.
           DISPLAY 'EDIRFEED - CHANGES FED:      ' WS-CHANGE-COUNT.
           DISPLAY 'EDIRFEED - DISABLES FED:     ' WS-DISABLE-COUNT.
           DISPLAY 'EDIRFEED - PENDING HIRES HELD: ' WS-HELD-COUNT.

           CLOSE EMPMAST-FILE.
           CLOSE EDEPMST-FILE.
           CLOSE EEMPSIT-FILE.
           CLOSE ESITMST-FILE.
           CLOSE ECONTCT-FILE.
           CLOSE DIRFEED-FILE.

           IF FULL-FILE-MODE AND NOT EXTRACT-PROVEN
              MOVE 8 TO RETURN-CODE
           END-IF.
