       IDENTIFICATION DIVISION.
       PROGRAM-ID. EABSSCR.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - SHORT-TERM ABSENCE PATTERN SCORING.
      *      - BATCH PROGRAM, RUN MONTHLY AGAINST THE 'ELVREQ',
      *        'EMPMAST' AND 'EHOLCAL' VSAM <KSDS> CLUSTERS (ALL READ
      *        ONLY).
      *      - EVERY SICK-LEAVE SPELL IS ON 'ELVREQ', BUT A RUN OF
      *        ONE-DAY ABSENCES BESIDE WEEKENDS AND HOLIDAYS ONLY
      *        SHOWS UP WHEN SOMEBODY LOOKS. THIS JOB LOOKS: EACH
      *        ACTIVE EMPLOYEE'S SICK SPELLS STARTING IN THE ROLLING
      *        52 WEEKS TO TODAY (REJECTED REQUESTS APART) ARE
      *        COUNTED AND THEIR WORKING DAYS ADDED UP, AND THE TWO
      *        SCORED AS SPELLS SQUARED TIMES DAYS - SO FREQUENT
      *        SHORT SPELLS WEIGH FAR MORE THAN ONE LONG ONE.
      *      - A SPELL STARTING ON A MONDAY OR ENDING ON A FRIDAY IS
      *        COUNTED 'MON/FRI'; ONE WHOSE NEAREST WEEKDAY BEFORE OR
      *        AFTER IS AN 'EHOLCAL' HOLIDAY IS COUNTED 'HOLIDAY'.
      *      - AN EMPLOYEE AT OR OVER EITHER TRIGGER POINT - THE
      *        SCORE, OR THE NUMBER OF SPELLS - GOES ON THE REPORT
      *        WITH EACH OF THEIR SPELLS LISTED, SO THE
      *        RETURN-TO-WORK CONVERSATION STARTS FROM THE SAME FACTS
      *        EVERY TIME.
      *      - THE REPORT IS CONFIDENTIAL AND *BURST BY MANAGER*
      *        ('EMP-MANAGER-ID'), THE SAME BURSTING 'ECMPSTMT' USES:
      *        EACH MANAGER RECEIVES THEIR OWN PEOPLE ONLY, AND HR
      *        THE WHOLE RUN (ALSO DEPOSITED ON 'ERPTREP', WHICH ONLY
      *        ADMINISTRATOR AND AUDITOR USERS CAN BROWSE).
      *      - 'SYSIN' FORMAT: THE SCORE TRIGGER, COLUMNS 1-4 (DEFAULT
      *        51); THE SPELL-COUNT TRIGGER, COLUMNS 6-7 (DEFAULT 3).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELVREQ-FILE ASSIGN TO ELVREQ
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LRQ-KEY
                FILE STATUS IS WS-ELVREQ-STATUS.

           SELECT EMPMAST-FILE ASSIGN TO EMPMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS EMP-EMPLOYEE-ID
                FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT EHOLCAL-FILE ASSIGN TO EHOLCAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS HOL-DATE
                FILE STATUS IS WS-EHOLCAL-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK1.

           SELECT ABSENCE-REPORT-FILE ASSIGN TO ABSRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-ABSRPT-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SYSIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ELVREQ-FILE.
       COPY ELVREQ.

       FD  EMPMAST-FILE.
       COPY EMPMAST.

       FD  EHOLCAL-FILE.
       COPY EHOLCAL.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SORT-MANAGER-ID           PIC 9(8).
           05 SORT-EMP-ID               PIC 9(8).
           05 SORT-PRIMARY-NAME         PIC X(38).
           05 SORT-SPELLS               PIC 9(3).
           05 SORT-DAYS                 PIC 9(4)V9(1).
           05 SORT-SCORE                PIC 9(7).
           05 SORT-MONFRI-SPELLS        PIC 9(3).
           05 SORT-HOLIDAY-SPELLS       PIC 9(3).
           05 SORT-TRIGGER              PIC X(6).

       FD  ABSENCE-REPORT-FILE
           RECORDING MODE IS F.
       01  ABSENCE-REPORT-LINE          PIC X(80).

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD.
           05 CC-SCORE-TRIGGER          PIC X(4).
           05 FILLER                    PIC X(1).
           05 CC-SPELL-TRIGGER          PIC X(2).
           05 FILLER                    PIC X(73).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-ELVREQ-STATUS         PIC X(2).
             88 ELVREQ-OK                       VALUE '00'.
          05 WS-EMPMAST-STATUS        PIC X(2).
             88 EMPMAST-OK                      VALUE '00'.
          05 WS-EHOLCAL-STATUS        PIC X(2).
             88 EHOLCAL-OK                      VALUE '00'.
          05 WS-ABSRPT-STATUS         PIC X(2).
          05 WS-SYSIN-STATUS          PIC X(2).
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
             88 END-OF-ELVREQ                   VALUE 'Y'.
          05 WS-SORT-EOF-FLAG         PIC X(1)  VALUE 'N'.
             88 END-OF-SORT-FILE                VALUE 'Y'.
          05 WS-SPELL-EOF-FLAG        PIC X(1)  VALUE 'N'.
             88 END-OF-SPELLS                   VALUE 'Y'.
          05 WS-TODAY                 PIC X(8).
          05 WS-TODAY-INTEGER         PIC S9(9) USAGE IS BINARY.
          05 WS-WINDOW-START-INTEGER  PIC S9(9) USAGE IS BINARY.
          05 WS-SCORE-TRIGGER         PIC 9(4)  VALUE 0051.
          05 WS-SPELL-TRIGGER         PIC 9(2)  VALUE 03.
          05 WS-PREVIOUS-MANAGER-ID   PIC 9(8)  VALUE ZEROES.
          05 WS-FIRST-MGR-FLAG        PIC X(1)  VALUE 'Y'.
             88 FIRST-MGR-NOT-SEEN              VALUE 'Y'.
          05 WS-REQUEST-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-SPELL-COUNT           PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-SCORED-COUNT          PIC 9(6)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-TRIGGERED-COUNT       PIC 9(6)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-BAD-DATE-COUNT        PIC 9(6)  USAGE IS BINARY
                                                 VALUE ZEROES.

      *    THE EMPLOYEE WHOSE SPELLS ARE BEING GATHERED - 'ELVREQ'
      *    IS KEYED EMPLOYEE-MAJOR, SO EACH ONE'S REQUESTS ARRIVE
      *    TOGETHER.
       01 WS-EMPLOYEE-TALLY.
          05 WS-TL-EMPLOYEE-ID        PIC 9(8)  VALUE ZEROES.
          05 WS-TL-SPELLS             PIC 9(3)  VALUE ZEROES.
          05 WS-TL-DAYS               PIC 9(4)V9(1) VALUE ZEROES.
          05 WS-TL-MONFRI-SPELLS      PIC 9(3)  VALUE ZEROES.
          05 WS-TL-HOLIDAY-SPELLS     PIC 9(3)  VALUE ZEROES.
          05 WS-TL-SCORE              PIC 9(7)  VALUE ZEROES.

      *    ONE SPELL'S DATES AND WHAT THEY SIT NEXT TO.
       01 WS-SPELL-VARS.
          05 WS-FROM-DATE-NUM         PIC 9(8).
          05 WS-TO-DATE-NUM           PIC 9(8).
          05 WS-FROM-INTEGER          PIC S9(9) USAGE IS BINARY.
          05 WS-TO-INTEGER            PIC S9(9) USAGE IS BINARY.
          05 WS-PROBE-INTEGER         PIC S9(9) USAGE IS BINARY.
          05 WS-PROBE-DATE            PIC 9(8).
          05 WS-DAY-OF-WEEK           PIC S9(9) USAGE IS BINARY.
          05 WS-BAD-DATE-FLAG         PIC X(1)  VALUE 'N'.
             88 SPELL-BAD-DATE                  VALUE 'Y'.
          05 WS-SPELL-IN-WINDOW-FLAG  PIC X(1)  VALUE 'N'.
             88 SPELL-IN-WINDOW                 VALUE 'Y'.
          05 WS-MONFRI-FLAG           PIC X(1)  VALUE 'N'.
             88 SPELL-MONFRI                    VALUE 'Y'.
          05 WS-HOLIDAY-FLAG          PIC X(1)  VALUE 'N'.
             88 SPELL-HOLIDAY-ADJACENT          VALUE 'Y'.

       01 WS-REPORT-HEADING.
          05 FILLER                   PIC X(41)
             VALUE 'CONFIDENTIAL - SHORT-TERM ABSENCE SCORES,'.
          05 FILLER                   PIC X(13) VALUE ' 52 WEEKS TO '.
          05 WS-RPT-HDG-DATE          PIC X(8).
          05 FILLER                   PIC X(18) VALUE SPACES.

       01 WS-TRIGGER-HEADING.
          05 FILLER                   PIC X(22)
             VALUE 'TRIGGER POINTS: SCORE '.
          05 WS-RPT-HDG-SCORE         PIC Z(3)9.
          05 FILLER                   PIC X(4)  VALUE ' OR '.
          05 WS-RPT-HDG-SPELLS        PIC Z9.
          05 FILLER                   PIC X(44)
             VALUE ' SPELLS   (SCORE = SPELLS X SPELLS X DAYS)'.
          05 FILLER                   PIC X(4)  VALUE SPACES.

       01 WS-MANAGER-BANNER.
          05 FILLER                   PIC X(24)
             VALUE '*** CONFIDENTIAL - FOR '.
          05 WS-RPT-MANAGER-ID        PIC Z(7)9.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-MANAGER-NAME      PIC X(30).
          05 FILLER                   PIC X(17) VALUE ' AND HR ***'.

       01 WS-COLUMN-HEADING.
          05 FILLER                   PIC X(40)
             VALUE '  EMP ID  NAME'.
          05 FILLER                   PIC X(40)
             VALUE 'SPLS   DAYS   SCORE MON/FRI HOL TRIGGER '.

       01 WS-EMPLOYEE-LINE.
          05 WS-RPT-EMP-ID            PIC Z(7)9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-NAME              PIC X(28).
          05 FILLER                   PIC X(3)  VALUE SPACES.
          05 WS-RPT-SPELLS            PIC ZZ9.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-DAYS              PIC ZZZ9.9.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-SCORE             PIC Z(6)9.
          05 FILLER                   PIC X(5)  VALUE SPACES.
          05 WS-RPT-MONFRI            PIC ZZ9.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-HOLIDAY           PIC ZZ9.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-TRIGGER           PIC X(6).
          05 FILLER                   PIC X(2)  VALUE SPACES.

       01 WS-SPELL-LINE.
          05 FILLER                   PIC X(16)
             VALUE '          FROM '.
          05 WS-RPT-FROM-DATE         PIC X(8).
          05 FILLER                   PIC X(4)  VALUE ' TO '.
          05 WS-RPT-TO-DATE           PIC X(8).
          05 FILLER                   PIC X(8)  VALUE '  DAYS '.
          05 WS-RPT-SPELL-DAYS        PIC ZZ9.9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-MONFRI-NOTE       PIC X(7).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-HOLIDAY-NOTE      PIC X(7).
          05 FILLER                   PIC X(14) VALUE SPACES.

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

           SORT SORT-WORK-FILE
                ON ASCENDING KEY SORT-MANAGER-ID
                ON ASCENDING KEY SORT-EMP-ID
                INPUT PROCEDURE IS 2000-SCORE-EMPLOYEES
                OUTPUT PROCEDURE IS 3000-PRINT-REPORT.

           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY)).
      *    52 WEEKS, TODAY INCLUDED.
           COMPUTE WS-WINDOW-START-INTEGER = WS-TODAY-INTEGER - 363.

           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-SYSIN-STATUS IS EQUAL TO '00' THEN
              READ CONTROL-CARD-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CC-SCORE-TRIGGER IS NUMERIC AND
                       CC-SCORE-TRIGGER IS NOT EQUAL TO ZEROES
                       MOVE CC-SCORE-TRIGGER TO WS-SCORE-TRIGGER
                    END-IF
                    IF CC-SPELL-TRIGGER IS NUMERIC AND
                       CC-SPELL-TRIGGER IS NOT EQUAL TO ZEROES
                       MOVE CC-SPELL-TRIGGER TO WS-SPELL-TRIGGER
                    END-IF
              END-READ
              CLOSE CONTROL-CARD-FILE
           END-IF.

           OPEN INPUT ELVREQ-FILE.
           IF NOT ELVREQ-OK
              DISPLAY 'EABSSCR - UNABLE TO OPEN ELVREQ, STATUS='
                 WS-ELVREQ-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT EMPMAST-FILE.
           IF NOT EMPMAST-OK
              DISPLAY 'EABSSCR - UNABLE TO OPEN EMPMAST, STATUS='
                 WS-EMPMAST-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT EHOLCAL-FILE.
           IF NOT EHOLCAL-OK
              DISPLAY 'EABSSCR - UNABLE TO OPEN EHOLCAL, STATUS='
                 WS-EHOLCAL-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT ABSENCE-REPORT-FILE.

           MOVE WS-TODAY TO WS-RPT-HDG-DATE.
           MOVE WS-REPORT-HEADING TO ABSENCE-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.
           MOVE WS-SCORE-TRIGGER TO WS-RPT-HDG-SCORE.
           MOVE WS-SPELL-TRIGGER TO WS-RPT-HDG-SPELLS.
           MOVE WS-TRIGGER-HEADING TO ABSENCE-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
       SCORING SECTION.
      *-----------------------------------------------------------------

      *    ONE PASS OVER 'ELVREQ' - A CHANGE OF EMPLOYEE CLOSES OFF
      *    THE LAST ONE'S TALLY.
       2000-SCORE-EMPLOYEES.
           PERFORM 2100-READ-NEXT-REQUEST.
           PERFORM 2200-TALLY-REQUEST UNTIL END-OF-ELVREQ.

           IF WS-TL-EMPLOYEE-ID IS GREATER THAN ZEROES
              PERFORM 2500-CLOSE-EMPLOYEE
           END-IF.

       2100-READ-NEXT-REQUEST.
           READ ELVREQ-FILE NEXT RECORD
              AT END
                 SET END-OF-ELVREQ TO TRUE
           END-READ.

       2200-TALLY-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT.

           IF LRQ-EMPLOYEE-ID IS NOT EQUAL TO WS-TL-EMPLOYEE-ID
              IF WS-TL-EMPLOYEE-ID IS GREATER THAN ZEROES
                 PERFORM 2500-CLOSE-EMPLOYEE
              END-IF
              INITIALIZE WS-EMPLOYEE-TALLY
              MOVE LRQ-EMPLOYEE-ID TO WS-TL-EMPLOYEE-ID
           END-IF.

           IF LRQ-TYPE-SICK AND NOT LRQ-REJECTED
              PERFORM 2300-CLASSIFY-SPELL
              IF SPELL-BAD-DATE
                 ADD 1 TO WS-BAD-DATE-COUNT
              END-IF
              IF SPELL-IN-WINDOW
                 ADD 1 TO WS-TL-SPELLS
                 ADD LRQ-DAYS-REQUESTED TO WS-TL-DAYS
                 ADD 1 TO WS-SPELL-COUNT
                 IF SPELL-MONFRI
                    ADD 1 TO WS-TL-MONFRI-SPELLS
                 END-IF
                 IF SPELL-HOLIDAY-ADJACENT
                    ADD 1 TO WS-TL-HOLIDAY-SPELLS
                 END-IF
              END-IF
           END-IF.

           PERFORM 2100-READ-NEXT-REQUEST.

      *    SHARED BY THE SCORING PASS AND THE SPELL LISTING: IS THE
      *    SPELL IN THE 52 WEEKS, DOES IT START ON A MONDAY OR END ON
      *    A FRIDAY, AND IS ITS NEAREST WEEKDAY EITHER SIDE A
      *    HOLIDAY.
       2300-CLASSIFY-SPELL.
           MOVE 'N' TO WS-BAD-DATE-FLAG.
           MOVE 'N' TO WS-SPELL-IN-WINDOW-FLAG.
           MOVE 'N' TO WS-MONFRI-FLAG.
           MOVE 'N' TO WS-HOLIDAY-FLAG.

           IF LRQ-FROM-DATE IS NOT NUMERIC OR
              LRQ-TO-DATE IS NOT NUMERIC
              SET SPELL-BAD-DATE TO TRUE
              EXIT PARAGRAPH
           END-IF.
           MOVE LRQ-FROM-DATE TO WS-FROM-DATE-NUM.
           MOVE LRQ-TO-DATE TO WS-TO-DATE-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE-NUM)
                 IS NOT EQUAL TO ZEROES OR
              FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE-NUM)
                 IS NOT EQUAL TO ZEROES
              SET SPELL-BAD-DATE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-FROM-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-FROM-DATE-NUM).
           COMPUTE WS-TO-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-TO-DATE-NUM).

           IF WS-FROM-INTEGER IS LESS THAN WS-WINDOW-START-INTEGER OR
              WS-FROM-INTEGER IS GREATER THAN WS-TODAY-INTEGER
              EXIT PARAGRAPH
           END-IF.
           SET SPELL-IN-WINDOW TO TRUE.

      *    DAY 1 OF THE INTEGER CALENDAR (1601-01-01) WAS A MONDAY,
      *    SO MOD 7 GIVES 1 FOR MONDAY AND 5 FOR FRIDAY.
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-FROM-INTEGER 7).
           IF WS-DAY-OF-WEEK IS EQUAL TO 1
              SET SPELL-MONFRI TO TRUE
           END-IF.
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-TO-INTEGER 7).
           IF WS-DAY-OF-WEEK IS EQUAL TO 5
              SET SPELL-MONFRI TO TRUE
           END-IF.

      *    THE WEEKDAY BEFORE THE SPELL, STEPPING BACK OVER A
      *    WEEKEND, THEN THE WEEKDAY AFTER IT.
           COMPUTE WS-PROBE-INTEGER = WS-FROM-INTEGER - 1.
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-PROBE-INTEGER 7).
           IF WS-DAY-OF-WEEK IS EQUAL TO ZEROES
              SUBTRACT 2 FROM WS-PROBE-INTEGER
           END-IF.
           IF WS-DAY-OF-WEEK IS EQUAL TO 6
              SUBTRACT 1 FROM WS-PROBE-INTEGER
           END-IF.
           PERFORM 2350-CHECK-HOLIDAY.

           COMPUTE WS-PROBE-INTEGER = WS-TO-INTEGER + 1.
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-PROBE-INTEGER 7).
           IF WS-DAY-OF-WEEK IS EQUAL TO 6
              ADD 2 TO WS-PROBE-INTEGER
           END-IF.
           IF WS-DAY-OF-WEEK IS EQUAL TO ZEROES
              ADD 1 TO WS-PROBE-INTEGER
           END-IF.
           PERFORM 2350-CHECK-HOLIDAY.

       2350-CHECK-HOLIDAY.
           COMPUTE WS-PROBE-DATE =
              FUNCTION DATE-OF-INTEGER(WS-PROBE-INTEGER).
           MOVE WS-PROBE-DATE TO HOL-DATE.

           READ EHOLCAL-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.

           SET SPELL-HOLIDAY-ADJACENT TO TRUE.

      *    SCORE THE EMPLOYEE; AN ACTIVE ONE AT OR OVER EITHER
      *    TRIGGER GOES TO THE SORT UNDER THEIR MANAGER.
       2500-CLOSE-EMPLOYEE.
           IF WS-TL-SPELLS IS EQUAL TO ZEROES
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-TL-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.
           READ EMPMAST-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF NOT EMP-ACTIVE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SCORED-COUNT.
           COMPUTE WS-TL-SCORE ROUNDED =
              WS-TL-SPELLS * WS-TL-SPELLS * WS-TL-DAYS.

           MOVE SPACES TO SORT-TRIGGER.
           IF WS-TL-SCORE IS NOT LESS THAN WS-SCORE-TRIGGER
              MOVE 'SCORE' TO SORT-TRIGGER
           END-IF.
           IF WS-TL-SPELLS IS NOT LESS THAN WS-SPELL-TRIGGER
              IF SORT-TRIGGER IS EQUAL TO SPACES
                 MOVE 'SPELLS' TO SORT-TRIGGER
              ELSE
                 MOVE 'BOTH' TO SORT-TRIGGER
              END-IF
           END-IF.
           IF SORT-TRIGGER IS EQUAL TO SPACES
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-TRIGGERED-COUNT.
           MOVE EMP-MANAGER-ID TO SORT-MANAGER-ID.
           MOVE EMP-EMPLOYEE-ID TO SORT-EMP-ID.
           MOVE EMP-PRIMARY-NAME TO SORT-PRIMARY-NAME.
           MOVE WS-TL-SPELLS TO SORT-SPELLS.
           MOVE WS-TL-DAYS TO SORT-DAYS.
           MOVE WS-TL-SCORE TO SORT-SCORE.
           MOVE WS-TL-MONFRI-SPELLS TO SORT-MONFRI-SPELLS.
           MOVE WS-TL-HOLIDAY-SPELLS TO SORT-HOLIDAY-SPELLS.
           RELEASE SORT-RECORD.

      *-----------------------------------------------------------------
       LISTING SECTION.
      *-----------------------------------------------------------------

       3000-PRINT-REPORT.
           PERFORM 3100-RETURN-NEXT-RECORD.
           PERFORM 3200-PRINT-ONE-EMPLOYEE UNTIL END-OF-SORT-FILE.

           MOVE SPACES TO ABSENCE-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'LEAVE REQUESTS READ ............' TO
              WS-RPT-SUMMARY-LABEL.
           MOVE WS-REQUEST-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO ABSENCE-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'SICK SPELLS IN THE 52 WEEKS ....' TO
              WS-RPT-SUMMARY-LABEL.
           MOVE WS-SPELL-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO ABSENCE-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'ACTIVE EMPLOYEES SCORED ........' TO
              WS-RPT-SUMMARY-LABEL.
           MOVE WS-SCORED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO ABSENCE-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'EMPLOYEES AT A TRIGGER POINT ...' TO
              WS-RPT-SUMMARY-LABEL.
           MOVE WS-TRIGGERED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO ABSENCE-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'SICK SPELLS WITH BAD DATES .....' TO
              WS-RPT-SUMMARY-LABEL.
           MOVE WS-BAD-DATE-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO ABSENCE-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

       3100-RETURN-NEXT-RECORD.
           RETURN SORT-WORK-FILE
              AT END
                 SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

       3200-PRINT-ONE-EMPLOYEE.
      *    A FRESH MANAGER STARTS UNDER A FRESH BANNER, SO THE PRINT
      *    ROOM CAN BURST THE OUTPUT FOR DISTRIBUTION.
           IF FIRST-MGR-NOT-SEEN OR
              SORT-MANAGER-ID IS NOT EQUAL TO WS-PREVIOUS-MANAGER-ID
              PERFORM 3300-PRINT-MANAGER-BANNER
              MOVE 'N' TO WS-FIRST-MGR-FLAG
              MOVE SORT-MANAGER-ID TO WS-PREVIOUS-MANAGER-ID
           END-IF.

           MOVE SORT-EMP-ID TO WS-RPT-EMP-ID.
           MOVE SORT-PRIMARY-NAME TO WS-RPT-NAME.
           MOVE SORT-SPELLS TO WS-RPT-SPELLS.
           MOVE SORT-DAYS TO WS-RPT-DAYS.
           MOVE SORT-SCORE TO WS-RPT-SCORE.
           MOVE SORT-MONFRI-SPELLS TO WS-RPT-MONFRI.
           MOVE SORT-HOLIDAY-SPELLS TO WS-RPT-HOLIDAY.
           MOVE SORT-TRIGGER TO WS-RPT-TRIGGER.
           MOVE WS-EMPLOYEE-LINE TO ABSENCE-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           PERFORM 3400-LIST-SPELLS.

           PERFORM 3100-RETURN-NEXT-RECORD.

      *    AN EMPLOYEE WITH NO MANAGER ON FILE STILL PRINTS - UNDER A
      *    BANNER THAT ONLY HR WILL RECEIVE.
       3300-PRINT-MANAGER-BANNER.
           MOVE SPACES TO ABSENCE-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE SORT-MANAGER-ID TO WS-RPT-MANAGER-ID.
           MOVE SORT-MANAGER-ID TO EMP-EMPLOYEE-ID.
           READ EMPMAST-FILE
              INVALID KEY
                 MOVE 'NO MANAGER ON FILE' TO EMP-PRIMARY-NAME
           END-READ.
           IF SORT-MANAGER-ID IS EQUAL TO ZEROES
              MOVE 'NO MANAGER ON FILE' TO EMP-PRIMARY-NAME
           END-IF.
           MOVE EMP-PRIMARY-NAME TO WS-RPT-MANAGER-NAME.
           MOVE WS-MANAGER-BANNER TO ABSENCE-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE WS-COLUMN-HEADING TO ABSENCE-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

      *    EACH SPELL BEHIND THE SCORE, FROM 'ELVREQ' AGAIN.
       3400-LIST-SPELLS.
           MOVE 'N' TO WS-SPELL-EOF-FLAG.
           MOVE SORT-EMP-ID TO LRQ-EMPLOYEE-ID.
           MOVE LOW-VALUES TO LRQ-FROM-DATE.

           START ELVREQ-FILE KEY IS NOT LESS THAN LRQ-KEY
              INVALID KEY
                 SET END-OF-SPELLS TO TRUE
           END-START.

           PERFORM 3410-LIST-NEXT-SPELL UNTIL END-OF-SPELLS.

       3410-LIST-NEXT-SPELL.
           READ ELVREQ-FILE NEXT RECORD
              AT END
                 SET END-OF-SPELLS TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           IF LRQ-EMPLOYEE-ID IS NOT EQUAL TO SORT-EMP-ID
              SET END-OF-SPELLS TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF NOT LRQ-TYPE-SICK OR LRQ-REJECTED
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2300-CLASSIFY-SPELL.
           IF NOT SPELL-IN-WINDOW
              EXIT PARAGRAPH
           END-IF.

           MOVE LRQ-FROM-DATE TO WS-RPT-FROM-DATE.
           MOVE LRQ-TO-DATE TO WS-RPT-TO-DATE.
           MOVE LRQ-DAYS-REQUESTED TO WS-RPT-SPELL-DAYS.
           MOVE SPACES TO WS-RPT-MONFRI-NOTE.
           MOVE SPACES TO WS-RPT-HOLIDAY-NOTE.
           IF SPELL-MONFRI
              MOVE 'MON/FRI' TO WS-RPT-MONFRI-NOTE
           END-IF.
           IF SPELL-HOLIDAY-ADJACENT
              MOVE 'HOLIDAY' TO WS-RPT-HOLIDAY-NOTE
           END-IF.
           MOVE WS-SPELL-LINE TO ABSENCE-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

       8800-WRITE-REPORT-LINE.
           MOVE ABSENCE-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE ABSENCE-REPORT-LINE.
      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'EABSSCR ' TO RSA-REPORT-NAME.
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
           MOVE 'EABSSCR ' TO RLG-JOB-NAME.
           MOVE WS-REQUEST-COUNT TO RLG-INPUT-COUNT.
           MOVE WS-TRIGGERED-COUNT TO RLG-OUTPUT-COUNT.
           MOVE WS-BAD-DATE-COUNT TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'EABSSCR - LEAVE REQUESTS READ: ' WS-REQUEST-COUNT.
           DISPLAY 'EABSSCR - EMPLOYEES SCORED:    ' WS-SCORED-COUNT.
           DISPLAY 'EABSSCR - AT A TRIGGER POINT:  ' WS-TRIGGERED-COUNT.

           CLOSE ELVREQ-FILE.
           CLOSE EMPMAST-FILE.
           CLOSE EHOLCAL-FILE.
           CLOSE ABSENCE-REPORT-FILE.
