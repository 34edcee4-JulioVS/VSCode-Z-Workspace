       IDENTIFICATION DIVISION.
       PROGRAM-ID. EINCRPT.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - MONTHLY WORKPLACE SAFETY REPORT.
      *      - BATCH PROGRAM, RUN OFFLINE AGAINST THE 'ESITMST',
      *        'EINCLOG', 'EATTHST', 'EEMPSIT', 'ELVREQ' AND 'EMPMAST'
      *        VSAM <KSDS> CLUSTERS (ALL READ ONLY).
      *      - LISTS EVERY ACTIVE 'EINCLOG' INCIDENT DATED IN THE
      *        REPORT MONTH, SITE BY SITE, WITH THE EMPLOYEES
      *        INVOLVED. THE DAYS LOST BY EACH ONE ARE CROSS-CHECKED
      *        AGAINST THE SICK LEAVE REQUESTED ON 'ELVREQ' IN THE
      *        WINDOW AFTER THE INCIDENT, AND ANY DIFFERENCE IS
      *        FLAGGED FOR HEALTH AND SAFETY TO CHASE.
      *      - THEN ONE SUMMARY LINE PER SITE: INCIDENTS, EMPLOYEES
      *        INJURED, LOST-TIME INJURIES, DAYS LOST, HOURS WORKED
      *        AND THE LOST-TIME INJURY RATE - LOST-TIME INJURIES PER
      *        200,000 HOURS WORKED (100 FULL-TIME EMPLOYEES FOR A
      *        YEAR), AS THE REGULATOR ASKS FOR IT.
      *      - HOURS WORKED ARE TAKEN FROM THE FIRST-IN AND LAST-OUT
      *        SWIPES ON 'EATTHST' FOR THE MONTH, BOOKED TO THE SITE
      *        THE EMPLOYEE IS ASSIGNED TO ON 'EEMPSIT' TODAY (THE
      *        ASSIGNMENT CARRIES NO HISTORY). HOURS OF EMPLOYEES
      *        WITH NO SITE ARE SHOWN SEPARATELY.
      *      - ENDS WITH RETURN CODE 4 WHEN ANY LOST DAYS DO NOT
      *        AGREE WITH THE SICK LEAVE ON FILE.
      *      - 'SYSIN' FORMAT: THE REPORT MONTH YYYYMM IN COLUMNS
      *        1-6 (BLANK MEANS LAST MONTH).
      *      - SCHEDULE ON THE FIRST WORKING DAY OF EACH MONTH.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESITMST-FILE ASSIGN TO ESITMST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS SIT-SITE-ID
                FILE STATUS IS WS-ESITMST-STATUS.

           SELECT EINCLOG-FILE ASSIGN TO EINCLOG
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS INC-KEY
                FILE STATUS IS WS-EINCLOG-STATUS.

           SELECT EATTHST-FILE ASSIGN TO EATTHST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ATT-KEY
                FILE STATUS IS WS-EATTHST-STATUS.

           SELECT EEMPSIT-FILE ASSIGN TO EEMPSIT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS EST-EMPLOYEE-ID
                FILE STATUS IS WS-EEMPSIT-STATUS.

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

           SELECT SAFETY-REPORT-FILE ASSIGN TO INCRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-INCRPT-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SYSIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESITMST-FILE.
       COPY ESITMST.

       FD  EINCLOG-FILE.
       COPY EINCLOG.

       FD  EATTHST-FILE.
       COPY EATTHST.

       FD  EEMPSIT-FILE.
       COPY EEMPSIT.

       FD  ELVREQ-FILE.
       COPY ELVREQ.

       FD  EMPMAST-FILE.
       COPY EMPMAST.

       FD  SAFETY-REPORT-FILE
           RECORDING MODE IS F.
       01  SAFETY-REPORT-LINE           PIC X(100).

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD.
           05 CC-REPORT-MONTH           PIC X(6).
           05 FILLER                    PIC X(74).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-ESITMST-STATUS        PIC X(2).
             88 ESITMST-OK                      VALUE '00'.
          05 WS-EINCLOG-STATUS        PIC X(2).
             88 EINCLOG-OK                      VALUE '00'.
          05 WS-EATTHST-STATUS        PIC X(2).
             88 EATTHST-OK                      VALUE '00'.
          05 WS-EEMPSIT-STATUS        PIC X(2).
             88 EEMPSIT-OK                      VALUE '00'.
          05 WS-ELVREQ-STATUS         PIC X(2).
             88 ELVREQ-OK                       VALUE '00'.
          05 WS-EMPMAST-STATUS        PIC X(2).
             88 EMPMAST-OK                      VALUE '00'.
          05 WS-INCRPT-STATUS         PIC X(2).
          05 WS-SYSIN-STATUS          PIC X(2).
          05 WS-SIT-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-ESITMST                  VALUE 'Y'.
          05 WS-INC-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-EINCLOG                  VALUE 'Y'.
          05 WS-ATT-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-EATTHST                  VALUE 'Y'.
          05 WS-LRQ-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-EMPLOYEE-LEAVE           VALUE 'Y'.
          05 WS-IN-MONTH-FLAG         PIC X(1)  VALUE 'N'.
             88 INCIDENT-IN-MONTH               VALUE 'Y'.
          05 WS-REPORT-MONTH          PIC X(6).
          05 WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
             10 WS-REPORT-YEAR        PIC 9(4).
             10 WS-REPORT-MM          PIC 9(2).
          05 WS-CURRENT-INCIDENT-DATE PIC X(8)  VALUE SPACES.
          05 WS-PREVIOUS-SITE-ID      PIC X(4)  VALUE SPACES.
          05 WS-ATT-EMPLOYEE-ID       PIC 9(8)  VALUE ZEROES.
          05 WS-ATT-SITE-IDX          PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-INCIDENT-SITE-IDX     PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-INCIDENTS-READ        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-SWIPES-READ           PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-INCIDENTS-LISTED      PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-MISMATCH-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-NO-SITE-HOURS         PIC 9(9)V99 VALUE ZEROES.

      *    ONE ATTENDANCE DAY'S SWIPES, TURNED INTO SECONDS.
       01 WS-SHIFT-TIMES.
          05 WS-TIME-IN               PIC X(6).
          05 WS-TIME-IN-PARTS REDEFINES WS-TIME-IN.
             10 WS-TIME-IN-HH         PIC 9(2).
             10 WS-TIME-IN-MM         PIC 9(2).
             10 WS-TIME-IN-SS         PIC 9(2).
          05 WS-TIME-OUT              PIC X(6).
          05 WS-TIME-OUT-PARTS REDEFINES WS-TIME-OUT.
             10 WS-TIME-OUT-HH        PIC 9(2).
             10 WS-TIME-OUT-MM        PIC 9(2).
             10 WS-TIME-OUT-SS        PIC 9(2).
          05 WS-SECONDS-IN            PIC 9(5)  VALUE ZEROES.
          05 WS-SECONDS-OUT           PIC 9(5)  VALUE ZEROES.
          05 WS-SECONDS-WORKED        PIC 9(5)  VALUE ZEROES.
          05 WS-HOURS-WORKED          PIC 9(3)V99 VALUE ZEROES.

      *    SICK LEAVE TAKEN TO COVER THE DAYS LOST - THE WINDOW IS THE
      *    SAME 'APP-INC-SICK-WINDOW-DAYS' THE 'EINCP' SCREEN CHECKS
      *    WITH (IN THE APPLICATION CONSTANTS) - KEEP THEM IN STEP.
       01 WS-SICK-LEAVE-CHECK.
          05 WS-SICK-WINDOW-DAYS      PIC 9(3)  VALUE 090.
          05 WS-SLC-WINDOW-INTEGER    PIC 9(8)  VALUE ZEROES.
          05 WS-SLC-WINDOW-END        PIC X(8)  VALUE SPACES.
          05 WS-SLC-SICK-DAYS         PIC 9(4)V9(1) VALUE ZEROES.
          05 WS-SLC-LOST-DAYS         PIC 9(4)V9(1) VALUE ZEROES.

      *    THE LOST-TIME INJURY RATE IS QUOTED PER THIS MANY HOURS.
       01 WS-RATE-BASE-HOURS          PIC 9(6)  VALUE 200000.

      *    ONE ENTRY PER 'ESITMST' SITE, LOADED IN KEY ORDER AND
      *    FILLED FROM THE ATTENDANCE AND INCIDENT PASSES.
       01 WS-SITE-TABLE.
          05 WS-ST-COUNT              PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ST-SCAN-IDX           PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ST-FOUND-IDX          PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ST-LOOKUP-SITE-ID     PIC X(4)  VALUE SPACES.
          05 WS-ST-ENTRY OCCURS 200 TIMES.
             10 WS-ST-SITE-ID         PIC X(4).
             10 WS-ST-SITE-NAME       PIC X(30).
             10 WS-ST-INCIDENTS       PIC 9(5).
             10 WS-ST-INJURED         PIC 9(5).
             10 WS-ST-LOST-TIME       PIC 9(5).
             10 WS-ST-LOST-DAYS       PIC 9(7).
             10 WS-ST-HOURS           PIC 9(9)V99.

      *    GRAND TOTALS ACROSS ALL SITES.
       01 WS-GRAND-TOTALS.
          05 WS-GT-INCIDENTS          PIC 9(7)  VALUE ZEROES.
          05 WS-GT-INJURED            PIC 9(7)  VALUE ZEROES.
          05 WS-GT-LOST-TIME          PIC 9(7)  VALUE ZEROES.
          05 WS-GT-LOST-DAYS          PIC 9(7)  VALUE ZEROES.
          05 WS-GT-HOURS              PIC 9(9)V99 VALUE ZEROES.
          05 WS-RATE-LOST-TIME        PIC 9(7)  VALUE ZEROES.
          05 WS-RATE-HOURS            PIC 9(9)V99 VALUE ZEROES.
          05 WS-RATE                  PIC 9(5)V99 VALUE ZEROES.

       01 WS-REPORT-HEADING.
          05 FILLER                   PIC X(40)
             VALUE 'MONTHLY WORKPLACE SAFETY REPORT - MONTH '.
          05 WS-RPT-HDG-MONTH         PIC X(6).
          05 FILLER                   PIC X(54) VALUE SPACES.

       01 WS-REPORT-INCIDENT-HEADING.
          05 FILLER                   PIC X(50)
             VALUE 'SITE INC# DATE      WHAT HAPPENED / EMPLOYEE      '.
          05 FILLER                   PIC X(50)
             VALUE 'INJURY        SEVERITY    LOST   SICK FLAG        '.

       01 WS-REPORT-INCIDENT-LINE.
          05 WS-RPT-INC-SITE-ID       PIC X(4).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-INC-NUM           PIC 9(4).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-INC-DATE          PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-INC-DESCRIPTION   PIC X(40).
          05 FILLER                   PIC X(40) VALUE SPACES.

       01 WS-REPORT-INVOLVED-LINE.
          05 FILLER                   PIC X(20) VALUE SPACES.
          05 WS-RPT-INV-EMP-ID        PIC Z(7)9.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-INV-NAME          PIC X(20).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-INV-INJURY        PIC X(13).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-INV-SEVERITY      PIC X(12).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-INV-LOST-DAYS     PIC ZZ9.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-INV-SICK-DAYS     PIC ZZZ9.9.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-INV-FLAG          PIC X(12).

       01 WS-REPORT-SUMMARY-HEADING.
          05 FILLER                   PIC X(50)
             VALUE 'SITE NAME                           INCIDENTS INJU'.
          05 FILLER                   PIC X(50)
             VALUE 'RED LOST-TIME DAYS LOST   HOURS WORKED   LTI RATE '.

       01 WS-REPORT-SUMMARY-LINE.
          05 WS-RPT-SUM-SITE-ID       PIC X(4).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-SUM-SITE-NAME     PIC X(30).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-SUM-INCIDENTS     PIC Z(8)9.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-SUM-INJURED       PIC Z(6)9.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-SUM-LOST-TIME     PIC Z(8)9.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-SUM-LOST-DAYS     PIC Z(8)9.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-SUM-HOURS         PIC Z(10)9.99.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-SUM-RATE          PIC X(9).
          05 FILLER                   PIC X(1)  VALUE SPACES.

       01 WS-RATE-EDIT                PIC Z(5)9.99.

       01 WS-REPORT-COUNT-LINE.
          05 WS-RPT-COUNT-LABEL       PIC X(28).
          05 WS-RPT-COUNT-TOTAL       PIC Z(10)9.99.
          05 FILLER                   PIC X(58) VALUE SPACES.

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
           PERFORM 2000-BOOK-ATTENDANCE-DAY UNTIL END-OF-EATTHST.
           PERFORM 3000-LIST-INCIDENT-RECORD UNTIL END-OF-EINCLOG.
           PERFORM 4000-PRODUCE-SITE-SUMMARY.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           PERFORM 1050-GET-CONTROL-CARD.

           OPEN INPUT ESITMST-FILE.
           IF NOT ESITMST-OK
              DISPLAY 'EINCRPT - UNABLE TO OPEN ESITMST, STATUS='
                 WS-ESITMST-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT EINCLOG-FILE.
           IF NOT EINCLOG-OK
              DISPLAY 'EINCRPT - UNABLE TO OPEN EINCLOG, STATUS='
                 WS-EINCLOG-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT EATTHST-FILE.
           IF NOT EATTHST-OK
              DISPLAY 'EINCRPT - UNABLE TO OPEN EATTHST, STATUS='
                 WS-EATTHST-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT EEMPSIT-FILE.
           IF NOT EEMPSIT-OK
              DISPLAY 'EINCRPT - UNABLE TO OPEN EEMPSIT, STATUS='
                 WS-EEMPSIT-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT ELVREQ-FILE.
           IF NOT ELVREQ-OK
              DISPLAY 'EINCRPT - UNABLE TO OPEN ELVREQ, STATUS='
                 WS-ELVREQ-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT EMPMAST-FILE.
           IF NOT EMPMAST-OK
              DISPLAY 'EINCRPT - UNABLE TO OPEN EMPMAST, STATUS='
                 WS-EMPMAST-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT SAFETY-REPORT-FILE.

           MOVE WS-REPORT-MONTH TO WS-RPT-HDG-MONTH.
           MOVE WS-REPORT-HEADING TO SAFETY-REPORT-LINE.
           MOVE SAFETY-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE SAFETY-REPORT-LINE.

           MOVE SPACES TO SAFETY-REPORT-LINE.
           MOVE SAFETY-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE SAFETY-REPORT-LINE.

           MOVE WS-REPORT-INCIDENT-HEADING TO SAFETY-REPORT-LINE.
           MOVE SAFETY-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE SAFETY-REPORT-LINE.

           PERFORM 1100-READ-NEXT-SITE.
           PERFORM 1150-LOAD-SITE UNTIL END-OF-ESITMST.
           CLOSE ESITMST-FILE.

           PERFORM 1200-READ-NEXT-ATTENDANCE.
           PERFORM 1300-READ-NEXT-INCIDENT.

      *    THE REPORT MONTH DEFAULTS TO LAST MONTH - THE REPORT RUNS
      *    ONCE THE MONTH IS OVER.
       1050-GET-CONTROL-CARD.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-REPORT-MONTH.
           IF WS-REPORT-MM IS EQUAL TO 01 THEN
              SUBTRACT 1 FROM WS-REPORT-YEAR
              MOVE 12 TO WS-REPORT-MM
           ELSE
              SUBTRACT 1 FROM WS-REPORT-MM
           END-IF.

           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-SYSIN-STATUS IS EQUAL TO '00' THEN
              READ CONTROL-CARD-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CC-REPORT-MONTH IS NUMERIC AND
                       CC-REPORT-MONTH IS NOT EQUAL TO ZEROES
                       MOVE CC-REPORT-MONTH TO WS-REPORT-MONTH
                    END-IF
              END-READ
              CLOSE CONTROL-CARD-FILE
           END-IF.

      *-----------------------------------------------------------------
       READING SECTION.
      *-----------------------------------------------------------------

       1100-READ-NEXT-SITE.
           READ ESITMST-FILE
              AT END
                 SET END-OF-ESITMST TO TRUE
           END-READ.

       1150-LOAD-SITE.
           IF WS-ST-COUNT IS LESS THAN 200 THEN
              ADD 1 TO WS-ST-COUNT
              MOVE SIT-SITE-ID TO WS-ST-SITE-ID(WS-ST-COUNT)
              MOVE SIT-SITE-NAME TO WS-ST-SITE-NAME(WS-ST-COUNT)
              MOVE ZEROES TO WS-ST-INCIDENTS(WS-ST-COUNT)
              MOVE ZEROES TO WS-ST-INJURED(WS-ST-COUNT)
              MOVE ZEROES TO WS-ST-LOST-TIME(WS-ST-COUNT)
              MOVE ZEROES TO WS-ST-LOST-DAYS(WS-ST-COUNT)
              MOVE ZEROES TO WS-ST-HOURS(WS-ST-COUNT)
           ELSE
              DISPLAY 'EINCRPT - SITE TABLE FULL, SKIPPED: '
                 SIT-SITE-ID
           END-IF.

           PERFORM 1100-READ-NEXT-SITE.

       1200-READ-NEXT-ATTENDANCE.
           READ EATTHST-FILE
              AT END
                 SET END-OF-EATTHST TO TRUE
              NOT AT END
                 ADD 1 TO WS-SWIPES-READ
           END-READ.

       1300-READ-NEXT-INCIDENT.
           READ EINCLOG-FILE
              AT END
                 SET END-OF-EINCLOG TO TRUE
              NOT AT END
                 ADD 1 TO WS-INCIDENTS-READ
           END-READ.

      *-----------------------------------------------------------------
       HOURS SECTION.
      *-----------------------------------------------------------------

      *    THE ATTENDANCE HISTORY IS KEYED BY EMPLOYEE AND DATE, SO
      *    THE SITE IS LOOKED UP ONCE PER EMPLOYEE.
       2000-BOOK-ATTENDANCE-DAY.
           IF ATT-EMPLOYEE-ID IS NOT EQUAL TO WS-ATT-EMPLOYEE-ID THEN
              MOVE ATT-EMPLOYEE-ID TO WS-ATT-EMPLOYEE-ID
              PERFORM 2100-FIND-EMPLOYEE-SITE
           END-IF.

           IF ATT-DATE(1:6) IS EQUAL TO WS-REPORT-MONTH THEN
              PERFORM 2200-WORK-OUT-HOURS
              IF WS-ATT-SITE-IDX IS GREATER THAN ZEROES THEN
                 ADD WS-HOURS-WORKED TO WS-ST-HOURS(WS-ATT-SITE-IDX)
              ELSE
                 ADD WS-HOURS-WORKED TO WS-NO-SITE-HOURS
              END-IF
           END-IF.

           PERFORM 1200-READ-NEXT-ATTENDANCE.

       2100-FIND-EMPLOYEE-SITE.
           MOVE ZEROES TO WS-ATT-SITE-IDX.
           MOVE WS-ATT-EMPLOYEE-ID TO EST-EMPLOYEE-ID.

           READ EEMPSIT-FILE
              INVALID KEY
                 CONTINUE
           END-READ.

           IF EEMPSIT-OK THEN
              MOVE EST-SITE-ID TO WS-ST-LOOKUP-SITE-ID
              PERFORM 2300-FIND-SITE-ENTRY
              MOVE WS-ST-FOUND-IDX TO WS-ATT-SITE-IDX
           END-IF.

      *    FIRST SWIPE IN TO LAST SWIPE OUT. A SHIFT THAT RUNS PAST
      *    MIDNIGHT IS BOOKED TO THE DAY IT STARTED. A DAY WITH A
      *    MISSING OR GARBLED SWIPE COUNTS NO HOURS.
       2200-WORK-OUT-HOURS.
           MOVE ZEROES TO WS-HOURS-WORKED.
           MOVE ATT-FIRST-IN-TIME TO WS-TIME-IN.
           MOVE ATT-LAST-OUT-TIME TO WS-TIME-OUT.

           IF WS-TIME-IN IS NOT NUMERIC OR
              WS-TIME-OUT IS NOT NUMERIC THEN
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-SECONDS-IN = (WS-TIME-IN-HH * 3600)
              + (WS-TIME-IN-MM * 60) + WS-TIME-IN-SS.
           COMPUTE WS-SECONDS-OUT = (WS-TIME-OUT-HH * 3600)
              + (WS-TIME-OUT-MM * 60) + WS-TIME-OUT-SS.

           IF WS-SECONDS-OUT IS LESS THAN WS-SECONDS-IN THEN
              COMPUTE WS-SECONDS-WORKED =
                 WS-SECONDS-OUT + 86400 - WS-SECONDS-IN
           ELSE
              COMPUTE WS-SECONDS-WORKED =
                 WS-SECONDS-OUT - WS-SECONDS-IN
           END-IF.

           COMPUTE WS-HOURS-WORKED ROUNDED = WS-SECONDS-WORKED / 3600.

       2300-FIND-SITE-ENTRY.
           MOVE ZEROES TO WS-ST-SCAN-IDX.
           MOVE ZEROES TO WS-ST-FOUND-IDX.

           PERFORM 2310-SCAN-NEXT-SITE
              UNTIL WS-ST-FOUND-IDX IS GREATER THAN ZEROES
                 OR WS-ST-SCAN-IDX IS NOT LESS THAN WS-ST-COUNT.

       2310-SCAN-NEXT-SITE.
           ADD 1 TO WS-ST-SCAN-IDX.

           IF WS-ST-SITE-ID(WS-ST-SCAN-IDX) IS EQUAL TO
              WS-ST-LOOKUP-SITE-ID
              MOVE WS-ST-SCAN-IDX TO WS-ST-FOUND-IDX
           END-IF.

      *-----------------------------------------------------------------
       INCIDENT-LISTING SECTION.
      *-----------------------------------------------------------------

      *    THE LOG IS KEYED BY SITE, INCIDENT AND EMPLOYEE, SO EACH
      *    INCIDENT HEADER (ZERO EMPLOYEE) ARRIVES JUST AHEAD OF THE
      *    EMPLOYEES INVOLVED IN IT.
       3000-LIST-INCIDENT-RECORD.
           IF INC-INCIDENT-HEADER THEN
              PERFORM 3100-START-INCIDENT
           ELSE
              IF INCIDENT-IN-MONTH AND INC-ST-ACTIVE THEN
                 PERFORM 3200-LIST-INVOLVED-EMPLOYEE
              END-IF
           END-IF.

           PERFORM 1300-READ-NEXT-INCIDENT.

      *    A VOIDED INCIDENT, OR ONE DATED OUTSIDE THE MONTH, IS
      *    PASSED OVER TOGETHER WITH EVERYONE UNDER IT.
       3100-START-INCIDENT.
           MOVE 'N' TO WS-IN-MONTH-FLAG.

           IF NOT INC-ST-ACTIVE OR
              INC-INCIDENT-DATE(1:6) IS NOT EQUAL TO WS-REPORT-MONTH
              EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO WS-IN-MONTH-FLAG.
           MOVE INC-INCIDENT-DATE TO WS-CURRENT-INCIDENT-DATE.

           MOVE INC-SITE-ID TO WS-ST-LOOKUP-SITE-ID.
           PERFORM 2300-FIND-SITE-ENTRY.
           MOVE WS-ST-FOUND-IDX TO WS-INCIDENT-SITE-IDX.

           IF WS-INCIDENT-SITE-IDX IS GREATER THAN ZEROES THEN
              ADD 1 TO WS-ST-INCIDENTS(WS-INCIDENT-SITE-IDX)
           END-IF.
           ADD 1 TO WS-GT-INCIDENTS.
           ADD 1 TO WS-INCIDENTS-LISTED.

      *    A BLANK LINE BETWEEN SITES.
           IF INC-SITE-ID IS NOT EQUAL TO WS-PREVIOUS-SITE-ID AND
              WS-PREVIOUS-SITE-ID IS NOT EQUAL TO SPACES THEN
              MOVE SPACES TO SAFETY-REPORT-LINE
              MOVE SAFETY-REPORT-LINE TO RSA-PRINT-LINE
              PERFORM 8900-STORE-REPORT-LINE
              WRITE SAFETY-REPORT-LINE
           END-IF.
           MOVE INC-SITE-ID TO WS-PREVIOUS-SITE-ID.

           MOVE INC-SITE-ID TO WS-RPT-INC-SITE-ID.
           MOVE INC-INCIDENT-NUM TO WS-RPT-INC-NUM.
           MOVE INC-INCIDENT-DATE TO WS-RPT-INC-DATE.
           MOVE INC-DESCRIPTION TO WS-RPT-INC-DESCRIPTION.
           MOVE WS-REPORT-INCIDENT-LINE TO SAFETY-REPORT-LINE.
           MOVE SAFETY-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE SAFETY-REPORT-LINE.

      *    A LOST-TIME INJURY IS ONE THAT COST AT LEAST ONE DAY.
       3200-LIST-INVOLVED-EMPLOYEE.
           IF NOT INC-INJ-NONE THEN
              ADD 1 TO WS-GT-INJURED
              IF WS-INCIDENT-SITE-IDX IS GREATER THAN ZEROES THEN
                 ADD 1 TO WS-ST-INJURED(WS-INCIDENT-SITE-IDX)
              END-IF
           END-IF.

           IF INC-LOST-DAYS IS GREATER THAN ZEROES THEN
              ADD 1 TO WS-GT-LOST-TIME
              ADD INC-LOST-DAYS TO WS-GT-LOST-DAYS
              IF WS-INCIDENT-SITE-IDX IS GREATER THAN ZEROES THEN
                 ADD 1 TO WS-ST-LOST-TIME(WS-INCIDENT-SITE-IDX)
                 ADD INC-LOST-DAYS
                    TO WS-ST-LOST-DAYS(WS-INCIDENT-SITE-IDX)
              END-IF
           END-IF.

           PERFORM 3300-CHECK-SICK-LEAVE.

           MOVE INC-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.
           READ EMPMAST-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF EMPMAST-OK THEN
              MOVE EMP-PRIMARY-NAME TO WS-RPT-INV-NAME
           ELSE
              MOVE '(NOT ON FILE)' TO WS-RPT-INV-NAME
           END-IF.

           EVALUATE TRUE
           WHEN INC-INJ-NONE
                MOVE 'NO INJURY' TO WS-RPT-INV-INJURY
           WHEN INC-INJ-CUT
                MOVE 'CUT' TO WS-RPT-INV-INJURY
           WHEN INC-INJ-SPRAIN-STRAIN
                MOVE 'SPRAIN/STRAIN' TO WS-RPT-INV-INJURY
           WHEN INC-INJ-FRACTURE
                MOVE 'FRACTURE' TO WS-RPT-INV-INJURY
           WHEN INC-INJ-BURN
                MOVE 'BURN' TO WS-RPT-INV-INJURY
           WHEN OTHER
                MOVE 'OTHER' TO WS-RPT-INV-INJURY
           END-EVALUATE.

           EVALUATE TRUE
           WHEN INC-SEV-NO-TREATMENT
                MOVE 'NO TREATMENT' TO WS-RPT-INV-SEVERITY
           WHEN INC-SEV-FIRST-AID
                MOVE 'FIRST AID' TO WS-RPT-INV-SEVERITY
           WHEN INC-SEV-MEDICAL
                MOVE 'MEDICAL' TO WS-RPT-INV-SEVERITY
           WHEN INC-SEV-LOST-TIME
                MOVE 'LOST TIME' TO WS-RPT-INV-SEVERITY
           WHEN OTHER
                MOVE 'MAJOR' TO WS-RPT-INV-SEVERITY
           END-EVALUATE.

           MOVE INC-EMPLOYEE-ID TO WS-RPT-INV-EMP-ID.
           MOVE INC-LOST-DAYS TO WS-RPT-INV-LOST-DAYS.
           MOVE WS-SLC-SICK-DAYS TO WS-RPT-INV-SICK-DAYS.

           EVALUATE TRUE
           WHEN INC-LOST-DAYS IS EQUAL TO ZEROES
                MOVE SPACES TO WS-RPT-INV-FLAG
           WHEN WS-SLC-SICK-DAYS IS LESS THAN WS-SLC-LOST-DAYS
                MOVE 'SICK SHORT' TO WS-RPT-INV-FLAG
                ADD 1 TO WS-MISMATCH-COUNT
           WHEN WS-SLC-SICK-DAYS IS GREATER THAN WS-SLC-LOST-DAYS
                MOVE 'CHECK LOST' TO WS-RPT-INV-FLAG
                ADD 1 TO WS-MISMATCH-COUNT
           WHEN OTHER
                MOVE SPACES TO WS-RPT-INV-FLAG
           END-EVALUATE.

           MOVE WS-REPORT-INVOLVED-LINE TO SAFETY-REPORT-LINE.
           MOVE SAFETY-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE SAFETY-REPORT-LINE.

      *    SUM THE SICK LEAVE NOT REJECTED THAT STARTS BETWEEN THE
      *    INCIDENT DATE AND THE END OF THE WINDOW AFTER IT.
       3300-CHECK-SICK-LEAVE.
           MOVE ZEROES TO WS-SLC-SICK-DAYS.
           MOVE INC-LOST-DAYS TO WS-SLC-LOST-DAYS.

           IF INC-LOST-DAYS IS EQUAL TO ZEROES THEN
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-SLC-WINDOW-INTEGER = FUNCTION INTEGER-OF-DATE
              (FUNCTION NUMVAL(WS-CURRENT-INCIDENT-DATE))
              + WS-SICK-WINDOW-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-SLC-WINDOW-INTEGER)
              TO WS-SLC-WINDOW-END.

           MOVE 'N' TO WS-LRQ-EOF-FLAG.
           MOVE INC-EMPLOYEE-ID TO LRQ-EMPLOYEE-ID.
           MOVE WS-CURRENT-INCIDENT-DATE TO LRQ-FROM-DATE.

           START ELVREQ-FILE KEY IS NOT LESS THAN LRQ-KEY
              INVALID KEY
                 SET END-OF-EMPLOYEE-LEAVE TO TRUE
           END-START.

           PERFORM 3310-SUM-NEXT-SICK-LEAVE
              UNTIL END-OF-EMPLOYEE-LEAVE.

       3310-SUM-NEXT-SICK-LEAVE.
           READ ELVREQ-FILE NEXT RECORD
              AT END
                 SET END-OF-EMPLOYEE-LEAVE TO TRUE
           END-READ.

           IF END-OF-EMPLOYEE-LEAVE OR
              LRQ-EMPLOYEE-ID IS NOT EQUAL TO INC-EMPLOYEE-ID OR
              LRQ-FROM-DATE IS GREATER THAN WS-SLC-WINDOW-END
              SET END-OF-EMPLOYEE-LEAVE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF LRQ-TYPE-SICK AND NOT LRQ-REJECTED THEN
              ADD LRQ-DAYS-REQUESTED TO WS-SLC-SICK-DAYS
           END-IF.

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------

       4000-PRODUCE-SITE-SUMMARY.
           MOVE '**** SUMMARY BY SITE ****' TO SAFETY-REPORT-LINE.
           MOVE SAFETY-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE SAFETY-REPORT-LINE AFTER ADVANCING PAGE.

           MOVE WS-REPORT-SUMMARY-HEADING TO SAFETY-REPORT-LINE.
           MOVE SAFETY-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE SAFETY-REPORT-LINE.

           MOVE ZEROES TO WS-ST-SCAN-IDX.
           PERFORM 4100-PRINT-SITE-LINE
              UNTIL WS-ST-SCAN-IDX IS NOT LESS THAN WS-ST-COUNT.

           MOVE 'ALL ' TO WS-RPT-SUM-SITE-ID.
           MOVE 'ALL SITES' TO WS-RPT-SUM-SITE-NAME.
           MOVE WS-GT-INCIDENTS TO WS-RPT-SUM-INCIDENTS.
           MOVE WS-GT-INJURED TO WS-RPT-SUM-INJURED.
           MOVE WS-GT-LOST-TIME TO WS-RPT-SUM-LOST-TIME.
           MOVE WS-GT-LOST-DAYS TO WS-RPT-SUM-LOST-DAYS.
           MOVE WS-GT-HOURS TO WS-RPT-SUM-HOURS.
           MOVE WS-GT-LOST-TIME TO WS-RATE-LOST-TIME.
           MOVE WS-GT-HOURS TO WS-RATE-HOURS.
           PERFORM 4200-EDIT-RATE.

           MOVE SPACES TO SAFETY-REPORT-LINE.
           MOVE SAFETY-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE SAFETY-REPORT-LINE.
           MOVE WS-REPORT-SUMMARY-LINE TO SAFETY-REPORT-LINE.
           MOVE SAFETY-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE SAFETY-REPORT-LINE.

           MOVE SPACES TO SAFETY-REPORT-LINE.
           MOVE SAFETY-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE SAFETY-REPORT-LINE.

           MOVE 'HOURS WITH NO SITE ASSIGNED ' TO WS-RPT-COUNT-LABEL.
           MOVE WS-NO-SITE-HOURS TO WS-RPT-COUNT-TOTAL.
           PERFORM 4300-WRITE-COUNT-LINE.

           MOVE 'LOST DAYS NOT MATCHING SICK ' TO WS-RPT-COUNT-LABEL.
           MOVE WS-MISMATCH-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 4300-WRITE-COUNT-LINE.

      *    HOURS ARE TOTALLED ACROSS THE SITES AS THEY PRINT, SO THE
      *    ALL-SITES RATE LEAVES OUT HOURS WITH NO SITE.
       4100-PRINT-SITE-LINE.
           ADD 1 TO WS-ST-SCAN-IDX.
           ADD WS-ST-HOURS(WS-ST-SCAN-IDX) TO WS-GT-HOURS.

           MOVE WS-ST-SITE-ID(WS-ST-SCAN-IDX) TO WS-RPT-SUM-SITE-ID.
           MOVE WS-ST-SITE-NAME(WS-ST-SCAN-IDX)
              TO WS-RPT-SUM-SITE-NAME.
           MOVE WS-ST-INCIDENTS(WS-ST-SCAN-IDX)
              TO WS-RPT-SUM-INCIDENTS.
           MOVE WS-ST-INJURED(WS-ST-SCAN-IDX) TO WS-RPT-SUM-INJURED.
           MOVE WS-ST-LOST-TIME(WS-ST-SCAN-IDX)
              TO WS-RPT-SUM-LOST-TIME.
           MOVE WS-ST-LOST-DAYS(WS-ST-SCAN-IDX)
              TO WS-RPT-SUM-LOST-DAYS.
           MOVE WS-ST-HOURS(WS-ST-SCAN-IDX) TO WS-RPT-SUM-HOURS.

           MOVE WS-ST-LOST-TIME(WS-ST-SCAN-IDX) TO WS-RATE-LOST-TIME.
           MOVE WS-ST-HOURS(WS-ST-SCAN-IDX) TO WS-RATE-HOURS.
           PERFORM 4200-EDIT-RATE.

           MOVE WS-REPORT-SUMMARY-LINE TO SAFETY-REPORT-LINE.
           MOVE SAFETY-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE SAFETY-REPORT-LINE.

       4200-EDIT-RATE.
           IF WS-RATE-HOURS IS GREATER THAN ZEROES THEN
              COMPUTE WS-RATE ROUNDED =
                 WS-RATE-LOST-TIME * WS-RATE-BASE-HOURS / WS-RATE-HOURS
              MOVE WS-RATE TO WS-RATE-EDIT
              MOVE WS-RATE-EDIT TO WS-RPT-SUM-RATE
           ELSE
              MOVE '   NO HRS' TO WS-RPT-SUM-RATE
           END-IF.

       4300-WRITE-COUNT-LINE.
           MOVE WS-REPORT-COUNT-LINE TO SAFETY-REPORT-LINE.
           MOVE SAFETY-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE SAFETY-REPORT-LINE.
      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'EINCRPT' TO RSA-REPORT-NAME.
           SET RSA-ACTION-LINE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.


      *-----------------------------------------------------------------
       TERMINATION SECTION.
      *-----------------------------------------------------------------

       9000-TERMINATE.

      *    FINISH THE REPORT REPOSITORY DEPOSIT.
           SET RSA-ACTION-CLOSE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *    LOG THE RUN ON THE COMMON RUN-HISTORY FILE. LOST DAYS THAT
      *    DO NOT AGREE WITH THE SICK LEAVE ON FILE COUNT AS ERRORS.
           MOVE 'EINCRPT ' TO RLG-JOB-NAME.
           MOVE WS-INCIDENTS-READ TO RLG-INPUT-COUNT.
           MOVE WS-INCIDENTS-LISTED TO RLG-OUTPUT-COUNT.
           MOVE WS-MISMATCH-COUNT TO RLG-ERROR-COUNT.

           IF RLG-ERROR-COUNT IS GREATER THAN ZEROES THEN
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO RLG-RETURN-CODE.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'EINCRPT - REPORT MONTH:       ' WS-REPORT-MONTH.
           DISPLAY 'EINCRPT - LOG RECORDS READ:   ' WS-INCIDENTS-READ.
           DISPLAY 'EINCRPT - SWIPE DAYS READ:    ' WS-SWIPES-READ.
           DISPLAY 'EINCRPT - INCIDENTS LISTED:   '
              WS-INCIDENTS-LISTED.
           DISPLAY 'EINCRPT - SICK LEAVE MISMATCH:'
              WS-MISMATCH-COUNT.

           CLOSE EINCLOG-FILE.
           CLOSE EATTHST-FILE.
           CLOSE EEMPSIT-FILE.
           CLOSE ELVREQ-FILE.
           CLOSE EMPMAST-FILE.
           CLOSE SAFETY-REPORT-FILE.
