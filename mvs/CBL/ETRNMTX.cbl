       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETRNMTX.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - MANDATORY TRAINING COMPLIANCE MATRIX AND NEW-HIRE
      *        AUTO-ENROLLMENT.
      *      - BATCH PROGRAM, RUN AGAINST THE NIGHTLY 'EMPMAST'
      *        EXTRACT (SEE 'EEMPEXT.cpy' - IT ALREADY CARRIES EACH
      *        EMPLOYEE'S DEPARTMENT AND WORK SITE), THE 'ETRNREQ'
      *        REQUIREMENTS AND 'ETRNCRS' CATALOG (READ ONLY) AND THE
      *        'ETRNENR' AND 'ETRNSES' TRAINING CLUSTERS (UPDATED).
      *        ALL OPENED IN RLS MODE - SEE THE 'RLS=' PARAMETERS ON
      *        THE ACCOMPANYING JCL.
      *      - EVERY ACTIVE EMPLOYEE IS HELD TO THE COURSES 'ETRNREQ'
      *        REQUIRES OF THEIR JOB TITLE, AT ALL SITES OR AT THEIR
      *        OWN. EACH REQUIRED COURSE IS JUDGED FROM 'ETRNENR':
      *          COMPLETE - COMPLETED, AND STILL INSIDE THE COURSE'S
      *                     'CRS-VALID-MONTHS' REFRESHER INTERVAL
      *                     (ZERO MONTHS NEVER LAPSES).
      *          ENROLLED - NOT (OR NO LONGER) COMPLETE, BUT BOOKED
      *                     ON A SESSION STILL TO COME.
      *          EXPIRED  - COMPLETED ONCE, BUT THE INTERVAL HAS RUN
      *                     OUT AND NOTHING IS BOOKED.
      *          OVERDUE  - NEVER COMPLETED AND NOTHING BOOKED.
      *          DUE      - AS OVERDUE, FOR A NEW HIRE STILL INSIDE
      *                     THE NEW-HIRE WINDOW.
      *      - A NEW HIRE (STARTED WITHIN THE NEW-HIRE WINDOW) WHO IS
      *        NEITHER COMPLETE NOR BOOKED ON A REQUIRED COURSE IS
      *        ENROLLED ON THE NEXT OPEN 'ETRNSES' SESSION OF IT WITH
      *        A PLACE LEFT, JUST AS THE 'ETRNP' SCREEN WOULD DO IT.
      *      - TWO MODES:
      *          'M' - THE MONTHLY MATRIX: EVERY EMPLOYEE WITH A
      *                REQUIREMENT, GROUPED BY DEPARTMENT WITH
      *                DEPARTMENT TOTALS, AUTO-ENROLLING AS IT GOES.
      *          'E' - THE NIGHTLY PASS: NEW HIRES ONLY, LISTING
      *                JUST THE ENROLLMENTS MADE OR NOT POSSIBLE.
      *      - 'SYSIN' FORMAT: THE MODE, COLUMN 1 (DEFAULT 'M'); THE
      *        NEW-HIRE WINDOW IN DAYS, COLUMNS 3-5 (DEFAULT 90).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO EMPEXT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-EMPEXT-STATUS.

           SELECT ETRNREQ-FILE ASSIGN TO ETRNREQ
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS TRQ-KEY
                FILE STATUS IS WS-ETRNREQ-STATUS.

           SELECT ETRNCRS-FILE ASSIGN TO ETRNCRS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CRS-COURSE-CODE
                FILE STATUS IS WS-ETRNCRS-STATUS.

           SELECT ETRNENR-FILE ASSIGN TO ETRNENR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ENR-KEY
                FILE STATUS IS WS-ETRNENR-STATUS.

           SELECT ETRNSES-FILE ASSIGN TO ETRNSES
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SES-KEY
                FILE STATUS IS WS-ETRNSES-STATUS.

           SELECT MATRIX-REPORT-FILE ASSIGN TO MTXRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-MTXRPT-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SYSIN-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK1.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       COPY EEMPEXT.

       FD  ETRNREQ-FILE.
       COPY ETRNREQ.

       FD  ETRNCRS-FILE.
       COPY ETRNCRS.

       FD  ETRNENR-FILE.
       COPY ETRNENR.

       FD  ETRNSES-FILE.
       COPY ETRNSES.

       FD  MATRIX-REPORT-FILE
           RECORDING MODE IS F.
       01  MATRIX-REPORT-LINE           PIC X(80).

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD.
           05 CC-RUN-MODE               PIC X(1).
           05 FILLER                    PIC X(1).
           05 CC-NEW-HIRE-DAYS          PIC X(3).
           05 FILLER                    PIC X(75).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SORT-DEPARTMENT-ID        PIC 9(8).
           05 SORT-EMP-ID               PIC 9(8).
           05 SORT-DEPARTMENT-NAME      PIC X(38).
           05 SORT-PRIMARY-NAME         PIC X(38).
           05 SORT-JOB-TITLE            PIC X(38).
           05 SORT-SITE-ID              PIC X(4).
           05 SORT-NEW-HIRE-FLAG        PIC X(1).
              88 SORT-NEW-HIRE                    VALUE 'Y'.

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-EMPEXT-STATUS         PIC X(2).
             88 EMPEXT-OK                       VALUE '00'.
          05 WS-EXTRACT-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EXTRACT-CHECK-FLAG    PIC X(1)  VALUE 'N'.
             88 EXTRACT-PROVEN                  VALUE 'Y'.
          05 WS-ETRNREQ-STATUS        PIC X(2).
             88 ETRNREQ-OK                      VALUE '00'.
          05 WS-ETRNCRS-STATUS        PIC X(2).
             88 ETRNCRS-OK                      VALUE '00'.
          05 WS-ETRNENR-STATUS        PIC X(2).
             88 ETRNENR-OK                      VALUE '00'.
             88 ETRNENR-DUPLICATE               VALUE '22'.
          05 WS-ETRNSES-STATUS        PIC X(2).
             88 ETRNSES-OK                      VALUE '00'.
          05 WS-MTXRPT-STATUS         PIC X(2).
          05 WS-SYSIN-STATUS          PIC X(2).
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
             88 END-OF-EMPMAST                  VALUE 'Y'.
          05 WS-REQ-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-REQUIREMENTS             VALUE 'Y'.
          05 WS-ENR-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-ENROLLMENTS              VALUE 'Y'.
          05 WS-SES-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-SESSIONS                 VALUE 'Y'.
          05 WS-SORT-EOF-FLAG         PIC X(1)  VALUE 'N'.
             88 END-OF-SORT-FILE                VALUE 'Y'.
          05 WS-RUN-MODE              PIC X(1)  VALUE 'M'.
             88 MATRIX-RUN                      VALUE 'M'.
             88 ENROLLMENT-RUN                  VALUE 'E'.
          05 WS-NEW-HIRE-DAYS         PIC 9(3)  VALUE 090.
          05 WS-TODAY                 PIC X(8).
          05 WS-TODAY-NUMBER REDEFINES WS-TODAY
                                      PIC 9(8).
          05 WS-TODAY-INTEGER         PIC 9(7)  USAGE IS BINARY.
          05 WS-HIRE-CUTOFF-INTEGER   PIC 9(7)  USAGE IS BINARY.
          05 WS-START-INTEGER         PIC 9(7)  USAGE IS BINARY.
          05 WS-FIRST-DEPT-FLAG       PIC X(1)  VALUE 'Y'.
             88 FIRST-DEPT-NOT-SEEN             VALUE 'Y'.
          05 WS-PREVIOUS-DEPT-ID      PIC 9(8)  VALUE ZEROES.
          05 WS-EMP-HEADER-FLAG       PIC X(1)  VALUE 'N'.
             88 EMP-HEADER-PRINTED              VALUE 'Y'.
          05 WS-SESSION-FLAG          PIC X(1)  VALUE 'N'.
             88 SESSION-FOUND                   VALUE 'Y'.
          05 WS-ENR-OVERFLOW-FLAG     PIC X(1)  VALUE 'N'.
             88 ENROLLMENT-TABLE-FULL           VALUE 'Y'.
          05 WS-LAST-ENR-COURSE       PIC X(8)  VALUE HIGH-VALUES.
          05 WS-LAST-ENR-COURSE-IDX   PIC 9(3)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-REQUIREMENT-COUNT     PIC 9(5)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-SKIPPED-REQ-COUNT     PIC 9(5)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ENROLLMENT-COUNT      PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-NOT-LOADED-COUNT      PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-SELECTED-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-AUTO-ENROLLED-COUNT   PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-NO-SESSION-COUNT      PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ENROLL-ERROR-COUNT    PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.

      *    EACH REQUIREMENT ON 'ETRNREQ', IN JOB TITLE ORDER AS THE
      *    FILE DELIVERS THEM, POINTING AT ITS COURSE BELOW.
       01 WS-REQUIREMENT-TABLE.
          05 WS-RQ-COUNT              PIC 9(5)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-RQ-IDX                PIC 9(5)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-RQ-ENTRY OCCURS 2000 TIMES.
             10 WS-RQ-JOB-TITLE       PIC X(38).
             10 WS-RQ-SITE-ID         PIC X(4).
             10 WS-RQ-COURSE-IDX      PIC 9(3)  USAGE IS BINARY.

      *    EVERY COURSE SOME REQUIREMENT NAMES, WITH THE SLICE OF
      *    THE ENROLLMENT TABLE HOLDING ITS 'ETRNENR' RECORDS.
       01 WS-COURSE-TABLE.
          05 WS-CR-COUNT              PIC 9(3)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-CR-IDX                PIC 9(3)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-CR-FOUND-IDX          PIC 9(3)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-CR-ENTRY OCCURS 500 TIMES.
             10 WS-CR-COURSE-CODE     PIC X(8).
             10 WS-CR-COURSE-NAME     PIC X(30).
             10 WS-CR-VALID-MONTHS    PIC 9(3).
             10 WS-CR-ENR-FIRST       PIC 9(5)  USAGE IS BINARY.
             10 WS-CR-ENR-LAST        PIC 9(5)  USAGE IS BINARY.

      *    THE 'ETRNENR' RECORDS OF THE REQUIRED COURSES, IN COURSE
      *    ORDER AS THE FILE DELIVERS THEM.
       01 WS-ENROLLMENT-TABLE.
          05 WS-EN-COUNT              PIC 9(5)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EN-IDX                PIC 9(5)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EN-ENTRY OCCURS 30000 TIMES.
             10 WS-EN-EMPLOYEE-ID     PIC 9(8).
             10 WS-EN-SESSION-DATE    PIC X(8).
             10 WS-EN-STATUS          PIC X(1).

      *    THE COURSES REQUIRED OF THE EMPLOYEE IN HAND - A COURSE
      *    REQUIRED BOTH AT ALL SITES AND AT THEIR OWN IS LISTED
      *    ONCE.
       01 WS-EMPLOYEE-COURSES.
          05 WS-EC-JOB-TITLE          PIC X(38).
          05 WS-EC-SITE-ID            PIC X(4).
          05 WS-EC-COUNT              PIC 9(3)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EC-IDX                PIC 9(3)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EC-SCAN-IDX           PIC 9(3)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EC-DUPLICATE-FLAG     PIC X(1).
             88 EC-ALREADY-LISTED               VALUE 'Y'.
          05 WS-EC-COURSE-IDX OCCURS 50 TIMES
                                      PIC 9(3)  USAGE IS BINARY.

      *    ONE REQUIRED COURSE, AS JUDGED FOR ONE EMPLOYEE.
       01 WS-ASSESSMENT.
          05 WS-AS-STATUS             PIC X(8).
             88 AS-COMPLETE                     VALUE 'COMPLETE'.
             88 AS-ENROLLED                     VALUE 'ENROLLED'.
             88 AS-EXPIRED                      VALUE 'EXPIRED '.
             88 AS-OVERDUE                      VALUE 'OVERDUE '.
             88 AS-DUE                          VALUE 'DUE     '.
          05 WS-AS-NOTE               PIC X(15).
          05 WS-AS-DATE               PIC X(8).
          05 WS-AS-COMPLETED-DATE     PIC X(8).
          05 WS-AS-COMPLETED-PARTS REDEFINES WS-AS-COMPLETED-DATE.
             10 WS-AS-COMPLETED-YEAR  PIC 9(4).
             10 WS-AS-COMPLETED-MONTH PIC 9(2).
             10 WS-AS-COMPLETED-DAY   PIC 9(2).
          05 WS-AS-BOOKED-DATE        PIC X(8).
      *    THE REFRESHER DEADLINE: THE COMPLETION DATE MOVED ON BY
      *    THE COURSE'S VALID MONTHS.
          05 WS-AS-EXPIRY-DATE        PIC 9(8).
          05 WS-AS-EXPIRY-PARTS REDEFINES WS-AS-EXPIRY-DATE.
             10 WS-AS-EXPIRY-YEAR     PIC 9(4).
             10 WS-AS-EXPIRY-MONTH    PIC 9(2).
             10 WS-AS-EXPIRY-DAY      PIC 9(2).
          05 WS-AS-MONTH-COUNT        PIC 9(7)  USAGE IS BINARY.
          05 WS-AS-MONTH-REMAINDER    PIC 9(2)  USAGE IS BINARY.
          05 WS-AS-PRINT-FLAG         PIC X(1).
             88 AS-WORTH-PRINTING               VALUE 'Y'.

      *    STATUS TALLIES - ONE SET PER DEPARTMENT, ONE FOR THE RUN.
       01 WS-DEPARTMENT-TOTALS.
          05 WS-DT-COMPLETE           PIC 9(6)  USAGE IS BINARY.
          05 WS-DT-ENROLLED           PIC 9(6)  USAGE IS BINARY.
          05 WS-DT-EXPIRED            PIC 9(6)  USAGE IS BINARY.
          05 WS-DT-OVERDUE            PIC 9(6)  USAGE IS BINARY.
          05 WS-DT-DUE                PIC 9(6)  USAGE IS BINARY.
       01 WS-RUN-TOTALS.
          05 WS-GT-COMPLETE           PIC 9(6)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-GT-ENROLLED           PIC 9(6)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-GT-EXPIRED            PIC 9(6)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-GT-OVERDUE            PIC 9(6)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-GT-DUE                PIC 9(6)  USAGE IS BINARY
                                                 VALUE ZEROES.

       01 WS-REPORT-HEADING.
          05 WS-RPT-HDG-TITLE         PIC X(44).
          05 FILLER                   PIC X(8)  VALUE ' AS AT  '.
          05 WS-RPT-HDG-DATE          PIC X(8).
          05 FILLER                   PIC X(20) VALUE SPACES.

       01 WS-WINDOW-HEADING.
          05 FILLER                   PIC X(26)
             VALUE 'NEW HIRE = STARTED WITHIN '.
          05 WS-RPT-HDG-DAYS          PIC ZZ9.
          05 FILLER                   PIC X(51)
             VALUE ' DAYS - AUTO-ENROLLED ON THE NEXT OPEN SESSION'.

       01 WS-DEPARTMENT-BANNER.
          05 FILLER                   PIC X(11) VALUE 'DEPARTMENT '.
          05 WS-RPT-DEPT-ID           PIC 9(8).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-DEPT-NAME         PIC X(38).
          05 FILLER                   PIC X(22) VALUE SPACES.

       01 WS-EMPLOYEE-LINE.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-EMP-ID            PIC 9(8).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-NAME              PIC X(30).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-JOB-TITLE         PIC X(30).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-SITE-ID           PIC X(4).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-NEW-HIRE          PIC X(2).

       01 WS-COURSE-LINE.
          05 FILLER                   PIC X(6)  VALUE SPACES.
          05 WS-RPT-COURSE-CODE       PIC X(8).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-COURSE-NAME       PIC X(30).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-STATUS            PIC X(8).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-NOTE              PIC X(15).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-DATE              PIC X(8).
          05 FILLER                   PIC X(1)  VALUE SPACES.

       01 WS-TOTALS-LINE.
          05 WS-RPT-TOTALS-LABEL      PIC X(11).
          05 FILLER                   PIC X(9)  VALUE 'COMPLETE '.
          05 WS-RPT-TOT-COMPLETE      PIC Z(4)9.
          05 FILLER                   PIC X(10) VALUE ' ENROLLED '.
          05 WS-RPT-TOT-ENROLLED      PIC Z(4)9.
          05 FILLER                   PIC X(9)  VALUE ' EXPIRED '.
          05 WS-RPT-TOT-EXPIRED       PIC Z(4)9.
          05 FILLER                   PIC X(9)  VALUE ' OVERDUE '.
          05 WS-RPT-TOT-OVERDUE       PIC Z(4)9.
          05 FILLER                   PIC X(5)  VALUE ' DUE '.
          05 WS-RPT-TOT-DUE           PIC Z(4)9.
          05 FILLER                   PIC X(2)  VALUE SPACES.

       01 WS-REPORT-SUMMARY-LINE.
          05 WS-RPT-SUMMARY-LABEL     PIC X(32).
          05 WS-RPT-SUMMARY-TOTAL     PIC Z(7)9.
          05 FILLER                   PIC X(40) VALUE SPACES.

      ******************************************************************
      *   THE EXTRACT CARRIES THE 'EMPMAST' RECORD AS-IS.
      ******************************************************************
       COPY EMPMAST.
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
           PERFORM 1200-LOAD-REQUIREMENTS.
           PERFORM 1400-LOAD-ENROLLMENTS.

           SORT SORT-WORK-FILE
                ON ASCENDING KEY SORT-DEPARTMENT-ID
                ON ASCENDING KEY SORT-EMP-ID
                INPUT PROCEDURE IS 2000-SELECT-EMPLOYEES
                OUTPUT PROCEDURE IS 3000-PRINT-MATRIX.

           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-NUMBER).

           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-SYSIN-STATUS IS EQUAL TO '00' THEN
              READ CONTROL-CARD-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CC-RUN-MODE IS EQUAL TO 'E'
                       MOVE CC-RUN-MODE TO WS-RUN-MODE
                    END-IF
                    IF CC-NEW-HIRE-DAYS IS NUMERIC AND
                       CC-NEW-HIRE-DAYS IS NOT EQUAL TO ZEROES
                       MOVE CC-NEW-HIRE-DAYS TO WS-NEW-HIRE-DAYS
                    END-IF
              END-READ
              CLOSE CONTROL-CARD-FILE
           END-IF.

           COMPUTE WS-HIRE-CUTOFF-INTEGER =
              WS-TODAY-INTEGER - WS-NEW-HIRE-DAYS.

           OPEN INPUT EXTRACT-FILE.
           IF NOT EMPEXT-OK
              DISPLAY 'ETRNMTX - UNABLE TO OPEN EMPEXT, STATUS='
                 WS-EMPEXT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT ETRNREQ-FILE.
           IF NOT ETRNREQ-OK
              DISPLAY 'ETRNMTX - UNABLE TO OPEN ETRNREQ, STATUS='
                 WS-ETRNREQ-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT ETRNCRS-FILE.
           IF NOT ETRNCRS-OK
              DISPLAY 'ETRNMTX - UNABLE TO OPEN ETRNCRS, STATUS='
                 WS-ETRNCRS-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O ETRNENR-FILE.
           IF NOT ETRNENR-OK
              DISPLAY 'ETRNMTX - UNABLE TO OPEN ETRNENR, STATUS='
                 WS-ETRNENR-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O ETRNSES-FILE.
           IF NOT ETRNSES-OK
              DISPLAY 'ETRNMTX - UNABLE TO OPEN ETRNSES, STATUS='
                 WS-ETRNSES-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT MATRIX-REPORT-FILE.

           IF MATRIX-RUN
              MOVE 'MANDATORY TRAINING COMPLIANCE MATRIX' TO
                 WS-RPT-HDG-TITLE
           ELSE
              MOVE 'MANDATORY TRAINING - NEW-HIRE ENROLLMENTS' TO
                 WS-RPT-HDG-TITLE
           END-IF.
           MOVE WS-TODAY TO WS-RPT-HDG-DATE.
           MOVE WS-REPORT-HEADING TO MATRIX-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.
           MOVE WS-NEW-HIRE-DAYS TO WS-RPT-HDG-DAYS.
           MOVE WS-WINDOW-HEADING TO MATRIX-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

      *    EVERY REQUIREMENT, WITH ITS COURSE. ONE NAMING A COURSE
      *    NO LONGER ON THE CATALOG, OR RETIRED FROM IT, CANNOT BE
      *    MET AND IS LEFT OUT.
       1200-LOAD-REQUIREMENTS.
           PERFORM 1210-READ-NEXT-REQUIREMENT.
           PERFORM 1220-LOAD-REQUIREMENT UNTIL END-OF-REQUIREMENTS.

       1210-READ-NEXT-REQUIREMENT.
           READ ETRNREQ-FILE NEXT RECORD
              AT END
                 SET END-OF-REQUIREMENTS TO TRUE
           END-READ.

       1220-LOAD-REQUIREMENT.
           ADD 1 TO WS-REQUIREMENT-COUNT.

           PERFORM 1230-FIND-COURSE-ENTRY.

           IF WS-CR-FOUND-IDX IS EQUAL TO ZEROES OR
              WS-RQ-COUNT IS NOT LESS THAN 2000
              ADD 1 TO WS-SKIPPED-REQ-COUNT
           ELSE
              ADD 1 TO WS-RQ-COUNT
              MOVE WS-RQ-COUNT TO WS-RQ-IDX
              MOVE TRQ-JOB-TITLE TO WS-RQ-JOB-TITLE(WS-RQ-IDX)
              MOVE TRQ-SITE-ID TO WS-RQ-SITE-ID(WS-RQ-IDX)
              MOVE WS-CR-FOUND-IDX TO WS-RQ-COURSE-IDX(WS-RQ-IDX)
           END-IF.

           PERFORM 1210-READ-NEXT-REQUIREMENT.

      *    FINDS (OR ADDS FROM 'ETRNCRS') THE REQUIREMENT'S COURSE,
      *    LEAVING ZERO WHEN IT CANNOT BE HAD.
       1230-FIND-COURSE-ENTRY.
           MOVE ZEROES TO WS-CR-FOUND-IDX.
           PERFORM 1240-MATCH-COURSE-ENTRY
              VARYING WS-CR-IDX FROM 1 BY 1
              UNTIL WS-CR-IDX IS GREATER THAN WS-CR-COUNT
                 OR WS-CR-FOUND-IDX IS GREATER THAN ZEROES.

           IF WS-CR-FOUND-IDX IS GREATER THAN ZEROES OR
              WS-CR-COUNT IS NOT LESS THAN 500
              EXIT PARAGRAPH
           END-IF.

           MOVE TRQ-COURSE-CODE TO CRS-COURSE-CODE.
           READ ETRNCRS-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.

           IF CRS-ST-RETIRED
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CR-COUNT.
           MOVE WS-CR-COUNT TO WS-CR-FOUND-IDX.
           MOVE CRS-COURSE-CODE TO WS-CR-COURSE-CODE(WS-CR-COUNT).
           MOVE CRS-COURSE-NAME TO WS-CR-COURSE-NAME(WS-CR-COUNT).
           MOVE CRS-VALID-MONTHS TO WS-CR-VALID-MONTHS(WS-CR-COUNT).
           MOVE ZEROES TO WS-CR-ENR-FIRST(WS-CR-COUNT).
           MOVE ZEROES TO WS-CR-ENR-LAST(WS-CR-COUNT).

       1240-MATCH-COURSE-ENTRY.
           IF WS-CR-COURSE-CODE(WS-CR-IDX) IS EQUAL TO TRQ-COURSE-CODE
              MOVE WS-CR-IDX TO WS-CR-FOUND-IDX
           END-IF.

      *    THE ENROLLMENTS ON EVERY REQUIRED COURSE. 'ETRNENR' IS IN
      *    COURSE ORDER, SO EACH COURSE'S RECORDS LAND TOGETHER AND
      *    ONLY A CHANGE OF COURSE NEEDS A LOOK-UP.
       1400-LOAD-ENROLLMENTS.
           PERFORM 1410-READ-NEXT-ENROLLMENT.
           PERFORM 1420-LOAD-ENROLLMENT UNTIL END-OF-ENROLLMENTS.

       1410-READ-NEXT-ENROLLMENT.
           READ ETRNENR-FILE NEXT RECORD
              AT END
                 SET END-OF-ENROLLMENTS TO TRUE
           END-READ.

       1420-LOAD-ENROLLMENT.
           ADD 1 TO WS-ENROLLMENT-COUNT.

           IF ENR-COURSE-CODE IS NOT EQUAL TO WS-LAST-ENR-COURSE
              MOVE ENR-COURSE-CODE TO WS-LAST-ENR-COURSE
              MOVE ENR-COURSE-CODE TO TRQ-COURSE-CODE
              MOVE ZEROES TO WS-CR-FOUND-IDX
              PERFORM 1240-MATCH-COURSE-ENTRY
                 VARYING WS-CR-IDX FROM 1 BY 1
                 UNTIL WS-CR-IDX IS GREATER THAN WS-CR-COUNT
                    OR WS-CR-FOUND-IDX IS GREATER THAN ZEROES
              MOVE WS-CR-FOUND-IDX TO WS-LAST-ENR-COURSE-IDX
           END-IF.

           IF WS-LAST-ENR-COURSE-IDX IS GREATER THAN ZEROES
              IF WS-EN-COUNT IS LESS THAN 30000
                 ADD 1 TO WS-EN-COUNT
                 MOVE ENR-EMPLOYEE-ID TO WS-EN-EMPLOYEE-ID(WS-EN-COUNT)
                 MOVE ENR-SESSION-DATE TO
                    WS-EN-SESSION-DATE(WS-EN-COUNT)
                 MOVE ENR-STATUS TO WS-EN-STATUS(WS-EN-COUNT)
                 IF WS-CR-ENR-FIRST(WS-LAST-ENR-COURSE-IDX) IS EQUAL
                    TO ZEROES
                    MOVE WS-EN-COUNT TO
                       WS-CR-ENR-FIRST(WS-LAST-ENR-COURSE-IDX)
                 END-IF
                 MOVE WS-EN-COUNT TO
                    WS-CR-ENR-LAST(WS-LAST-ENR-COURSE-IDX)
              ELSE
                 SET ENROLLMENT-TABLE-FULL TO TRUE
                 ADD 1 TO WS-NOT-LOADED-COUNT
              END-IF
           END-IF.

           PERFORM 1410-READ-NEXT-ENROLLMENT.

      *-----------------------------------------------------------------
       SELECTION SECTION.
      *-----------------------------------------------------------------

      *    ONE PASS OVER THE EXTRACT - EVERY ACTIVE EMPLOYEE WITH A
      *    REQUIREMENT GOES TO THE SORT UNDER THEIR DEPARTMENT (ON
      *    THE NIGHTLY PASS, NEW HIRES ONLY).
       2000-SELECT-EMPLOYEES.
           PERFORM 2100-READ-NEXT-EMPLOYEE.
           PERFORM 2200-SELECT-EMPLOYEE UNTIL END-OF-EMPMAST.

       2100-READ-NEXT-EMPLOYEE.
           READ EXTRACT-FILE
              AT END
                 SET END-OF-EMPMAST TO TRUE
           END-READ.

           IF NOT END-OF-EMPMAST
              IF EXT-TRAILER
                 PERFORM 2150-CHECK-EXTRACT-TRAILER
                 SET END-OF-EMPMAST TO TRUE
              ELSE
                 ADD 1 TO WS-EXTRACT-COUNT
                 MOVE EXT-MASTER-IMAGE TO EMPLOYEE-MASTER-RECORD
              END-IF
           END-IF.

      *    THE TRAILER CLOSING THE EXTRACT CARRIES THE RECORD COUNT
      *    'EEMPEXT' WROTE - THIS COPY IS ONLY GOOD IF IT AGREES.
       2150-CHECK-EXTRACT-TRAILER.
           IF EXT-TRL-RECORD-COUNT IS EQUAL TO WS-EXTRACT-COUNT
              SET EXTRACT-PROVEN TO TRUE
           END-IF.

       2200-SELECT-EMPLOYEE.
           IF NOT EMP-ACTIVE
              PERFORM 2100-READ-NEXT-EMPLOYEE
              EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO SORT-NEW-HIRE-FLAG.
           IF FUNCTION TEST-DATE-YYYYMMDD(
                 FUNCTION NUMVAL(EMP-START-DATE)) IS EQUAL TO ZERO
              COMPUTE WS-START-INTEGER = FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(EMP-START-DATE))
              IF WS-START-INTEGER IS NOT LESS THAN
                    WS-HIRE-CUTOFF-INTEGER AND
                 WS-START-INTEGER IS NOT GREATER THAN WS-TODAY-INTEGER
                 MOVE 'Y' TO SORT-NEW-HIRE-FLAG
              END-IF
           END-IF.

           IF ENROLLMENT-RUN AND NOT SORT-NEW-HIRE
              PERFORM 2100-READ-NEXT-EMPLOYEE
              EXIT PARAGRAPH
           END-IF.

           MOVE EMP-JOB-TITLE TO WS-EC-JOB-TITLE.
           MOVE EXT-SITE-ID TO WS-EC-SITE-ID.
           PERFORM 4000-COLLECT-COURSES.

           IF WS-EC-COUNT IS GREATER THAN ZEROES
              MOVE EMP-DEPARTMENT-ID TO SORT-DEPARTMENT-ID
              MOVE EMP-EMPLOYEE-ID TO SORT-EMP-ID
              MOVE EXT-DEPARTMENT-NAME TO SORT-DEPARTMENT-NAME
              MOVE EMP-PRIMARY-NAME TO SORT-PRIMARY-NAME
              MOVE EMP-JOB-TITLE TO SORT-JOB-TITLE
              MOVE EXT-SITE-ID TO SORT-SITE-ID
              ADD 1 TO WS-SELECTED-COUNT
              RELEASE SORT-RECORD
           END-IF.

           PERFORM 2100-READ-NEXT-EMPLOYEE.

      *-----------------------------------------------------------------
       LISTING SECTION.
      *-----------------------------------------------------------------

      *    NOTHING IS JUDGED, ENROLLED OR PRINTED FROM A SHORT OR
      *    DAMAGED EXTRACT.
       3000-PRINT-MATRIX.
           IF NOT EXTRACT-PROVEN
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE WS-DEPARTMENT-TOTALS.
           PERFORM 3100-RETURN-NEXT-RECORD.
           PERFORM 3200-PRINT-ONE-EMPLOYEE UNTIL END-OF-SORT-FILE.

           IF MATRIX-RUN AND NOT FIRST-DEPT-NOT-SEEN
              PERFORM 3500-PRINT-DEPARTMENT-TOTALS
           END-IF.

           PERFORM 3600-PRINT-RUN-TOTALS.

       3100-RETURN-NEXT-RECORD.
           RETURN SORT-WORK-FILE
              AT END
                 SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

       3200-PRINT-ONE-EMPLOYEE.
           IF MATRIX-RUN
              IF FIRST-DEPT-NOT-SEEN OR
                 SORT-DEPARTMENT-ID IS NOT EQUAL TO WS-PREVIOUS-DEPT-ID
                 IF NOT FIRST-DEPT-NOT-SEEN
                    PERFORM 3500-PRINT-DEPARTMENT-TOTALS
                 END-IF
                 PERFORM 3300-PRINT-DEPARTMENT-BANNER
                 MOVE 'N' TO WS-FIRST-DEPT-FLAG
                 MOVE SORT-DEPARTMENT-ID TO WS-PREVIOUS-DEPT-ID
              END-IF
           END-IF.

           MOVE SORT-EMP-ID TO WS-RPT-EMP-ID.
           MOVE SORT-PRIMARY-NAME TO WS-RPT-NAME.
           MOVE SORT-JOB-TITLE TO WS-RPT-JOB-TITLE.
           MOVE SORT-SITE-ID TO WS-RPT-SITE-ID.
           MOVE SPACES TO WS-RPT-NEW-HIRE.
           IF SORT-NEW-HIRE
              MOVE 'NH' TO WS-RPT-NEW-HIRE
           END-IF.
           MOVE 'N' TO WS-EMP-HEADER-FLAG.

           MOVE SORT-JOB-TITLE TO WS-EC-JOB-TITLE.
           MOVE SORT-SITE-ID TO WS-EC-SITE-ID.
           PERFORM 4000-COLLECT-COURSES.

           PERFORM 3400-PRINT-ONE-COURSE
              VARYING WS-EC-IDX FROM 1 BY 1
              UNTIL WS-EC-IDX IS GREATER THAN WS-EC-COUNT.

           PERFORM 3100-RETURN-NEXT-RECORD.

       3300-PRINT-DEPARTMENT-BANNER.
           MOVE SPACES TO MATRIX-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.
           MOVE SORT-DEPARTMENT-ID TO WS-RPT-DEPT-ID.
           MOVE SORT-DEPARTMENT-NAME TO WS-RPT-DEPT-NAME.
           MOVE WS-DEPARTMENT-BANNER TO MATRIX-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.
           INITIALIZE WS-DEPARTMENT-TOTALS.

      *    THE MATRIX SHOWS EVERY REQUIRED COURSE; THE NIGHTLY PASS
      *    ONLY THE ONES IT ENROLLED, OR COULD NOT.
       3400-PRINT-ONE-COURSE.
           MOVE WS-EC-COURSE-IDX(WS-EC-IDX) TO WS-CR-IDX.

           PERFORM 4100-ASSESS-COURSE.

           IF SORT-NEW-HIRE AND
              (AS-EXPIRED OR AS-OVERDUE OR AS-DUE)
              PERFORM 4300-AUTO-ENROLL
           END-IF.

           PERFORM 3410-TALLY-STATUS.

           IF ENROLLMENT-RUN AND NOT AS-WORTH-PRINTING
              EXIT PARAGRAPH
           END-IF.

           IF NOT EMP-HEADER-PRINTED
              MOVE WS-EMPLOYEE-LINE TO MATRIX-REPORT-LINE
              PERFORM 8800-WRITE-REPORT-LINE
              SET EMP-HEADER-PRINTED TO TRUE
           END-IF.

           MOVE WS-CR-COURSE-CODE(WS-CR-IDX) TO WS-RPT-COURSE-CODE.
           MOVE WS-CR-COURSE-NAME(WS-CR-IDX) TO WS-RPT-COURSE-NAME.
           MOVE WS-AS-STATUS TO WS-RPT-STATUS.
           MOVE WS-AS-NOTE TO WS-RPT-NOTE.
           MOVE WS-AS-DATE TO WS-RPT-DATE.
           MOVE WS-COURSE-LINE TO MATRIX-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

       3410-TALLY-STATUS.
           EVALUATE TRUE
           WHEN AS-COMPLETE
                ADD 1 TO WS-DT-COMPLETE
                ADD 1 TO WS-GT-COMPLETE
           WHEN AS-ENROLLED
                ADD 1 TO WS-DT-ENROLLED
                ADD 1 TO WS-GT-ENROLLED
           WHEN AS-EXPIRED
                ADD 1 TO WS-DT-EXPIRED
                ADD 1 TO WS-GT-EXPIRED
           WHEN AS-OVERDUE
                ADD 1 TO WS-DT-OVERDUE
                ADD 1 TO WS-GT-OVERDUE
           WHEN OTHER
                ADD 1 TO WS-DT-DUE
                ADD 1 TO WS-GT-DUE
           END-EVALUATE.

       3500-PRINT-DEPARTMENT-TOTALS.
           MOVE '  TOTALS - ' TO WS-RPT-TOTALS-LABEL.
           MOVE WS-DT-COMPLETE TO WS-RPT-TOT-COMPLETE.
           MOVE WS-DT-ENROLLED TO WS-RPT-TOT-ENROLLED.
           MOVE WS-DT-EXPIRED TO WS-RPT-TOT-EXPIRED.
           MOVE WS-DT-OVERDUE TO WS-RPT-TOT-OVERDUE.
           MOVE WS-DT-DUE TO WS-RPT-TOT-DUE.
           MOVE WS-TOTALS-LINE TO MATRIX-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

       3600-PRINT-RUN-TOTALS.
           MOVE SPACES TO MATRIX-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'ALL DEPTS: ' TO WS-RPT-TOTALS-LABEL.
           MOVE WS-GT-COMPLETE TO WS-RPT-TOT-COMPLETE.
           MOVE WS-GT-ENROLLED TO WS-RPT-TOT-ENROLLED.
           MOVE WS-GT-EXPIRED TO WS-RPT-TOT-EXPIRED.
           MOVE WS-GT-OVERDUE TO WS-RPT-TOT-OVERDUE.
           MOVE WS-GT-DUE TO WS-RPT-TOT-DUE.
           MOVE WS-TOTALS-LINE TO MATRIX-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE SPACES TO MATRIX-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'REQUIREMENTS ON FILE ...........' TO
              WS-RPT-SUMMARY-LABEL.
           MOVE WS-REQUIREMENT-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3610-WRITE-SUMMARY-LINE.

           MOVE 'REQUIREMENTS THAT CANNOT BE MET ' TO
              WS-RPT-SUMMARY-LABEL.
           MOVE WS-SKIPPED-REQ-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3610-WRITE-SUMMARY-LINE.

           MOVE 'EMPLOYEES WITH A REQUIREMENT ...' TO
              WS-RPT-SUMMARY-LABEL.
           MOVE WS-SELECTED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3610-WRITE-SUMMARY-LINE.

           MOVE 'NEW-HIRE ENROLLMENTS MADE ......' TO
              WS-RPT-SUMMARY-LABEL.
           MOVE WS-AUTO-ENROLLED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3610-WRITE-SUMMARY-LINE.

           MOVE 'NEW HIRES WITH NO OPEN SESSION .' TO
              WS-RPT-SUMMARY-LABEL.
           MOVE WS-NO-SESSION-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3610-WRITE-SUMMARY-LINE.

           IF ENROLLMENT-TABLE-FULL
              MOVE 'ENROLLMENTS NOT JUDGED (FULL) ..' TO
                 WS-RPT-SUMMARY-LABEL
              MOVE WS-NOT-LOADED-COUNT TO WS-RPT-SUMMARY-TOTAL
              PERFORM 3610-WRITE-SUMMARY-LINE
           END-IF.

       3610-WRITE-SUMMARY-LINE.
           MOVE WS-REPORT-SUMMARY-LINE TO MATRIX-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
       ASSESSMENT SECTION.
      *-----------------------------------------------------------------

      *    THE COURSES 'ETRNREQ' REQUIRES OF THE TITLE AND SITE IN
      *    'WS-EC-JOB-TITLE' AND 'WS-EC-SITE-ID'.
       4000-COLLECT-COURSES.
           MOVE ZEROES TO WS-EC-COUNT.
           PERFORM 4010-MATCH-REQUIREMENT
              VARYING WS-RQ-IDX FROM 1 BY 1
              UNTIL WS-RQ-IDX IS GREATER THAN WS-RQ-COUNT.

       4010-MATCH-REQUIREMENT.
           IF WS-RQ-JOB-TITLE(WS-RQ-IDX) IS NOT EQUAL TO
                 WS-EC-JOB-TITLE
              EXIT PARAGRAPH
           END-IF.

           IF WS-RQ-SITE-ID(WS-RQ-IDX) IS NOT EQUAL TO SPACES AND
              WS-RQ-SITE-ID(WS-RQ-IDX) IS NOT EQUAL TO WS-EC-SITE-ID
              EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EC-DUPLICATE-FLAG.
           PERFORM 4020-CHECK-LISTED
              VARYING WS-EC-SCAN-IDX FROM 1 BY 1
              UNTIL WS-EC-SCAN-IDX IS GREATER THAN WS-EC-COUNT
                 OR EC-ALREADY-LISTED.

           IF NOT EC-ALREADY-LISTED AND WS-EC-COUNT IS LESS THAN 50
              ADD 1 TO WS-EC-COUNT
              MOVE WS-RQ-COURSE-IDX(WS-RQ-IDX) TO
                 WS-EC-COURSE-IDX(WS-EC-COUNT)
           END-IF.

       4020-CHECK-LISTED.
           IF WS-EC-COURSE-IDX(WS-EC-SCAN-IDX) IS EQUAL TO
                 WS-RQ-COURSE-IDX(WS-RQ-IDX)
              MOVE 'Y' TO WS-EC-DUPLICATE-FLAG
           END-IF.

      *    JUDGES COURSE 'WS-CR-IDX' FOR THE EMPLOYEE IN HAND FROM
      *    THEIR LATEST COMPLETION AND EARLIEST BOOKING STILL TO COME.
       4100-ASSESS-COURSE.
           MOVE SPACES TO WS-AS-COMPLETED-DATE.
           MOVE SPACES TO WS-AS-BOOKED-DATE.
           MOVE SPACES TO WS-AS-NOTE.
           MOVE SPACES TO WS-AS-DATE.
           MOVE 'N' TO WS-AS-PRINT-FLAG.

           IF WS-CR-ENR-FIRST(WS-CR-IDX) IS GREATER THAN ZEROES
              PERFORM 4110-CHECK-ENROLLMENT
                 VARYING WS-EN-IDX FROM WS-CR-ENR-FIRST(WS-CR-IDX)
                 BY 1
                 UNTIL WS-EN-IDX IS GREATER THAN
                    WS-CR-ENR-LAST(WS-CR-IDX)
           END-IF.

           IF WS-AS-COMPLETED-DATE IS NOT EQUAL TO SPACES
              IF WS-CR-VALID-MONTHS(WS-CR-IDX) IS EQUAL TO ZEROES
                 SET AS-COMPLETE TO TRUE
                 MOVE 'NO EXPIRY' TO WS-AS-NOTE
                 MOVE WS-AS-COMPLETED-DATE TO WS-AS-DATE
                 EXIT PARAGRAPH
              END-IF
              PERFORM 4120-COMPUTE-EXPIRY
              IF WS-AS-EXPIRY-DATE IS GREATER THAN WS-TODAY-NUMBER
                 SET AS-COMPLETE TO TRUE
                 MOVE 'VALID UNTIL' TO WS-AS-NOTE
                 MOVE WS-AS-EXPIRY-DATE TO WS-AS-DATE
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           IF WS-AS-BOOKED-DATE IS NOT EQUAL TO SPACES
              SET AS-ENROLLED TO TRUE
              MOVE 'SESSION' TO WS-AS-NOTE
              MOVE WS-AS-BOOKED-DATE TO WS-AS-DATE
              EXIT PARAGRAPH
           END-IF.

           IF WS-AS-COMPLETED-DATE IS NOT EQUAL TO SPACES
              SET AS-EXPIRED TO TRUE
              MOVE 'LAPSED' TO WS-AS-NOTE
              MOVE WS-AS-EXPIRY-DATE TO WS-AS-DATE
           ELSE
              IF SORT-NEW-HIRE
                 SET AS-DUE TO TRUE
              ELSE
                 SET AS-OVERDUE TO TRUE
              END-IF
           END-IF.

       4110-CHECK-ENROLLMENT.
           IF WS-EN-EMPLOYEE-ID(WS-EN-IDX) IS NOT EQUAL TO SORT-EMP-ID
              EXIT PARAGRAPH
           END-IF.

           IF WS-EN-STATUS(WS-EN-IDX) IS EQUAL TO 'C'
              IF WS-AS-COMPLETED-DATE IS EQUAL TO SPACES OR
                 WS-EN-SESSION-DATE(WS-EN-IDX) IS GREATER THAN
                    WS-AS-COMPLETED-DATE
                 MOVE WS-EN-SESSION-DATE(WS-EN-IDX) TO
                    WS-AS-COMPLETED-DATE
              END-IF
              EXIT PARAGRAPH
           END-IF.

           IF WS-EN-SESSION-DATE(WS-EN-IDX) IS NOT LESS THAN WS-TODAY
              IF WS-AS-BOOKED-DATE IS EQUAL TO SPACES OR
                 WS-EN-SESSION-DATE(WS-EN-IDX) IS LESS THAN
                    WS-AS-BOOKED-DATE
                 MOVE WS-EN-SESSION-DATE(WS-EN-IDX) TO
                    WS-AS-BOOKED-DATE
              END-IF
           END-IF.

      *    SAME DAY OF THE MONTH, 'CRS-VALID-MONTHS' ON. A DAY PAST
      *    THE END OF THE MONTH (31ST APRIL) STILL COMPARES RIGHT.
       4120-COMPUTE-EXPIRY.
           COMPUTE WS-AS-MONTH-COUNT =
              WS-AS-COMPLETED-YEAR * 12 + WS-AS-COMPLETED-MONTH - 1
              + WS-CR-VALID-MONTHS(WS-CR-IDX).
           DIVIDE WS-AS-MONTH-COUNT BY 12
              GIVING WS-AS-EXPIRY-YEAR
              REMAINDER WS-AS-MONTH-REMAINDER.
           COMPUTE WS-AS-EXPIRY-MONTH = WS-AS-MONTH-REMAINDER + 1.
           MOVE WS-AS-COMPLETED-DAY TO WS-AS-EXPIRY-DAY.

      *-----------------------------------------------------------------
       ENROLLMENT SECTION.
      *-----------------------------------------------------------------

      *    BOOKS THE NEW HIRE ON THE FIRST SESSION OF THE COURSE FROM
      *    TODAY ON THAT IS STILL OPEN AND HAS A PLACE LEFT.
       4300-AUTO-ENROLL.
           SET AS-WORTH-PRINTING TO TRUE.
           MOVE 'N' TO WS-SESSION-FLAG.
           MOVE 'N' TO WS-SES-EOF-FLAG.

           MOVE WS-CR-COURSE-CODE(WS-CR-IDX) TO SES-COURSE-CODE.
           MOVE WS-TODAY TO SES-SESSION-DATE.
           START ETRNSES-FILE KEY IS NOT LESS THAN SES-KEY
              INVALID KEY
                 SET END-OF-SESSIONS TO TRUE
           END-START.

           PERFORM 4310-READ-NEXT-SESSION
              UNTIL END-OF-SESSIONS OR SESSION-FOUND.

           IF NOT SESSION-FOUND
              MOVE 'NO OPEN SESSION' TO WS-AS-NOTE
              ADD 1 TO WS-NO-SESSION-COUNT
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE TRAINING-ENROLLMENT-RECORD.
           MOVE SES-COURSE-CODE TO ENR-COURSE-CODE.
           MOVE SES-SESSION-DATE TO ENR-SESSION-DATE.
           MOVE SORT-EMP-ID TO ENR-EMPLOYEE-ID.
           SET ENR-ST-ENROLLED TO TRUE.
           MOVE 'ETRNMTX' TO ENR-RECORDED-BY.
           MOVE WS-TODAY TO ENR-RECORDED-DATE.

           WRITE TRAINING-ENROLLMENT-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE.

           IF NOT ETRNENR-OK AND NOT ETRNENR-DUPLICATE
              DISPLAY 'ETRNMTX - ENROLLMENT WRITE FAILED, STATUS='
                 WS-ETRNENR-STATUS ' KEY=' ENR-KEY
              MOVE 'ENROL FAILED' TO WS-AS-NOTE
              ADD 1 TO WS-ENROLL-ERROR-COUNT
              EXIT PARAGRAPH
           END-IF.

           IF ETRNENR-OK
              PERFORM 4320-BUMP-ENROLLED-COUNT
              ADD 1 TO WS-AUTO-ENROLLED-COUNT
           END-IF.

           SET AS-ENROLLED TO TRUE.
           MOVE 'AUTO-ENROLLED' TO WS-AS-NOTE.
           MOVE SES-SESSION-DATE TO WS-AS-DATE.

       4310-READ-NEXT-SESSION.
           READ ETRNSES-FILE NEXT RECORD
              AT END
                 SET END-OF-SESSIONS TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           IF SES-COURSE-CODE IS NOT EQUAL TO
                 WS-CR-COURSE-CODE(WS-CR-IDX)
              SET END-OF-SESSIONS TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF SES-ST-OPEN AND
              SES-ENROLLED-COUNT IS LESS THAN SES-CAPACITY
              SET SESSION-FOUND TO TRUE
           END-IF.

       4320-BUMP-ENROLLED-COUNT.
           READ ETRNSES-FILE
              INVALID KEY
                 DISPLAY 'ETRNMTX - SESSION RE-READ FAILED, KEY='
                    SES-KEY
                 ADD 1 TO WS-ENROLL-ERROR-COUNT
                 EXIT PARAGRAPH
           END-READ.

           ADD 1 TO SES-ENROLLED-COUNT.

           REWRITE TRAINING-SESSION-RECORD
              INVALID KEY
                 DISPLAY 'ETRNMTX - SESSION COUNT REWRITE FAILED, KEY='
                    SES-KEY
                 ADD 1 TO WS-ENROLL-ERROR-COUNT
           END-REWRITE.

       8800-WRITE-REPORT-LINE.
           MOVE MATRIX-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE MATRIX-REPORT-LINE.
      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'ETRNMTX ' TO RSA-REPORT-NAME.
           SET RSA-ACTION-LINE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *-----------------------------------------------------------------
       TERMINATION SECTION.
      *-----------------------------------------------------------------

       9000-TERMINATE.

      *    A SHORT OR DAMAGED EXTRACT (NO TRAILER, OR A RECORD COUNT
      *    THAT DISAGREES WITH IT) FAILS THE RUN; ENROLLMENTS THAT
      *    COULD NOT ALL BE HELD, OR NOT ALL BE WRITTEN, WARN.
           IF ENROLLMENT-TABLE-FULL OR
              WS-ENROLL-ERROR-COUNT IS GREATER THAN ZEROES
              MOVE 4 TO RLG-RETURN-CODE
           END-IF.
           IF ENROLLMENT-TABLE-FULL
              DISPLAY 'ETRNMTX - ENROLLMENT TABLE FULL, NOT LOADED='
                 WS-NOT-LOADED-COUNT
           END-IF.
           IF NOT EXTRACT-PROVEN
              DISPLAY 'ETRNMTX - EMPEXT TRAILER CHECK FAILED, READ='
                 WS-EXTRACT-COUNT
              MOVE 8 TO RLG-RETURN-CODE
           END-IF.

      *    FINISH THE REPORT REPOSITORY DEPOSIT.
           SET RSA-ACTION-CLOSE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *    LOG THE RUN ON THE COMMON RUN-HISTORY FILE.
           MOVE 'ETRNMTX ' TO RLG-JOB-NAME.
           MOVE WS-EXTRACT-COUNT TO RLG-INPUT-COUNT.
           MOVE WS-AUTO-ENROLLED-COUNT TO RLG-OUTPUT-COUNT.
           MOVE WS-ENROLL-ERROR-COUNT TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'ETRNMTX - RUN MODE:            ' WS-RUN-MODE.
           DISPLAY 'ETRNMTX - EMPLOYEES READ:      ' WS-EXTRACT-COUNT.
           DISPLAY 'ETRNMTX - WITH A REQUIREMENT:  ' WS-SELECTED-COUNT.
           DISPLAY 'ETRNMTX - AUTO-ENROLLED:       '
              WS-AUTO-ENROLLED-COUNT.
           DISPLAY 'ETRNMTX - NO OPEN SESSION:     '
              WS-NO-SESSION-COUNT.

           CLOSE EXTRACT-FILE.
           CLOSE ETRNREQ-FILE.
           CLOSE ETRNCRS-FILE.
           CLOSE ETRNENR-FILE.
           CLOSE ETRNSES-FILE.
           CLOSE MATRIX-REPORT-FILE.

           IF RLG-RETURN-CODE IS GREATER THAN ZEROES
              MOVE RLG-RETURN-CODE TO RETURN-CODE
           END-IF.
