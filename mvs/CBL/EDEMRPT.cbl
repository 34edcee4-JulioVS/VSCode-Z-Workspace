       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDEMRPT.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - ANNUAL STATUTORY WORKFORCE DEMOGRAPHIC TABULATION.
      *      - BATCH PROGRAM, RUN OFFLINE AGAINST THE 'EMPMAST',
      *        'EJOBTTL', 'EEMPSIT' AND 'EDEMOGR' VSAM <KSDS> CLUSTERS
      *        (READ ONLY).
      *      - SCANS 'EMPMAST' ONCE AND COUNTS EVERY ACTIVE EMPLOYEE
      *        INTO A CELL FOR THEIR JOB CATEGORY ('JTL-JOB-CATEGORY'
      *        OF THEIR TITLE, '??' WHEN THE TITLE HAS NONE) AND THEIR
      *        WORK SITE ('EEMPSIT', '????' WHEN UNASSIGNED), BROKEN
      *        DOWN BY THE GENDER, ETHNIC GROUP, DISABILITY AND
      *        VETERAN STATUS THEY DECLARED ON 'EDMSP'. A DECLINED
      *        ANSWER AND NO 'EDEMOGR' RECORD BOTH COUNT AS 'NS' (NOT
      *        STATED).
      *      - ONLY COUNTS ARE PRINTED - NO EMPLOYEE ID OR NAME EVER
      *        LEAVES THIS PROGRAM. ANY NON-ZERO COUNT BELOW
      *        'APP-DEMOGR-MIN-CELL' IS PRINTED AS '*'. WHERE THAT
      *        LEAVES A SINGLE HIDDEN COUNT IN A GROUP (WHICH THE
      *        ROW TOTAL WOULD GIVE AWAY BY SUBTRACTION) THE NEXT
      *        SMALLEST COUNT IN THAT GROUP IS HIDDEN AS WELL, AND A
      *        SMALL ROW TOTAL IS HIDDEN TOO.
      *      - SCHEDULE ANNUALLY, AS OF THE STATUTORY SNAPSHOT DATE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMAST-FILE ASSIGN TO EMPMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS EMP-EMPLOYEE-ID
                FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT EJOBTTL-FILE ASSIGN TO EJOBTTL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS JTL-JOB-TITLE
                FILE STATUS IS WS-EJOBTTL-STATUS.

           SELECT EEMPSIT-FILE ASSIGN TO EEMPSIT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS EST-EMPLOYEE-ID
                FILE STATUS IS WS-EEMPSIT-STATUS.

           SELECT EDEMOGR-FILE ASSIGN TO EDEMOGR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS DMG-EMPLOYEE-ID
                FILE STATUS IS WS-EDEMOGR-STATUS.

           SELECT DEMOGRAPHIC-REPORT-FILE ASSIGN TO DEMRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-DEMRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
       COPY EMPMAST.

       FD  EJOBTTL-FILE.
       COPY EJOBTTL.

       FD  EEMPSIT-FILE.
       COPY EEMPSIT.

       FD  EDEMOGR-FILE.
       COPY EDEMOGR.

       FD  DEMOGRAPHIC-REPORT-FILE
           RECORDING MODE IS F.
       01  DEMOGRAPHIC-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-EMPMAST-STATUS        PIC X(2).
             88 EMPMAST-OK                      VALUE '00'.
          05 WS-EJOBTTL-STATUS        PIC X(2).
             88 EJOBTTL-OK                      VALUE '00'.
          05 WS-EEMPSIT-STATUS        PIC X(2).
             88 EEMPSIT-OK                      VALUE '00'.
          05 WS-EDEMOGR-STATUS        PIC X(2).
             88 EDEMOGR-OK                      VALUE '00'.
          05 WS-DEMRPT-STATUS         PIC X(2).
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
             88 END-OF-EMPMAST                  VALUE 'Y'.
          05 WS-TODAY                 PIC X(8)  VALUE SPACES.
          05 WS-EMPLOYEE-COUNT        PIC 9(7)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-DECLARED-COUNT        PIC 9(7)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-OVERFLOW-COUNT        PIC 9(7)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-SUPPRESSED-COUNT      PIC 9(7)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ROW-COUNT             PIC 9(7)  USAGE IS BINARY
                                                 VALUE ZEROES.

      *    ONE CELL PER JOB CATEGORY AND SITE, KEPT IN KEY ORDER AS IT
      *    IS BUILT SO THE REPORT COMES OUT SORTED. THE 18 COUNTS ARE
      *    GENDER M/F/X/NS (1-4), ETHNIC GROUP HL/WH/BL/AS/NH/AI/TM/NS
      *    (5-12), DISABILITY Y/N/NS (13-15) AND VETERAN Y/N/NS
      *    (16-18).
       01 WS-CELL-TABLE.
          05 WS-CL-COUNT              PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-CL-SCAN-IDX           PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-CL-FOUND-IDX          PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-CL-INSERT-IDX         PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-CL-SHIFT-IDX          PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-CL-LOOKUP-KEY.
             10 WS-CL-LOOKUP-CATEGORY PIC X(2)  VALUE SPACES.
             10 WS-CL-LOOKUP-SITE     PIC X(4)  VALUE SPACES.
          05 WS-CL-ENTRY OCCURS 400 TIMES.
             10 WS-CL-KEY.
                15 WS-CL-CATEGORY     PIC X(2).
                15 WS-CL-SITE         PIC X(4).
             10 WS-CL-TOTAL           PIC 9(5)  USAGE IS BINARY.
             10 WS-CL-TALLY           PIC 9(5)  USAGE IS BINARY
                                                 OCCURS 18 TIMES.

      *    THE COUNT SLOTS THIS EMPLOYEE FALLS IN, ONE PER GROUP.
       01 WS-EMPLOYEE-SLOTS.
          05 WS-SLOT-GENDER           PIC 9(2)  USAGE IS BINARY.
          05 WS-SLOT-ETHNIC           PIC 9(2)  USAGE IS BINARY.
          05 WS-SLOT-DISABILITY       PIC 9(2)  USAGE IS BINARY.
          05 WS-SLOT-VETERAN          PIC 9(2)  USAGE IS BINARY.

      *    FIRST AND LAST COUNT SLOT OF EACH OF THE FOUR GROUPS.
       01 WS-GROUP-BOUNDS-VALUES      PIC X(16)
                                       VALUE '0104051213151618'.
       01 WS-GROUP-BOUNDS REDEFINES WS-GROUP-BOUNDS-VALUES.
          05 WS-GROUP-ENTRY OCCURS 4 TIMES.
             10 WS-GROUP-FIRST        PIC 9(2).
             10 WS-GROUP-LAST         PIC 9(2).

      *    SUPPRESSION WORK AREA FOR THE ROW BEING PRINTED.
       01 WS-SUPPRESSION-WORK.
          05 WS-SP-IDX                PIC 9(2)  USAGE IS BINARY.
          05 WS-SP-GROUP-IDX          PIC 9(2)  USAGE IS BINARY.
          05 WS-SP-HIDDEN-IN-GROUP    PIC 9(2)  USAGE IS BINARY.
          05 WS-SP-SMALLEST-IDX       PIC 9(2)  USAGE IS BINARY.
          05 WS-SP-FLAG               PIC X(1)  OCCURS 18 TIMES.
             88 WS-SP-HIDDEN                    VALUE 'Y'.
             88 WS-SP-SHOWN                     VALUE 'N'.
          05 WS-SP-EDIT               PIC Z(4)9.
          05 WS-SP-CELL-TEXT          PIC X(5).

       01 WS-REPORT-HEADING.
          05 FILLER                   PIC X(46)
             VALUE 'ANNUAL WORKFORCE DEMOGRAPHIC TABULATION AS OF '.
          05 WS-RPT-AS-OF-DATE        PIC X(8).
          05 FILLER                   PIC X(78) VALUE SPACES.

       01 WS-SUPPRESSION-HEADING.
          05 FILLER                   PIC X(30)
             VALUE 'COUNTS BELOW THE MINIMUM OF '.
          05 WS-RPT-MIN-CELL          PIC ZZ9.
          05 FILLER                   PIC X(50)
             VALUE ' ARE SHOWN AS *, AS IS ANY COUNT THAT WOULD REVEAL'.
          05 FILLER                   PIC X(49)
             VALUE ' THEM. NS = NOT STATED OR DECLINED TO STATE.'.

       01 WS-GROUP-HEADING.
          05 FILLER                   PIC X(10) VALUE 'CAT SITE'.
          05 FILLER                   PIC X(7)  VALUE 'TOTAL'.
          05 FILLER                   PIC X(22) VALUE 'GENDER'.
          05 FILLER                   PIC X(42) VALUE 'ETHNIC GROUP'.
          05 FILLER                   PIC X(17) VALUE 'DISABILITY'.
          05 FILLER                   PIC X(34) VALUE 'VETERAN'.

       01 WS-COLUMN-HEADING.
          05 FILLER                   PIC X(17) VALUE SPACES.
          05 FILLER                   PIC X(22)
             VALUE '    M    F    X   NS'.
          05 FILLER                   PIC X(42)
             VALUE '   HL   WH   BL   AS   NH   AI   TM   NS'.
          05 FILLER                   PIC X(17)
             VALUE '    Y    N   NS'.
          05 FILLER                   PIC X(34)
             VALUE '    Y    N   NS'.

       01 WS-REPORT-DETAIL-LINE.
          05 WS-RPT-CATEGORY          PIC X(2).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-SITE              PIC X(4).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-TOTAL             PIC X(5).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-GENDER-CELL       PIC X(5)  OCCURS 4 TIMES.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-ETHNIC-CELL       PIC X(5)  OCCURS 8 TIMES.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-DISABILITY-CELL   PIC X(5)  OCCURS 3 TIMES.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-VETERAN-CELL      PIC X(5)  OCCURS 3 TIMES.
          05 FILLER                   PIC X(19) VALUE SPACES.

       01 WS-REPORT-SUMMARY-LINE.
          05 WS-RPT-SUMMARY-LABEL     PIC X(30).
          05 WS-RPT-SUMMARY-TOTAL     PIC Z(7)9.
          05 FILLER                   PIC X(94) VALUE SPACES.

      ******************************************************************
      *   APPLICATION CONSTANTS (MINIMUM CELL SIZE).
      ******************************************************************
       COPY ECONST.
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
           PERFORM 2000-TALLY-EMPLOYEE UNTIL END-OF-EMPMAST.
           PERFORM 3000-REPORT-CELL
              VARYING WS-CL-SCAN-IDX FROM 1 BY 1
                UNTIL WS-CL-SCAN-IDX IS GREATER THAN WS-CL-COUNT.
           PERFORM 4000-PRODUCE-SUMMARY.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           OPEN INPUT EMPMAST-FILE.
           IF NOT EMPMAST-OK
              DISPLAY 'EDEMRPT - UNABLE TO OPEN EMPMAST, STATUS='
                 WS-EMPMAST-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT EJOBTTL-FILE.
           IF NOT EJOBTTL-OK
              DISPLAY 'EDEMRPT - UNABLE TO OPEN EJOBTTL, STATUS='
                 WS-EJOBTTL-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT EEMPSIT-FILE.
           IF NOT EEMPSIT-OK
              DISPLAY 'EDEMRPT - UNABLE TO OPEN EEMPSIT, STATUS='
                 WS-EEMPSIT-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT EDEMOGR-FILE.
           IF NOT EDEMOGR-OK
              DISPLAY 'EDEMRPT - UNABLE TO OPEN EDEMOGR, STATUS='
                 WS-EDEMOGR-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT DEMOGRAPHIC-REPORT-FILE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY TO WS-RPT-AS-OF-DATE.
           MOVE APP-DEMOGR-MIN-CELL TO WS-RPT-MIN-CELL.

           MOVE WS-REPORT-HEADING TO DEMOGRAPHIC-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.
           MOVE WS-SUPPRESSION-HEADING TO DEMOGRAPHIC-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.
           MOVE SPACES TO DEMOGRAPHIC-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.
           MOVE WS-GROUP-HEADING TO DEMOGRAPHIC-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO DEMOGRAPHIC-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

           PERFORM 1100-READ-NEXT-EMPLOYEE.

      *-----------------------------------------------------------------
       READING SECTION.
      *-----------------------------------------------------------------

       1100-READ-NEXT-EMPLOYEE.
           READ EMPMAST-FILE
              AT END
                 SET END-OF-EMPMAST TO TRUE
           END-READ.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------

       2000-TALLY-EMPLOYEE.
           IF EMP-ACTIVE THEN
              ADD 1 TO WS-EMPLOYEE-COUNT
              PERFORM 2100-RESOLVE-CELL-KEY
              PERFORM 2200-RESOLVE-SLOTS
              PERFORM 2300-FIND-OR-ADD-CELL
              IF WS-CL-FOUND-IDX IS GREATER THAN ZEROES THEN
                 PERFORM 2400-ADD-TO-CELL
              ELSE
                 ADD 1 TO WS-OVERFLOW-COUNT
              END-IF
           END-IF.

           PERFORM 1100-READ-NEXT-EMPLOYEE.

       2100-RESOLVE-CELL-KEY.
           MOVE '??' TO WS-CL-LOOKUP-CATEGORY.
           MOVE EMP-JOB-TITLE TO JTL-JOB-TITLE.

           READ EJOBTTL-FILE
              INVALID KEY
                 CONTINUE
           END-READ.

           IF EJOBTTL-OK AND JTL-CATEGORY-VALID THEN
              MOVE JTL-JOB-CATEGORY TO WS-CL-LOOKUP-CATEGORY
           END-IF.

           MOVE '????' TO WS-CL-LOOKUP-SITE.
           MOVE EMP-EMPLOYEE-ID TO EST-EMPLOYEE-ID.

           READ EEMPSIT-FILE
              INVALID KEY
                 CONTINUE
           END-READ.

           IF EEMPSIT-OK AND EST-SITE-ID IS NOT EQUAL TO SPACES THEN
              MOVE EST-SITE-ID TO WS-CL-LOOKUP-SITE
           END-IF.

      *    NO 'EDEMOGR' RECORD, OR ANY ANSWER NOT ON THE LIST, COUNTS
      *    THE SAME AS A DECLINED ONE - THE LAST SLOT OF ITS GROUP.
       2200-RESOLVE-SLOTS.
           MOVE EMP-EMPLOYEE-ID TO DMG-EMPLOYEE-ID.

           READ EDEMOGR-FILE
              INVALID KEY
                 CONTINUE
           END-READ.

           IF EDEMOGR-OK THEN
              ADD 1 TO WS-DECLARED-COUNT
           ELSE
              INITIALIZE DMG-DETAILS
           END-IF.

           EVALUATE TRUE
           WHEN DMG-GENDER-MALE
                MOVE 1  TO WS-SLOT-GENDER
           WHEN DMG-GENDER-FEMALE
                MOVE 2  TO WS-SLOT-GENDER
           WHEN DMG-GENDER-OTHER
                MOVE 3  TO WS-SLOT-GENDER
           WHEN OTHER
                MOVE 4  TO WS-SLOT-GENDER
           END-EVALUATE.

           EVALUATE TRUE
           WHEN DMG-ETH-HISPANIC
                MOVE 5  TO WS-SLOT-ETHNIC
           WHEN DMG-ETH-WHITE
                MOVE 6  TO WS-SLOT-ETHNIC
           WHEN DMG-ETH-BLACK
                MOVE 7  TO WS-SLOT-ETHNIC
           WHEN DMG-ETH-ASIAN
                MOVE 8  TO WS-SLOT-ETHNIC
           WHEN DMG-ETH-PACIFIC
                MOVE 9  TO WS-SLOT-ETHNIC
           WHEN DMG-ETH-NATIVE
                MOVE 10 TO WS-SLOT-ETHNIC
           WHEN DMG-ETH-TWO-OR-MORE
                MOVE 11 TO WS-SLOT-ETHNIC
           WHEN OTHER
                MOVE 12 TO WS-SLOT-ETHNIC
           END-EVALUATE.

           EVALUATE TRUE
           WHEN DMG-DISABLED-YES
                MOVE 13 TO WS-SLOT-DISABILITY
           WHEN DMG-DISABLED-NO
                MOVE 14 TO WS-SLOT-DISABILITY
           WHEN OTHER
                MOVE 15 TO WS-SLOT-DISABILITY
           END-EVALUATE.

           EVALUATE TRUE
           WHEN DMG-VETERAN-YES
                MOVE 16 TO WS-SLOT-VETERAN
           WHEN DMG-VETERAN-NO
                MOVE 17 TO WS-SLOT-VETERAN
           WHEN OTHER
                MOVE 18 TO WS-SLOT-VETERAN
           END-EVALUATE.

      *    THE TABLE IS KEPT IN CATEGORY/SITE ORDER: A NEW CELL GOES
      *    IN FRONT OF THE FIRST ONE WITH A HIGHER KEY, SHIFTING THE
      *    REST UP ONE PLACE.
       2300-FIND-OR-ADD-CELL.
           MOVE ZEROES TO WS-CL-FOUND-IDX.
           MOVE ZEROES TO WS-CL-INSERT-IDX.
           MOVE ZEROES TO WS-CL-SHIFT-IDX.

           PERFORM 2310-SCAN-NEXT-CELL
              UNTIL WS-CL-FOUND-IDX IS GREATER THAN ZEROES
                 OR WS-CL-INSERT-IDX IS GREATER THAN ZEROES
                 OR WS-CL-SHIFT-IDX IS NOT LESS THAN WS-CL-COUNT.

           IF WS-CL-FOUND-IDX IS GREATER THAN ZEROES THEN
              EXIT PARAGRAPH
           END-IF.

           IF WS-CL-COUNT IS NOT LESS THAN 400 THEN
              EXIT PARAGRAPH
           END-IF.

           IF WS-CL-INSERT-IDX IS EQUAL TO ZEROES THEN
              COMPUTE WS-CL-INSERT-IDX = WS-CL-COUNT + 1
           END-IF.

           MOVE WS-CL-COUNT TO WS-CL-SHIFT-IDX.
           PERFORM 2320-SHIFT-CELL-UP
              UNTIL WS-CL-SHIFT-IDX IS LESS THAN WS-CL-INSERT-IDX.

           ADD 1 TO WS-CL-COUNT.
           INITIALIZE WS-CL-ENTRY(WS-CL-INSERT-IDX).
           MOVE WS-CL-LOOKUP-KEY TO WS-CL-KEY(WS-CL-INSERT-IDX).
           MOVE WS-CL-INSERT-IDX TO WS-CL-FOUND-IDX.

       2310-SCAN-NEXT-CELL.
           ADD 1 TO WS-CL-SHIFT-IDX.

           EVALUATE TRUE
           WHEN WS-CL-KEY(WS-CL-SHIFT-IDX) IS EQUAL TO WS-CL-LOOKUP-KEY
                MOVE WS-CL-SHIFT-IDX TO WS-CL-FOUND-IDX
           WHEN WS-CL-KEY(WS-CL-SHIFT-IDX) IS GREATER THAN
                WS-CL-LOOKUP-KEY
                MOVE WS-CL-SHIFT-IDX TO WS-CL-INSERT-IDX
           END-EVALUATE.

       2320-SHIFT-CELL-UP.
           MOVE WS-CL-ENTRY(WS-CL-SHIFT-IDX)
              TO WS-CL-ENTRY(WS-CL-SHIFT-IDX + 1).
           SUBTRACT 1 FROM WS-CL-SHIFT-IDX.

       2400-ADD-TO-CELL.
           ADD 1 TO WS-CL-TOTAL(WS-CL-FOUND-IDX).
           ADD 1 TO WS-CL-TALLY(WS-CL-FOUND-IDX, WS-SLOT-GENDER).
           ADD 1 TO WS-CL-TALLY(WS-CL-FOUND-IDX, WS-SLOT-ETHNIC).
           ADD 1 TO WS-CL-TALLY(WS-CL-FOUND-IDX, WS-SLOT-DISABILITY).
           ADD 1 TO WS-CL-TALLY(WS-CL-FOUND-IDX, WS-SLOT-VETERAN).

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------

       3000-REPORT-CELL.
           PERFORM 3100-MARK-SMALL-COUNTS
              VARYING WS-SP-IDX FROM 1 BY 1
                UNTIL WS-SP-IDX IS GREATER THAN 18.

           PERFORM 3200-PROTECT-GROUP
              VARYING WS-SP-GROUP-IDX FROM 1 BY 1
                UNTIL WS-SP-GROUP-IDX IS GREATER THAN 4.

           MOVE WS-CL-CATEGORY(WS-CL-SCAN-IDX) TO WS-RPT-CATEGORY.
           MOVE WS-CL-SITE(WS-CL-SCAN-IDX) TO WS-RPT-SITE.

      *    A ROW WITH FEWER PEOPLE THAN THE MINIMUM HIDES ITS TOTAL.
           IF WS-CL-TOTAL(WS-CL-SCAN-IDX) IS LESS THAN
              APP-DEMOGR-MIN-CELL THEN
              MOVE '    *' TO WS-RPT-TOTAL
           ELSE
              MOVE WS-CL-TOTAL(WS-CL-SCAN-IDX) TO WS-SP-EDIT
              MOVE WS-SP-EDIT TO WS-RPT-TOTAL
           END-IF.

           PERFORM 3300-FORMAT-COUNT
              VARYING WS-SP-IDX FROM 1 BY 1
                UNTIL WS-SP-IDX IS GREATER THAN 18.

           MOVE WS-REPORT-DETAIL-LINE TO DEMOGRAPHIC-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.
           ADD 1 TO WS-ROW-COUNT.

       3100-MARK-SMALL-COUNTS.
           IF WS-CL-TALLY(WS-CL-SCAN-IDX, WS-SP-IDX) IS GREATER THAN
              ZEROES AND WS-CL-TALLY(WS-CL-SCAN-IDX, WS-SP-IDX) IS
              LESS THAN APP-DEMOGR-MIN-CELL THEN
              SET WS-SP-HIDDEN(WS-SP-IDX) TO TRUE
           ELSE
              SET WS-SP-SHOWN(WS-SP-IDX) TO TRUE
           END-IF.

      *    EVERY GROUP ADDS UP TO THE ROW TOTAL, SO ONE HIDDEN COUNT ON
      *    ITS OWN CAN BE WORKED OUT BY SUBTRACTION - HIDE THE NEXT
      *    SMALLEST NON-ZERO COUNT IN THE SAME GROUP ALONGSIDE IT.
       3200-PROTECT-GROUP.
           MOVE ZEROES TO WS-SP-HIDDEN-IN-GROUP.
           MOVE ZEROES TO WS-SP-SMALLEST-IDX.

           PERFORM 3210-CHECK-GROUP-SLOT
              VARYING WS-SP-IDX FROM WS-GROUP-FIRST(WS-SP-GROUP-IDX)
                   BY 1
                UNTIL WS-SP-IDX IS GREATER THAN
                      WS-GROUP-LAST(WS-SP-GROUP-IDX).

           IF WS-SP-HIDDEN-IN-GROUP IS EQUAL TO 1 AND
              WS-SP-SMALLEST-IDX IS GREATER THAN ZEROES THEN
              SET WS-SP-HIDDEN(WS-SP-SMALLEST-IDX) TO TRUE
           END-IF.

       3210-CHECK-GROUP-SLOT.
           IF WS-SP-HIDDEN(WS-SP-IDX) THEN
              ADD 1 TO WS-SP-HIDDEN-IN-GROUP
              EXIT PARAGRAPH
           END-IF.

           IF WS-CL-TALLY(WS-CL-SCAN-IDX, WS-SP-IDX) IS EQUAL TO
              ZEROES THEN
              EXIT PARAGRAPH
           END-IF.

           IF WS-SP-SMALLEST-IDX IS EQUAL TO ZEROES THEN
              MOVE WS-SP-IDX TO WS-SP-SMALLEST-IDX
           ELSE
              IF WS-CL-TALLY(WS-CL-SCAN-IDX, WS-SP-IDX) IS LESS THAN
                 WS-CL-TALLY(WS-CL-SCAN-IDX, WS-SP-SMALLEST-IDX) THEN
                 MOVE WS-SP-IDX TO WS-SP-SMALLEST-IDX
              END-IF
           END-IF.

       3300-FORMAT-COUNT.
           IF WS-SP-HIDDEN(WS-SP-IDX) THEN
              MOVE '    *' TO WS-SP-CELL-TEXT
              ADD 1 TO WS-SUPPRESSED-COUNT
           ELSE
              MOVE WS-CL-TALLY(WS-CL-SCAN-IDX, WS-SP-IDX) TO WS-SP-EDIT
              MOVE WS-SP-EDIT TO WS-SP-CELL-TEXT
           END-IF.

           EVALUATE TRUE
           WHEN WS-SP-IDX IS LESS THAN 5
                MOVE WS-SP-CELL-TEXT
                   TO WS-RPT-GENDER-CELL(WS-SP-IDX)
           WHEN WS-SP-IDX IS LESS THAN 13
                MOVE WS-SP-CELL-TEXT
                   TO WS-RPT-ETHNIC-CELL(WS-SP-IDX - 4)
           WHEN WS-SP-IDX IS LESS THAN 16
                MOVE WS-SP-CELL-TEXT
                   TO WS-RPT-DISABILITY-CELL(WS-SP-IDX - 12)
           WHEN OTHER
                MOVE WS-SP-CELL-TEXT
                   TO WS-RPT-VETERAN-CELL(WS-SP-IDX - 15)
           END-EVALUATE.

       4000-PRODUCE-SUMMARY.
           MOVE SPACES TO DEMOGRAPHIC-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

           MOVE 'ACTIVE EMPLOYEES TABULATED ..'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-EMPLOYEE-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO DEMOGRAPHIC-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

           MOVE 'WITH A SELF-ID RECORD .......'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-DECLARED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO DEMOGRAPHIC-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

           MOVE 'CATEGORY/SITE ROWS PRINTED ..'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-ROW-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO DEMOGRAPHIC-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

           MOVE 'COUNTS SUPPRESSED ...........'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-SUPPRESSED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO DEMOGRAPHIC-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

           IF WS-OVERFLOW-COUNT IS GREATER THAN ZEROES THEN
              MOVE 'NOT TABULATED (TABLE FULL) ..'
                 TO WS-RPT-SUMMARY-LABEL
              MOVE WS-OVERFLOW-COUNT TO WS-RPT-SUMMARY-TOTAL
              MOVE WS-REPORT-SUMMARY-LINE TO DEMOGRAPHIC-REPORT-LINE
              PERFORM 8800-PRINT-REPORT-LINE
           END-IF.

       8800-PRINT-REPORT-LINE.
           MOVE DEMOGRAPHIC-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE DEMOGRAPHIC-REPORT-LINE.
      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'EDEMRPT' TO RSA-REPORT-NAME.
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
           MOVE 'EDEMRPT ' TO RLG-JOB-NAME.
           MOVE WS-EMPLOYEE-COUNT TO RLG-INPUT-COUNT.
           MOVE WS-ROW-COUNT TO RLG-OUTPUT-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'EDEMRPT - EMPLOYEES TABULATED: ' WS-EMPLOYEE-COUNT.
           DISPLAY 'EDEMRPT - ROWS PRINTED:        ' WS-ROW-COUNT.
           DISPLAY 'EDEMRPT - COUNTS SUPPRESSED:   '
              WS-SUPPRESSED-COUNT.

           CLOSE EMPMAST-FILE.
           CLOSE EJOBTTL-FILE.
           CLOSE EEMPSIT-FILE.
           CLOSE EDEMOGR-FILE.
           CLOSE DEMOGRAPHIC-REPORT-FILE.
