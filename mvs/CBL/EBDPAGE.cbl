       IDENTIFICATION DIVISION.
       PROGRAM-ID. EBDPAGE.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - DEPENDENT CHILD AGE-OUT REPORT.
      *      - BATCH PROGRAM, RUN MONTHLY - SEE THE ACCOMPANYING JCL.
      *      - BROWSES THE 'EBENDEP' DEPENDENTS REGISTER AND LISTS
      *        EVERY ACTIVE CHILD WHOSE COVER ENDS WITHIN THE NEXT 60
      *        DAYS - THE BIRTHDAY AT THE CHILD AGE LIMIT, OR THE
      *        LATER STUDENT LIMIT FOR A FULL-TIME STUDENT. A DISABLED
      *        CHILD NEVER AGES OUT. CHILDREN ALREADY PAST THEIR
      *        LIMIT BUT STILL ACTIVE ARE LISTED TOO, AS 'PAST', SINCE
      *        THE CARRIER IS ALREADY BILLING FOR THEM.
      *      - EACH LINE SHOWS THE EMPLOYEE AND THEIR ACTIVE SPOUSE OR
      *        FAMILY 'EBENROL' COVER, SO HR CAN REMOVE THE CHILD ON
      *        'EBDPP', DROP THE COVER LEVEL ON 'EBENP', OR RECORD A
      *        STUDENT/DISABLED EXTENSION, BEFORE THE BIRTHDAY.
      *      - 'SYSIN' FORMAT: THE RUN DATE YYYYMMDD IN COLUMNS 1-8
      *        (BLANK MEANS TODAY).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EBENDEP-FILE ASSIGN TO EBENDEP
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BDP-KEY
                FILE STATUS IS WS-EBENDEP-STATUS.

           SELECT EMPMAST-FILE ASSIGN TO EMPMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EMP-EMPLOYEE-ID
                FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT EBENROL-FILE ASSIGN TO EBENROL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BEN-KEY
                FILE STATUS IS WS-EBENROL-STATUS.

           SELECT AGE-OUT-REPORT-FILE ASSIGN TO AGERPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-AGERPT-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SYSIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EBENDEP-FILE.
       COPY EBENDEP.

       FD  EMPMAST-FILE.
       COPY EMPMAST.

       FD  EBENROL-FILE.
       COPY EBENROL.

       FD  AGE-OUT-REPORT-FILE
           RECORDING MODE IS F.
       01  AGE-OUT-REPORT-LINE          PIC X(80).

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD.
           05 CC-RUN-DATE               PIC X(8).
           05 FILLER                    PIC X(72).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-EBENDEP-STATUS        PIC X(2).
             88 EBENDEP-OK                      VALUE '00'.
          05 WS-EMPMAST-STATUS        PIC X(2).
             88 EMPMAST-OK                      VALUE '00'.
          05 WS-EBENROL-STATUS        PIC X(2).
             88 EBENROL-OK                      VALUE '00'.
          05 WS-AGERPT-STATUS         PIC X(2).
          05 WS-SYSIN-STATUS          PIC X(2).
          05 WS-DEP-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-EBENDEP                  VALUE 'Y'.
          05 WS-BEN-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-EMPLOYEE-COVER           VALUE 'Y'.
          05 WS-RUN-DATE              PIC X(8).
          05 WS-TODAY-INTEGER         PIC 9(8)  VALUE ZEROES.
          05 WS-HORIZON-DATE          PIC 9(8)  VALUE ZEROES.
          05 WS-UNTIL-INTEGER         PIC 9(8)  VALUE ZEROES.
          05 WS-DAYS-LEFT             PIC 9(4)  VALUE ZEROES.
          05 WS-DAYS-EDIT             PIC Z(3)9.
          05 WS-LEAP-WORK             PIC 9(4)  VALUE ZEROES.
          05 WS-COVERED-UNTIL.
             10 WS-UNTIL-YEAR         PIC 9(4).
             10 WS-UNTIL-MMDD         PIC X(4).
          05 WS-COVERED-UNTIL-NUM REDEFINES WS-COVERED-UNTIL
                                      PIC 9(8).
          05 WS-DEPENDENT-COUNT       PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-CHILD-COUNT           PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-DISABLED-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-AGING-OUT-COUNT       PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-AGED-OUT-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.

      *    THE COVERAGE AGE LIMITS ARE THE SAME FIGURES THE 'EBENP'
      *    AND 'EBDPP' SCREENS USE ('APP-DEP-...-AGE-LIMIT' IN THE
      *    APPLICATION CONSTANTS) - KEEP THEM IN STEP. THE WINDOW IS
      *    HOW FAR AHEAD HR WANTS WARNING.
       01 WS-AGE-OUT-RULES.
          05 WS-CHILD-AGE-LIMIT       PIC 9(2)  VALUE 19.
          05 WS-STUDENT-AGE-LIMIT     PIC 9(2)  VALUE 26.
          05 WS-WARNING-WINDOW-DAYS   PIC 9(3)  VALUE 060.

       01 WS-REPORT-HEADING.
          05 FILLER                   PIC X(40)
             VALUE 'DEPENDENT CHILDREN AGING OUT OF COVER - '.
          05 WS-RPT-HDG-DATE          PIC X(8).
          05 FILLER                   PIC X(32) VALUE SPACES.

       01 WS-REPORT-COLUMN-HEADING.
          05 FILLER                   PIC X(40)
             VALUE 'EMP ID    EMPLOYEE NAME        DEPENDENT'.
          05 FILLER                   PIC X(40)
             VALUE ' NAME         AGES OUT DAYS BAS COVER   '.

       01 WS-REPORT-DETAIL-LINE.
          05 WS-RPT-EMP-ID            PIC Z(7)9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-EMP-NAME          PIC X(20).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-DEP-NAME          PIC X(22).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-AGE-OUT-DATE      PIC X(8).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-DAYS-LEFT         PIC X(4).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-BASIS             PIC X(3).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-COVER             PIC X(6).
          05 FILLER                   PIC X(2)  VALUE SPACES.

       01 WS-REPORT-COUNT-LINE.
          05 WS-RPT-COUNT-LABEL       PIC X(28).
          05 WS-RPT-COUNT-TOTAL       PIC Z(7)9.
          05 FILLER                   PIC X(44) VALUE SPACES.

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
           PERFORM 2000-CHECK-DEPENDENT UNTIL END-OF-EBENDEP.
           PERFORM 4000-PRODUCE-SUMMARY.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-SYSIN-STATUS IS EQUAL TO '00' THEN
              READ CONTROL-CARD-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CC-RUN-DATE IS NUMERIC AND
                       CC-RUN-DATE IS NOT EQUAL TO ZEROES
                       MOVE CC-RUN-DATE TO WS-RUN-DATE
                    END-IF
              END-READ
              CLOSE CONTROL-CARD-FILE
           END-IF.

           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE)).
           COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER(
              WS-TODAY-INTEGER + WS-WARNING-WINDOW-DAYS).

           OPEN INPUT EBENDEP-FILE.
           IF NOT EBENDEP-OK
              DISPLAY 'EBDPAGE - UNABLE TO OPEN EBENDEP, STATUS='
                 WS-EBENDEP-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT EMPMAST-FILE.
           IF NOT EMPMAST-OK
              DISPLAY 'EBDPAGE - UNABLE TO OPEN EMPMAST, STATUS='
                 WS-EMPMAST-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT EBENROL-FILE.
           IF NOT EBENROL-OK
              DISPLAY 'EBDPAGE - UNABLE TO OPEN EBENROL, STATUS='
                 WS-EBENROL-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT AGE-OUT-REPORT-FILE.

           MOVE WS-RUN-DATE TO WS-RPT-HDG-DATE.
           MOVE WS-REPORT-HEADING TO AGE-OUT-REPORT-LINE.
           MOVE AGE-OUT-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE AGE-OUT-REPORT-LINE.
           MOVE SPACES TO AGE-OUT-REPORT-LINE.
           MOVE AGE-OUT-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE AGE-OUT-REPORT-LINE.
           MOVE WS-REPORT-COLUMN-HEADING TO AGE-OUT-REPORT-LINE.
           MOVE AGE-OUT-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE AGE-OUT-REPORT-LINE.

           MOVE LOW-VALUES TO BDP-KEY.

           START EBENDEP-FILE KEY IS GREATER THAN BDP-KEY
              INVALID KEY
                 SET END-OF-EBENDEP TO TRUE
           END-START.

      *-----------------------------------------------------------------
       READING SECTION.
      *-----------------------------------------------------------------

       1200-READ-NEXT-DEPENDENT.
           READ EBENDEP-FILE NEXT RECORD
              AT END
                 SET END-OF-EBENDEP TO TRUE
           END-READ.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------

       2000-CHECK-DEPENDENT.
           PERFORM 1200-READ-NEXT-DEPENDENT.

           IF END-OF-EBENDEP THEN
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-DEPENDENT-COUNT.

           IF NOT BDP-ST-ACTIVE OR NOT BDP-REL-CHILD THEN
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CHILD-COUNT.

           IF BDP-DISABLED THEN
              ADD 1 TO WS-DISABLED-COUNT
              EXIT PARAGRAPH
           END-IF.

      *    A BIRTH DATE THE SCREEN SHOULD NEVER HAVE LET THROUGH
      *    CANNOT BE AGED - SKIP IT RATHER THAN ABEND THE RUN.
           IF BDP-BIRTH-DATE IS NOT NUMERIC THEN
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2100-COMPUTE-AGE-OUT-DATE.

           IF WS-COVERED-UNTIL-NUM IS GREATER THAN WS-HORIZON-DATE
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2500-LIST-DEPENDENT.

      *    COVER ENDS ON THE BIRTHDAY AT THE AGE LIMIT. A 29 FEBRUARY
      *    BIRTHDAY FALLS ON 1 MARCH IN A NON-LEAP YEAR.
       2100-COMPUTE-AGE-OUT-DATE.
           MOVE BDP-BIRTH-MMDD TO WS-UNTIL-MMDD.

           IF BDP-FULL-TIME-STUDENT THEN
              COMPUTE WS-UNTIL-YEAR =
                 BDP-BIRTH-YEAR + WS-STUDENT-AGE-LIMIT
              MOVE 'STU' TO WS-RPT-BASIS
           ELSE
              COMPUTE WS-UNTIL-YEAR =
                 BDP-BIRTH-YEAR + WS-CHILD-AGE-LIMIT
              MOVE 'AGE' TO WS-RPT-BASIS
           END-IF.

           IF WS-UNTIL-MMDD IS EQUAL TO '0229' THEN
              COMPUTE WS-LEAP-WORK = FUNCTION MOD(WS-UNTIL-YEAR, 4)
              IF WS-LEAP-WORK IS NOT EQUAL TO ZEROES THEN
                 MOVE '0301' TO WS-UNTIL-MMDD
              END-IF
           END-IF.

       2500-LIST-DEPENDENT.
           IF WS-COVERED-UNTIL-NUM IS NOT GREATER THAN WS-RUN-DATE
              ADD 1 TO WS-AGED-OUT-COUNT
              MOVE 'PAST' TO WS-RPT-DAYS-LEFT
           ELSE
              ADD 1 TO WS-AGING-OUT-COUNT
              COMPUTE WS-UNTIL-INTEGER =
                 FUNCTION INTEGER-OF-DATE(WS-COVERED-UNTIL-NUM)
              COMPUTE WS-DAYS-LEFT =
                 WS-UNTIL-INTEGER - WS-TODAY-INTEGER
              MOVE WS-DAYS-LEFT TO WS-DAYS-EDIT
              MOVE WS-DAYS-EDIT TO WS-RPT-DAYS-LEFT
           END-IF.

           MOVE BDP-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           READ EMPMAST-FILE
              INVALID KEY
                 MOVE '23' TO WS-EMPMAST-STATUS
           END-READ.

           IF EMPMAST-OK THEN
              MOVE EMP-PRIMARY-NAME TO WS-RPT-EMP-NAME
           ELSE
              MOVE '*NOT ON EMPMAST*' TO WS-RPT-EMP-NAME
           END-IF.

           PERFORM 2600-FIND-EMPLOYEE-COVER.

           MOVE BDP-EMPLOYEE-ID TO WS-RPT-EMP-ID.
           MOVE BDP-DEPENDENT-NAME TO WS-RPT-DEP-NAME.
           MOVE WS-COVERED-UNTIL TO WS-RPT-AGE-OUT-DATE.
           MOVE WS-REPORT-DETAIL-LINE TO AGE-OUT-REPORT-LINE.
           MOVE AGE-OUT-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE AGE-OUT-REPORT-LINE.

      *    THE WIDEST ACTIVE COVER THE EMPLOYEE HOLDS ACROSS ALL
      *    PLANS - 'FAMILY' BEATS 'SPOUSE'; 'NONE' MEANS THE CHILD IS
      *    ON NOBODY'S BILL AND ONLY THE REGISTER NEEDS TIDYING.
       2600-FIND-EMPLOYEE-COVER.
           MOVE 'NONE' TO WS-RPT-COVER.
           MOVE 'N' TO WS-BEN-EOF-FLAG.
           MOVE BDP-EMPLOYEE-ID TO BEN-EMPLOYEE-ID.
           MOVE LOW-VALUES TO BEN-PLAN-CODE.

           START EBENROL-FILE KEY IS GREATER THAN BEN-KEY
              INVALID KEY
                 SET END-OF-EMPLOYEE-COVER TO TRUE
           END-START.

           PERFORM 2650-CHECK-NEXT-ENROLLMENT
              UNTIL END-OF-EMPLOYEE-COVER.

       2650-CHECK-NEXT-ENROLLMENT.
           READ EBENROL-FILE NEXT RECORD
              AT END
                 SET END-OF-EMPLOYEE-COVER TO TRUE
           END-READ.

           IF END-OF-EMPLOYEE-COVER OR
              BEN-EMPLOYEE-ID IS NOT EQUAL TO BDP-EMPLOYEE-ID THEN
              SET END-OF-EMPLOYEE-COVER TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF NOT BEN-ST-ACTIVE THEN
              EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
           WHEN BEN-COVER-FAMILY
                MOVE 'FAMILY' TO WS-RPT-COVER
           WHEN BEN-COVER-SPOUSE AND WS-RPT-COVER IS EQUAL TO 'NONE'
                MOVE 'SPOUSE' TO WS-RPT-COVER
           END-EVALUATE.

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------

       4000-PRODUCE-SUMMARY.
           MOVE SPACES TO AGE-OUT-REPORT-LINE.
           MOVE AGE-OUT-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE AGE-OUT-REPORT-LINE.

           MOVE 'DEPENDENTS READ ............' TO WS-RPT-COUNT-LABEL.
           MOVE WS-DEPENDENT-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 4100-WRITE-COUNT-LINE.

           MOVE 'ACTIVE CHILDREN CHECKED ....' TO WS-RPT-COUNT-LABEL.
           MOVE WS-CHILD-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 4100-WRITE-COUNT-LINE.

           MOVE 'DISABLED - NO AGE LIMIT ....' TO WS-RPT-COUNT-LABEL.
           MOVE WS-DISABLED-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 4100-WRITE-COUNT-LINE.

           MOVE 'AGING OUT WITHIN WINDOW ....' TO WS-RPT-COUNT-LABEL.
           MOVE WS-AGING-OUT-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 4100-WRITE-COUNT-LINE.

           MOVE 'ALREADY PAST LIMIT (PAST) ..' TO WS-RPT-COUNT-LABEL.
           MOVE WS-AGED-OUT-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 4100-WRITE-COUNT-LINE.

       4100-WRITE-COUNT-LINE.
           MOVE WS-REPORT-COUNT-LINE TO AGE-OUT-REPORT-LINE.
           MOVE AGE-OUT-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE AGE-OUT-REPORT-LINE.
      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'EBDPAGE' TO RSA-REPORT-NAME.
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
           MOVE 'EBDPAGE ' TO RLG-JOB-NAME.
           MOVE WS-DEPENDENT-COUNT TO RLG-INPUT-COUNT.
           COMPUTE RLG-OUTPUT-COUNT =
              WS-AGING-OUT-COUNT + WS-AGED-OUT-COUNT.
           MOVE ZEROES TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'EBDPAGE - DEPENDENTS READ:    ' WS-DEPENDENT-COUNT.
           DISPLAY 'EBDPAGE - AGING OUT:          ' WS-AGING-OUT-COUNT.
           DISPLAY 'EBDPAGE - ALREADY PAST LIMIT: ' WS-AGED-OUT-COUNT.

           CLOSE EBENDEP-FILE.
           CLOSE EMPMAST-FILE.
           CLOSE EBENROL-FILE.
           CLOSE AGE-OUT-REPORT-FILE.
