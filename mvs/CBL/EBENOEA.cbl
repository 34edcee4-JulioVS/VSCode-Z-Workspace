       IDENTIFICATION DIVISION.
       PROGRAM-ID. EBENOEA.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - OPEN ENROLLMENT CLOSE - APPLY BENEFIT ELECTIONS.
      *      - BATCH PROGRAM, RUN ONCE PER PLAN YEAR AFTER THE LAST
      *        'EBENWIN' WINDOW FOR THAT YEAR HAS CLOSED - SEE THE
      *        ACCOMPANYING JCL.
      *      - PASS 1 APPLIES EVERY PENDING 'EBENELC' ELECTION FOR THE
      *        YEAR TO 'EBENROL' WITH THE NEW PLAN-YEAR EFFECTIVE DATE
      *        AND THE WINDOW'S DEDUCTION FOR THE CHOSEN LEVEL. A
      *        WAIVER ('W') TERMINATES AN ACTIVE ENROLLMENT AT THAT
      *        DATE. AN ELECTION THAT CANNOT BE APPLIED (PLAN NOT
      *        OFFERED, EMPLOYEE GONE, NO QUALIFYING DEPENDENT FOR
      *        SPOUSE/FAMILY COVER) IS MARKED 'X' WITH THE REASON.
      *      - PASS 2 ROLLS FORWARD EVERY OTHER ACTIVE ENROLLMENT IN A
      *        PLAN OFFERED THIS YEAR AT THE SAME LEVEL AND THE NEW
      *        RATE. AN ACTIVE ENROLLMENT IN A RETIRED PLAN IS LEFT
      *        ALONE AND REPORTED FOR HR TO RE-ENROLL.
      *      - EVERY 'EBENROL' RECORD TOUCHED HAS ITS FED FLAG CLEARED,
      *        SO THE NIGHTLY 'EPAYFEED' SENDS THE NEW DEDUCTION, AND
      *        ITS CARRIER SENT FLAG, SO THE WEEKLY 'ECARFEED' SENDS
      *        THE NEW PLAN YEAR'S COVER TO THE CARRIER.
      *      - PRINTS THE EXCEPTIONS, PER-PLAN COUNTS AND THE
      *        PARTICIPATION RATE (EMPLOYEES WHO ELECTED AGAINST
      *        ACTIVE EMPLOYEES), THEN MARKS THE WINDOW APPLIED SO A
      *        RERUN IS REFUSED.
      *      - 'SYSIN' FORMAT: THE PLAN YEAR YYYY IN COLUMNS 1-4
      *        (REQUIRED) AND THE RUN DATE YYYYMMDD IN COLUMNS 5-12
      *        (BLANK MEANS TODAY).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EBENWIN-FILE ASSIGN TO EBENWIN
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BOW-KEY
                FILE STATUS IS WS-EBENWIN-STATUS.

           SELECT EBENELC-FILE ASSIGN TO EBENELC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BEL-KEY
                FILE STATUS IS WS-EBENELC-STATUS.

           SELECT EBENROL-FILE ASSIGN TO EBENROL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BEN-KEY
                FILE STATUS IS WS-EBENROL-STATUS.

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

           SELECT EBENPLN-FILE ASSIGN TO EBENPLN
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BPL-KEY
                FILE STATUS IS WS-EBENPLN-STATUS.

           SELECT ENROLLMENT-REPORT-FILE ASSIGN TO BOERPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-BOERPT-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SYSIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EBENWIN-FILE.
       COPY EBENWIN.

       FD  EBENELC-FILE.
       COPY EBENELC.

       FD  EBENROL-FILE.
       COPY EBENROL.

       FD  EBENDEP-FILE.
       COPY EBENDEP.

       FD  EMPMAST-FILE.
       COPY EMPMAST.

       FD  EBENPLN-FILE.
       COPY EBENPLN.

       FD  ENROLLMENT-REPORT-FILE
           RECORDING MODE IS F.
       01  ENROLLMENT-REPORT-LINE       PIC X(80).

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD.
           05 CC-PLAN-YEAR              PIC X(4).
           05 CC-RUN-DATE               PIC X(8).
           05 FILLER                    PIC X(68).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-EBENWIN-STATUS        PIC X(2).
             88 EBENWIN-OK                      VALUE '00'.
          05 WS-EBENELC-STATUS        PIC X(2).
             88 EBENELC-OK                      VALUE '00'.
          05 WS-EBENROL-STATUS        PIC X(2).
             88 EBENROL-OK                      VALUE '00'.
          05 WS-EBENDEP-STATUS        PIC X(2).
             88 EBENDEP-OK                      VALUE '00'.
          05 WS-EMPMAST-STATUS        PIC X(2).
             88 EMPMAST-OK                      VALUE '00'.
          05 WS-EBENPLN-STATUS        PIC X(2).
             88 EBENPLN-OK                      VALUE '00'.
          05 WS-BOERPT-STATUS         PIC X(2).
          05 WS-SYSIN-STATUS          PIC X(2).
          05 WS-WIN-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-EBENWIN                  VALUE 'Y'.
          05 WS-ELC-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-EBENELC                  VALUE 'Y'.
          05 WS-BEN-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-EBENROL                  VALUE 'Y'.
          05 WS-DEP-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-EMPLOYEE-DEPENDENTS      VALUE 'Y'.
          05 WS-EMP-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-EMPMAST                  VALUE 'Y'.
          05 WS-QUALIFYING-FLAG       PIC X(1)  VALUE 'N'.
             88 QUALIFYING-DEPENDENT            VALUE 'Y'.
          05 WS-PLAN-YEAR             PIC 9(4)  VALUE ZEROES.
          05 WS-RUN-DATE              PIC X(8).
          05 WS-EXCEPTION-TEXT        PIC X(30).
          05 WS-CHECK-EMPLOYEE-ID     PIC 9(8)  VALUE ZEROES.
          05 WS-CHECK-LEVEL           PIC X(1).
             88 WS-CHECK-SPOUSE                 VALUE 'S'.
          05 WS-CHECK-DATE            PIC X(8).
          05 WS-LAST-ELECTOR-ID       PIC 9(8)  VALUE ZEROES.
          05 WS-NEW-RATE              PIC 9(5)V99 VALUE ZEROES.
          05 WS-APPLIED-WINDOWS       PIC 9(2)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-OPEN-WINDOWS          PIC 9(2)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-PARTICIPATION-PCT     PIC 9(3)V9 VALUE ZEROES.
          05 WS-COVERED-UNTIL.
             10 WS-UNTIL-YEAR         PIC 9(4).
             10 WS-UNTIL-MMDD         PIC X(4).
          05 WS-ELECTION-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-APPLIED-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ENROLLMENT-COUNT      PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ROLLED-COUNT          PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EXCEPTION-COUNT       PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ELECTOR-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ACTIVE-EMP-COUNT      PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.

      *    THE PLAN YEAR'S WINDOW RECORDS, ONE PER PLAN OFFERED, WITH
      *    THE RUN'S COUNTS FOR THE PER-PLAN SUMMARY.
       01 WS-WINDOW-TABLE.
          05 WS-WX                    PIC 9(2)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-WIN-IDX               PIC 9(2)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-WIN-COUNT             PIC 9(2)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-WIN-ENTRY OCCURS 20 TIMES.
             10 WS-WIN-PLAN-CODE      PIC X(4).
             10 WS-WIN-EFFECTIVE-DATE PIC X(8).
             10 WS-WIN-EMPLOYEE-RATE  PIC 9(5)V99.
             10 WS-WIN-SPOUSE-RATE    PIC 9(5)V99.
             10 WS-WIN-FAMILY-RATE    PIC 9(5)V99.
             10 WS-WIN-ELECT-E        PIC 9(8)  USAGE IS BINARY.
             10 WS-WIN-ELECT-S        PIC 9(8)  USAGE IS BINARY.
             10 WS-WIN-ELECT-F        PIC 9(8)  USAGE IS BINARY.
             10 WS-WIN-WAIVED         PIC 9(8)  USAGE IS BINARY.
             10 WS-WIN-ROLLED         PIC 9(8)  USAGE IS BINARY.
             10 WS-WIN-EXCEPTIONS     PIC 9(8)  USAGE IS BINARY.

      *    THE COVERAGE AGE LIMITS ARE THE SAME FIGURES THE 'EBENP',
      *    'EBDPP' AND 'EBELP' SCREENS USE ('APP-DEP-...-AGE-LIMIT' IN
      *    THE APPLICATION CONSTANTS) - KEEP THEM IN STEP.
       01 WS-AGE-OUT-RULES.
          05 WS-CHILD-AGE-LIMIT       PIC 9(2)  VALUE 19.
          05 WS-STUDENT-AGE-LIMIT     PIC 9(2)  VALUE 26.

       01 WS-REPORT-HEADING.
          05 FILLER                   PIC X(34)
             VALUE 'OPEN ENROLLMENT CLOSE - PLAN YEAR '.
          05 WS-RPT-HDG-YEAR          PIC X(4).
          05 FILLER                   PIC X(6)  VALUE ' RUN: '.
          05 WS-RPT-HDG-DATE          PIC X(8).
          05 FILLER                   PIC X(28) VALUE SPACES.

       01 WS-REPORT-COLUMN-HEADING.
          05 FILLER                   PIC X(40)
             VALUE 'EMP ID    EMPLOYEE NAME        PLAN LVL '.
          05 FILLER                   PIC X(40)
             VALUE 'SOURCE   EXCEPTION                      '.

       01 WS-REPORT-DETAIL-LINE.
          05 WS-RPT-EMP-ID            PIC Z(7)9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-EMP-NAME          PIC X(20).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-PLAN-CODE         PIC X(4).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-LEVEL             PIC X(1).
          05 FILLER                   PIC X(3)  VALUE SPACES.
          05 WS-RPT-SOURCE            PIC X(8).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-EXCEPTION         PIC X(30).
          05 FILLER                   PIC X(1)  VALUE SPACES.

       01 WS-REPORT-PLAN-HEADING.
          05 FILLER                   PIC X(40)
             VALUE 'PLAN  ELECT-E  ELECT-S  ELECT-F   WAIVED'.
          05 FILLER                   PIC X(40)
             VALUE '   ROLLED  EXCEPT                       '.

       01 WS-REPORT-PLAN-LINE.
          05 WS-RPT-PLN-CODE          PIC X(4).
          05 WS-RPT-PLN-ELECT-E       PIC Z(8)9.
          05 WS-RPT-PLN-ELECT-S       PIC Z(8)9.
          05 WS-RPT-PLN-ELECT-F       PIC Z(8)9.
          05 WS-RPT-PLN-WAIVED        PIC Z(8)9.
          05 WS-RPT-PLN-ROLLED        PIC Z(8)9.
          05 WS-RPT-PLN-EXCEPTIONS    PIC Z(7)9.
          05 FILLER                   PIC X(23) VALUE SPACES.

       01 WS-REPORT-COUNT-LINE.
          05 WS-RPT-COUNT-LABEL       PIC X(28).
          05 WS-RPT-COUNT-TOTAL       PIC Z(7)9.
          05 FILLER                   PIC X(44) VALUE SPACES.

       01 WS-REPORT-PCT-LINE.
          05 FILLER                   PIC X(28)
             VALUE 'PARTICIPATION (PCT) ........'.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-PCT               PIC ZZ9.9.
          05 FILLER                   PIC X(45) VALUE SPACES.

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
           PERFORM 1100-LOAD-WINDOW.
           PERFORM 1300-OPEN-FILES.
           PERFORM 2000-APPLY-ELECTION UNTIL END-OF-EBENELC.
           PERFORM 3000-START-ROLL-FORWARD.
           PERFORM 3100-ROLL-ENROLLMENT UNTIL END-OF-EBENROL.
           PERFORM 3400-START-EMPLOYEE-COUNT.
           PERFORM 3500-COUNT-ACTIVE-EMPLOYEE UNTIL END-OF-EMPMAST.
           PERFORM 4000-PRODUCE-SUMMARY.
           PERFORM 5000-MARK-WINDOW-APPLIED.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-SYSIN-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'EBENOEA - UNABLE TO OPEN SYSIN, STATUS='
                 WS-SYSIN-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ CONTROL-CARD-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF CC-PLAN-YEAR IS NUMERIC
                    MOVE CC-PLAN-YEAR TO WS-PLAN-YEAR
                 END-IF
                 IF CC-RUN-DATE IS NUMERIC AND
                    CC-RUN-DATE IS NOT EQUAL TO ZEROES
                    MOVE CC-RUN-DATE TO WS-RUN-DATE
                 END-IF
           END-READ.
           CLOSE CONTROL-CARD-FILE.

      *    NO PLAN YEAR, NO RUN - A BLANK CARD MUST NEVER GUESS WHICH
      *    YEAR'S ELECTIONS TO APPLY.
           IF WS-PLAN-YEAR IS EQUAL TO ZEROES
              DISPLAY 'EBENOEA - MISSING/BAD PLAN YEAR - REFUSED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O EBENWIN-FILE.
           IF NOT EBENWIN-OK
              DISPLAY 'EBENOEA - UNABLE TO OPEN EBENWIN, STATUS='
                 WS-EBENWIN-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    THE PLAN YEAR'S WINDOW MUST EXIST, MUST HAVE CLOSED FOR
      *    EVERY PLAN, AND MUST NOT HAVE BEEN APPLIED ALREADY.
       1100-LOAD-WINDOW.
           MOVE WS-PLAN-YEAR TO BOW-PLAN-YEAR.
           MOVE LOW-VALUES TO BOW-PLAN-CODE.

           START EBENWIN-FILE KEY IS NOT LESS THAN BOW-KEY
              INVALID KEY
                 SET END-OF-EBENWIN TO TRUE
           END-START.

           PERFORM 1150-LOAD-NEXT-WINDOW-PLAN UNTIL END-OF-EBENWIN.

           IF WS-WIN-COUNT IS EQUAL TO ZEROES
              DISPLAY 'EBENOEA - NO WINDOW ON EBENWIN FOR PLAN YEAR '
                 WS-PLAN-YEAR
              MOVE 8 TO RETURN-CODE
              CLOSE EBENWIN-FILE
              STOP RUN
           END-IF.

           IF WS-OPEN-WINDOWS IS GREATER THAN ZEROES
              DISPLAY 'EBENOEA - WINDOW STILL OPEN - REFUSED'
              MOVE 8 TO RETURN-CODE
              CLOSE EBENWIN-FILE
              STOP RUN
           END-IF.

           IF WS-APPLIED-WINDOWS IS EQUAL TO WS-WIN-COUNT
              DISPLAY 'EBENOEA - PLAN YEAR ' WS-PLAN-YEAR
                 ' ALREADY APPLIED - NOTHING TO DO'
              MOVE 4 TO RETURN-CODE
              CLOSE EBENWIN-FILE
              STOP RUN
           END-IF.

       1150-LOAD-NEXT-WINDOW-PLAN.
           READ EBENWIN-FILE NEXT RECORD
              AT END
                 SET END-OF-EBENWIN TO TRUE
           END-READ.

           IF END-OF-EBENWIN OR
              BOW-PLAN-YEAR IS NOT EQUAL TO WS-PLAN-YEAR THEN
              SET END-OF-EBENWIN TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF WS-WIN-COUNT IS NOT LESS THAN 20
              DISPLAY 'EBENOEA - MORE THAN 20 PLANS IN WINDOW, '
                 'IGNORED: ' BOW-PLAN-CODE
              EXIT PARAGRAPH
           END-IF.

      *    ONE PLAN STILL TAKING ELECTIONS REFUSES THE WHOLE RUN.
           IF BOW-CLOSE-DATE IS NOT LESS THAN WS-RUN-DATE
              DISPLAY 'EBENOEA - PLAN ' BOW-PLAN-CODE
                 ' WINDOW CLOSES ' BOW-CLOSE-DATE
              ADD 1 TO WS-OPEN-WINDOWS
           END-IF.

           IF BOW-ST-APPLIED
              ADD 1 TO WS-APPLIED-WINDOWS
           END-IF.

           ADD 1 TO WS-WIN-COUNT.
           INITIALIZE WS-WIN-ENTRY(WS-WIN-COUNT).
           MOVE BOW-PLAN-CODE TO WS-WIN-PLAN-CODE(WS-WIN-COUNT).
           MOVE BOW-EFFECTIVE-DATE
              TO WS-WIN-EFFECTIVE-DATE(WS-WIN-COUNT).
           MOVE BOW-EMPLOYEE-RATE
              TO WS-WIN-EMPLOYEE-RATE(WS-WIN-COUNT).
           MOVE BOW-SPOUSE-RATE TO WS-WIN-SPOUSE-RATE(WS-WIN-COUNT).
           MOVE BOW-FAMILY-RATE TO WS-WIN-FAMILY-RATE(WS-WIN-COUNT).

       1300-OPEN-FILES.
           OPEN I-O EBENELC-FILE.
           IF NOT EBENELC-OK
              DISPLAY 'EBENOEA - UNABLE TO OPEN EBENELC, STATUS='
                 WS-EBENELC-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O EBENROL-FILE.
           IF NOT EBENROL-OK
              DISPLAY 'EBENOEA - UNABLE TO OPEN EBENROL, STATUS='
                 WS-EBENROL-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT EBENDEP-FILE.
           IF NOT EBENDEP-OK
              DISPLAY 'EBENOEA - UNABLE TO OPEN EBENDEP, STATUS='
                 WS-EBENDEP-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT EMPMAST-FILE.
           IF NOT EMPMAST-OK
              DISPLAY 'EBENOEA - UNABLE TO OPEN EMPMAST, STATUS='
                 WS-EMPMAST-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT EBENPLN-FILE.
           IF NOT EBENPLN-OK
              DISPLAY 'EBENOEA - UNABLE TO OPEN EBENPLN, STATUS='
                 WS-EBENPLN-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT ENROLLMENT-REPORT-FILE.

           MOVE WS-PLAN-YEAR TO WS-RPT-HDG-YEAR.
           MOVE WS-RUN-DATE TO WS-RPT-HDG-DATE.
           MOVE WS-REPORT-HEADING TO ENROLLMENT-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.
           MOVE SPACES TO ENROLLMENT-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.
           MOVE WS-REPORT-COLUMN-HEADING TO ENROLLMENT-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE LOW-VALUES TO BEL-KEY.
           START EBENELC-FILE KEY IS GREATER THAN BEL-KEY
              INVALID KEY
                 SET END-OF-EBENELC TO TRUE
           END-START.

      *-----------------------------------------------------------------
       ELECTIONS SECTION.
      *-----------------------------------------------------------------

      *    PASS 1 - EVERY PENDING ELECTION FOR THE PLAN YEAR.
       2000-APPLY-ELECTION.
           READ EBENELC-FILE NEXT RECORD
              AT END
                 SET END-OF-EBENELC TO TRUE
           END-READ.

           IF END-OF-EBENELC THEN
              EXIT PARAGRAPH
           END-IF.

           IF BEL-PLAN-YEAR IS NOT EQUAL TO WS-PLAN-YEAR OR
              NOT BEL-ST-PENDING THEN
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-ELECTION-COUNT.

      *    THE FILE IS IN EMPLOYEE ORDER, SO EACH ELECTING EMPLOYEE
      *    IS COUNTED ONCE FOR THE PARTICIPATION RATE.
           IF BEL-EMPLOYEE-ID IS NOT EQUAL TO WS-LAST-ELECTOR-ID
              ADD 1 TO WS-ELECTOR-COUNT
              MOVE BEL-EMPLOYEE-ID TO WS-LAST-ELECTOR-ID
           END-IF.

           MOVE SPACES TO WS-EXCEPTION-TEXT.
           MOVE BEL-PLAN-CODE TO WS-RPT-PLAN-CODE.
           PERFORM 2900-FIND-WINDOW-PLAN.

           IF WS-WX IS EQUAL TO ZEROES
              MOVE 'PLAN NOT OFFERED THIS YEAR' TO WS-EXCEPTION-TEXT
           ELSE
              PERFORM 2100-VALIDATE-ELECTION
           END-IF.

           IF WS-EXCEPTION-TEXT IS EQUAL TO SPACES
              PERFORM 2200-POST-ELECTION
           END-IF.

           IF WS-EXCEPTION-TEXT IS EQUAL TO SPACES
              SET BEL-ST-APPLIED TO TRUE
              ADD 1 TO WS-APPLIED-COUNT
           ELSE
              SET BEL-ST-EXCEPTION TO TRUE
              MOVE WS-EXCEPTION-TEXT TO BEL-EXCEPTION-TEXT
              MOVE BEL-EMPLOYEE-ID TO WS-RPT-EMP-ID
              MOVE BEL-COVERAGE-LEVEL TO WS-RPT-LEVEL
              MOVE 'ELECTION' TO WS-RPT-SOURCE
              PERFORM 2800-WRITE-EXCEPTION
           END-IF.

           MOVE WS-RUN-DATE TO BEL-APPLIED-DATE.

           REWRITE BENEFIT-ELECTION-RECORD
              INVALID KEY
                 DISPLAY 'EBENOEA - EBENELC REWRITE FAILED, KEY='
                    BEL-KEY
           END-REWRITE.

       2100-VALIDATE-ELECTION.
           MOVE BEL-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.
           PERFORM 2700-READ-EMPLOYEE.

           IF NOT EMPMAST-OK OR NOT EMP-ACTIVE
              MOVE 'EMPLOYEE NOT ACTIVE' TO WS-EXCEPTION-TEXT
              EXIT PARAGRAPH
           END-IF.

           IF NOT BEL-COVER-VALID
              MOVE 'INVALID COVERAGE LEVEL' TO WS-EXCEPTION-TEXT
              EXIT PARAGRAPH
           END-IF.

           IF BEL-COVER-SPOUSE OR BEL-COVER-FAMILY
              MOVE BEL-EMPLOYEE-ID TO WS-CHECK-EMPLOYEE-ID
              MOVE BEL-COVERAGE-LEVEL TO WS-CHECK-LEVEL
              MOVE WS-WIN-EFFECTIVE-DATE(WS-WX) TO WS-CHECK-DATE
              PERFORM 2600-CHECK-QUALIFYING-DEPENDENT
              IF NOT QUALIFYING-DEPENDENT
                 MOVE 'NO QUALIFYING DEPENDENT' TO WS-EXCEPTION-TEXT
              END-IF
           END-IF.

      *    WRITE, CHANGE OR TERMINATE THE 'EBENROL' ENROLLMENT.
       2200-POST-ELECTION.
           MOVE BEL-EMPLOYEE-ID TO BEN-EMPLOYEE-ID.
           MOVE BEL-PLAN-CODE TO BEN-PLAN-CODE.

           READ EBENROL-FILE
              INVALID KEY
                 MOVE '23' TO WS-EBENROL-STATUS
           END-READ.

           IF BEL-WAIVED
              ADD 1 TO WS-WIN-WAIVED(WS-WX)
              IF EBENROL-OK AND BEN-ST-ACTIVE
                 SET BEN-ST-TERMINATED TO TRUE
                 MOVE WS-WIN-EFFECTIVE-DATE(WS-WX)
                    TO BEN-EFFECTIVE-DATE
                 PERFORM 2300-REWRITE-ENROLLMENT
              END-IF
              EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
           WHEN BEL-COVER-EMPLOYEE
                ADD 1 TO WS-WIN-ELECT-E(WS-WX)
                MOVE WS-WIN-EMPLOYEE-RATE(WS-WX) TO WS-NEW-RATE
           WHEN BEL-COVER-SPOUSE
                ADD 1 TO WS-WIN-ELECT-S(WS-WX)
                MOVE WS-WIN-SPOUSE-RATE(WS-WX) TO WS-NEW-RATE
           WHEN OTHER
                ADD 1 TO WS-WIN-ELECT-F(WS-WX)
                MOVE WS-WIN-FAMILY-RATE(WS-WX) TO WS-NEW-RATE
           END-EVALUATE.

           IF NOT EBENROL-OK
              INITIALIZE BENEFITS-ENROLLMENT-RECORD
              MOVE BEL-EMPLOYEE-ID TO BEN-EMPLOYEE-ID
              MOVE BEL-PLAN-CODE TO BEN-PLAN-CODE
           END-IF.

           MOVE BEL-COVERAGE-LEVEL TO BEN-COVERAGE-LEVEL.
           MOVE WS-WIN-EFFECTIVE-DATE(WS-WX) TO BEN-EFFECTIVE-DATE.
           SET BEN-ST-ACTIVE TO TRUE.
           MOVE WS-NEW-RATE TO BEN-DEDUCTION-AMOUNT.

           IF EBENROL-OK
              PERFORM 2300-REWRITE-ENROLLMENT
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO BEN-FED-FLAG.
           MOVE SPACES TO BEN-CARRIER-SENT-FLAG.
           MOVE 'EBENOEA' TO BEN-RECORDED-BY.
           MOVE WS-RUN-DATE TO BEN-RECORDED-DATE.

           WRITE BENEFITS-ENROLLMENT-RECORD
              INVALID KEY
                 DISPLAY 'EBENOEA - EBENROL WRITE FAILED, KEY='
                    BEN-KEY
           END-WRITE.

       2300-REWRITE-ENROLLMENT.
           MOVE SPACES TO BEN-FED-FLAG.
           MOVE SPACES TO BEN-CARRIER-SENT-FLAG.
           MOVE 'EBENOEA' TO BEN-RECORDED-BY.
           MOVE WS-RUN-DATE TO BEN-RECORDED-DATE.

           REWRITE BENEFITS-ENROLLMENT-RECORD
              INVALID KEY
                 DISPLAY 'EBENOEA - EBENROL REWRITE FAILED, KEY='
                    BEN-KEY
           END-REWRITE.

      *    SPOUSE COVER NEEDS AN ACTIVE SPOUSE OR PARTNER. FAMILY
      *    COVER ALSO ACCEPTS A CHILD STILL INSIDE THE AGE LIMIT ON
      *    THE NEW PLAN YEAR'S START DATE, OR A DISABLED CHILD - THE
      *    SAME RULE THE SCREENS APPLY.
       2600-CHECK-QUALIFYING-DEPENDENT.
           MOVE 'N' TO WS-QUALIFYING-FLAG.
           MOVE 'N' TO WS-DEP-EOF-FLAG.
           MOVE WS-CHECK-EMPLOYEE-ID TO BDP-EMPLOYEE-ID.
           MOVE ZEROES TO BDP-DEPENDENT-NUMBER.

           START EBENDEP-FILE KEY IS NOT LESS THAN BDP-KEY
              INVALID KEY
                 SET END-OF-EMPLOYEE-DEPENDENTS TO TRUE
           END-START.

           PERFORM 2650-CHECK-NEXT-DEPENDENT
              UNTIL END-OF-EMPLOYEE-DEPENDENTS OR QUALIFYING-DEPENDENT.

       2650-CHECK-NEXT-DEPENDENT.
           READ EBENDEP-FILE NEXT RECORD
              AT END
                 SET END-OF-EMPLOYEE-DEPENDENTS TO TRUE
           END-READ.

           IF END-OF-EMPLOYEE-DEPENDENTS OR
              BDP-EMPLOYEE-ID IS NOT EQUAL TO WS-CHECK-EMPLOYEE-ID THEN
              SET END-OF-EMPLOYEE-DEPENDENTS TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF NOT BDP-ST-ACTIVE THEN
              EXIT PARAGRAPH
           END-IF.

           IF BDP-REL-SPOUSE-OR-PARTNER THEN
              SET QUALIFYING-DEPENDENT TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF WS-CHECK-SPOUSE OR NOT BDP-REL-CHILD THEN
              EXIT PARAGRAPH
           END-IF.

           IF BDP-DISABLED THEN
              SET QUALIFYING-DEPENDENT TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE BDP-BIRTH-MMDD TO WS-UNTIL-MMDD.
           IF BDP-FULL-TIME-STUDENT THEN
              COMPUTE WS-UNTIL-YEAR =
                 BDP-BIRTH-YEAR + WS-STUDENT-AGE-LIMIT
           ELSE
              COMPUTE WS-UNTIL-YEAR =
                 BDP-BIRTH-YEAR + WS-CHILD-AGE-LIMIT
           END-IF.

           IF WS-COVERED-UNTIL IS GREATER THAN WS-CHECK-DATE THEN
              SET QUALIFYING-DEPENDENT TO TRUE
           END-IF.

       2700-READ-EMPLOYEE.
           READ EMPMAST-FILE
              INVALID KEY
                 MOVE '23' TO WS-EMPMAST-STATUS
           END-READ.

           IF EMPMAST-OK THEN
              MOVE EMP-PRIMARY-NAME TO WS-RPT-EMP-NAME
           ELSE
              MOVE '*NOT ON EMPMAST*' TO WS-RPT-EMP-NAME
           END-IF.

       2800-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           IF WS-WX IS GREATER THAN ZEROES
              ADD 1 TO WS-WIN-EXCEPTIONS(WS-WX)
           END-IF.

           MOVE WS-EXCEPTION-TEXT TO WS-RPT-EXCEPTION.
           MOVE WS-REPORT-DETAIL-LINE TO ENROLLMENT-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

      *    LOOKS UP 'WS-RPT-PLAN-CODE' IN THE WINDOW TABLE - 'WS-WX'
      *    IS LEFT ZERO WHEN THE PLAN IS NOT OFFERED THIS YEAR.
       2900-FIND-WINDOW-PLAN.
           MOVE ZEROES TO WS-WX.
           MOVE 1 TO WS-WIN-IDX.
           PERFORM 2950-CHECK-WINDOW-ENTRY
              UNTIL WS-WX IS GREATER THAN ZEROES
                 OR WS-WIN-IDX IS GREATER THAN WS-WIN-COUNT.

       2950-CHECK-WINDOW-ENTRY.
           IF WS-WIN-PLAN-CODE(WS-WIN-IDX) IS EQUAL TO WS-RPT-PLAN-CODE
              MOVE WS-WIN-IDX TO WS-WX
           END-IF.
           ADD 1 TO WS-WIN-IDX.

      *-----------------------------------------------------------------
       ROLL-FORWARD SECTION.
      *-----------------------------------------------------------------

      *    PASS 2 - EVERY ACTIVE ENROLLMENT NOT ALREADY MOVED TO THE
      *    NEW PLAN YEAR BY AN ELECTION ABOVE. THE BROWSE STARTS ONLY
      *    NOW, AS PASS 1'S KEYED READS MOVE THE FILE POSITION.
       3000-START-ROLL-FORWARD.
           MOVE LOW-VALUES TO BEN-KEY.
           START EBENROL-FILE KEY IS GREATER THAN BEN-KEY
              INVALID KEY
                 SET END-OF-EBENROL TO TRUE
           END-START.

       3100-ROLL-ENROLLMENT.
           READ EBENROL-FILE NEXT RECORD
              AT END
                 SET END-OF-EBENROL TO TRUE
           END-READ.

           IF END-OF-EBENROL THEN
              EXIT PARAGRAPH
           END-IF.

           IF NOT BEN-ST-ACTIVE THEN
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-ENROLLMENT-COUNT.
           MOVE SPACES TO WS-EXCEPTION-TEXT.
           MOVE BEN-PLAN-CODE TO WS-RPT-PLAN-CODE.
           MOVE BEN-EMPLOYEE-ID TO WS-RPT-EMP-ID.
           MOVE BEN-COVERAGE-LEVEL TO WS-RPT-LEVEL.
           MOVE 'ROLLOVER' TO WS-RPT-SOURCE.
           PERFORM 2900-FIND-WINDOW-PLAN.

           IF WS-WX IS EQUAL TO ZEROES
              PERFORM 3200-CHECK-RETIRED-PLAN
              EXIT PARAGRAPH
           END-IF.

           IF BEN-EFFECTIVE-DATE IS NOT LESS THAN
              WS-WIN-EFFECTIVE-DATE(WS-WX) THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE BEN-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.
           PERFORM 2700-READ-EMPLOYEE.

           IF NOT EMPMAST-OK OR NOT EMP-ACTIVE
              MOVE 'EMPLOYEE GONE - NOT ROLLED' TO WS-EXCEPTION-TEXT
              PERFORM 2800-WRITE-EXCEPTION
              EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
           WHEN BEN-COVER-SPOUSE
                MOVE WS-WIN-SPOUSE-RATE(WS-WX) TO BEN-DEDUCTION-AMOUNT
           WHEN BEN-COVER-FAMILY
                MOVE WS-WIN-FAMILY-RATE(WS-WX) TO BEN-DEDUCTION-AMOUNT
           WHEN OTHER
                MOVE WS-WIN-EMPLOYEE-RATE(WS-WX)
                   TO BEN-DEDUCTION-AMOUNT
           END-EVALUATE.

           MOVE WS-WIN-EFFECTIVE-DATE(WS-WX) TO BEN-EFFECTIVE-DATE.
           PERFORM 2300-REWRITE-ENROLLMENT.
           ADD 1 TO WS-ROLLED-COUNT.
           ADD 1 TO WS-WIN-ROLLED(WS-WX).

      *    A SPOUSE OR FAMILY COVER WHOSE DEPENDENTS NO LONGER
      *    QUALIFY STILL ROLLS - DROPPING COVER IS HR'S CALL - BUT
      *    IS LISTED SO IT GETS LOOKED AT.
           IF BEN-COVER-SPOUSE OR BEN-COVER-FAMILY
              MOVE BEN-EMPLOYEE-ID TO WS-CHECK-EMPLOYEE-ID
              MOVE BEN-COVERAGE-LEVEL TO WS-CHECK-LEVEL
              MOVE BEN-EFFECTIVE-DATE TO WS-CHECK-DATE
              PERFORM 2600-CHECK-QUALIFYING-DEPENDENT
              IF NOT QUALIFYING-DEPENDENT
                 MOVE 'ROLLED - NO QUALIFYING DEP' TO WS-EXCEPTION-TEXT
                 PERFORM 2800-WRITE-EXCEPTION
              END-IF
           END-IF.

      *    AN ENROLLMENT IN A PLAN THE BROKER NO LONGER OFFERS CANNOT
      *    ROLL - THE EMPLOYEE HAS TO PICK A REPLACEMENT WITH HR.
       3200-CHECK-RETIRED-PLAN.
           MOVE BEN-PLAN-CODE TO BPL-PLAN-CODE.

           READ EBENPLN-FILE
              INVALID KEY
                 MOVE '23' TO WS-EBENPLN-STATUS
           END-READ.

           IF EBENPLN-OK AND NOT BPL-ST-RETIRED THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE BEN-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.
           PERFORM 2700-READ-EMPLOYEE.
           MOVE 'PLAN RETIRED - RE-ELECT NEEDED' TO WS-EXCEPTION-TEXT.
           PERFORM 2800-WRITE-EXCEPTION.

       3400-START-EMPLOYEE-COUNT.
           MOVE LOW-VALUES TO EMP-EMPLOYEE-ID.
           START EMPMAST-FILE KEY IS GREATER THAN EMP-EMPLOYEE-ID
              INVALID KEY
                 SET END-OF-EMPMAST TO TRUE
           END-START.

       3500-COUNT-ACTIVE-EMPLOYEE.
           READ EMPMAST-FILE NEXT RECORD
              AT END
                 SET END-OF-EMPMAST TO TRUE
           END-READ.

           IF END-OF-EMPMAST THEN
              EXIT PARAGRAPH
           END-IF.

           IF EMP-ACTIVE THEN
              ADD 1 TO WS-ACTIVE-EMP-COUNT
           END-IF.

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------

       4000-PRODUCE-SUMMARY.
           MOVE SPACES TO ENROLLMENT-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.
           MOVE WS-REPORT-PLAN-HEADING TO ENROLLMENT-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 1 TO WS-WIN-IDX.
           PERFORM 4200-WRITE-PLAN-LINE
              UNTIL WS-WIN-IDX IS GREATER THAN WS-WIN-COUNT.

           MOVE SPACES TO ENROLLMENT-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'PENDING ELECTIONS READ .....' TO WS-RPT-COUNT-LABEL.
           MOVE WS-ELECTION-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 4100-WRITE-COUNT-LINE.

           MOVE 'ELECTIONS APPLIED ..........' TO WS-RPT-COUNT-LABEL.
           MOVE WS-APPLIED-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 4100-WRITE-COUNT-LINE.

           MOVE 'ENROLLMENTS ROLLED FORWARD .' TO WS-RPT-COUNT-LABEL.
           MOVE WS-ROLLED-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 4100-WRITE-COUNT-LINE.

           MOVE 'EXCEPTIONS LISTED ..........' TO WS-RPT-COUNT-LABEL.
           MOVE WS-EXCEPTION-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 4100-WRITE-COUNT-LINE.

           MOVE 'EMPLOYEES WHO ELECTED ......' TO WS-RPT-COUNT-LABEL.
           MOVE WS-ELECTOR-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 4100-WRITE-COUNT-LINE.

           MOVE 'ACTIVE EMPLOYEES ...........' TO WS-RPT-COUNT-LABEL.
           MOVE WS-ACTIVE-EMP-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 4100-WRITE-COUNT-LINE.

           IF WS-ACTIVE-EMP-COUNT IS GREATER THAN ZEROES
              COMPUTE WS-PARTICIPATION-PCT ROUNDED =
                 WS-ELECTOR-COUNT * 100 / WS-ACTIVE-EMP-COUNT
           END-IF.
           MOVE WS-PARTICIPATION-PCT TO WS-RPT-PCT.
           MOVE WS-REPORT-PCT-LINE TO ENROLLMENT-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

       4100-WRITE-COUNT-LINE.
           MOVE WS-REPORT-COUNT-LINE TO ENROLLMENT-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

       4200-WRITE-PLAN-LINE.
           MOVE WS-WIN-PLAN-CODE(WS-WIN-IDX) TO WS-RPT-PLN-CODE.
           MOVE WS-WIN-ELECT-E(WS-WIN-IDX) TO WS-RPT-PLN-ELECT-E.
           MOVE WS-WIN-ELECT-S(WS-WIN-IDX) TO WS-RPT-PLN-ELECT-S.
           MOVE WS-WIN-ELECT-F(WS-WIN-IDX) TO WS-RPT-PLN-ELECT-F.
           MOVE WS-WIN-WAIVED(WS-WIN-IDX) TO WS-RPT-PLN-WAIVED.
           MOVE WS-WIN-ROLLED(WS-WIN-IDX) TO WS-RPT-PLN-ROLLED.
           MOVE WS-WIN-EXCEPTIONS(WS-WIN-IDX)
              TO WS-RPT-PLN-EXCEPTIONS.
           MOVE WS-REPORT-PLAN-LINE TO ENROLLMENT-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.
           ADD 1 TO WS-WIN-IDX.

      *    STAMPING THE WINDOW APPLIED STOPS A SECOND RUN FROM ROLLING
      *    THE YEAR'S RATES IN TWICE.
       5000-MARK-WINDOW-APPLIED.
           MOVE 1 TO WS-WIN-IDX.
           PERFORM 5100-MARK-WINDOW-PLAN
              UNTIL WS-WIN-IDX IS GREATER THAN WS-WIN-COUNT.

       5100-MARK-WINDOW-PLAN.
           MOVE WS-PLAN-YEAR TO BOW-PLAN-YEAR.
           MOVE WS-WIN-PLAN-CODE(WS-WIN-IDX) TO BOW-PLAN-CODE.
           ADD 1 TO WS-WIN-IDX.

           READ EBENWIN-FILE
              INVALID KEY
                 DISPLAY 'EBENOEA - EBENWIN READ FAILED, KEY=' BOW-KEY
                 EXIT PARAGRAPH
           END-READ.

           SET BOW-ST-APPLIED TO TRUE.
           MOVE WS-RUN-DATE TO BOW-APPLIED-DATE.

           REWRITE OPEN-ENROLLMENT-WINDOW-RECORD
              INVALID KEY
                 DISPLAY 'EBENOEA - EBENWIN REWRITE FAILED, KEY='
                    BOW-KEY
           END-REWRITE.

       8800-WRITE-REPORT-LINE.
           MOVE ENROLLMENT-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE ENROLLMENT-REPORT-LINE.
      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'EBENOEA' TO RSA-REPORT-NAME.
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
           MOVE 'EBENOEA ' TO RLG-JOB-NAME.
           COMPUTE RLG-INPUT-COUNT =
              WS-ELECTION-COUNT + WS-ENROLLMENT-COUNT.
           COMPUTE RLG-OUTPUT-COUNT =
              WS-APPLIED-COUNT + WS-ROLLED-COUNT.
           MOVE WS-EXCEPTION-COUNT TO RLG-ERROR-COUNT.
           IF WS-EXCEPTION-COUNT IS GREATER THAN ZEROES
              MOVE 4 TO RLG-RETURN-CODE
              MOVE 4 TO RETURN-CODE
           END-IF.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'EBENOEA - PLAN YEAR:          ' WS-PLAN-YEAR.
           DISPLAY 'EBENOEA - ELECTIONS APPLIED:  ' WS-APPLIED-COUNT.
           DISPLAY 'EBENOEA - ROLLED FORWARD:     ' WS-ROLLED-COUNT.
           DISPLAY 'EBENOEA - EXCEPTIONS:         ' WS-EXCEPTION-COUNT.

           CLOSE EBENWIN-FILE.
           CLOSE EBENELC-FILE.
           CLOSE EBENROL-FILE.
           CLOSE EBENDEP-FILE.
           CLOSE EMPMAST-FILE.
           CLOSE EBENPLN-FILE.
           CLOSE ENROLLMENT-REPORT-FILE.
