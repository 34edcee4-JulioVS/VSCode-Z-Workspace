       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECARFEED.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - WEEKLY BENEFITS CARRIER ENROLLMENT FEED.
      *      - BATCH PROGRAM, RUN ONCE PER CARRIER (ONE JOB STEP EACH -
      *        SEE THE ACCOMPANYING JCL), WRITING THAT CARRIER'S
      *        'CARFEED' FILE (LAYOUT 'ECARFED.cpy') SO ENROLLMENT
      *        CHANGES STOP GOING OUT AS EMAILED SPREADSHEETS.
      *      - THE CARRIER'S PLANS ARE THE 'EBENPLN' PLANS CARRYING
      *        ITS CODE. EVERY 'EBENROL' COVERAGE IN ONE OF THEM THAT
      *        THE CARRIER HAS NOT YET BEEN TOLD ABOUT GOES OUT:
      *           - 'A' - NEVER SENT BEFORE AND ACTIVE.
      *           - 'C' - SENT BEFORE, CHANGED SINCE ON 'EBENP' OR BY
      *             'EBENOEA', OR A SPOUSE/FAMILY COVER WHOSE 'EBENDEP'
      *             DEPENDENTS HAVE BEEN ADDED, CHANGED OR REMOVED
      *             SINCE IT WAS LAST SENT.
      *           - 'T' - SENT BEFORE AND NOW TERMINATED - ON 'EBENP',
      *             BY AN 'EBENOEA' WAIVER, OR BY 'ETERMNB' WHEN THE
      *             EMPLOYEE LEAVES.
      *        A COVERAGE THAT WAS BOTH STARTED AND ENDED BETWEEN TWO
      *        RUNS WAS NEVER ON THE CARRIER'S BOOKS AND IS NOT SENT.
      *      - EACH 'A' OR 'C' IS FOLLOWED BY THE COVER'S ACTIVE
      *        DEPENDENTS - THE SPOUSE OR PARTNER FOR SPOUSE COVER,
      *        EVERYONE FOR FAMILY COVER.
      *      - EVERY COVERAGE SENT IS MARKED WITH THE CARRIER SENT FLAG
      *        AND DATE, SO IT GOES EXACTLY ONCE PER CHANGE.
      *      - THE FILE ENDS WITH A 'Z' CONTROL TRAILER; 'ECARRECN'
      *        RECONCILES IT AGAINST THE CARRIER'S ACKNOWLEDGMENT.
      *      - 'SYSIN' FORMAT: THE 'EBENPLN' CARRIER CODE IN COLUMNS
      *        1-4 (REQUIRED).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EBENPLN-FILE ASSIGN TO EBENPLN
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BPL-KEY
                FILE STATUS IS WS-EBENPLN-STATUS.

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
                ACCESS MODE IS RANDOM
                RECORD KEY IS EMP-EMPLOYEE-ID
                FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT EBIRTHD-FILE ASSIGN TO EBIRTHD
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BTH-EMPLOYEE-ID
                FILE STATUS IS WS-EBIRTHD-STATUS.

           SELECT CARFEED-FILE ASSIGN TO CARFEED
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CARFEED-STATUS.

           SELECT CARRIER-REPORT-FILE ASSIGN TO CARRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CARRPT-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SYSIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EBENPLN-FILE.
       COPY EBENPLN.

       FD  EBENROL-FILE.
       COPY EBENROL.

       FD  EBENDEP-FILE.
       COPY EBENDEP.

       FD  EMPMAST-FILE.
       COPY EMPMAST.

       FD  EBIRTHD-FILE.
       COPY EBIRTHD.

       FD  CARFEED-FILE
           RECORDING MODE IS F.
       COPY ECARFED.

       FD  CARRIER-REPORT-FILE
           RECORDING MODE IS F.
       01  CARRIER-REPORT-LINE          PIC X(80).

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD.
           05 CC-CARRIER-CODE           PIC X(4).
           05 FILLER                    PIC X(76).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-EBENPLN-STATUS        PIC X(2).
             88 EBENPLN-OK                      VALUE '00'.
          05 WS-EBENROL-STATUS        PIC X(2).
             88 EBENROL-OK                      VALUE '00'.
          05 WS-EBENDEP-STATUS        PIC X(2).
             88 EBENDEP-OK                      VALUE '00'.
          05 WS-EMPMAST-STATUS        PIC X(2).
             88 EMPMAST-OK                      VALUE '00'.
          05 WS-EBIRTHD-STATUS        PIC X(2).
             88 EBIRTHD-OK                      VALUE '00'.
          05 WS-CARFEED-STATUS        PIC X(2).
             88 CARFEED-OK                      VALUE '00'.
          05 WS-CARRPT-STATUS         PIC X(2).
          05 WS-SYSIN-STATUS          PIC X(2).
          05 WS-CARRIER-CODE          PIC X(4)  VALUE SPACES.
          05 WS-RUN-TIMESTAMP         PIC X(14).
          05 WS-TODAY                 PIC X(8).
          05 WS-PLN-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-EBENPLN                  VALUE 'Y'.
          05 WS-BEN-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-EBENROL                  VALUE 'Y'.
          05 WS-DEP-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-EMPLOYEE-DEPENDENTS      VALUE 'Y'.
          05 WS-DEP-CHANGED-FLAG      PIC X(1)  VALUE 'N'.
             88 DEPENDENTS-CHANGED              VALUE 'Y'.
          05 WS-ACTION-CODE           PIC X(1).
             88 WS-ACTION-NONE                  VALUE SPACES.
          05 WS-ENROLLMENT-READ-COUNT PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ADD-COUNT             PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-CHANGE-COUNT          PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-TERM-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-DEPENDENT-COUNT       PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-NEVER-SENT-COUNT      PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-REWRITE-ERROR-COUNT   PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
      *    HASH TOTAL OF EVERY EMPLOYEE ID ON AN 'E' RECORD - WRAPS AT
      *    FIFTEEN DIGITS, THE SAME AS THE PAYROLL FEED'S.
          05 WS-ID-HASH-TOTAL         PIC 9(15) VALUE ZEROES.

      *    THE CARRIER'S OWN PLANS, LOADED FROM 'EBENPLN' AT START.
       01 WS-PLAN-TABLE.
          05 WS-PLAN-COUNT            PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-PX                    PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-PLAN-FOUND-IDX        PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-PLAN-ENTRY OCCURS 200 TIMES.
             10 WS-PLAN-CODE          PIC X(4).
             10 WS-PLAN-NAME          PIC X(30).

      *    THE DEPENDENTS ONE COVER EXTENDS TO, GATHERED BEFORE ITS
      *    'E' RECORD IS WRITTEN SO THE RECORD CAN CARRY THE COUNT.
       01 WS-DEPENDENT-TABLE.
          05 WS-DEP-COUNT             PIC 9(2)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-DX                    PIC 9(2)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-DEP-ENTRY OCCURS 20 TIMES.
             10 WS-DEP-NUMBER         PIC 9(2).
             10 WS-DEP-NAME           PIC X(38).
             10 WS-DEP-RELATIONSHIP   PIC X(1).
             10 WS-DEP-BIRTH-DATE     PIC X(8).
             10 WS-DEP-STUDENT-DISABLED PIC X(1).

       01 WS-REPORT-HEADING.
          05 FILLER                   PIC X(36)
             VALUE 'CARRIER ENROLLMENT FEED - CARRIER '.
          05 WS-HDG-CARRIER-CODE      PIC X(4).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-HDG-RUN-DATE          PIC X(8).
          05 FILLER                   PIC X(30) VALUE SPACES.

       01 WS-REPORT-DETAIL-LINE.
          05 WS-RPT-ACTION            PIC X(1).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-EMP-ID            PIC Z(7)9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-PLAN-CODE         PIC X(4).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-LEVEL             PIC X(1).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-EFFECTIVE-DATE    PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-DEPENDENTS        PIC Z9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-NAME              PIC X(44).

       01 WS-REPORT-SUMMARY-LINE.
          05 WS-RPT-SUMMARY-LABEL     PIC X(28).
          05 WS-RPT-SUMMARY-TOTAL     PIC Z(7)9.
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
           PERFORM 2000-PROCESS-ENROLLMENT UNTIL END-OF-EBENROL.
           PERFORM 3000-WRITE-TRAILER.
           PERFORM 4000-PRODUCE-SUMMARY.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY.

           PERFORM 1050-GET-CARRIER-CARD.

           IF WS-CARRIER-CODE IS EQUAL TO SPACES
              DISPLAY 'ECARFEED - NO CARRIER CODE ON SYSIN CARD'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT EBENPLN-FILE.
           IF NOT EBENPLN-OK
              DISPLAY 'ECARFEED - UNABLE TO OPEN EBENPLN, STATUS='
                 WS-EBENPLN-STATUS
              STOP RUN
           END-IF.

           OPEN I-O EBENROL-FILE.
           IF NOT EBENROL-OK
              DISPLAY 'ECARFEED - UNABLE TO OPEN EBENROL, STATUS='
                 WS-EBENROL-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT EBENDEP-FILE.
           IF NOT EBENDEP-OK
              DISPLAY 'ECARFEED - UNABLE TO OPEN EBENDEP, STATUS='
                 WS-EBENDEP-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT EMPMAST-FILE.
           IF NOT EMPMAST-OK
              DISPLAY 'ECARFEED - UNABLE TO OPEN EMPMAST, STATUS='
                 WS-EMPMAST-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT EBIRTHD-FILE.
           IF NOT EBIRTHD-OK
              DISPLAY 'ECARFEED - UNABLE TO OPEN EBIRTHD, STATUS='
                 WS-EBIRTHD-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT CARFEED-FILE.
           IF NOT CARFEED-OK
              DISPLAY 'ECARFEED - UNABLE TO OPEN CARFEED, STATUS='
                 WS-CARFEED-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT CARRIER-REPORT-FILE.

           MOVE WS-CARRIER-CODE TO WS-HDG-CARRIER-CODE.
           MOVE WS-TODAY TO WS-HDG-RUN-DATE.
           MOVE WS-REPORT-HEADING TO CARRIER-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.
           MOVE SPACES TO CARRIER-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           PERFORM 1100-LOAD-CARRIER-PLANS.

           IF WS-PLAN-COUNT IS EQUAL TO ZEROES
              DISPLAY 'ECARFEED - NO EBENPLN PLAN CARRIES CARRIER '
                 WS-CARRIER-CODE
           END-IF.

           MOVE SPACES TO CARRIER-FEED-RECORD.
           SET CFD-HEADER TO TRUE.
           MOVE WS-CARRIER-CODE TO CFD-CARRIER-CODE.
           MOVE WS-RUN-TIMESTAMP(1:8) TO CFD-HDR-RUN-DATE.
           MOVE WS-RUN-TIMESTAMP(9:6) TO CFD-HDR-RUN-TIME.
           WRITE CARRIER-FEED-RECORD.

           MOVE ZEROES TO BEN-EMPLOYEE-ID.
           MOVE LOW-VALUES TO BEN-PLAN-CODE.
           START EBENROL-FILE KEY IS GREATER THAN BEN-KEY
              INVALID KEY
                 SET END-OF-EBENROL TO TRUE
           END-START.

           IF NOT END-OF-EBENROL
              PERFORM 1200-READ-NEXT-ENROLLMENT
           END-IF.

       1050-GET-CARRIER-CARD.
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-SYSIN-STATUS IS EQUAL TO '00' THEN
              READ CONTROL-CARD-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CC-CARRIER-CODE TO WS-CARRIER-CODE
              END-READ
              CLOSE CONTROL-CARD-FILE
           END-IF.

       1100-LOAD-CARRIER-PLANS.
           MOVE LOW-VALUES TO BPL-PLAN-CODE.
           START EBENPLN-FILE KEY IS GREATER THAN BPL-KEY
              INVALID KEY
                 SET END-OF-EBENPLN TO TRUE
           END-START.

           PERFORM 1150-LOAD-NEXT-PLAN UNTIL END-OF-EBENPLN.

       1150-LOAD-NEXT-PLAN.
           READ EBENPLN-FILE NEXT RECORD
              AT END
                 SET END-OF-EBENPLN TO TRUE
           END-READ.

           IF END-OF-EBENPLN
              EXIT PARAGRAPH
           END-IF.

           IF BPL-CARRIER-CODE IS NOT EQUAL TO WS-CARRIER-CODE
              EXIT PARAGRAPH
           END-IF.

           IF WS-PLAN-COUNT IS NOT LESS THAN 200
              DISPLAY 'ECARFEED - PLAN TABLE FULL, PLAN NOT SENT: '
                 BPL-PLAN-CODE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-PLAN-COUNT.
           MOVE BPL-PLAN-CODE TO WS-PLAN-CODE(WS-PLAN-COUNT).
           MOVE BPL-PLAN-NAME TO WS-PLAN-NAME(WS-PLAN-COUNT).

      *-----------------------------------------------------------------
       READING SECTION.
      *-----------------------------------------------------------------

       1200-READ-NEXT-ENROLLMENT.
           READ EBENROL-FILE NEXT RECORD
              AT END
                 SET END-OF-EBENROL TO TRUE
           END-READ.

           IF NOT END-OF-EBENROL
              ADD 1 TO WS-ENROLLMENT-READ-COUNT
           END-IF.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------

       2000-PROCESS-ENROLLMENT.
           PERFORM 2100-FIND-CARRIER-PLAN.

           IF WS-PLAN-FOUND-IDX IS GREATER THAN ZEROES
              PERFORM 2200-DECIDE-ACTION
              IF NOT WS-ACTION-NONE
                 PERFORM 2400-SEND-ENROLLMENT
              END-IF
           END-IF.

           PERFORM 1200-READ-NEXT-ENROLLMENT.

       2100-FIND-CARRIER-PLAN.
           MOVE ZEROES TO WS-PLAN-FOUND-IDX.
           MOVE ZEROES TO WS-PX.

           PERFORM 2110-SCAN-NEXT-PLAN
              UNTIL WS-PLAN-FOUND-IDX IS GREATER THAN ZEROES
                 OR WS-PX IS NOT LESS THAN WS-PLAN-COUNT.

       2110-SCAN-NEXT-PLAN.
           ADD 1 TO WS-PX.

           IF WS-PLAN-CODE(WS-PX) IS EQUAL TO BEN-PLAN-CODE
              MOVE WS-PX TO WS-PLAN-FOUND-IDX
           END-IF.

      *    WHAT, IF ANYTHING, THE CARRIER NEEDS TO HEAR ABOUT THIS
      *    COVERAGE. THE DEPENDENT LIST IS GATHERED ON THE WAY, AS A
      *    SENT SPOUSE/FAMILY COVER IS ONLY RE-SENT IF IT MOVED.
       2200-DECIDE-ACTION.
           MOVE SPACES TO WS-ACTION-CODE.
           MOVE ZEROES TO WS-DEP-COUNT.
           MOVE 'N' TO WS-DEP-CHANGED-FLAG.

           IF BEN-ST-ACTIVE AND
              (BEN-COVER-SPOUSE OR BEN-COVER-FAMILY)
              PERFORM 2300-GATHER-DEPENDENTS
           END-IF.

           EVALUATE TRUE
           WHEN BEN-CARRIER-SENT AND BEN-ST-ACTIVE AND
                DEPENDENTS-CHANGED
                MOVE 'C' TO WS-ACTION-CODE
           WHEN BEN-CARRIER-SENT
                CONTINUE
           WHEN BEN-CARRIER-SENT-DATE IS EQUAL TO SPACES AND
                BEN-ST-ACTIVE
                MOVE 'A' TO WS-ACTION-CODE
           WHEN BEN-CARRIER-SENT-DATE IS EQUAL TO SPACES
      *         STARTED AND ENDED SINCE THE LAST RUN - THE CARRIER
      *         NEVER HAD IT, SO THERE IS NOTHING TO END.
                ADD 1 TO WS-NEVER-SENT-COUNT
                PERFORM 2500-MARK-ENROLLMENT-SENT
           WHEN BEN-ST-TERMINATED
                MOVE 'T' TO WS-ACTION-CODE
           WHEN OTHER
                MOVE 'C' TO WS-ACTION-CODE
           END-EVALUATE.

      *    EVERY 'EBENDEP' RECORD FOR THE EMPLOYEE IS LOOKED AT: AN
      *    ACTIVE ONE THE COVER REACHES GOES ON THE LIST, AND ANY ONE
      *    (REMOVED ONES INCLUDED) RECORDED ON OR AFTER THE DAY THE
      *    COVER LAST WENT OUT MEANS THE LIST HAS MOVED.
       2300-GATHER-DEPENDENTS.
           MOVE 'N' TO WS-DEP-EOF-FLAG.
           MOVE BEN-EMPLOYEE-ID TO BDP-EMPLOYEE-ID.
           MOVE ZEROES TO BDP-DEPENDENT-NUMBER.

           START EBENDEP-FILE KEY IS NOT LESS THAN BDP-KEY
              INVALID KEY
                 SET END-OF-EMPLOYEE-DEPENDENTS TO TRUE
           END-START.

           PERFORM 2350-GATHER-NEXT-DEPENDENT
              UNTIL END-OF-EMPLOYEE-DEPENDENTS.

       2350-GATHER-NEXT-DEPENDENT.
           READ EBENDEP-FILE NEXT RECORD
              AT END
                 SET END-OF-EMPLOYEE-DEPENDENTS TO TRUE
           END-READ.

           IF END-OF-EMPLOYEE-DEPENDENTS
              EXIT PARAGRAPH
           END-IF.

           IF BDP-EMPLOYEE-ID IS NOT EQUAL TO BEN-EMPLOYEE-ID
              SET END-OF-EMPLOYEE-DEPENDENTS TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF BEN-CARRIER-SENT-DATE IS NOT EQUAL TO SPACES AND
              BDP-RECORDED-DATE IS NOT LESS THAN BEN-CARRIER-SENT-DATE
              SET DEPENDENTS-CHANGED TO TRUE
           END-IF.

           IF NOT BDP-ST-ACTIVE
              EXIT PARAGRAPH
           END-IF.

           IF BEN-COVER-SPOUSE AND NOT BDP-REL-SPOUSE-OR-PARTNER
              EXIT PARAGRAPH
           END-IF.

           IF WS-DEP-COUNT IS NOT LESS THAN 20
              DISPLAY 'ECARFEED - MORE THAN 20 DEPENDENTS, KEY='
                 BDP-KEY
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-DEP-COUNT.
           MOVE BDP-DEPENDENT-NUMBER TO WS-DEP-NUMBER(WS-DEP-COUNT).
           MOVE BDP-DEPENDENT-NAME TO WS-DEP-NAME(WS-DEP-COUNT).
           MOVE BDP-RELATIONSHIP TO WS-DEP-RELATIONSHIP(WS-DEP-COUNT).
           MOVE BDP-BIRTH-DATE TO WS-DEP-BIRTH-DATE(WS-DEP-COUNT).
           MOVE BDP-STUDENT-DISABLED
              TO WS-DEP-STUDENT-DISABLED(WS-DEP-COUNT).

       2400-SEND-ENROLLMENT.
           MOVE SPACES TO CARRIER-FEED-RECORD.
           SET CFD-ENROLLMENT TO TRUE.
           MOVE WS-CARRIER-CODE TO CFD-CARRIER-CODE.
           MOVE WS-ACTION-CODE TO CFD-ACTION-CODE.
           MOVE BEN-EMPLOYEE-ID TO CFD-EMPLOYEE-ID.
           MOVE BEN-PLAN-CODE TO CFD-PLAN-CODE.
           MOVE WS-PLAN-NAME(WS-PLAN-FOUND-IDX) TO CFD-PLAN-NAME.
           MOVE BEN-COVERAGE-LEVEL TO CFD-COVERAGE-LEVEL.
           MOVE BEN-EFFECTIVE-DATE TO CFD-EFFECTIVE-DATE.

      *    A TERMINATION CARRIES NO DEPENDENTS - THE WHOLE COVER ENDS.
           IF CFD-TERMINATE
              MOVE ZEROES TO WS-DEP-COUNT
           END-IF.
           MOVE WS-DEP-COUNT TO CFD-DEPENDENT-COUNT.

           MOVE BEN-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.
           READ EMPMAST-FILE
              INVALID KEY
                 MOVE SPACES TO EMP-FULL-NAME
           END-READ.
           MOVE EMP-FULL-NAME TO CFD-EMPLOYEE-NAME.

           MOVE BEN-EMPLOYEE-ID TO BTH-EMPLOYEE-ID.
           READ EBIRTHD-FILE
              INVALID KEY
                 MOVE SPACES TO BTH-BIRTH-DATE
           END-READ.
           MOVE BTH-BIRTH-DATE TO CFD-BIRTH-DATE.

           WRITE CARRIER-FEED-RECORD.

           EVALUATE TRUE
           WHEN CFD-ADD
                ADD 1 TO WS-ADD-COUNT
           WHEN CFD-CHANGE
                ADD 1 TO WS-CHANGE-COUNT
           WHEN CFD-TERMINATE
                ADD 1 TO WS-TERM-COUNT
           END-EVALUATE.
           ADD BEN-EMPLOYEE-ID TO WS-ID-HASH-TOTAL.

           MOVE WS-ACTION-CODE TO WS-RPT-ACTION.
           MOVE BEN-EMPLOYEE-ID TO WS-RPT-EMP-ID.
           MOVE BEN-PLAN-CODE TO WS-RPT-PLAN-CODE.
           MOVE BEN-COVERAGE-LEVEL TO WS-RPT-LEVEL.
           MOVE BEN-EFFECTIVE-DATE TO WS-RPT-EFFECTIVE-DATE.
           MOVE WS-DEP-COUNT TO WS-RPT-DEPENDENTS.
           MOVE EMP-FULL-NAME TO WS-RPT-NAME.
           MOVE WS-REPORT-DETAIL-LINE TO CARRIER-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE ZEROES TO WS-DX.
           PERFORM 2450-SEND-DEPENDENT UNTIL WS-DX IS NOT LESS THAN
              WS-DEP-COUNT.

           PERFORM 2500-MARK-ENROLLMENT-SENT.

       2450-SEND-DEPENDENT.
           ADD 1 TO WS-DX.

           MOVE SPACES TO CARRIER-FEED-RECORD.
           SET CFD-DEPENDENT TO TRUE.
           MOVE WS-CARRIER-CODE TO CFD-CARRIER-CODE.
           MOVE BEN-EMPLOYEE-ID TO CFD-DEP-EMPLOYEE-ID.
           MOVE BEN-PLAN-CODE TO CFD-DEP-PLAN-CODE.
           MOVE WS-DEP-NUMBER(WS-DX) TO CFD-DEP-NUMBER.
           MOVE WS-DEP-NAME(WS-DX) TO CFD-DEP-NAME.
           MOVE WS-DEP-RELATIONSHIP(WS-DX) TO CFD-DEP-RELATIONSHIP.
           MOVE WS-DEP-BIRTH-DATE(WS-DX) TO CFD-DEP-BIRTH-DATE.
           MOVE WS-DEP-STUDENT-DISABLED(WS-DX)
              TO CFD-DEP-STUDENT-DISABLED.
           WRITE CARRIER-FEED-RECORD.

           ADD 1 TO WS-DEPENDENT-COUNT.

      *    THE CARRIER NOW HAS THIS VERSION OF THE COVER. A LATER
      *    CHANGE ON 'EBENP' CLEARS THE FLAG AGAIN.
       2500-MARK-ENROLLMENT-SENT.
           SET BEN-CARRIER-SENT TO TRUE.
           MOVE WS-TODAY TO BEN-CARRIER-SENT-DATE.

           REWRITE BENEFITS-ENROLLMENT-RECORD
              INVALID KEY
                 DISPLAY 'ECARFEED - EBENROL REWRITE FAILED, KEY='
                    BEN-KEY
                 ADD 1 TO WS-REWRITE-ERROR-COUNT
           END-REWRITE.

      *-----------------------------------------------------------------
       TRAILER SECTION.
      *-----------------------------------------------------------------

       3000-WRITE-TRAILER.
           MOVE SPACES TO CARRIER-FEED-RECORD.
           SET CFD-TRAILER TO TRUE.
           MOVE WS-CARRIER-CODE TO CFD-CARRIER-CODE.
           MOVE WS-ADD-COUNT TO CFD-TRL-ADD-COUNT.
           MOVE WS-CHANGE-COUNT TO CFD-TRL-CHANGE-COUNT.
           MOVE WS-TERM-COUNT TO CFD-TRL-TERM-COUNT.
           MOVE WS-DEPENDENT-COUNT TO CFD-TRL-DEPENDENT-COUNT.
           MOVE WS-ID-HASH-TOTAL TO CFD-TRL-EMPLOYEE-ID-HASH.
           MOVE WS-RUN-TIMESTAMP(1:8) TO CFD-TRL-RUN-DATE.
           MOVE WS-RUN-TIMESTAMP(9:6) TO CFD-TRL-RUN-TIME.
           WRITE CARRIER-FEED-RECORD.

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------

       4000-PRODUCE-SUMMARY.
           MOVE SPACES TO CARRIER-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'COVERAGES ADDED ............' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-ADD-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO CARRIER-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'COVERAGES CHANGED ..........' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-CHANGE-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO CARRIER-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'COVERAGES TERMINATED .......' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-TERM-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO CARRIER-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'DEPENDENTS SENT ............' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-DEPENDENT-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO CARRIER-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'ENDED BEFORE EVER SENT .....' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-NEVER-SENT-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO CARRIER-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           IF WS-REWRITE-ERROR-COUNT IS GREATER THAN ZEROES
              MOVE 'NOT MARKED SENT (RESENDS) ..'
                 TO WS-RPT-SUMMARY-LABEL
              MOVE WS-REWRITE-ERROR-COUNT TO WS-RPT-SUMMARY-TOTAL
              MOVE WS-REPORT-SUMMARY-LINE TO CARRIER-REPORT-LINE
              PERFORM 8800-WRITE-REPORT-LINE
           END-IF.

       8800-WRITE-REPORT-LINE.
           MOVE CARRIER-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE CARRIER-REPORT-LINE.
      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'ECARFEED' TO RSA-REPORT-NAME.
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
           MOVE 'ECARFEED' TO RLG-JOB-NAME.
           MOVE WS-ENROLLMENT-READ-COUNT TO RLG-INPUT-COUNT.
           COMPUTE RLG-OUTPUT-COUNT =
              WS-ADD-COUNT + WS-CHANGE-COUNT + WS-TERM-COUNT.
           MOVE WS-REWRITE-ERROR-COUNT TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'ECARFEED - CARRIER:          ' WS-CARRIER-CODE.
           DISPLAY 'ECARFEED - PLANS:            ' WS-PLAN-COUNT.
           DISPLAY 'ECARFEED - ADDS SENT:        ' WS-ADD-COUNT.
           DISPLAY 'ECARFEED - CHANGES SENT:     ' WS-CHANGE-COUNT.
           DISPLAY 'ECARFEED - TERMINATIONS SENT: ' WS-TERM-COUNT.
           DISPLAY 'ECARFEED - DEPENDENTS SENT:  ' WS-DEPENDENT-COUNT.

           CLOSE EBENPLN-FILE.
           CLOSE EBENROL-FILE.
           CLOSE EBENDEP-FILE.
           CLOSE EMPMAST-FILE.
           CLOSE EBIRTHD-FILE.
           CLOSE CARFEED-FILE.
           CLOSE CARRIER-REPORT-FILE.
