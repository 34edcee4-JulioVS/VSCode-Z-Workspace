       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESODCHK.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - SEGREGATION-OF-DUTIES CONFLICT SCAN.
      *      - BATCH PROGRAM, RUN AGAINST THE 'ESODRUL' RULE TABLE,
      *        'EREGUSR', THE APPROVAL FILES ('EHIRVRF', 'EBANKDT',
      *        'ECMPREQ', 'EONEPAY', 'ECATREQ', 'EMERIT') AND THE
      *        'ESECJRN' JOURNAL - ALL READ ONLY, IN RLS MODE (SEE
      *        THE 'RLS=' PARAMETERS ON THE JCL).
      *      - EACH DUAL-CONTROL SCREEN STOPS A USER APPROVING THEIR
      *        OWN ENTRY, BUT NOTHING CHECKS ACROSS PROCESSES: THE
      *        SAME USER ENTERING AN EMPLOYEE'S BANK DETAILS AND
      *        RAISING A ONE-TIME PAYMENT FOR THEM, OR TWO USERS EACH
      *        ACTIONING THE OTHER'S RECORD. EVERY ENTER/APPROVE HALF
      *        ON THOSE FILES, PLUS EVERY JOURNALED SECURITY ACTION,
      *        IS GATHERED INTO ONE ACTIVITY TABLE (WHO, WHAT, WHOSE
      *        RECORD, WHEN) AND EACH ACTIVE 'ESODRUL' RULE IS TESTED
      *        AGAINST IT.
      *      - A VIOLATION IS REPORTED WHEN THE LATER OF ITS TWO
      *        ACTIVITIES FALLS IN THE LOOK-BACK PERIOD, SO A WEEKLY
      *        RUN REPORTS EACH CONFLICT ONCE; THE EARLIER ONE CAN BE
      *        AS OLD AS THE RULE'S WINDOW ALLOWS.
      *      - THE EXCEPTION REPORT GOES TO INTERNAL AUDIT. THE
      *        VIOLATION COUNT IS LOGGED AS THE RUN'S ERROR COUNT, THE
      *        SAME WAY 'EMISSRPT' LOGS ITS EXCEPTIONS.
      *      - 'SYSIN' FORMAT: LOOK-BACK DAYS, COLUMNS 1-3 (DEFAULT 7).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESODRUL-FILE ASSIGN TO ESODRUL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS SOD-KEY
                FILE STATUS IS WS-ESODRUL-STATUS.

           SELECT EREGUSR-FILE ASSIGN TO EREGUSR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS REG-KEY
                FILE STATUS IS WS-EREGUSR-STATUS.

           SELECT EHIRVRF-FILE ASSIGN TO EHIRVRF
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS HVF-KEY
                FILE STATUS IS WS-EHIRVRF-STATUS.

           SELECT EBANKDT-FILE ASSIGN TO EBANKDT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS BNK-KEY
                FILE STATUS IS WS-EBANKDT-STATUS.

           SELECT ECMPREQ-FILE ASSIGN TO ECMPREQ
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CPR-KEY
                FILE STATUS IS WS-ECMPREQ-STATUS.

           SELECT EONEPAY-FILE ASSIGN TO EONEPAY
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS OPY-KEY
                FILE STATUS IS WS-EONEPAY-STATUS.

           SELECT ECATREQ-FILE ASSIGN TO ECATREQ
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CRQ-KEY
                FILE STATUS IS WS-ECATREQ-STATUS.

           SELECT EMERIT-FILE ASSIGN TO EMERIT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS MER-KEY
                FILE STATUS IS WS-EMERIT-STATUS.

           SELECT ESECJRN-FILE ASSIGN TO ESECJRN
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-ESECJRN-STATUS.

           SELECT CONFLICT-REPORT-FILE ASSIGN TO SODRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SODRPT-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SYSIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESODRUL-FILE.
       COPY ESODRUL.

       FD  EREGUSR-FILE.
       COPY EREGUSR.

       FD  EHIRVRF-FILE.
       COPY EHIRVRF.

       FD  EBANKDT-FILE.
       COPY EBANKDT.

       FD  ECMPREQ-FILE.
       COPY ECMPREQ.

       FD  EONEPAY-FILE.
       COPY EONEPAY.

       FD  ECATREQ-FILE.
       COPY ECATREQ.

       FD  EMERIT-FILE.
       COPY EMERIT.

       FD  ESECJRN-FILE.
       COPY ESECJRN.

       FD  CONFLICT-REPORT-FILE
           RECORDING MODE IS F.
       01  CONFLICT-REPORT-LINE         PIC X(80).

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD.
           05 CC-LOOK-BACK-DAYS         PIC X(3).
           05 FILLER                    PIC X(77).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-ESODRUL-STATUS        PIC X(2).
             88 ESODRUL-OK                      VALUE '00'.
          05 WS-EREGUSR-STATUS        PIC X(2).
             88 EREGUSR-OK                      VALUE '00'.
          05 WS-EHIRVRF-STATUS        PIC X(2).
             88 EHIRVRF-OK                      VALUE '00'.
          05 WS-EBANKDT-STATUS        PIC X(2).
             88 EBANKDT-OK                      VALUE '00'.
          05 WS-ECMPREQ-STATUS        PIC X(2).
             88 ECMPREQ-OK                      VALUE '00'.
          05 WS-EONEPAY-STATUS        PIC X(2).
             88 EONEPAY-OK                      VALUE '00'.
          05 WS-ECATREQ-STATUS        PIC X(2).
             88 ECATREQ-OK                      VALUE '00'.
          05 WS-EMERIT-STATUS         PIC X(2).
             88 EMERIT-OK                       VALUE '00'.
          05 WS-ESECJRN-STATUS        PIC X(2).
             88 ESECJRN-OK                      VALUE '00'.
          05 WS-SODRPT-STATUS         PIC X(2).
          05 WS-SYSIN-STATUS          PIC X(2).
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
             88 END-OF-FILE                     VALUE 'Y'.
          05 WS-LOOK-BACK-DAYS        PIC 9(3)  VALUE 007.
          05 WS-CURRENT-DATE          PIC X(8)  VALUE SPACES.
          05 WS-TODAY-INTEGER         PIC 9(8)  VALUE ZEROES.
          05 WS-CUTOFF-DATE           PIC 9(8)  VALUE ZEROES.
          05 WS-CUTOFF-DATE-X REDEFINES WS-CUTOFF-DATE
                                      PIC X(8).
      *    ACTIVITIES OLDER THAN THIS CANNOT PAIR WITH ANYTHING IN THE
      *    LOOK-BACK UNDER ANY RULE'S WINDOW - SPACES LOADS THEM ALL.
          05 WS-LOAD-FROM-DATE        PIC X(8)  VALUE SPACES.
          05 WS-LOAD-FROM-NUM         PIC 9(8)  VALUE ZEROES.
          05 WS-MAX-WINDOW-DAYS       PIC 9(3)  VALUE ZEROES.
          05 WS-UNLIMITED-FLAG        PIC X(1)  VALUE SPACES.
             88 RULE-WINDOW-UNLIMITED           VALUE 'Y'.
          05 WS-FOUND-FLAG            PIC X(1)  VALUE SPACES.
             88 ENTRY-FOUND                     VALUE 'Y'.
             88 ENTRY-NOT-FOUND                 VALUE SPACES.
          05 WS-TIED-FLAG             PIC X(1)  VALUE SPACES.
             88 ACTIVITIES-TIED                 VALUE 'Y'.
             88 ACTIVITIES-NOT-TIED             VALUE SPACES.
          05 WS-SEARCH-USER-ID        PIC X(8).
          05 WS-FOUND-EMP-ID          PIC 9(8).
          05 WS-DATE-NUM-1            PIC 9(8).
          05 WS-DATE-NUM-2            PIC 9(8).
          05 WS-DAYS-APART            PIC S9(8) USAGE IS BINARY.
          05 WS-LATER-DATE            PIC X(8).
          05 WS-RULE-COUNT-READ       PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-SOURCE-COUNT          PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-VIOLATION-COUNT       PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-HIGH-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-MEDIUM-COUNT          PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-LOW-COUNT             PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-REPEAT-COUNT          PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ERROR-COUNT           PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.

      *    ACTIVE RULES, LOADED ONCE FROM 'ESODRUL'.
       01 WS-RULE-TABLE.
          05 WS-RT-COUNT              PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-RT-IDX                PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-RT-ENTRY OCCURS 100 TIMES.
             10 WS-RT-RULE-ID         PIC X(4).
             10 WS-RT-FIRST           PIC X(12).
             10 WS-RT-SECOND          PIC X(12).
             10 WS-RT-SCOPE           PIC X(1).
                88 WS-RT-SAME-USER              VALUE 'S'.
                88 WS-RT-RECIPROCAL             VALUE 'R'.
                88 WS-RT-OWN-RECORD             VALUE 'O'.
             10 WS-RT-WINDOW-DAYS     PIC 9(3).
             10 WS-RT-SEVERITY        PIC X(1).
                88 WS-RT-HIGH                   VALUE 'H'.
                88 WS-RT-MEDIUM                 VALUE 'M'.
             10 WS-RT-DESCRIPTION     PIC X(40).

      *    EVERY SIGN-ON AND ITS EMPLOYEE LINK - WHOSE OWN RECORD A
      *    USER IS ACTING ON IS THE HEART OF THE 'R' AND 'O' RULES.
       01 WS-USER-TABLE.
          05 WS-UT-COUNT              PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-UT-IDX                PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-UT-ENTRY OCCURS 2000 TIMES.
             10 WS-UT-USER-ID         PIC X(8).
             10 WS-UT-EMPLOYEE-ID     PIC 9(8).

      *    ONE ROW PER ENTER/APPROVE/JOURNALED ACTION: WHO DID WHAT
      *    TO WHOSE RECORD, AND WHEN.
       01 WS-ACTIVITY-TABLE.
          05 WS-AT-COUNT              PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-AT-I                  PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-AT-J                  PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-AT-SCAN               PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-AT-ENTRY OCCURS 5000 TIMES.
             10 WS-AT-ACTIVITY        PIC X(12).
             10 WS-AT-USER-ID         PIC X(8).
      *         THE ACTING USER'S OWN EMPLOYEE ID (ZEROES IF NONE).
             10 WS-AT-ACTOR-EMP-ID    PIC 9(8).
             10 WS-AT-SUBJECT-EMP-ID  PIC 9(8).
             10 WS-AT-DATE            PIC X(8).

       01 WS-NEW-ACTIVITY.
          05 WS-NA-ACTIVITY           PIC X(12).
          05 WS-NA-USER-ID            PIC X(8).
          05 WS-NA-SUBJECT-EMP-ID     PIC 9(8).
          05 WS-NA-DATE               PIC X(8).

      *    VIOLATIONS ALREADY PRINTED THIS RUN - THE SAME TWO USERS
      *    AND EMPLOYEE UNDER THE SAME RULE PRINT ONCE, HOWEVER MANY
      *    PAIRS OF ACTIVITIES TIE THEM.
       01 WS-VIOLATION-TABLE.
          05 WS-VT-COUNT              PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-VT-IDX                PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-VT-ENTRY OCCURS 1000 TIMES.
             10 WS-VT-RULE-ID         PIC X(4).
             10 WS-VT-USER-1          PIC X(8).
             10 WS-VT-USER-2          PIC X(8).
             10 WS-VT-SUBJECT-EMP-ID  PIC 9(8).

       01 WS-REPORT-HEADING.
          05 FILLER                   PIC X(41)
             VALUE 'SEGREGATION-OF-DUTIES CONFLICTS - PERIOD '.
          05 WS-RPT-HDG-FROM          PIC X(8).
          05 FILLER                   PIC X(4)  VALUE ' TO '.
          05 WS-RPT-HDG-TO            PIC X(8).
          05 FILLER                   PIC X(19) VALUE SPACES.

       01 WS-VIOLATION-LINE-1.
          05 FILLER                   PIC X(5)  VALUE 'RULE '.
          05 WS-RPT-RULE-ID           PIC X(4).
          05 FILLER                   PIC X(6)  VALUE '  SEV '.
          05 WS-RPT-SEVERITY          PIC X(1).
          05 FILLER                   PIC X(6)  VALUE '  EMP '.
          05 WS-RPT-SUBJECT-EMP-ID    PIC 9(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-DESCRIPTION       PIC X(40).
          05 FILLER                   PIC X(8)  VALUE SPACES.

       01 WS-VIOLATION-LINE-2.
          05 FILLER                   PIC X(4)  VALUE SPACES.
          05 WS-RPT-USER-1            PIC X(8).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-ACTIVITY-1        PIC X(12).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-DATE-1            PIC X(8).
          05 WS-RPT-JOINER            PIC X(3).
          05 WS-RPT-USER-2            PIC X(8).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-ACTIVITY-2        PIC X(12).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-DATE-2            PIC X(8).
          05 FILLER                   PIC X(13) VALUE SPACES.

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
           PERFORM 1100-LOAD-RULES.
           PERFORM 1200-LOAD-USER-TABLE.
           PERFORM 1300-LOAD-ACTIVITIES.

           PERFORM 2000-APPLY-RULE
              VARYING WS-RT-IDX FROM 1 BY 1
              UNTIL WS-RT-IDX IS GREATER THAN WS-RT-COUNT.

           PERFORM 3000-PRINT-SUMMARY.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           PERFORM 1050-GET-LOOK-BACK-DAYS.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(WS-CURRENT-DATE)).
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
              WS-TODAY-INTEGER - WS-LOOK-BACK-DAYS).

           OPEN INPUT ESODRUL-FILE.
           IF NOT ESODRUL-OK
              DISPLAY 'ESODCHK - UNABLE TO OPEN ESODRUL, STATUS='
                 WS-ESODRUL-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT EREGUSR-FILE.
           IF NOT EREGUSR-OK
              DISPLAY 'ESODCHK - UNABLE TO OPEN EREGUSR, STATUS='
                 WS-EREGUSR-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT EHIRVRF-FILE.
           IF NOT EHIRVRF-OK
              DISPLAY 'ESODCHK - UNABLE TO OPEN EHIRVRF, STATUS='
                 WS-EHIRVRF-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT EBANKDT-FILE.
           IF NOT EBANKDT-OK
              DISPLAY 'ESODCHK - UNABLE TO OPEN EBANKDT, STATUS='
                 WS-EBANKDT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT ECMPREQ-FILE.
           IF NOT ECMPREQ-OK
              DISPLAY 'ESODCHK - UNABLE TO OPEN ECMPREQ, STATUS='
                 WS-ECMPREQ-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT EONEPAY-FILE.
           IF NOT EONEPAY-OK
              DISPLAY 'ESODCHK - UNABLE TO OPEN EONEPAY, STATUS='
                 WS-EONEPAY-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT ECATREQ-FILE.
           IF NOT ECATREQ-OK
              DISPLAY 'ESODCHK - UNABLE TO OPEN ECATREQ, STATUS='
                 WS-ECATREQ-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT EMERIT-FILE.
           IF NOT EMERIT-OK
              DISPLAY 'ESODCHK - UNABLE TO OPEN EMERIT, STATUS='
                 WS-EMERIT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT ESECJRN-FILE.
           IF NOT ESECJRN-OK
              DISPLAY 'ESODCHK - UNABLE TO OPEN ESECJRN, STATUS='
                 WS-ESECJRN-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT CONFLICT-REPORT-FILE.

           MOVE WS-CUTOFF-DATE-X TO WS-RPT-HDG-FROM.
           MOVE WS-CURRENT-DATE TO WS-RPT-HDG-TO.
           MOVE WS-REPORT-HEADING TO CONFLICT-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.
           MOVE SPACES TO CONFLICT-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

      *    A MISSING OR NON-NUMERIC CARD DEFAULTS TO SEVEN DAYS - THE
      *    WEEK SINCE THE LAST RUN - THE SAME DEFAULT-ON-ABSENCE
      *    CONVENTION 'EDORMNT' USES.
       1050-GET-LOOK-BACK-DAYS.
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-SYSIN-STATUS IS EQUAL TO '00' THEN
              READ CONTROL-CARD-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CC-LOOK-BACK-DAYS IS NUMERIC AND
                       CC-LOOK-BACK-DAYS IS NOT EQUAL TO ZEROES
                       MOVE CC-LOOK-BACK-DAYS TO WS-LOOK-BACK-DAYS
                    END-IF
              END-READ
              CLOSE CONTROL-CARD-FILE
           END-IF.

       1100-LOAD-RULES.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 1110-LOAD-ONE-RULE UNTIL END-OF-FILE.

      *    THE WIDEST WINDOW DECIDES HOW FAR BACK ACTIVITY IS WORTH
      *    LOADING; AN OPEN-ENDED RULE NEEDS IT ALL.
           IF NOT RULE-WINDOW-UNLIMITED
              COMPUTE WS-LOAD-FROM-NUM = FUNCTION DATE-OF-INTEGER(
                 WS-TODAY-INTEGER - WS-LOOK-BACK-DAYS
                 - WS-MAX-WINDOW-DAYS)
              MOVE WS-LOAD-FROM-NUM TO WS-LOAD-FROM-DATE
           END-IF.

           IF WS-RT-COUNT IS EQUAL TO ZEROES
              MOVE 'NO ACTIVE CONFLICT RULES ON ESODRUL'
                 TO CONFLICT-REPORT-LINE
              PERFORM 8800-WRITE-REPORT-LINE
              MOVE 4 TO RLG-RETURN-CODE
           END-IF.

       1110-LOAD-ONE-RULE.
           READ ESODRUL-FILE NEXT RECORD
              AT END
                 SET END-OF-FILE TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           ADD 1 TO WS-RULE-COUNT-READ.

           IF NOT SOD-RULE-ACTIVE THEN
              EXIT PARAGRAPH
           END-IF.

           IF NOT SOD-SCOPE-SAME-USER AND NOT SOD-SCOPE-RECIPROCAL AND
              NOT SOD-SCOPE-OWN-RECORD THEN
              DISPLAY 'ESODCHK - RULE ' SOD-RULE-ID
                 ' HAS AN UNKNOWN SCOPE, SKIPPED'
              ADD 1 TO WS-ERROR-COUNT
              EXIT PARAGRAPH
           END-IF.

           IF WS-RT-COUNT IS NOT LESS THAN 100 THEN
              DISPLAY 'ESODCHK - RULE TABLE FULL, SKIPPED ' SOD-RULE-ID
              ADD 1 TO WS-ERROR-COUNT
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-RT-COUNT.
           MOVE SOD-RULE-ID TO WS-RT-RULE-ID(WS-RT-COUNT).
           MOVE SOD-FIRST-ACTIVITY TO WS-RT-FIRST(WS-RT-COUNT).
           MOVE SOD-SECOND-ACTIVITY TO WS-RT-SECOND(WS-RT-COUNT).
           MOVE SOD-SCOPE TO WS-RT-SCOPE(WS-RT-COUNT).
           MOVE SOD-SEVERITY TO WS-RT-SEVERITY(WS-RT-COUNT).
           MOVE SOD-DESCRIPTION TO WS-RT-DESCRIPTION(WS-RT-COUNT).

           IF SOD-WINDOW-DAYS IS NUMERIC
              MOVE SOD-WINDOW-DAYS TO WS-RT-WINDOW-DAYS(WS-RT-COUNT)
           ELSE
              MOVE ZEROES TO WS-RT-WINDOW-DAYS(WS-RT-COUNT)
           END-IF.

      *    AN OWN-RECORD RULE LOOKS AT ONE ACTIVITY ONLY.
           IF WS-RT-OWN-RECORD(WS-RT-COUNT)
              CONTINUE
           ELSE
              IF WS-RT-WINDOW-DAYS(WS-RT-COUNT) IS EQUAL TO ZEROES
                 SET RULE-WINDOW-UNLIMITED TO TRUE
              END-IF
              IF WS-RT-WINDOW-DAYS(WS-RT-COUNT) IS GREATER THAN
                 WS-MAX-WINDOW-DAYS
                 MOVE WS-RT-WINDOW-DAYS(WS-RT-COUNT)
                    TO WS-MAX-WINDOW-DAYS
              END-IF
           END-IF.

       1200-LOAD-USER-TABLE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 1210-LOAD-ONE-USER UNTIL END-OF-FILE.

       1210-LOAD-ONE-USER.
           READ EREGUSR-FILE NEXT RECORD
              AT END
                 SET END-OF-FILE TO TRUE
                 EXIT PARAGRAPH
           END-READ.

      *    INACTIVE ACCOUNTS STAY IN - THEIR PAST ACTIONS STILL COUNT.
           IF WS-UT-COUNT IS NOT LESS THAN 2000 THEN
              DISPLAY 'ESODCHK - USER TABLE FULL, SKIPPED '
                 REG-USER-ID
              ADD 1 TO WS-ERROR-COUNT
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-UT-COUNT.
           MOVE REG-USER-ID TO WS-UT-USER-ID(WS-UT-COUNT).
           IF REG-EMPLOYEE-ID IS NUMERIC
              MOVE REG-EMPLOYEE-ID TO WS-UT-EMPLOYEE-ID(WS-UT-COUNT)
           ELSE
              MOVE ZEROES TO WS-UT-EMPLOYEE-ID(WS-UT-COUNT)
           END-IF.

      *-----------------------------------------------------------------
       READING SECTION.
      *-----------------------------------------------------------------

       1300-LOAD-ACTIVITIES.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 1310-READ-HIRE-VERIFY UNTIL END-OF-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 1320-READ-BANK-DETAILS UNTIL END-OF-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 1330-READ-COMP-REQUEST UNTIL END-OF-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 1340-READ-ONE-TIME-PAYMENT UNTIL END-OF-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 1350-READ-CATEGORY-REQUEST UNTIL END-OF-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 1360-READ-MERIT-ENTRY UNTIL END-OF-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 1370-READ-JOURNAL-ENTRY UNTIL END-OF-FILE.

       1310-READ-HIRE-VERIFY.
           READ EHIRVRF-FILE NEXT RECORD
              AT END
                 SET END-OF-FILE TO TRUE
                 EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-SOURCE-COUNT.

           MOVE 'HIRE ENTER' TO WS-NA-ACTIVITY.
           MOVE HVF-ENTERED-BY TO WS-NA-USER-ID.
           MOVE HVF-EMPLOYEE-ID TO WS-NA-SUBJECT-EMP-ID.
           MOVE HVF-ENTERED-DATE TO WS-NA-DATE.
           PERFORM 1500-ADD-ACTIVITY.

           IF HVF-ST-VERIFIED OR HVF-ST-REJECTED
              IF HVF-ST-VERIFIED
                 MOVE 'HIRE VERIFY' TO WS-NA-ACTIVITY
              ELSE
                 MOVE 'HIRE REJECT' TO WS-NA-ACTIVITY
              END-IF
              MOVE HVF-VERIFIED-BY TO WS-NA-USER-ID
              MOVE HVF-VERIFIED-DATE TO WS-NA-DATE
              PERFORM 1500-ADD-ACTIVITY
           END-IF.

       1320-READ-BANK-DETAILS.
           READ EBANKDT-FILE NEXT RECORD
              AT END
                 SET END-OF-FILE TO TRUE
                 EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-SOURCE-COUNT.

           MOVE 'BANK ENTER' TO WS-NA-ACTIVITY.
           MOVE BNK-ENTERED-BY TO WS-NA-USER-ID.
           MOVE BNK-EMPLOYEE-ID TO WS-NA-SUBJECT-EMP-ID.
           MOVE BNK-ENTERED-DATE TO WS-NA-DATE.
           PERFORM 1500-ADD-ACTIVITY.

           IF BNK-ST-VERIFIED
              MOVE 'BANK VERIFY' TO WS-NA-ACTIVITY
              MOVE BNK-VERIFIED-BY TO WS-NA-USER-ID
              MOVE BNK-VERIFIED-DATE TO WS-NA-DATE
              PERFORM 1500-ADD-ACTIVITY
           END-IF.

       1330-READ-COMP-REQUEST.
           READ ECMPREQ-FILE NEXT RECORD
              AT END
                 SET END-OF-FILE TO TRUE
                 EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-SOURCE-COUNT.

           MOVE 'COMP REQUEST' TO WS-NA-ACTIVITY.
           MOVE CPR-REQUESTED-BY TO WS-NA-USER-ID.
           MOVE CPR-EMPLOYEE-ID TO WS-NA-SUBJECT-EMP-ID.
           MOVE CPR-REQUESTED-DATE TO WS-NA-DATE.
           PERFORM 1500-ADD-ACTIVITY.

           IF CPR-APPROVED
              MOVE 'COMP APPROVE' TO WS-NA-ACTIVITY
              MOVE CPR-ACTIONED-BY TO WS-NA-USER-ID
              MOVE CPR-ACTIONED-DATE TO WS-NA-DATE
              PERFORM 1500-ADD-ACTIVITY
           END-IF.

       1340-READ-ONE-TIME-PAYMENT.
           READ EONEPAY-FILE NEXT RECORD
              AT END
                 SET END-OF-FILE TO TRUE
                 EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-SOURCE-COUNT.

           MOVE 'ONEPAY REQ' TO WS-NA-ACTIVITY.
           MOVE OPY-REQUESTED-BY TO WS-NA-USER-ID.
           MOVE OPY-EMPLOYEE-ID TO WS-NA-SUBJECT-EMP-ID.
           MOVE OPY-REQUESTED-DATE TO WS-NA-DATE.
           PERFORM 1500-ADD-ACTIVITY.

           IF OPY-APPROVED
              MOVE 'ONEPAY APPRV' TO WS-NA-ACTIVITY
              MOVE OPY-ACTIONED-BY TO WS-NA-USER-ID
              MOVE OPY-ACTIONED-DATE TO WS-NA-DATE
              PERFORM 1500-ADD-ACTIVITY
           END-IF.

      *    A CATEGORY REQUEST IS AGAINST A SIGN-ON, NOT AN EMPLOYEE -
      *    ITS SUBJECT IS WHOEVER THAT SIGN-ON BELONGS TO.
       1350-READ-CATEGORY-REQUEST.
           READ ECATREQ-FILE NEXT RECORD
              AT END
                 SET END-OF-FILE TO TRUE
                 EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-SOURCE-COUNT.

           MOVE CRQ-TARGET-USER-ID TO WS-SEARCH-USER-ID.
           PERFORM 1600-FIND-USER-EMPLOYEE.

           MOVE 'CAT REQUEST' TO WS-NA-ACTIVITY.
           MOVE CRQ-REQUESTED-BY TO WS-NA-USER-ID.
           MOVE WS-FOUND-EMP-ID TO WS-NA-SUBJECT-EMP-ID.
           MOVE CRQ-REQUESTED-DATE TO WS-NA-DATE.
           PERFORM 1500-ADD-ACTIVITY.

           IF CRQ-APPROVED
              MOVE 'CAT APPROVE' TO WS-NA-ACTIVITY
              MOVE CRQ-APPROVED-BY TO WS-NA-USER-ID
              MOVE CRQ-APPROVED-DATE TO WS-NA-DATE
              PERFORM 1500-ADD-ACTIVITY
           END-IF.

       1360-READ-MERIT-ENTRY.
           READ EMERIT-FILE NEXT RECORD
              AT END
                 SET END-OF-FILE TO TRUE
                 EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-SOURCE-COUNT.

           IF MER-PENDING
              EXIT PARAGRAPH
           END-IF.

      *    THE WORKLIST CARRIES ONLY ITS PLANNED DATE.
           MOVE 'MERIT SUBMIT' TO WS-NA-ACTIVITY.
           MOVE MER-SUBMITTED-BY TO WS-NA-USER-ID.
           MOVE MER-EMPLOYEE-ID TO WS-NA-SUBJECT-EMP-ID.
           MOVE MER-PLANNED-DATE TO WS-NA-DATE.
           PERFORM 1500-ADD-ACTIVITY.

           IF MER-APPROVED OR MER-APPLIED
              MOVE 'MERIT APPRV' TO WS-NA-ACTIVITY
              MOVE MER-APPROVED-BY TO WS-NA-USER-ID
              PERFORM 1500-ADD-ACTIVITY
           END-IF.

      *    A JOURNAL TARGET IS AN EMPLOYEE ID FOR THE EMPLOYEE-DATA
      *    ACTIONS AND A SIGN-ON FOR THE ACCOUNT ACTIONS.
       1370-READ-JOURNAL-ENTRY.
           READ ESECJRN-FILE
              AT END
                 SET END-OF-FILE TO TRUE
                 EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-SOURCE-COUNT.

           IF SEC-TARGET IS NUMERIC
              MOVE SEC-TARGET TO WS-FOUND-EMP-ID
           ELSE
              MOVE SEC-TARGET TO WS-SEARCH-USER-ID
              PERFORM 1600-FIND-USER-EMPLOYEE
           END-IF.

           MOVE SEC-ACTION TO WS-NA-ACTIVITY.
           MOVE SEC-USER-ID TO WS-NA-USER-ID.
           MOVE WS-FOUND-EMP-ID TO WS-NA-SUBJECT-EMP-ID.
           MOVE SEC-TIMESTAMP(1:8) TO WS-NA-DATE.
           PERFORM 1500-ADD-ACTIVITY.

      *    ONLY ACTIVITIES SOME ACTIVE RULE NAMES, TIED TO AN EMPLOYEE,
      *    RECENT ENOUGH TO MATTER, AND NOT ALREADY HELD - A BANK
      *    ENTRY IS ON BOTH 'EBANKDT' AND THE JOURNAL, FOR INSTANCE.
       1500-ADD-ACTIVITY.
           IF WS-NA-USER-ID IS EQUAL TO SPACES OR
              WS-NA-SUBJECT-EMP-ID IS NOT NUMERIC OR
              WS-NA-SUBJECT-EMP-ID IS EQUAL TO ZEROES
              EXIT PARAGRAPH
           END-IF.

           IF WS-LOAD-FROM-DATE IS NOT EQUAL TO SPACES AND
              WS-NA-DATE IS LESS THAN WS-LOAD-FROM-DATE
              EXIT PARAGRAPH
           END-IF.

           SET ENTRY-NOT-FOUND TO TRUE.
           PERFORM 1510-CHECK-RULE-NAMES-IT
              VARYING WS-RT-IDX FROM 1 BY 1
              UNTIL WS-RT-IDX IS GREATER THAN WS-RT-COUNT
                 OR ENTRY-FOUND.
           IF ENTRY-NOT-FOUND
              EXIT PARAGRAPH
           END-IF.

           SET ENTRY-NOT-FOUND TO TRUE.
           PERFORM 1520-CHECK-ALREADY-HELD
              VARYING WS-AT-SCAN FROM 1 BY 1
              UNTIL WS-AT-SCAN IS GREATER THAN WS-AT-COUNT
                 OR ENTRY-FOUND.
           IF ENTRY-FOUND
              EXIT PARAGRAPH
           END-IF.

           IF WS-AT-COUNT IS NOT LESS THAN 5000 THEN
              DISPLAY 'ESODCHK - ACTIVITY TABLE FULL, SKIPPED '
                 WS-NA-ACTIVITY ' BY ' WS-NA-USER-ID
              ADD 1 TO WS-ERROR-COUNT
              MOVE 4 TO RLG-RETURN-CODE
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-NA-USER-ID TO WS-SEARCH-USER-ID.
           PERFORM 1600-FIND-USER-EMPLOYEE.

           ADD 1 TO WS-AT-COUNT.
           MOVE WS-NA-ACTIVITY TO WS-AT-ACTIVITY(WS-AT-COUNT).
           MOVE WS-NA-USER-ID TO WS-AT-USER-ID(WS-AT-COUNT).
           MOVE WS-FOUND-EMP-ID TO WS-AT-ACTOR-EMP-ID(WS-AT-COUNT).
           MOVE WS-NA-SUBJECT-EMP-ID
              TO WS-AT-SUBJECT-EMP-ID(WS-AT-COUNT).
           MOVE WS-NA-DATE TO WS-AT-DATE(WS-AT-COUNT).

       1510-CHECK-RULE-NAMES-IT.
           IF WS-RT-FIRST(WS-RT-IDX) IS EQUAL TO WS-NA-ACTIVITY OR
              WS-RT-SECOND(WS-RT-IDX) IS EQUAL TO WS-NA-ACTIVITY
              SET ENTRY-FOUND TO TRUE
           END-IF.

       1520-CHECK-ALREADY-HELD.
           IF WS-AT-ACTIVITY(WS-AT-SCAN) IS EQUAL TO WS-NA-ACTIVITY AND
              WS-AT-USER-ID(WS-AT-SCAN) IS EQUAL TO WS-NA-USER-ID AND
              WS-AT-SUBJECT-EMP-ID(WS-AT-SCAN) IS EQUAL TO
                 WS-NA-SUBJECT-EMP-ID AND
              WS-AT-DATE(WS-AT-SCAN) IS EQUAL TO WS-NA-DATE
              SET ENTRY-FOUND TO TRUE
           END-IF.

      *    'EREGUSR' HAS NO PATH BY EMPLOYEE, SO THE LINK IS LOOKED UP
      *    IN THE TABLE LOADED AT START-UP. ZEROES IF NOT LINKED.
       1600-FIND-USER-EMPLOYEE.
           MOVE ZEROES TO WS-FOUND-EMP-ID.
           PERFORM 1610-CHECK-ONE-USER
              VARYING WS-UT-IDX FROM 1 BY 1
              UNTIL WS-UT-IDX IS GREATER THAN WS-UT-COUNT
                 OR WS-FOUND-EMP-ID IS NOT EQUAL TO ZEROES.

       1610-CHECK-ONE-USER.
           IF WS-UT-USER-ID(WS-UT-IDX) IS EQUAL TO WS-SEARCH-USER-ID
              MOVE WS-UT-EMPLOYEE-ID(WS-UT-IDX) TO WS-FOUND-EMP-ID
           END-IF.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------

       2000-APPLY-RULE.
           PERFORM 2100-CHECK-FIRST-ACTIVITY
              VARYING WS-AT-I FROM 1 BY 1
              UNTIL WS-AT-I IS GREATER THAN WS-AT-COUNT.

       2100-CHECK-FIRST-ACTIVITY.
           IF WS-AT-ACTIVITY(WS-AT-I) IS NOT EQUAL TO
              WS-RT-FIRST(WS-RT-IDX)
              EXIT PARAGRAPH
           END-IF.

      *    OWN RECORD: THE ONE ACTIVITY, ON THE ACTOR'S OWN EMPLOYEE.
           IF WS-RT-OWN-RECORD(WS-RT-IDX)
              IF WS-AT-ACTOR-EMP-ID(WS-AT-I) IS EQUAL TO
                 WS-AT-SUBJECT-EMP-ID(WS-AT-I) AND
                 WS-AT-DATE(WS-AT-I) IS NOT LESS THAN WS-CUTOFF-DATE-X
                 MOVE WS-AT-I TO WS-AT-J
                 PERFORM 2400-RECORD-VIOLATION
              END-IF
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2200-CHECK-SECOND-ACTIVITY
              VARYING WS-AT-J FROM 1 BY 1
              UNTIL WS-AT-J IS GREATER THAN WS-AT-COUNT.

       2200-CHECK-SECOND-ACTIVITY.
           IF WS-AT-J IS EQUAL TO WS-AT-I OR
              WS-AT-ACTIVITY(WS-AT-J) IS NOT EQUAL TO
                 WS-RT-SECOND(WS-RT-IDX)
              EXIT PARAGRAPH
           END-IF.

           SET ACTIVITIES-NOT-TIED TO TRUE.

           EVALUATE TRUE
           WHEN WS-RT-SAME-USER(WS-RT-IDX)
                IF WS-AT-USER-ID(WS-AT-J) IS EQUAL TO
                   WS-AT-USER-ID(WS-AT-I) AND
                   WS-AT-SUBJECT-EMP-ID(WS-AT-J) IS EQUAL TO
                   WS-AT-SUBJECT-EMP-ID(WS-AT-I)
                   SET ACTIVITIES-TIED TO TRUE
                END-IF
      *         EACH ON THE OTHER'S RECORD. WHEN BOTH HALVES ARE THE
      *         SAME ACTIVITY THE PAIR WOULD OTHERWISE SHOW TWICE.
           WHEN WS-RT-RECIPROCAL(WS-RT-IDX)
                IF WS-AT-USER-ID(WS-AT-J) IS NOT EQUAL TO
                   WS-AT-USER-ID(WS-AT-I) AND
                   WS-AT-ACTOR-EMP-ID(WS-AT-I) IS NOT EQUAL TO ZEROES
                   AND WS-AT-ACTOR-EMP-ID(WS-AT-J) IS EQUAL TO
                   WS-AT-SUBJECT-EMP-ID(WS-AT-I) AND
                   WS-AT-SUBJECT-EMP-ID(WS-AT-J) IS EQUAL TO
                   WS-AT-ACTOR-EMP-ID(WS-AT-I)
                   SET ACTIVITIES-TIED TO TRUE
                   IF WS-RT-FIRST(WS-RT-IDX) IS EQUAL TO
                      WS-RT-SECOND(WS-RT-IDX) AND
                      WS-AT-J IS LESS THAN WS-AT-I
                      SET ACTIVITIES-NOT-TIED TO TRUE
                   END-IF
                END-IF
           END-EVALUATE.

           IF ACTIVITIES-NOT-TIED
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2300-CHECK-WINDOW.
           IF ACTIVITIES-NOT-TIED
              EXIT PARAGRAPH
           END-IF.

      *    REPORTED IN THE RUN THAT SEES ITS LATER HALF.
           IF WS-AT-DATE(WS-AT-I) IS GREATER THAN WS-AT-DATE(WS-AT-J)
              MOVE WS-AT-DATE(WS-AT-I) TO WS-LATER-DATE
           ELSE
              MOVE WS-AT-DATE(WS-AT-J) TO WS-LATER-DATE
           END-IF.
           IF WS-LATER-DATE IS LESS THAN WS-CUTOFF-DATE-X
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2400-RECORD-VIOLATION.

      *    A DATE THAT WILL NOT CONVERT CANNOT RULE A PAIR OUT - AUDIT
      *    WOULD RATHER SEE IT.
       2300-CHECK-WINDOW.
           IF WS-RT-WINDOW-DAYS(WS-RT-IDX) IS EQUAL TO ZEROES
              EXIT PARAGRAPH
           END-IF.

           IF WS-AT-DATE(WS-AT-I) IS NOT NUMERIC OR
              WS-AT-DATE(WS-AT-J) IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-AT-DATE(WS-AT-I) TO WS-DATE-NUM-1.
           MOVE WS-AT-DATE(WS-AT-J) TO WS-DATE-NUM-2.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM-1)
              IS NOT EQUAL TO ZERO OR
              FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM-2)
              IS NOT EQUAL TO ZERO
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DAYS-APART =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-1) -
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-2).
           IF WS-DAYS-APART IS LESS THAN ZERO
              COMPUTE WS-DAYS-APART = 0 - WS-DAYS-APART
           END-IF.

           IF WS-DAYS-APART IS GREATER THAN
              WS-RT-WINDOW-DAYS(WS-RT-IDX)
              SET ACTIVITIES-NOT-TIED TO TRUE
           END-IF.

       2400-RECORD-VIOLATION.
           SET ENTRY-NOT-FOUND TO TRUE.
           PERFORM 2410-CHECK-ALREADY-REPORTED
              VARYING WS-VT-IDX FROM 1 BY 1
              UNTIL WS-VT-IDX IS GREATER THAN WS-VT-COUNT
                 OR ENTRY-FOUND.
           IF ENTRY-FOUND
              ADD 1 TO WS-REPEAT-COUNT
              EXIT PARAGRAPH
           END-IF.

           IF WS-VT-COUNT IS LESS THAN 1000
              ADD 1 TO WS-VT-COUNT
              MOVE WS-RT-RULE-ID(WS-RT-IDX)
                 TO WS-VT-RULE-ID(WS-VT-COUNT)
              MOVE WS-AT-USER-ID(WS-AT-I) TO WS-VT-USER-1(WS-VT-COUNT)
              MOVE WS-AT-USER-ID(WS-AT-J) TO WS-VT-USER-2(WS-VT-COUNT)
              MOVE WS-AT-SUBJECT-EMP-ID(WS-AT-I)
                 TO WS-VT-SUBJECT-EMP-ID(WS-VT-COUNT)
           END-IF.

           ADD 1 TO WS-VIOLATION-COUNT.
           EVALUATE TRUE
           WHEN WS-RT-HIGH(WS-RT-IDX)
                ADD 1 TO WS-HIGH-COUNT
           WHEN WS-RT-MEDIUM(WS-RT-IDX)
                ADD 1 TO WS-MEDIUM-COUNT
           WHEN OTHER
                ADD 1 TO WS-LOW-COUNT
           END-EVALUATE.

           MOVE WS-RT-RULE-ID(WS-RT-IDX) TO WS-RPT-RULE-ID.
           MOVE WS-RT-SEVERITY(WS-RT-IDX) TO WS-RPT-SEVERITY.
           MOVE WS-AT-SUBJECT-EMP-ID(WS-AT-I) TO WS-RPT-SUBJECT-EMP-ID.
           MOVE WS-RT-DESCRIPTION(WS-RT-IDX) TO WS-RPT-DESCRIPTION.
           MOVE WS-VIOLATION-LINE-1 TO CONFLICT-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE WS-AT-USER-ID(WS-AT-I) TO WS-RPT-USER-1.
           MOVE WS-AT-ACTIVITY(WS-AT-I) TO WS-RPT-ACTIVITY-1.
           MOVE WS-AT-DATE(WS-AT-I) TO WS-RPT-DATE-1.
           IF WS-AT-J IS EQUAL TO WS-AT-I
              MOVE SPACES TO WS-RPT-JOINER
              MOVE '(OWN RECORD)' TO WS-RPT-USER-2
              MOVE SPACES TO WS-RPT-ACTIVITY-2
              MOVE SPACES TO WS-RPT-DATE-2
           ELSE
              MOVE ' + ' TO WS-RPT-JOINER
              MOVE WS-AT-USER-ID(WS-AT-J) TO WS-RPT-USER-2
              MOVE WS-AT-ACTIVITY(WS-AT-J) TO WS-RPT-ACTIVITY-2
              MOVE WS-AT-DATE(WS-AT-J) TO WS-RPT-DATE-2
           END-IF.
           MOVE WS-VIOLATION-LINE-2 TO CONFLICT-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

       2410-CHECK-ALREADY-REPORTED.
           IF WS-VT-RULE-ID(WS-VT-IDX) IS EQUAL TO
              WS-RT-RULE-ID(WS-RT-IDX) AND
              WS-VT-USER-1(WS-VT-IDX) IS EQUAL TO
              WS-AT-USER-ID(WS-AT-I) AND
              WS-VT-USER-2(WS-VT-IDX) IS EQUAL TO
              WS-AT-USER-ID(WS-AT-J) AND
              WS-VT-SUBJECT-EMP-ID(WS-VT-IDX) IS EQUAL TO
              WS-AT-SUBJECT-EMP-ID(WS-AT-I)
              SET ENTRY-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------

       3000-PRINT-SUMMARY.
           IF WS-VIOLATION-COUNT IS EQUAL TO ZEROES
              MOVE 'NO CONFLICTS FOUND' TO CONFLICT-REPORT-LINE
              PERFORM 8800-WRITE-REPORT-LINE
           END-IF.

           MOVE SPACES TO CONFLICT-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'ACTIVE RULES APPLIED ............'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-RT-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3100-PRINT-SUMMARY-LINE.

           MOVE 'SOURCE RECORDS READ .............'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-SOURCE-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3100-PRINT-SUMMARY-LINE.

           MOVE 'ACTIVITIES CHECKED ..............'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-AT-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3100-PRINT-SUMMARY-LINE.

           MOVE 'CONFLICTS - HIGH ................'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-HIGH-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3100-PRINT-SUMMARY-LINE.

           MOVE 'CONFLICTS - MEDIUM ..............'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-MEDIUM-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3100-PRINT-SUMMARY-LINE.

           MOVE 'CONFLICTS - LOW .................'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-LOW-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3100-PRINT-SUMMARY-LINE.

           MOVE 'REPEAT PAIRINGS NOT REPRINTED ...'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-REPEAT-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3100-PRINT-SUMMARY-LINE.

           MOVE 'RULES/RECORDS SKIPPED (ERRORS) ..'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-ERROR-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3100-PRINT-SUMMARY-LINE.

       3100-PRINT-SUMMARY-LINE.
           MOVE WS-REPORT-SUMMARY-LINE TO CONFLICT-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

       8800-WRITE-REPORT-LINE.
           MOVE CONFLICT-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE CONFLICT-REPORT-LINE.
      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'ESODCHK' TO RSA-REPORT-NAME.
           SET RSA-ACTION-LINE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *-----------------------------------------------------------------
       TERMINATION SECTION.
      *-----------------------------------------------------------------

       9000-TERMINATE.

      *    FINISH THE REPORT REPOSITORY DEPOSIT.
           SET RSA-ACTION-CLOSE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *    LOG THE RUN ON THE COMMON RUN-HISTORY FILE - THE CONFLICTS
      *    ARE THE RUN'S EXCEPTIONS.
           MOVE 'ESODCHK' TO RLG-JOB-NAME.
           MOVE WS-SOURCE-COUNT TO RLG-INPUT-COUNT.
           MOVE WS-AT-COUNT TO RLG-OUTPUT-COUNT.
           MOVE WS-VIOLATION-COUNT TO RLG-ERROR-COUNT.
           IF WS-ERROR-COUNT IS GREATER THAN ZEROES
              MOVE 4 TO RLG-RETURN-CODE
           END-IF.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'ESODCHK - RULES APPLIED:   ' WS-RT-COUNT.
           DISPLAY 'ESODCHK - SOURCE RECORDS:  ' WS-SOURCE-COUNT.
           DISPLAY 'ESODCHK - ACTIVITIES:      ' WS-AT-COUNT.
           DISPLAY 'ESODCHK - CONFLICTS:       ' WS-VIOLATION-COUNT.
           DISPLAY 'ESODCHK - ERRORS:          ' WS-ERROR-COUNT.

           CLOSE ESODRUL-FILE.
           CLOSE EREGUSR-FILE.
           CLOSE EHIRVRF-FILE.
           CLOSE EBANKDT-FILE.
           CLOSE ECMPREQ-FILE.
           CLOSE EONEPAY-FILE.
           CLOSE ECATREQ-FILE.
           CLOSE EMERIT-FILE.
           CLOSE ESECJRN-FILE.
           CLOSE CONFLICT-REPORT-FILE.

           IF RLG-RETURN-CODE IS GREATER THAN ZEROES
              MOVE RLG-RETURN-CODE TO RETURN-CODE
           END-IF.
