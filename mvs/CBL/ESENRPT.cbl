       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESENRPT.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - BARGAINING UNIT SENIORITY LIST.
      *      - BATCH PROGRAM, RUN OFFLINE AGAINST THE 'EBUMEMB',
      *        'EBUNMST', 'EMPMAST' AND 'ESRVHST' VSAM <KSDS>
      *        CLUSTERS (ALL READ ONLY).
      *      - LISTS EVERY ACTIVE MEMBER OF EACH BARGAINING UNIT IN
      *        SENIORITY ORDER - THE ORDER LAYOFFS AND SHIFT BIDS RUN
      *        IN UNDER THE COLLECTIVE AGREEMENT - WITH A FRESH
      *        HEADING AND RANK NUMBERING PER UNIT.
      *      - SENIORITY IS *CONTINUOUS* SERVICE, NOT 'EMP-START-DATE'
      *        AND NOT THE BRIDGED TOTAL 'EANNRPT' USES: THE START OF
      *        THE LATEST UNBROKEN RUN OF 'ESRVHST' STINTS. A STINT
      *        STARTING THE DAY AFTER THE PREVIOUS ONE ENDED (OR
      *        EARLIER) CARRIES THE SERVICE ON; ANY LONGER GAP IS A
      *        BREAK AND SENIORITY RESTARTS FROM THE NEW STINT.
      *      - EMPLOYEES WITH NO STINTS ON FILE (HIRED BEFORE THE FILE
      *        EXISTED) FALL BACK TO 'EMP-START-DATE', AND THE LINE
      *        SAYS SO.
      *      - EQUAL SENIORITY DATES RANK BY EMPLOYEE ID (THE EARLIER
      *        ALLOCATED ID FIRST).
      *      - MEMBERSHIPS ON FILE FOR SOMEONE WHO IS NOT AN ACTIVE
      *        EMPLOYEE ARE LEFT OFF THE LIST AND REPORTED ON
      *        'SYSOUT'; THE STEP THEN ENDS WITH RETURN CODE 4 SO HR
      *        WITHDRAWS THEM ON 'EBUMP'.
      *      - SCHEDULE AS NEEDED (AHEAD OF A SHIFT BID OR LAYOFF
      *        ROUND), OR MONTHLY FOR THE UNION NOTICE BOARDS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EBUMEMB-FILE ASSIGN TO EBUMEMB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS BUM-KEY
                FILE STATUS IS WS-EBUMEMB-STATUS.

           SELECT EBUNMST-FILE ASSIGN TO EBUNMST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BGU-KEY
                FILE STATUS IS WS-EBUNMST-STATUS.

           SELECT EMPMAST-FILE ASSIGN TO EMPMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS EMP-EMPLOYEE-ID
                FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT ESRVHST-FILE ASSIGN TO ESRVHST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SVH-KEY
                FILE STATUS IS WS-ESRVHST-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK1.

           SELECT SENIORITY-REPORT-FILE ASSIGN TO SENRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SENRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EBUMEMB-FILE.
       COPY EBUMEMB.

       FD  EBUNMST-FILE.
       COPY EBUNMST.

       FD  EMPMAST-FILE.
       COPY EMPMAST.

       FD  ESRVHST-FILE.
       COPY ESRVHST.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SORT-UNIT-CODE             PIC X(4).
           05 SORT-SENIORITY-DATE        PIC 9(8).
           05 SORT-EMP-ID                PIC 9(8).
           05 SORT-PRIMARY-NAME          PIC X(38).
           05 SORT-YEARS                 PIC 9(3).
           05 SORT-BASIS                 PIC X(12).

       FD  SENIORITY-REPORT-FILE
           RECORDING MODE IS F.
       01  SENIORITY-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-EBUMEMB-STATUS        PIC X(2).
             88 EBUMEMB-OK                      VALUE '00'.
          05 WS-EBUNMST-STATUS        PIC X(2).
             88 EBUNMST-OK                      VALUE '00'.
          05 WS-EMPMAST-STATUS        PIC X(2).
             88 EMPMAST-OK                      VALUE '00'.
             88 EMPMAST-NOTFND                  VALUE '23'.
          05 WS-ESRVHST-STATUS        PIC X(2).
             88 ESRVHST-OK                      VALUE '00'.
          05 WS-SENRPT-STATUS         PIC X(2).
             88 SENRPT-OK                        VALUE '00'.
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
             88 END-OF-EBUMEMB                  VALUE 'Y'.
          05 WS-SORT-EOF-FLAG         PIC X(1)  VALUE 'N'.
             88 END-OF-SORT-FILE                VALUE 'Y'.
          05 WS-FIRST-UNIT-FLAG       PIC X(1)  VALUE 'Y'.
             88 FIRST-UNIT-NOT-SEEN             VALUE 'Y'.
          05 WS-STINT-SCAN-FLAG       PIC X(1)  VALUE 'N'.
             88 END-OF-STINT-SCAN              VALUE 'Y'.
          05 WS-STINT-FOUND-FLAG      PIC X(1)  VALUE 'N'.
             88 STINTS-ON-FILE                 VALUE 'Y'.
          05 WS-PREVIOUS-UNIT-CODE    PIC X(4).
          05 WS-TODAY                 PIC 9(8).
      *    START OF THE CURRENT UNBROKEN RUN OF STINTS, AND THE END OF
      *    THE STINT BEFORE THE ONE BEING LOOKED AT (ZERO WHILE OPEN).
          05 WS-CONTINUOUS-START-NUM  PIC 9(8)  VALUE ZEROES.
          05 WS-PREVIOUS-END-NUM      PIC 9(8)  VALUE ZEROES.
          05 WS-STINT-START-NUM       PIC 9(8)  VALUE ZEROES.
          05 WS-GAP-DAYS              PIC S9(8) USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-SERVICE-DAYS          PIC S9(8) USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-UNIT-RANK             PIC 9(5)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-MEMBERS-READ          PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-MEMBERS-LISTED        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-FALLBACK-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EXCEPTION-COUNT       PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-UNIT-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
      *    THE LONGEST GAP BETWEEN ONE STINT'S END DATE AND THE NEXT
      *    STINT'S START THAT STILL COUNTS AS UNBROKEN SERVICE - ONE
      *    DAY, I.E. THE NEXT STINT STARTS THE DAY AFTER.
          05 WS-MAX-BRIDGE-DAYS       PIC 9(3)  VALUE 001.

       01 WS-REPORT-HEADING-1.
          05 FILLER                   PIC X(40)
             VALUE 'BARGAINING UNIT SENIORITY LIST - AS AT '.
          05 WS-RPT-HDR-TODAY         PIC X(10).
          05 FILLER                   PIC X(30) VALUE SPACES.

       01 WS-REPORT-UNIT-HEADING.
          05 FILLER                   PIC X(6)  VALUE 'UNIT: '.
          05 WS-RPT-HDR-UNIT-CODE     PIC X(4).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-HDR-UNIT-NAME     PIC X(30).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 FILLER                   PIC X(7)  VALUE 'UNION: '.
          05 WS-RPT-HDR-UNION-NAME    PIC X(29).

       01 WS-REPORT-COLUMN-HEADING.
          05 FILLER                   PIC X(40)
             VALUE '   RANK  EMPLOYEE  NAME'.
          05 FILLER                   PIC X(40)
             VALUE '           SENIORITY   YRS  BASIS'.

       01 WS-REPORT-DETAIL-LINE.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-RANK              PIC Z(4)9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-EMP-ID            PIC Z(7)9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-PRIMARY-NAME      PIC X(30).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-SENIORITY-DATE    PIC X(10).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-YEARS             PIC ZZ9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-BASIS             PIC X(12).

       01 WS-REPORT-UNIT-TOTAL-LINE.
          05 FILLER                   PIC X(9)  VALUE SPACES.
          05 FILLER                   PIC X(26)
             VALUE 'ACTIVE MEMBERS IN UNIT ...'.
          05 WS-RPT-UNIT-TOTAL        PIC Z(4)9.
          05 FILLER                   PIC X(40) VALUE SPACES.

       01 WS-REPORT-SUMMARY-LINE.
          05 WS-RPT-SUMMARY-LABEL     PIC X(35).
          05 WS-RPT-SUMMARY-COUNT     PIC Z(7)9.
          05 FILLER                   PIC X(37) VALUE SPACES.

      *    YYYYMMDD PRINTED AS YYYY-MM-DD.
       01 WS-DATE-EDIT.
          05 WS-DATE-EDIT-YYYY        PIC X(4).
          05 FILLER                   PIC X(1)  VALUE '-'.
          05 WS-DATE-EDIT-MM          PIC X(2).
          05 FILLER                   PIC X(1)  VALUE '-'.
          05 WS-DATE-EDIT-DD          PIC X(2).
       01 WS-DATE-INPUT               PIC X(8).

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
                ON ASCENDING KEY SORT-UNIT-CODE
                   ASCENDING KEY SORT-SENIORITY-DATE
                   ASCENDING KEY SORT-EMP-ID
                INPUT PROCEDURE IS 2000-SELECT-ACTIVE-MEMBERS
                OUTPUT PROCEDURE IS 3000-PRODUCE-REPORT.

           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           OPEN INPUT EBUNMST-FILE.
           IF NOT EBUNMST-OK
              DISPLAY 'ESENRPT - UNABLE TO OPEN EBUNMST, STATUS='
                 WS-EBUNMST-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT EMPMAST-FILE.
           IF NOT EMPMAST-OK
              DISPLAY 'ESENRPT - UNABLE TO OPEN EMPMAST, STATUS='
                 WS-EMPMAST-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT ESRVHST-FILE.
           IF NOT ESRVHST-OK
              DISPLAY 'ESENRPT - UNABLE TO OPEN ESRVHST, STATUS='
                 WS-ESRVHST-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT SENIORITY-REPORT-FILE.
           IF NOT SENRPT-OK
              DISPLAY 'ESENRPT - UNABLE TO OPEN SENRPT, STATUS='
                 WS-SENRPT-STATUS
              STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY TO WS-DATE-INPUT.
           PERFORM 8800-EDIT-DATE.
           MOVE WS-DATE-EDIT TO WS-RPT-HDR-TODAY.

           MOVE WS-REPORT-HEADING-1 TO SENIORITY-REPORT-LINE.
           MOVE SENIORITY-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE SENIORITY-REPORT-LINE.

      *-----------------------------------------------------------------
       SELECTION SECTION.
      *-----------------------------------------------------------------

      *    SORT INPUT PROCEDURE - PASS EVERY ACTIVE MEMBER OF EVERY
      *    UNIT TO THE SORT, KEYED BY UNIT AND CONTINUOUS-SERVICE DATE.
       2000-SELECT-ACTIVE-MEMBERS.
           OPEN INPUT EBUMEMB-FILE.
           IF NOT EBUMEMB-OK
              DISPLAY 'ESENRPT - UNABLE TO OPEN EBUMEMB, STATUS='
                 WS-EBUMEMB-STATUS
              STOP RUN
           END-IF.

           PERFORM 2100-READ-NEXT-MEMBER.
           PERFORM 2200-RELEASE-IF-ACTIVE UNTIL END-OF-EBUMEMB.

           CLOSE EBUMEMB-FILE.

       2100-READ-NEXT-MEMBER.
           READ EBUMEMB-FILE NEXT RECORD
              AT END
                 SET END-OF-EBUMEMB TO TRUE
           END-READ.

       2200-RELEASE-IF-ACTIVE.
           IF NOT BUM-ST-ACTIVE THEN
              PERFORM 2100-READ-NEXT-MEMBER
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-MEMBERS-READ.

           MOVE BUM-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.
           READ EMPMAST-FILE
              INVALID KEY
                 SET EMPMAST-NOTFND TO TRUE
              NOT INVALID KEY
                 SET EMPMAST-OK TO TRUE
           END-READ.

           IF NOT EMPMAST-OK OR NOT EMP-ACTIVE THEN
              DISPLAY 'ESENRPT - MEMBER OF UNIT ' BUM-UNIT-CODE
                 ' IS NOT AN ACTIVE EMPLOYEE, ID=' BUM-EMPLOYEE-ID
              ADD 1 TO WS-EXCEPTION-COUNT
              PERFORM 2100-READ-NEXT-MEMBER
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2300-COMPUTE-CONTINUOUS-SERVICE.

           MOVE BUM-UNIT-CODE TO SORT-UNIT-CODE.
           MOVE WS-CONTINUOUS-START-NUM TO SORT-SENIORITY-DATE.
           MOVE BUM-EMPLOYEE-ID TO SORT-EMP-ID.
           MOVE EMP-PRIMARY-NAME TO SORT-PRIMARY-NAME.

           COMPUTE WS-SERVICE-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-TODAY) -
              FUNCTION INTEGER-OF-DATE(WS-CONTINUOUS-START-NUM).
           IF WS-SERVICE-DAYS IS LESS THAN ZEROES THEN
              MOVE ZEROES TO WS-SERVICE-DAYS
           END-IF.
           DIVIDE WS-SERVICE-DAYS BY 365 GIVING SORT-YEARS.

           IF STINTS-ON-FILE THEN
              MOVE 'STINTS' TO SORT-BASIS
           ELSE
              MOVE 'START DATE' TO SORT-BASIS
              ADD 1 TO WS-FALLBACK-COUNT
           END-IF.

           RELEASE SORT-RECORD.

           PERFORM 2100-READ-NEXT-MEMBER.

      *    WALK THE EMPLOYEE'S STINTS IN ORDER; EVERY BREAK LONGER
      *    THAN THE BRIDGE ALLOWANCE RESTARTS CONTINUOUS SERVICE FROM
      *    THE STINT AFTER IT. NO STINTS ON FILE MEANS A LEGACY HIRE -
      *    FALL BACK TO 'EMP-START-DATE'.
       2300-COMPUTE-CONTINUOUS-SERVICE.
           MOVE ZEROES TO WS-CONTINUOUS-START-NUM.
           MOVE ZEROES TO WS-PREVIOUS-END-NUM.
           MOVE 'N' TO WS-STINT-FOUND-FLAG.
           MOVE 'N' TO WS-STINT-SCAN-FLAG.

           MOVE EMP-EMPLOYEE-ID TO SVH-EMPLOYEE-ID.
           MOVE ZEROES TO SVH-STINT-NUMBER.

           START ESRVHST-FILE KEY IS GREATER THAN SVH-KEY
              INVALID KEY
                 SET END-OF-STINT-SCAN TO TRUE
           END-START.

           PERFORM 2310-CHECK-NEXT-STINT UNTIL END-OF-STINT-SCAN.

           IF NOT STINTS-ON-FILE THEN
              IF EMP-START-DATE IS NUMERIC AND
                 EMP-START-DATE IS NOT EQUAL TO ZEROES THEN
                 MOVE EMP-START-DATE TO WS-CONTINUOUS-START-NUM
              ELSE
                 MOVE WS-TODAY TO WS-CONTINUOUS-START-NUM
              END-IF
           END-IF.

       2310-CHECK-NEXT-STINT.
           READ ESRVHST-FILE NEXT RECORD
              AT END
                 SET END-OF-STINT-SCAN TO TRUE
           END-READ.

           IF END-OF-STINT-SCAN THEN
              EXIT PARAGRAPH
           END-IF.

           IF SVH-EMPLOYEE-ID IS NOT EQUAL TO EMP-EMPLOYEE-ID THEN
              SET END-OF-STINT-SCAN TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF SVH-START-DATE IS NOT NUMERIC OR
              SVH-START-DATE IS EQUAL TO ZEROES THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE SVH-START-DATE TO WS-STINT-START-NUM.

      *    THE FIRST STINT OPENS THE RUN. AFTER THAT, A GAP PAST THE
      *    ALLOWANCE BREAKS IT; A PRIOR STINT STILL OPEN CANNOT HAVE
      *    LEFT A GAP, SO IT NEVER DOES.
           IF NOT STINTS-ON-FILE THEN
              MOVE WS-STINT-START-NUM TO WS-CONTINUOUS-START-NUM
           ELSE
              IF WS-PREVIOUS-END-NUM IS GREATER THAN ZEROES THEN
                 COMPUTE WS-GAP-DAYS =
                    FUNCTION INTEGER-OF-DATE(WS-STINT-START-NUM) -
                    FUNCTION INTEGER-OF-DATE(WS-PREVIOUS-END-NUM)
                 IF WS-GAP-DAYS IS GREATER THAN WS-MAX-BRIDGE-DAYS
                    MOVE WS-STINT-START-NUM TO WS-CONTINUOUS-START-NUM
                 END-IF
              END-IF
           END-IF.

           SET STINTS-ON-FILE TO TRUE.

           IF SVH-END-DATE IS NUMERIC AND
              SVH-END-DATE IS NOT EQUAL TO ZEROES THEN
              MOVE SVH-END-DATE TO WS-PREVIOUS-END-NUM
           ELSE
              MOVE ZEROES TO WS-PREVIOUS-END-NUM
           END-IF.

      *-----------------------------------------------------------------
       REPORT-WRITING SECTION.
      *-----------------------------------------------------------------

      *    SORT OUTPUT PROCEDURE - PRINT THE SORTED LIST WITH A UNIT
      *    CONTROL BREAK; RANKS RESTART AT ONE FOR EVERY UNIT.
       3000-PRODUCE-REPORT.
           PERFORM 3100-RETURN-NEXT-RECORD.
           PERFORM 3200-PRINT-DETAIL-LINE UNTIL END-OF-SORT-FILE.

           IF NOT FIRST-UNIT-NOT-SEEN THEN
              PERFORM 3300-PRINT-UNIT-TOTAL
           END-IF.

           MOVE SPACES TO SENIORITY-REPORT-LINE.
           MOVE SENIORITY-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE SENIORITY-REPORT-LINE.

           MOVE 'BARGAINING UNITS LISTED .........' TO
              WS-RPT-SUMMARY-LABEL.
           MOVE WS-UNIT-COUNT TO WS-RPT-SUMMARY-COUNT.
           PERFORM 3400-PRINT-SUMMARY-LINE.

           MOVE 'ACTIVE MEMBERS LISTED ...........' TO
              WS-RPT-SUMMARY-LABEL.
           MOVE WS-MEMBERS-LISTED TO WS-RPT-SUMMARY-COUNT.
           PERFORM 3400-PRINT-SUMMARY-LINE.

           MOVE '  OF WHICH ON START DATE (NO STINTS)' TO
              WS-RPT-SUMMARY-LABEL.
           MOVE WS-FALLBACK-COUNT TO WS-RPT-SUMMARY-COUNT.
           PERFORM 3400-PRINT-SUMMARY-LINE.

           MOVE 'MEMBERS NOT ACTIVE EMPLOYEES .....' TO
              WS-RPT-SUMMARY-LABEL.
           MOVE WS-EXCEPTION-COUNT TO WS-RPT-SUMMARY-COUNT.
           PERFORM 3400-PRINT-SUMMARY-LINE.

       3100-RETURN-NEXT-RECORD.
           RETURN SORT-WORK-FILE
              AT END
                 SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

       3200-PRINT-DETAIL-LINE.
           IF FIRST-UNIT-NOT-SEEN OR
              SORT-UNIT-CODE IS NOT EQUAL TO WS-PREVIOUS-UNIT-CODE
              IF NOT FIRST-UNIT-NOT-SEEN THEN
                 PERFORM 3300-PRINT-UNIT-TOTAL
              END-IF
              PERFORM 3250-PRINT-UNIT-HEADING
              MOVE 'N' TO WS-FIRST-UNIT-FLAG
              MOVE SORT-UNIT-CODE TO WS-PREVIOUS-UNIT-CODE
              MOVE ZEROES TO WS-UNIT-RANK
              ADD 1 TO WS-UNIT-COUNT
           END-IF.

           ADD 1 TO WS-UNIT-RANK.
           MOVE WS-UNIT-RANK TO WS-RPT-RANK.
           MOVE SORT-EMP-ID TO WS-RPT-EMP-ID.
           MOVE SORT-PRIMARY-NAME TO WS-RPT-PRIMARY-NAME.
           MOVE SORT-SENIORITY-DATE TO WS-DATE-INPUT.
           PERFORM 8800-EDIT-DATE.
           MOVE WS-DATE-EDIT TO WS-RPT-SENIORITY-DATE.
           MOVE SORT-YEARS TO WS-RPT-YEARS.
           MOVE SORT-BASIS TO WS-RPT-BASIS.
           MOVE WS-REPORT-DETAIL-LINE TO SENIORITY-REPORT-LINE.
           MOVE SENIORITY-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE SENIORITY-REPORT-LINE.

           ADD 1 TO WS-MEMBERS-LISTED.

           PERFORM 3100-RETURN-NEXT-RECORD.

      *    EACH UNIT STARTS ON A NEW PAGE SO IT CAN GO UP ON ITS OWN
      *    NOTICE BOARD - UNITS NOT ON 'EBUNMST' STILL PRINT, FLAGGED.
       3250-PRINT-UNIT-HEADING.
           MOVE SORT-UNIT-CODE TO BGU-UNIT-CODE.

           READ EBUNMST-FILE
              INVALID KEY
                 MOVE '(UNIT NOT ON FILE)' TO BGU-UNIT-NAME
                 MOVE SPACES TO BGU-UNION-NAME
           END-READ.

           MOVE SORT-UNIT-CODE TO WS-RPT-HDR-UNIT-CODE.
           MOVE BGU-UNIT-NAME TO WS-RPT-HDR-UNIT-NAME.
           MOVE BGU-UNION-NAME TO WS-RPT-HDR-UNION-NAME.

           MOVE WS-REPORT-UNIT-HEADING TO SENIORITY-REPORT-LINE.
           MOVE SENIORITY-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE SENIORITY-REPORT-LINE AFTER ADVANCING PAGE.

           MOVE WS-REPORT-COLUMN-HEADING TO SENIORITY-REPORT-LINE.
           MOVE SENIORITY-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE SENIORITY-REPORT-LINE AFTER ADVANCING 2 LINES.

       3300-PRINT-UNIT-TOTAL.
           MOVE WS-UNIT-RANK TO WS-RPT-UNIT-TOTAL.
           MOVE WS-REPORT-UNIT-TOTAL-LINE TO SENIORITY-REPORT-LINE.
           MOVE SENIORITY-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE SENIORITY-REPORT-LINE AFTER ADVANCING 2 LINES.

       3400-PRINT-SUMMARY-LINE.
           MOVE WS-REPORT-SUMMARY-LINE TO SENIORITY-REPORT-LINE.
           MOVE SENIORITY-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE SENIORITY-REPORT-LINE.

       8800-EDIT-DATE.
           MOVE WS-DATE-INPUT(1:4) TO WS-DATE-EDIT-YYYY.
           MOVE WS-DATE-INPUT(5:2) TO WS-DATE-EDIT-MM.
           MOVE WS-DATE-INPUT(7:2) TO WS-DATE-EDIT-DD.

      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'ESENRPT' TO RSA-REPORT-NAME.
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
           MOVE 'ESENRPT ' TO RLG-JOB-NAME.
           MOVE WS-MEMBERS-READ TO RLG-INPUT-COUNT.
           MOVE WS-MEMBERS-LISTED TO RLG-OUTPUT-COUNT.
           MOVE WS-EXCEPTION-COUNT TO RLG-ERROR-COUNT.

           IF RLG-ERROR-COUNT IS GREATER THAN ZEROES THEN
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO RLG-RETURN-CODE.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'ESENRPT - ACTIVE MEMBERSHIPS READ: '
              WS-MEMBERS-READ.
           DISPLAY 'ESENRPT - MEMBERS LISTED:          '
              WS-MEMBERS-LISTED.
           DISPLAY 'ESENRPT - LISTED ON START DATE:    '
              WS-FALLBACK-COUNT.
           DISPLAY 'ESENRPT - NOT ACTIVE EMPLOYEES:    '
              WS-EXCEPTION-COUNT.

           CLOSE EBUNMST-FILE.
           CLOSE EMPMAST-FILE.
           CLOSE ESRVHST-FILE.
           CLOSE SENIORITY-REPORT-FILE.
