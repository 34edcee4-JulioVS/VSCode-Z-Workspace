       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELGHRPT.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - OPEN LEGAL HOLDS REPORT.
      *      - BATCH PROGRAM, RUN QUARTERLY FOR LEGAL AGAINST THE
      *        'ELGLHLD' VSAM <KSDS> CLUSTER
      *        (OPENED IN VSAM RLS MODE - SEE THE 'RLS=' PARAMETERS
      *        ON THE ACCOMPANYING JCL - SO THE CLUSTERS STAY ONLINE
      *        TO CICS WHILE THIS JOB RUNS).
      *      - LISTS EVERY HOLD STILL OPEN, IN EMPLOYEE ORDER: THE
      *        EMPLOYEE (NAME FROM 'EMPMAST', OR A NOTE WHEN THEY
      *        HAVE SINCE BEEN PURGED), THE MATTER, WHO PLACED IT AND
      *        WHEN, HOW MANY DAYS IT HAS BEEN OPEN AND ITS NOTE - SO
      *        LEGAL CAN CONFIRM EACH ONE IS STILL NEEDED AND RELEASE
      *        THE REST ON THE 'ELGH' SCREEN.
      *      - TOTALS: OPEN HOLDS, EMPLOYEES UNDER HOLD, AND RELEASED
      *        HOLDS KEPT ON FILE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELGLHLD-FILE ASSIGN TO ELGLHLD
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS LGH-KEY
                FILE STATUS IS WS-ELGLHLD-STATUS.

           SELECT EMPMAST-FILE ASSIGN TO EMPMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS EMP-EMPLOYEE-ID
                FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT HOLD-REPORT-FILE ASSIGN TO LGHRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-LGHRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ELGLHLD-FILE.
       COPY ELGLHLD.

       FD  EMPMAST-FILE.
       COPY EMPMAST.

       FD  HOLD-REPORT-FILE
           RECORDING MODE IS F.
       01  HOLD-REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-ELGLHLD-STATUS        PIC X(2).
             88 ELGLHLD-OK                      VALUE '00'.
          05 WS-EMPMAST-STATUS        PIC X(2).
             88 EMPMAST-OK                      VALUE '00'.
          05 WS-LGHRPT-STATUS         PIC X(2).
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
             88 END-OF-ELGLHLD                  VALUE 'Y'.
          05 WS-EMPMAST-OPEN-FLAG     PIC X(1)  VALUE 'N'.
             88 EMPMAST-FILE-OPEN               VALUE 'Y'.
          05 WS-TODAY                 PIC X(8)  VALUE SPACES.
          05 WS-TODAY-INT             PIC S9(8) USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-PLACED-DATE-NUM       PIC 9(8)  VALUE ZEROES.
          05 WS-DAYS-OPEN             PIC S9(8) USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-PREVIOUS-EMPLOYEE-ID  PIC 9(8)  VALUE ZEROES.
          05 WS-OPEN-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EMPLOYEE-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-RELEASED-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.

       01 WS-REPORT-HEADING-1.
          05 FILLER                   PIC X(40)
             VALUE 'OPEN LEGAL HOLDS REPORT - AS AT'.
          05 WS-RPT-HDG-DATE          PIC X(8).
          05 FILLER                   PIC X(52) VALUE SPACES.

       01 WS-REPORT-HEADING-2.
          05 FILLER                   PIC X(10) VALUE 'EMPLOYEE'.
          05 FILLER                   PIC X(32) VALUE 'NAME'.
          05 FILLER                   PIC X(14) VALUE 'MATTER'.
          05 FILLER                   PIC X(10) VALUE 'PLACED'.
          05 FILLER                   PIC X(10) VALUE 'BY'.
          05 FILLER                   PIC X(7)  VALUE ' DAYS'.
          05 FILLER                   PIC X(17) VALUE 'NOTE'.

       01 WS-REPORT-DETAIL-LINE.
          05 WS-RPT-EMPLOYEE-ID       PIC 9(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-EMPLOYEE-NAME     PIC X(30).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-MATTER-REF        PIC X(12).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-PLACED-DATE       PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-PLACED-BY         PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-DAYS-OPEN         PIC Z(4)9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-NOTE              PIC X(17).

       01 WS-REPORT-SUMMARY-LINE.
          05 WS-RPT-SUMMARY-LABEL     PIC X(28).
          05 WS-RPT-SUMMARY-TOTAL     PIC Z(7)9.
          05 FILLER                   PIC X(64) VALUE SPACES.

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
           PERFORM 2000-PROCESS-HOLD UNTIL END-OF-ELGLHLD.
           PERFORM 3000-PRODUCE-SUMMARY.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY)).

           OPEN INPUT ELGLHLD-FILE.
           IF NOT ELGLHLD-OK
              DISPLAY 'ELGHRPT - UNABLE TO OPEN ELGLHLD, STATUS='
                 WS-ELGLHLD-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    WITHOUT 'EMPMAST' THE REPORT STILL RUNS, JUST NAMELESS.
           OPEN INPUT EMPMAST-FILE.
           IF EMPMAST-OK
              SET EMPMAST-FILE-OPEN TO TRUE
           ELSE
              DISPLAY 'ELGHRPT - UNABLE TO OPEN EMPMAST, STATUS='
                 WS-EMPMAST-STATUS
           END-IF.

           OPEN OUTPUT HOLD-REPORT-FILE.

           MOVE WS-TODAY TO WS-RPT-HDG-DATE.
           MOVE WS-REPORT-HEADING-1 TO HOLD-REPORT-LINE.
           PERFORM 8800-PRINT-LINE.
           MOVE SPACES TO HOLD-REPORT-LINE.
           PERFORM 8800-PRINT-LINE.
           MOVE WS-REPORT-HEADING-2 TO HOLD-REPORT-LINE.
           PERFORM 8800-PRINT-LINE.

           PERFORM 1100-READ-NEXT-HOLD.

      *-----------------------------------------------------------------
       READING SECTION.
      *-----------------------------------------------------------------

       1100-READ-NEXT-HOLD.
           READ ELGLHLD-FILE NEXT RECORD
              AT END
                 SET END-OF-ELGLHLD TO TRUE
           END-READ.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------

       2000-PROCESS-HOLD.
           IF LGH-OPEN
              PERFORM 2100-PRINT-OPEN-HOLD
           ELSE
              ADD 1 TO WS-RELEASED-COUNT
           END-IF.

           PERFORM 1100-READ-NEXT-HOLD.

       2100-PRINT-OPEN-HOLD.
           ADD 1 TO WS-OPEN-COUNT.

      *    THE FILE IS IN EMPLOYEE ORDER - COUNT EACH ONE ONCE.
           IF LGH-EMPLOYEE-ID IS NOT EQUAL TO WS-PREVIOUS-EMPLOYEE-ID
              ADD 1 TO WS-EMPLOYEE-COUNT
              MOVE LGH-EMPLOYEE-ID TO WS-PREVIOUS-EMPLOYEE-ID
           END-IF.

           MOVE LGH-EMPLOYEE-ID TO WS-RPT-EMPLOYEE-ID.
           MOVE LGH-MATTER-REF TO WS-RPT-MATTER-REF.
           MOVE LGH-PLACED-DATE TO WS-RPT-PLACED-DATE.
           MOVE LGH-PLACED-BY TO WS-RPT-PLACED-BY.
           MOVE LGH-MATTER-NOTE TO WS-RPT-NOTE.

           PERFORM 2200-GET-EMPLOYEE-NAME.

           MOVE ZEROES TO WS-DAYS-OPEN.
           IF LGH-PLACED-DATE IS NUMERIC
              MOVE LGH-PLACED-DATE TO WS-PLACED-DATE-NUM
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-PLACED-DATE-NUM) = 0
                 COMPUTE WS-DAYS-OPEN = WS-TODAY-INT -
                    FUNCTION INTEGER-OF-DATE(WS-PLACED-DATE-NUM)
              END-IF
           END-IF.
           MOVE WS-DAYS-OPEN TO WS-RPT-DAYS-OPEN.

           MOVE WS-REPORT-DETAIL-LINE TO HOLD-REPORT-LINE.
           PERFORM 8800-PRINT-LINE.

      *    A HOLD CAN OUTLIVE THE MASTER RECORD - IT IS WHAT KEEPS
      *    THE ARCHIVED COPIES OF A PURGED EMPLOYEE.
       2200-GET-EMPLOYEE-NAME.
           IF NOT EMPMAST-FILE-OPEN
              MOVE SPACES TO WS-RPT-EMPLOYEE-NAME
              EXIT PARAGRAPH
           END-IF.

           MOVE LGH-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.
           READ EMPMAST-FILE
              INVALID KEY
                 MOVE '(NOT ON FILE - PURGED)' TO WS-RPT-EMPLOYEE-NAME
              NOT INVALID KEY
                 MOVE EMP-PRIMARY-NAME TO WS-RPT-EMPLOYEE-NAME
           END-READ.

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------

       3000-PRODUCE-SUMMARY.
           MOVE SPACES TO HOLD-REPORT-LINE.
           PERFORM 8800-PRINT-LINE.

           MOVE 'OPEN LEGAL HOLDS ...........' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-OPEN-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO HOLD-REPORT-LINE.
           PERFORM 8800-PRINT-LINE.

           MOVE 'EMPLOYEES UNDER HOLD .......' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-EMPLOYEE-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO HOLD-REPORT-LINE.
           PERFORM 8800-PRINT-LINE.

           MOVE 'RELEASED HOLDS ON FILE .....' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-RELEASED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO HOLD-REPORT-LINE.
           PERFORM 8800-PRINT-LINE.

       8800-PRINT-LINE.
           MOVE HOLD-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.

      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'ELGHRPT' TO RSA-REPORT-NAME.
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
           MOVE 'ELGHRPT ' TO RLG-JOB-NAME.
           MOVE WS-OPEN-COUNT TO RLG-INPUT-COUNT.
           MOVE WS-EMPLOYEE-COUNT TO RLG-OUTPUT-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'ELGHRPT - OPEN HOLDS:       ' WS-OPEN-COUNT.
           DISPLAY 'ELGHRPT - EMPLOYEES HELD:   ' WS-EMPLOYEE-COUNT.

           CLOSE ELGLHLD-FILE.
           IF EMPMAST-FILE-OPEN
              CLOSE EMPMAST-FILE
           END-IF.
           CLOSE HOLD-REPORT-FILE.
