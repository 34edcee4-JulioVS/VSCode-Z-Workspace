       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECTRRPT.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - CONTRACTS ENDING SOON REPORT.
      *      - BATCH PROGRAM, RUN WEEKLY AGAINST THE 'ECTRWRK' VSAM
      *        <KSDS> CLUSTER
      *        (OPENED IN VSAM RLS MODE - SEE THE 'RLS=' PARAMETERS
      *        ON THE ACCOMPANYING JCL - SO THE CLUSTERS STAY ONLINE
      *        TO CICS WHILE THIS JOB RUNS).
      *      - LISTS EVERY ACTIVE CONTINGENT WORKER CONTRACT ENDING
      *        WITHIN 'APP-CTRWRK-WARN-DAYS' OF TODAY, SOONEST FIRST:
      *        THE WORKER, AGENCY, PURCHASE ORDER, END DATE, DAYS
      *        LEFT, EXTENSIONS SO FAR AND THE APPROVING MANAGER - SO
      *        EACH ONE CAN BE EXTENDED ON THE 'ECTR' SCREEN OR LEFT
      *        TO RUN OUT (THE NIGHTLY 'ECTREXP' STEP THEN RELEASES
      *        THE WORKER THE DAY AFTER THE END DATE).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ECTRWRK-FILE ASSIGN TO ECTRWRK
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CWC-KEY
                FILE STATUS IS WS-ECTRWRK-STATUS.

           SELECT EMPMAST-FILE ASSIGN TO EMPMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS EMP-EMPLOYEE-ID
                FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK1.

           SELECT ENDING-REPORT-FILE ASSIGN TO CTRRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CTRRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ECTRWRK-FILE.
       COPY ECTRWRK.

       FD  EMPMAST-FILE.
       COPY EMPMAST.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SORT-END-DATE              PIC X(8).
           05 SORT-EMPLOYEE-ID           PIC 9(8).
           05 SORT-AGENCY-CODE           PIC X(8).
           05 SORT-PO-NUMBER             PIC X(12).
           05 SORT-EXTENSION-COUNT       PIC 9(2).
           05 SORT-APPROVER-ID           PIC 9(8).

       FD  ENDING-REPORT-FILE
           RECORDING MODE IS F.
       01  ENDING-REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   APPLICATION CONSTANTS (WARNING WINDOW).
      ******************************************************************
       COPY ECONST.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-ECTRWRK-STATUS        PIC X(2).
             88 ECTRWRK-OK                      VALUE '00'.
          05 WS-EMPMAST-STATUS        PIC X(2).
             88 EMPMAST-OK                      VALUE '00'.
          05 WS-CTRRPT-STATUS         PIC X(2).
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
             88 END-OF-ECTRWRK                  VALUE 'Y'.
          05 WS-SORT-EOF-FLAG         PIC X(1)  VALUE 'N'.
             88 END-OF-SORT-FILE                VALUE 'Y'.
          05 WS-EMPMAST-OPEN-FLAG     PIC X(1)  VALUE 'N'.
             88 EMPMAST-FILE-OPEN               VALUE 'Y'.
          05 WS-TODAY                 PIC X(8)  VALUE SPACES.
          05 WS-TODAY-INT             PIC S9(8) USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-HORIZON-NUM           PIC 9(8)  VALUE ZEROES.
          05 WS-HORIZON-DATE          PIC X(8)  VALUE SPACES.
          05 WS-END-DATE-NUM          PIC 9(8)  VALUE ZEROES.
          05 WS-DAYS-LEFT             PIC S9(8) USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ACTIVE-COUNT          PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ENDING-COUNT          PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.

       01 WS-REPORT-HEADING-1.
          05 FILLER                   PIC X(40)
             VALUE 'CONTINGENT WORKER CONTRACTS ENDING BY'.
          05 WS-RPT-HDG-HORIZON       PIC X(8).
          05 FILLER                   PIC X(10) VALUE '  AS AT '.
          05 WS-RPT-HDG-DATE          PIC X(8).
          05 FILLER                   PIC X(34) VALUE SPACES.

       01 WS-REPORT-HEADING-2.
          05 FILLER                   PIC X(10) VALUE 'EMPLOYEE'.
          05 FILLER                   PIC X(24) VALUE 'NAME'.
          05 FILLER                   PIC X(10) VALUE 'AGENCY'.
          05 FILLER                   PIC X(14) VALUE 'PO NUMBER'.
          05 FILLER                   PIC X(10) VALUE 'ENDS'.
          05 FILLER                   PIC X(6)  VALUE 'DAYS'.
          05 FILLER                   PIC X(4)  VALUE 'EXT'.
          05 FILLER                   PIC X(22) VALUE 'APPROVED BY'.

       01 WS-REPORT-DETAIL-LINE.
          05 WS-RPT-EMPLOYEE-ID       PIC 9(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-EMPLOYEE-NAME     PIC X(22).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-AGENCY-CODE       PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-PO-NUMBER         PIC X(12).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-END-DATE          PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-DAYS-LEFT         PIC ZZZ9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-EXTENSIONS        PIC Z9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-APPROVER-NAME     PIC X(22).

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

           SORT SORT-WORK-FILE
                ON ASCENDING KEY SORT-END-DATE
                   ASCENDING KEY SORT-EMPLOYEE-ID
                INPUT PROCEDURE IS 2000-SELECT-ENDING-CONTRACTS
                OUTPUT PROCEDURE IS 3000-PRODUCE-REPORT.

           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY)).
           COMPUTE WS-HORIZON-NUM =
              FUNCTION DATE-OF-INTEGER(WS-TODAY-INT +
                 APP-CTRWRK-WARN-DAYS).
           MOVE WS-HORIZON-NUM TO WS-HORIZON-DATE.

      *    WITHOUT 'EMPMAST' THE REPORT STILL RUNS, JUST NAMELESS.
           OPEN INPUT EMPMAST-FILE.
           IF EMPMAST-OK
              SET EMPMAST-FILE-OPEN TO TRUE
           ELSE
              DISPLAY 'ECTRRPT - UNABLE TO OPEN EMPMAST, STATUS='
                 WS-EMPMAST-STATUS
           END-IF.

           OPEN OUTPUT ENDING-REPORT-FILE.

           MOVE WS-HORIZON-DATE TO WS-RPT-HDG-HORIZON.
           MOVE WS-TODAY TO WS-RPT-HDG-DATE.
           MOVE WS-REPORT-HEADING-1 TO ENDING-REPORT-LINE.
           PERFORM 8800-PRINT-LINE.
           MOVE SPACES TO ENDING-REPORT-LINE.
           PERFORM 8800-PRINT-LINE.
           MOVE WS-REPORT-HEADING-2 TO ENDING-REPORT-LINE.
           PERFORM 8800-PRINT-LINE.

      *-----------------------------------------------------------------
       SELECTION SECTION.
      *-----------------------------------------------------------------

      *    SORT INPUT PROCEDURE - PASS EVERY ACTIVE CONTRACT ENDING
      *    INSIDE THE WINDOW TO THE SORT.
       2000-SELECT-ENDING-CONTRACTS.
           OPEN INPUT ECTRWRK-FILE.
           IF NOT ECTRWRK-OK
              DISPLAY 'ECTRRPT - UNABLE TO OPEN ECTRWRK, STATUS='
                 WS-ECTRWRK-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 2100-READ-NEXT-CONTRACT.
           PERFORM 2200-RELEASE-CONTRACT UNTIL END-OF-ECTRWRK.

           CLOSE ECTRWRK-FILE.

       2100-READ-NEXT-CONTRACT.
           READ ECTRWRK-FILE NEXT RECORD
              AT END
                 SET END-OF-ECTRWRK TO TRUE
           END-READ.

       2200-RELEASE-CONTRACT.
           IF CWC-ACTIVE
              ADD 1 TO WS-ACTIVE-COUNT
              IF CWC-END-DATE IS NOT GREATER THAN WS-HORIZON-DATE
                 MOVE CWC-END-DATE TO SORT-END-DATE
                 MOVE CWC-EMPLOYEE-ID TO SORT-EMPLOYEE-ID
                 MOVE CWC-AGENCY-CODE TO SORT-AGENCY-CODE
                 MOVE CWC-PO-NUMBER TO SORT-PO-NUMBER
                 MOVE CWC-EXTENSION-COUNT TO SORT-EXTENSION-COUNT
                 MOVE CWC-APPROVER-ID TO SORT-APPROVER-ID
                 RELEASE SORT-RECORD
              END-IF
           END-IF.

           PERFORM 2100-READ-NEXT-CONTRACT.

      *-----------------------------------------------------------------
       REPORT-WRITING SECTION.
      *-----------------------------------------------------------------

      *    SORT OUTPUT PROCEDURE - PRINT THE CONTRACTS SOONEST FIRST.
       3000-PRODUCE-REPORT.
           PERFORM 3100-RETURN-NEXT-RECORD.
           PERFORM 3200-PRINT-DETAIL-LINE UNTIL END-OF-SORT-FILE.

           MOVE SPACES TO ENDING-REPORT-LINE.
           PERFORM 8800-PRINT-LINE.

           MOVE 'ACTIVE CONTRACTS ...........' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-ACTIVE-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO ENDING-REPORT-LINE.
           PERFORM 8800-PRINT-LINE.

           MOVE 'ENDING WITHIN WINDOW .......' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-ENDING-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO ENDING-REPORT-LINE.
           PERFORM 8800-PRINT-LINE.

       3100-RETURN-NEXT-RECORD.
           RETURN SORT-WORK-FILE
              AT END
                 SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

       3200-PRINT-DETAIL-LINE.
           ADD 1 TO WS-ENDING-COUNT.

           MOVE SORT-EMPLOYEE-ID TO WS-RPT-EMPLOYEE-ID.
           MOVE SORT-AGENCY-CODE TO WS-RPT-AGENCY-CODE.
           MOVE SORT-PO-NUMBER TO WS-RPT-PO-NUMBER.
           MOVE SORT-END-DATE TO WS-RPT-END-DATE.
           MOVE SORT-EXTENSION-COUNT TO WS-RPT-EXTENSIONS.

      *    AN END DATE ALREADY PASSED (THE EXPIRY STEP NOT YET RUN)
      *    SHOWS AS ZERO DAYS LEFT.
           MOVE ZEROES TO WS-DAYS-LEFT.
           IF SORT-END-DATE IS NUMERIC
              MOVE SORT-END-DATE TO WS-END-DATE-NUM
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-END-DATE-NUM) = 0
                 COMPUTE WS-DAYS-LEFT =
                    FUNCTION INTEGER-OF-DATE(WS-END-DATE-NUM) -
                    WS-TODAY-INT
              END-IF
           END-IF.
           IF WS-DAYS-LEFT IS LESS THAN ZERO
              MOVE ZEROES TO WS-DAYS-LEFT
           END-IF.
           MOVE WS-DAYS-LEFT TO WS-RPT-DAYS-LEFT.

           MOVE SORT-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.
           PERFORM 3300-GET-EMPLOYEE-NAME.
           MOVE EMP-PRIMARY-NAME TO WS-RPT-EMPLOYEE-NAME.

           MOVE SORT-APPROVER-ID TO EMP-EMPLOYEE-ID.
           PERFORM 3300-GET-EMPLOYEE-NAME.
           MOVE EMP-PRIMARY-NAME TO WS-RPT-APPROVER-NAME.

           MOVE WS-REPORT-DETAIL-LINE TO ENDING-REPORT-LINE.
           PERFORM 8800-PRINT-LINE.

           PERFORM 3100-RETURN-NEXT-RECORD.

       3300-GET-EMPLOYEE-NAME.
           IF NOT EMPMAST-FILE-OPEN
              MOVE SPACES TO EMP-PRIMARY-NAME
              EXIT PARAGRAPH
           END-IF.

           READ EMPMAST-FILE
              INVALID KEY
                 MOVE '(NOT ON FILE)' TO EMP-PRIMARY-NAME
           END-READ.

       8800-PRINT-LINE.
           MOVE ENDING-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE ENDING-REPORT-LINE.

      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'ECTRRPT' TO RSA-REPORT-NAME.
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
           MOVE 'ECTRRPT ' TO RLG-JOB-NAME.
           MOVE WS-ACTIVE-COUNT TO RLG-INPUT-COUNT.
           MOVE WS-ENDING-COUNT TO RLG-OUTPUT-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'ECTRRPT - ACTIVE CONTRACTS: ' WS-ACTIVE-COUNT.
           DISPLAY 'ECTRRPT - ENDING SOON:      ' WS-ENDING-COUNT.

           IF EMPMAST-FILE-OPEN
              CLOSE EMPMAST-FILE
           END-IF.
           CLOSE ENDING-REPORT-FILE.
