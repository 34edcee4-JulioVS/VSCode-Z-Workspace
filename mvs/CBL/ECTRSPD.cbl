       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECTRSPD.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - CONTINGENT WORKER SPEND AGAINST PURCHASE ORDER REPORT.
      *      - BATCH PROGRAM, RUN MONTHLY FOR PROCUREMENT AGAINST THE
      *        'ECTRWRK' VSAM <KSDS> CLUSTER
      *        (OPENED IN VSAM RLS MODE - SEE THE 'RLS=' PARAMETERS
      *        ON THE ACCOMPANYING JCL - SO THE CLUSTERS STAY ONLINE
      *        TO CICS WHILE THIS JOB RUNS).
      *      - FOR EVERY CONTRACT ON FILE, ACTIVE OR ENDED, ESTIMATES
      *        THE SPEND TO DATE: THE DAY RATE (AN HOURLY RATE TIMES
      *        'APP-CTRWRK-DAY-HOURS') TIMES THE WEEKDAYS FROM THE
      *        CONTRACT START TO TODAY OR THE END DATE, WHICHEVER IS
      *        EARLIER, SCALED BY THE WORKER'S 'EEMPTYP' FTE FACTOR.
      *        PUBLIC HOLIDAYS ARE NOT TAKEN OFF - THE FIGURE IS AN
      *        UPPER ESTIMATE FOR MATCHING AGAINST AGENCY INVOICES,
      *        NOT A PAYMENT.
      *      - SORTED BY AGENCY AND PURCHASE ORDER, EACH LINE SHOWS
      *        THE ESTIMATE AGAINST THE AMOUNT COMMITTED ON THE PO,
      *        WHAT REMAINS AND THE PERCENTAGE USED; AGENCY SUBTOTALS
      *        AND A GRAND TOTAL FOLLOW. A CONTRACT PAST ITS PO AMOUNT
      *        IS FLAGGED 'OVER'.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ECTRWRK-FILE ASSIGN TO ECTRWRK
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CWC-KEY
                FILE STATUS IS WS-ECTRWRK-STATUS.

           SELECT EEMPTYP-FILE ASSIGN TO EEMPTYP
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ETY-EMPLOYEE-ID
                FILE STATUS IS WS-EEMPTYP-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK1.

           SELECT SPEND-REPORT-FILE ASSIGN TO CTSRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CTSRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ECTRWRK-FILE.
       COPY ECTRWRK.

       FD  EEMPTYP-FILE.
       COPY EEMPTYP.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SORT-AGENCY-CODE           PIC X(8).
           05 SORT-PO-NUMBER             PIC X(12).
           05 SORT-EMPLOYEE-ID           PIC 9(8).
           05 SORT-AGENCY-NAME           PIC X(30).
           05 SORT-END-DATE              PIC X(8).
           05 SORT-STATUS                PIC X(1).
           05 SORT-DAYS-WORKED           PIC 9(5).
           05 SORT-SPEND                 PIC 9(9)V99.
           05 SORT-PO-AMOUNT             PIC 9(9)V99.

       FD  SPEND-REPORT-FILE
           RECORDING MODE IS F.
       01  SPEND-REPORT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   APPLICATION CONSTANTS (STANDARD DAY'S HOURS).
      ******************************************************************
       COPY ECONST.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-ECTRWRK-STATUS        PIC X(2).
             88 ECTRWRK-OK                      VALUE '00'.
          05 WS-EEMPTYP-STATUS        PIC X(2).
             88 EEMPTYP-OK                      VALUE '00'.
          05 WS-CTSRPT-STATUS         PIC X(2).
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
             88 END-OF-ECTRWRK                  VALUE 'Y'.
          05 WS-SORT-EOF-FLAG         PIC X(1)  VALUE 'N'.
             88 END-OF-SORT-FILE                VALUE 'Y'.
          05 WS-EEMPTYP-OPEN-FLAG     PIC X(1)  VALUE 'N'.
             88 EEMPTYP-FILE-OPEN               VALUE 'Y'.
          05 WS-FIRST-GROUP-FLAG      PIC X(1)  VALUE 'Y'.
             88 FIRST-GROUP-NOT-SEEN            VALUE 'Y'.
          05 WS-TODAY                 PIC X(8)  VALUE SPACES.
          05 WS-TODAY-INT             PIC S9(8) USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-DATE-NUM              PIC 9(8)  VALUE ZEROES.
          05 WS-FROM-INT              PIC S9(8) USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-TO-INT                PIC S9(8) USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-SPAN-DAYS             PIC S9(8) USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-FULL-WEEKS            PIC S9(8) USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-DAY-INT               PIC S9(8) USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-WEEKDAYS              PIC S9(8) USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-DAY-RATE              PIC 9(7)V99 VALUE ZEROES.
          05 WS-FTE-FACTOR            PIC 9(1)V99 VALUE ZEROES.
          05 WS-SPEND                 PIC 9(9)V99 VALUE ZEROES.
          05 WS-REMAINING             PIC S9(9)V99 VALUE ZEROES.
          05 WS-PERCENT-USED          PIC 9(5)V9 VALUE ZEROES.
          05 WS-PREVIOUS-AGENCY       PIC X(8)  VALUE SPACES.
          05 WS-CONTRACT-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-OVER-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-AGENCY-SPEND          PIC 9(11)V99 VALUE ZEROES.
          05 WS-AGENCY-PO-AMOUNT      PIC 9(11)V99 VALUE ZEROES.
          05 WS-TOTAL-SPEND           PIC 9(11)V99 VALUE ZEROES.
          05 WS-TOTAL-PO-AMOUNT       PIC 9(11)V99 VALUE ZEROES.

       01 WS-REPORT-HEADING-1.
          05 FILLER                   PIC X(43)
             VALUE 'CONTINGENT WORKER SPEND AGAINST PO - AS AT'.
          05 WS-RPT-HDG-DATE          PIC X(8).
          05 FILLER                   PIC X(49) VALUE SPACES.

       01 WS-REPORT-HEADING-2.
          05 FILLER                   PIC X(14) VALUE 'PO NUMBER'.
          05 FILLER                   PIC X(10) VALUE 'EMPLOYEE'.
          05 FILLER                   PIC X(10) VALUE 'END DATE'.
          05 FILLER                   PIC X(3)  VALUE 'ST'.
          05 FILLER                   PIC X(6)  VALUE ' DAYS'.
          05 FILLER                   PIC X(14) VALUE '  EST SPEND'.
          05 FILLER                   PIC X(14) VALUE '  PO AMOUNT'.
          05 FILLER                   PIC X(15) VALUE '   REMAINING'.
          05 FILLER                   PIC X(14) VALUE '  USED'.

       01 WS-REPORT-AGENCY-LINE.
          05 FILLER                   PIC X(8)  VALUE 'AGENCY: '.
          05 WS-RPT-AGENCY-CODE       PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-AGENCY-NAME       PIC X(30).
          05 FILLER                   PIC X(52) VALUE SPACES.

       01 WS-REPORT-DETAIL-LINE.
          05 WS-RPT-PO-NUMBER         PIC X(12).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-EMPLOYEE-ID       PIC 9(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-END-DATE          PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-STATUS            PIC X(1).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-DAYS              PIC Z(4)9.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-SPEND             PIC ZZZ,ZZZ,ZZ9.99.
          05 WS-RPT-PO-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
          05 WS-RPT-REMAINING         PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-PERCENT           PIC ZZZZ9.9.
          05 FILLER                   PIC X(1)  VALUE '%'.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-FLAG              PIC X(4).

       01 WS-REPORT-TOTAL-LINE.
          05 WS-RPT-TOTAL-LABEL       PIC X(43).
          05 WS-RPT-TOTAL-SPEND       PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 WS-RPT-TOTAL-PO-AMOUNT   PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 WS-RPT-TOTAL-REMAINING   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(7)  VALUE SPACES.

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
                ON ASCENDING KEY SORT-AGENCY-CODE
                   ASCENDING KEY SORT-PO-NUMBER
                   ASCENDING KEY SORT-EMPLOYEE-ID
                INPUT PROCEDURE IS 2000-SELECT-CONTRACTS
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

      *    WITHOUT 'EEMPTYP' EVERY WORKER COUNTS AS FULL-TIME.
           OPEN INPUT EEMPTYP-FILE.
           IF EEMPTYP-OK
              SET EEMPTYP-FILE-OPEN TO TRUE
           ELSE
              DISPLAY 'ECTRSPD - UNABLE TO OPEN EEMPTYP, STATUS='
                 WS-EEMPTYP-STATUS
           END-IF.

           OPEN OUTPUT SPEND-REPORT-FILE.

           MOVE WS-TODAY TO WS-RPT-HDG-DATE.
           MOVE WS-REPORT-HEADING-1 TO SPEND-REPORT-LINE.
           PERFORM 8800-PRINT-LINE.
           MOVE SPACES TO SPEND-REPORT-LINE.
           PERFORM 8800-PRINT-LINE.
           MOVE WS-REPORT-HEADING-2 TO SPEND-REPORT-LINE.
           PERFORM 8800-PRINT-LINE.

      *-----------------------------------------------------------------
       SELECTION SECTION.
      *-----------------------------------------------------------------

      *    SORT INPUT PROCEDURE - ESTIMATE EVERY CONTRACT AND PASS IT
      *    TO THE SORT.
       2000-SELECT-CONTRACTS.
           OPEN INPUT ECTRWRK-FILE.
           IF NOT ECTRWRK-OK
              DISPLAY 'ECTRSPD - UNABLE TO OPEN ECTRWRK, STATUS='
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
           PERFORM 2300-COUNT-WEEKDAYS.
           PERFORM 2400-ESTIMATE-SPEND.

           MOVE CWC-AGENCY-CODE TO SORT-AGENCY-CODE.
           MOVE CWC-PO-NUMBER TO SORT-PO-NUMBER.
           MOVE CWC-EMPLOYEE-ID TO SORT-EMPLOYEE-ID.
           MOVE CWC-AGENCY-NAME TO SORT-AGENCY-NAME.
           MOVE CWC-END-DATE TO SORT-END-DATE.
           MOVE CWC-STATUS TO SORT-STATUS.
           MOVE WS-WEEKDAYS TO SORT-DAYS-WORKED.
           MOVE WS-SPEND TO SORT-SPEND.
           MOVE CWC-PO-AMOUNT TO SORT-PO-AMOUNT.
           RELEASE SORT-RECORD.

           PERFORM 2100-READ-NEXT-CONTRACT.

      *    WEEKDAYS FROM THE START DATE TO TODAY OR THE END DATE,
      *    WHICHEVER COMES FIRST, BOTH ENDS INCLUDED. WHOLE WEEKS
      *    COUNT FIVE; THE ODD DAYS LEFT OVER ARE CHECKED ONE BY ONE
      *    (INTEGER DAY 1, 1601-01-01, WAS A MONDAY).
       2300-COUNT-WEEKDAYS.
           MOVE ZEROES TO WS-WEEKDAYS.

           IF CWC-START-DATE IS NOT NUMERIC OR
              CWC-END-DATE IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF.

           MOVE CWC-START-DATE TO WS-DATE-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) IS NOT EQUAL
              TO 0
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           MOVE CWC-END-DATE TO WS-DATE-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) IS NOT EQUAL
              TO 0
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           IF WS-TO-INT IS GREATER THAN WS-TODAY-INT
              MOVE WS-TODAY-INT TO WS-TO-INT
           END-IF.

           IF WS-FROM-INT IS GREATER THAN WS-TO-INT
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-SPAN-DAYS = WS-TO-INT - WS-FROM-INT + 1.
           DIVIDE WS-SPAN-DAYS BY 7 GIVING WS-FULL-WEEKS.
           COMPUTE WS-WEEKDAYS = WS-FULL-WEEKS * 5.
           COMPUTE WS-DAY-INT = WS-FROM-INT + (WS-FULL-WEEKS * 7).

           PERFORM 2310-COUNT-ODD-DAY
              UNTIL WS-DAY-INT IS GREATER THAN WS-TO-INT.

       2310-COUNT-ODD-DAY.
           IF FUNCTION MOD(WS-DAY-INT - 1, 7) IS LESS THAN 5
              ADD 1 TO WS-WEEKDAYS
           END-IF.
           ADD 1 TO WS-DAY-INT.

       2400-ESTIMATE-SPEND.
           IF CWC-RATE-HOURLY
              COMPUTE WS-DAY-RATE ROUNDED =
                 CWC-RATE * APP-CTRWRK-DAY-HOURS
           ELSE
              MOVE CWC-RATE TO WS-DAY-RATE
           END-IF.

      *    NO 'EEMPTYP' RECORD (OR NO FACTOR ON IT) READS AS 1.00.
           MOVE 1 TO WS-FTE-FACTOR.
           IF EEMPTYP-FILE-OPEN
              MOVE CWC-EMPLOYEE-ID TO ETY-EMPLOYEE-ID
              READ EEMPTYP-FILE
                 NOT INVALID KEY
                    IF ETY-FTE-FACTOR IS GREATER THAN ZEROES
                       MOVE ETY-FTE-FACTOR TO WS-FTE-FACTOR
                    END-IF
              END-READ
           END-IF.

           COMPUTE WS-SPEND ROUNDED =
              WS-DAY-RATE * WS-WEEKDAYS * WS-FTE-FACTOR
              ON SIZE ERROR
                 MOVE 999999999.99 TO WS-SPEND
           END-COMPUTE.

      *-----------------------------------------------------------------
       REPORT-WRITING SECTION.
      *-----------------------------------------------------------------

      *    SORT OUTPUT PROCEDURE - PRINT THE CONTRACTS WITH AN AGENCY
      *    CONTROL BREAK.
       3000-PRODUCE-REPORT.
           PERFORM 3100-RETURN-NEXT-RECORD.
           PERFORM 3200-PRINT-DETAIL-LINE UNTIL END-OF-SORT-FILE.

           IF NOT FIRST-GROUP-NOT-SEEN
              PERFORM 3300-PRINT-AGENCY-TOTAL
           END-IF.

           MOVE 'GRAND TOTAL - ALL AGENCIES' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-TOTAL-SPEND TO WS-RPT-TOTAL-SPEND.
           MOVE WS-TOTAL-PO-AMOUNT TO WS-RPT-TOTAL-PO-AMOUNT.
           COMPUTE WS-RPT-TOTAL-REMAINING =
              WS-TOTAL-PO-AMOUNT - WS-TOTAL-SPEND.
           MOVE WS-REPORT-TOTAL-LINE TO SPEND-REPORT-LINE.
           PERFORM 8800-PRINT-LINE.

           MOVE SPACES TO SPEND-REPORT-LINE.
           PERFORM 8800-PRINT-LINE.

           MOVE 'CONTRACTS REPORTED .........' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-CONTRACT-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO SPEND-REPORT-LINE.
           PERFORM 8800-PRINT-LINE.

           MOVE 'OVER PO AMOUNT .............' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-OVER-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO SPEND-REPORT-LINE.
           PERFORM 8800-PRINT-LINE.

       3100-RETURN-NEXT-RECORD.
           RETURN SORT-WORK-FILE
              AT END
                 SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

       3200-PRINT-DETAIL-LINE.
           IF FIRST-GROUP-NOT-SEEN OR
              SORT-AGENCY-CODE IS NOT EQUAL TO WS-PREVIOUS-AGENCY
              IF NOT FIRST-GROUP-NOT-SEEN
                 PERFORM 3300-PRINT-AGENCY-TOTAL
              END-IF
              MOVE SORT-AGENCY-CODE TO WS-RPT-AGENCY-CODE
              MOVE SORT-AGENCY-NAME TO WS-RPT-AGENCY-NAME
              MOVE SPACES TO SPEND-REPORT-LINE
              PERFORM 8800-PRINT-LINE
              MOVE WS-REPORT-AGENCY-LINE TO SPEND-REPORT-LINE
              PERFORM 8800-PRINT-LINE
              MOVE 'N' TO WS-FIRST-GROUP-FLAG
              MOVE SORT-AGENCY-CODE TO WS-PREVIOUS-AGENCY
           END-IF.

           ADD 1 TO WS-CONTRACT-COUNT.
           ADD SORT-SPEND TO WS-AGENCY-SPEND.
           ADD SORT-PO-AMOUNT TO WS-AGENCY-PO-AMOUNT.

           MOVE SPACES TO WS-RPT-FLAG.
           MOVE SORT-PO-NUMBER TO WS-RPT-PO-NUMBER.
           MOVE SORT-EMPLOYEE-ID TO WS-RPT-EMPLOYEE-ID.
           MOVE SORT-END-DATE TO WS-RPT-END-DATE.
           MOVE SORT-STATUS TO WS-RPT-STATUS.
           MOVE SORT-DAYS-WORKED TO WS-RPT-DAYS.
           MOVE SORT-SPEND TO WS-RPT-SPEND.
           MOVE SORT-PO-AMOUNT TO WS-RPT-PO-AMOUNT.

           COMPUTE WS-REMAINING = SORT-PO-AMOUNT - SORT-SPEND.
           MOVE WS-REMAINING TO WS-RPT-REMAINING.

           MOVE ZEROES TO WS-PERCENT-USED.
           IF SORT-PO-AMOUNT IS GREATER THAN ZEROES
              COMPUTE WS-PERCENT-USED ROUNDED =
                 SORT-SPEND * 100 / SORT-PO-AMOUNT
                 ON SIZE ERROR
                    MOVE 99999.9 TO WS-PERCENT-USED
              END-COMPUTE
           END-IF.
           MOVE WS-PERCENT-USED TO WS-RPT-PERCENT.

           IF WS-REMAINING IS LESS THAN ZEROES
              MOVE 'OVER' TO WS-RPT-FLAG
              ADD 1 TO WS-OVER-COUNT
           END-IF.

           MOVE WS-REPORT-DETAIL-LINE TO SPEND-REPORT-LINE.
           PERFORM 8800-PRINT-LINE.

           PERFORM 3100-RETURN-NEXT-RECORD.

       3300-PRINT-AGENCY-TOTAL.
           MOVE SPACES TO WS-RPT-TOTAL-LABEL.
           STRING '  AGENCY TOTAL - ' DELIMITED BY SIZE
                  WS-PREVIOUS-AGENCY DELIMITED BY SPACE
              INTO WS-RPT-TOTAL-LABEL
           END-STRING.
           MOVE WS-AGENCY-SPEND TO WS-RPT-TOTAL-SPEND.
           MOVE WS-AGENCY-PO-AMOUNT TO WS-RPT-TOTAL-PO-AMOUNT.
           COMPUTE WS-RPT-TOTAL-REMAINING =
              WS-AGENCY-PO-AMOUNT - WS-AGENCY-SPEND.
           MOVE WS-REPORT-TOTAL-LINE TO SPEND-REPORT-LINE.
           PERFORM 8800-PRINT-LINE.

           ADD WS-AGENCY-SPEND TO WS-TOTAL-SPEND.
           ADD WS-AGENCY-PO-AMOUNT TO WS-TOTAL-PO-AMOUNT.
           MOVE ZEROES TO WS-AGENCY-SPEND.
           MOVE ZEROES TO WS-AGENCY-PO-AMOUNT.

       8800-PRINT-LINE.
           MOVE SPEND-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE SPEND-REPORT-LINE.

      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'ECTRSPD' TO RSA-REPORT-NAME.
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
           MOVE 'ECTRSPD ' TO RLG-JOB-NAME.
           MOVE WS-CONTRACT-COUNT TO RLG-INPUT-COUNT.
           MOVE WS-CONTRACT-COUNT TO RLG-OUTPUT-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'ECTRSPD - CONTRACTS:        ' WS-CONTRACT-COUNT.
           DISPLAY 'ECTRSPD - OVER PO AMOUNT:   ' WS-OVER-COUNT.

           IF EEMPTYP-FILE-OPEN
              CLOSE EEMPTYP-FILE
           END-IF.
           CLOSE SPEND-REPORT-FILE.
