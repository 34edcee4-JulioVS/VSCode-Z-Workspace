       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXRTLOAD.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - MONTHLY EXCHANGE-RATE LOAD.
      *      - BATCH PROGRAM, RUN OFFLINE AGAINST THE 'EXCHRAT' VSAM
      *        <KSDS> CLUSTER (OPENED IN VSAM RLS MODE - SEE THE
      *        'RLS=' PARAMETERS ON THE ACCOMPANYING JCL - SO 'EUPDP'
      *        CAN KEEP READING RATES WHILE THIS JOB RUNS).
      *      - FINANCE SUPPLIES ONE 'SYSIN' CARD PER FOREIGN CURRENCY
      *        PER MONTH:
      *          COLUMNS  1-3  - CURRENCY CODE.
      *          COLUMNS  5-10 - PERIOD (YYYYMM).
      *          COLUMNS 12-22 - RATE, 11 DIGITS WITH 6 IMPLIED
      *                          DECIMALS: THE VALUE OF ONE UNIT OF
      *                          THE CURRENCY IN THE REPORTING
      *                          CURRENCY ('APP-REPORTING-CURRENCY').
      *      - A RATE ALREADY ON FILE FOR THE SAME CURRENCY AND PERIOD
      *        IS REPLACED, SO A WRONG CARD IS CORRECTED BY RERUNNING
      *        WITH THE RIGHT ONE.
      *      - THE REPORTING CURRENCY ITSELF IS ALWAYS 1 AND IS NEVER
      *        LOADED.
      *      - RUN EACH MONTH BEFORE THE MONTH-END MONEY REPORTS
      *        ('EGLEXTR', 'EBUDVAR' AND THE REST) SO THEY CONVERT AT
      *        THE PERIOD'S OWN RATE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SYSIN-STATUS.

           SELECT EXCHRAT-FILE ASSIGN TO EXCHRAT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS XRT-KEY
                FILE STATUS IS WS-EXCHRAT-STATUS.

           SELECT RATE-REPORT-FILE ASSIGN TO XRTRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-XRTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD.
           05 CC-CURRENCY-CODE          PIC X(3).
           05 FILLER                    PIC X(1).
           05 CC-PERIOD.
              10 CC-PERIOD-YEAR         PIC 9(4).
              10 CC-PERIOD-MONTH        PIC 9(2).
           05 FILLER                    PIC X(1).
           05 CC-RATE                   PIC 9(5)V9(6).
           05 FILLER                    PIC X(58).

       FD  EXCHRAT-FILE.
       COPY EXCHRAT.

       FD  RATE-REPORT-FILE
           RECORDING MODE IS F.
       01  RATE-REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-SYSIN-STATUS          PIC X(2).
             88 SYSIN-OK                        VALUE '00'.
          05 WS-EXCHRAT-STATUS        PIC X(2).
             88 EXCHRAT-OK                      VALUE '00'.
          05 WS-XRTRPT-STATUS         PIC X(2).
          05 WS-CARD-EOF-FLAG         PIC X(1)  VALUE 'N'.
             88 END-OF-CARDS                    VALUE 'Y'.
          05 WS-CARD-FLAG             PIC X(1)  VALUE SPACES.
             88 CARD-VALID                      VALUE 'Y'.
             88 CARD-REJECTED                   VALUE SPACES.
          05 WS-CARD-RESULT           PIC X(30) VALUE SPACES.
          05 WS-TODAY                 PIC X(8).
          05 WS-CARD-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ADDED-COUNT           PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-REPLACED-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-REJECTED-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.

       01 WS-REPORT-HEADING.
          05 WS-RPT-HEADING-TEXT      PIC X(80)
             VALUE 'MONTHLY EXCHANGE-RATE LOAD REPORT'.

       01 WS-REPORT-CARD-LINE.
          05 WS-RPT-CURRENCY          PIC X(3).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-PERIOD            PIC X(6).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-RATE              PIC Z(4)9.9(6).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-CARD-RESULT       PIC X(30).
          05 FILLER                   PIC X(23) VALUE SPACES.

       01 WS-REPORT-COUNT-LINE.
          05 WS-RPT-COUNT-LABEL       PIC X(28).
          05 WS-RPT-COUNT-TOTAL       PIC Z(7)9.
          05 FILLER                   PIC X(44) VALUE SPACES.

      ******************************************************************
      *   APPLICATION CONSTANTS (REPORTING CURRENCY).
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
           PERFORM 2000-PROCESS-RATE-CARD UNTIL END-OF-CARDS.
           PERFORM 3000-PRODUCE-SUMMARY.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN INPUT CONTROL-CARD-FILE.
           IF NOT SYSIN-OK
              DISPLAY 'EXRTLOAD - UNABLE TO OPEN SYSIN, STATUS='
                 WS-SYSIN-STATUS
              STOP RUN
           END-IF.

           OPEN I-O EXCHRAT-FILE.
           IF NOT EXCHRAT-OK
              DISPLAY 'EXRTLOAD - UNABLE TO OPEN EXCHRAT, STATUS='
                 WS-EXCHRAT-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT RATE-REPORT-FILE.

           MOVE WS-REPORT-HEADING TO RATE-REPORT-LINE.
           MOVE RATE-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE RATE-REPORT-LINE.

           PERFORM 1100-READ-NEXT-CARD.

      *-----------------------------------------------------------------
       READING SECTION.
      *-----------------------------------------------------------------

       1100-READ-NEXT-CARD.
           READ CONTROL-CARD-FILE
              AT END
                 SET END-OF-CARDS TO TRUE
           END-READ.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------

       2000-PROCESS-RATE-CARD.
           ADD 1 TO WS-CARD-COUNT.

           PERFORM 2100-VALIDATE-RATE-CARD.

           IF CARD-VALID THEN
              PERFORM 2200-STORE-RATE
           END-IF.

           PERFORM 2900-WRITE-CARD-LINE.
           PERFORM 1100-READ-NEXT-CARD.

       2100-VALIDATE-RATE-CARD.
           INITIALIZE WS-CARD-FLAG.

           IF CC-CURRENCY-CODE IS EQUAL TO SPACES OR
              CC-CURRENCY-CODE IS NOT ALPHABETIC THEN
              MOVE 'Bad Currency Code' TO WS-CARD-RESULT
              ADD 1 TO WS-REJECTED-COUNT
              EXIT PARAGRAPH
           END-IF.

      *    THE REPORTING CURRENCY CONVERTS AT 1 BY DEFINITION - A
      *    CARD FOR IT COULD ONLY EVER MAKE THE TOTALS WRONG.
           IF CC-CURRENCY-CODE IS EQUAL TO APP-REPORTING-CURRENCY THEN
              MOVE 'Reporting Currency Not Loaded' TO WS-CARD-RESULT
              ADD 1 TO WS-REJECTED-COUNT
              EXIT PARAGRAPH
           END-IF.

           IF CC-PERIOD IS NOT NUMERIC OR
              CC-PERIOD-MONTH < 1 OR CC-PERIOD-MONTH > 12 THEN
              MOVE 'Bad Period' TO WS-CARD-RESULT
              ADD 1 TO WS-REJECTED-COUNT
              EXIT PARAGRAPH
           END-IF.

           IF CC-RATE IS NOT NUMERIC THEN
              MOVE 'Bad Rate' TO WS-CARD-RESULT
              ADD 1 TO WS-REJECTED-COUNT
              EXIT PARAGRAPH
           END-IF.

           IF CC-RATE IS EQUAL TO ZEROES THEN
              MOVE 'Rate Must Be Above Zero' TO WS-CARD-RESULT
              ADD 1 TO WS-REJECTED-COUNT
              EXIT PARAGRAPH
           END-IF.

           SET CARD-VALID TO TRUE.

       2200-STORE-RATE.
           INITIALIZE EXCHANGE-RATE-RECORD.
           MOVE CC-CURRENCY-CODE TO XRT-CURRENCY-CODE.
           MOVE CC-PERIOD TO XRT-PERIOD.
           MOVE CC-RATE TO XRT-RATE.
           MOVE 'EXRTLOAD' TO XRT-LOADED-BY.
           MOVE WS-TODAY TO XRT-LOADED-DATE.

           WRITE EXCHANGE-RATE-RECORD
              INVALID KEY
                 PERFORM 2210-REPLACE-RATE
                 EXIT PARAGRAPH
           END-WRITE.

           MOVE 'Added' TO WS-CARD-RESULT.
           ADD 1 TO WS-ADDED-COUNT.

      *    ALREADY LOADED FOR THE PERIOD - THIS CARD IS A CORRECTION.
       2210-REPLACE-RATE.
           READ EXCHRAT-FILE
              INVALID KEY
                 DISPLAY 'EXRTLOAD - WRITE FAILED, STATUS='
                    WS-EXCHRAT-STATUS ' KEY=' XRT-KEY
                 MOVE 'Write Failed' TO WS-CARD-RESULT
                 SET CARD-REJECTED TO TRUE
                 ADD 1 TO WS-REJECTED-COUNT
                 EXIT PARAGRAPH
           END-READ.

           MOVE CC-RATE TO XRT-RATE.
           MOVE 'EXRTLOAD' TO XRT-LOADED-BY.
           MOVE WS-TODAY TO XRT-LOADED-DATE.

           REWRITE EXCHANGE-RATE-RECORD
              INVALID KEY
                 DISPLAY 'EXRTLOAD - REWRITE FAILED, KEY=' XRT-KEY
                 MOVE 'Rewrite Failed' TO WS-CARD-RESULT
                 SET CARD-REJECTED TO TRUE
                 ADD 1 TO WS-REJECTED-COUNT
                 EXIT PARAGRAPH
           END-REWRITE.

           MOVE 'Replaced' TO WS-CARD-RESULT.
           ADD 1 TO WS-REPLACED-COUNT.

       2900-WRITE-CARD-LINE.
           MOVE CC-CURRENCY-CODE TO WS-RPT-CURRENCY.
           MOVE CC-PERIOD TO WS-RPT-PERIOD.
           IF CC-RATE IS NUMERIC THEN
              MOVE CC-RATE TO WS-RPT-RATE
           ELSE
              MOVE ZEROES TO WS-RPT-RATE
           END-IF.
           MOVE WS-CARD-RESULT TO WS-RPT-CARD-RESULT.

           MOVE WS-REPORT-CARD-LINE TO RATE-REPORT-LINE.
           MOVE RATE-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE RATE-REPORT-LINE.

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------

       3000-PRODUCE-SUMMARY.
           MOVE SPACES TO RATE-REPORT-LINE.
           MOVE RATE-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE RATE-REPORT-LINE.

           MOVE 'RATE CARDS READ ............' TO WS-RPT-COUNT-LABEL.
           MOVE WS-CARD-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 3100-WRITE-COUNT-LINE.

           MOVE 'RATES ADDED ................' TO WS-RPT-COUNT-LABEL.
           MOVE WS-ADDED-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 3100-WRITE-COUNT-LINE.

           MOVE 'RATES REPLACED .............' TO WS-RPT-COUNT-LABEL.
           MOVE WS-REPLACED-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 3100-WRITE-COUNT-LINE.

           MOVE 'CARDS REJECTED .............' TO WS-RPT-COUNT-LABEL.
           MOVE WS-REJECTED-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 3100-WRITE-COUNT-LINE.

       3100-WRITE-COUNT-LINE.
           MOVE WS-REPORT-COUNT-LINE TO RATE-REPORT-LINE.
           MOVE RATE-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE RATE-REPORT-LINE.

      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'EXRTLOAD' TO RSA-REPORT-NAME.
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
           MOVE 'EXRTLOAD' TO RLG-JOB-NAME.
           MOVE WS-CARD-COUNT TO RLG-INPUT-COUNT.
           COMPUTE RLG-OUTPUT-COUNT =
              WS-ADDED-COUNT + WS-REPLACED-COUNT.
           MOVE WS-REJECTED-COUNT TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'EXRTLOAD - RATE CARDS READ:  ' WS-CARD-COUNT.
           DISPLAY 'EXRTLOAD - RATES ADDED:      ' WS-ADDED-COUNT.
           DISPLAY 'EXRTLOAD - RATES REPLACED:   ' WS-REPLACED-COUNT.
           DISPLAY 'EXRTLOAD - CARDS REJECTED:   ' WS-REJECTED-COUNT.

           CLOSE CONTROL-CARD-FILE.
           CLOSE EXCHRAT-FILE.
           CLOSE RATE-REPORT-FILE.
