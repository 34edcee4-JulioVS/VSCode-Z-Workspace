       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERETRO.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - RETROACTIVE PAY (ARREARS) CALCULATION.
      *      - BATCH PROGRAM, RUN NIGHTLY AS PART OF THE 'ECYCSTRT'
      *        CHAIN AGAINST THE 'ECOMHST' AND 'EONEPAY' VSAM <KSDS>
      *        CLUSTERS, OPENED IN RLS MODE SO CICS CAN STAY UP - SEE
      *        THE 'RLS=' PARAMETERS ON THE ACCOMPANYING JCL.
      *      - A PAY CHANGE KEYED ON 'EUPDP', APPROVED ON 'ECPAP' OR
      *        APPLIED BY 'EMERITA' WITH AN EFFECTIVE DATE IN THE PAST
      *        IS PAID AT THE NEW RATE ONLY FROM THE DAY IT WAS
      *        RECORDED, AND LEAVES ITS 'ECOMHST' RECORD WITH THE
      *        ARREARS DUE ('COH-RETRO-DUE').
      *      - FOR EACH SUCH RECORD THE DIFFERENCE IS WORKED OUT PER
      *        MONTHLY PAY PERIOD FROM THE BACK-DATED EFFECTIVE DATE UP
      *        TO THE DAY BEFORE THE CHANGE WAS RECORDED. WHAT WAS
      *        ACTUALLY PAID IN EACH STRETCH IS READ FROM THE
      *        EMPLOYEE'S EARLIER 'ECOMHST' RECORDS, SO A PERIOD THAT
      *        ALREADY HAD ANOTHER CHANGE PART-WAY THROUGH IS SPLIT AT
      *        IT. A PART PERIOD IS PRORATED BY CALENDAR DAYS, AND A
      *        PART-TIMER'S DIFFERENCE IS SCALED BY THEIR 'EEMPTYP' FTE
      *        FACTOR (NO RECORD READS AS FULL-TIME). A STRETCH WHERE
      *        THE NEW RATE IS NOT HIGHER THAN WHAT WAS PAID OWES
      *        NOTHING - NOTHING IS EVER CLAWED BACK HERE.
      *      - THE TOTAL IS RAISED AS A PENDING 'EONEPAY' BACK-PAY
      *        PAYMENT ('RP') IN THE CHANGE'S CURRENCY, FOR APPROVAL ON
      *        'EOTPP' LIKE THE VACATION SETTLEMENTS 'ETERMNB' RAISES,
      *        AND THE HISTORY RECORD IS STAMPED WITH THE PAYMENT DATE.
      *        IF A PAYMENT IS ALREADY ON FILE FOR THE EMPLOYEE TODAY
      *        THE ARREARS STAY DUE AND TOMORROW'S RUN TRIES AGAIN.
      *      - EVERY PERIOD IS PRINTED, SO PAYROLL CAN SEE HOW EACH
      *        AMOUNT WAS ARRIVED AT BEFORE APPROVING IT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ECOMHST-FILE ASSIGN TO ECOMHST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS COH-KEY
                FILE STATUS IS WS-ECOMHST-STATUS.

           SELECT EEMPTYP-FILE ASSIGN TO EEMPTYP
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ETY-EMPLOYEE-ID
                FILE STATUS IS WS-EEMPTYP-STATUS.

           SELECT EONEPAY-FILE ASSIGN TO EONEPAY
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS OPY-KEY
                FILE STATUS IS WS-EONEPAY-STATUS.

           SELECT RETRO-REPORT-FILE ASSIGN TO RETRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-RETRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ECOMHST-FILE.
       COPY ECOMHST.

       FD  EEMPTYP-FILE.
       COPY EEMPTYP.

       FD  EONEPAY-FILE.
       COPY EONEPAY.

       FD  RETRO-REPORT-FILE
           RECORDING MODE IS F.
       01  RETRO-REPORT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-ECOMHST-STATUS        PIC X(2).
             88 ECOMHST-OK                      VALUE '00'.
          05 WS-EEMPTYP-STATUS        PIC X(2).
             88 EEMPTYP-OK                      VALUE '00'.
          05 WS-EONEPAY-STATUS        PIC X(2).
             88 EONEPAY-OK                      VALUE '00'.
          05 WS-RETRPT-STATUS         PIC X(2).
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
             88 END-OF-ECOMHST                  VALUE 'Y'.
          05 WS-NEXT-CHANGE-FLAG      PIC X(1)  VALUE 'N'.
             88 NEXT-CHANGE-FOUND               VALUE 'Y'.
          05 WS-TODAY                 PIC X(8).
          05 WS-FTE-FACTOR            PIC 9(1)V9(2).
          05 WS-PAID-RATE             PIC 9(7)V99.
          05 WS-SEGMENT-AMOUNT        PIC 9(7)V99.
          05 WS-CHANGE-TOTAL          PIC 9(7)V99.
          05 WS-RAISED-TOTAL          PIC S9(11)V99
                                      USAGE IS COMP-3 VALUE ZEROES.
          05 WS-READ-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-DUE-COUNT             PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-RAISED-COUNT          PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-NOTHING-DUE-COUNT     PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-DEFERRED-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ERROR-COUNT           PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.

      *    DATES AS DAY NUMBERS, SO A PERIOD CAN BE WALKED A STRETCH
      *    AT A TIME AND PRORATED BY PLAIN SUBTRACTION.
       01 WS-DATE-ARITHMETIC.
          05 WS-SEG-START-INT         PIC 9(7)  USAGE IS BINARY.
          05 WS-SEG-END-INT           PIC 9(7)  USAGE IS BINARY.
          05 WS-STOP-INT              PIC 9(7)  USAGE IS BINARY.
          05 WS-MONTH-START-INT       PIC 9(7)  USAGE IS BINARY.
          05 WS-MONTH-END-INT         PIC 9(7)  USAGE IS BINARY.
          05 WS-NEXT-CHANGE-INT       PIC 9(7)  USAGE IS BINARY.
          05 WS-SEG-DAYS              PIC 9(3)  USAGE IS BINARY.
          05 WS-MONTH-DAYS            PIC 9(3)  USAGE IS BINARY.
          05 WS-SEG-START-DATE        PIC X(8).
          05 WS-WORK-DATE             PIC 9(8).
          05 WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
             10 WS-WORK-YYYY          PIC 9(4).
             10 WS-WORK-MM            PIC 9(2).
             10 WS-WORK-DD            PIC 9(2).

      *    THE EMPLOYEE'S PAY CHANGES READ SO FAR (THE FILE IS IN
      *    EMPLOYEE/DATE ORDER, SO THESE ARE ALL EARLIER THAN THE
      *    RECORD IN HAND) - THE RATE ACTUALLY PAID ON ANY DAY IS THE
      *    LATEST ONE ON OR BEFORE IT.
       01 WS-PAY-HISTORY-TABLE.
          05 WS-HIST-EMPLOYEE-ID      PIC 9(8)  VALUE ZEROES.
          05 WS-HIST-COUNT            PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-HIST-IDX              PIC 9(4)  USAGE IS BINARY.
          05 WS-HIST-ENTRY OCCURS 200 TIMES.
             10 WS-HIST-DATE          PIC X(8).
             10 WS-HIST-PREVIOUS      PIC 9(7)V99.
             10 WS-HIST-NEW           PIC 9(7)V99.

       01 WS-REPORT-HEADING.
          05 FILLER                   PIC X(50)
             VALUE 'RETROACTIVE PAY ARREARS REPORT'.
          05 FILLER                   PIC X(10) VALUE 'RUN DATE: '.
          05 WS-RPT-RUN-DATE          PIC X(8).
          05 FILLER                   PIC X(32) VALUE SPACES.

       01 WS-CHANGE-HEADER-LINE.
          05 WS-RPT-CHG-EMP-ID        PIC Z(7)9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 FILLER                   PIC X(14)
             VALUE 'BACK-DATED TO '.
          05 WS-RPT-CHG-FROM          PIC X(8).
          05 FILLER                   PIC X(10) VALUE ' RECORDED '.
          05 WS-RPT-CHG-RECORDED      PIC X(8).
          05 FILLER                   PIC X(10) VALUE ' NEW RATE '.
          05 WS-RPT-CHG-NEW           PIC Z(6)9.99.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-CHG-CURRENCY      PIC X(3).
          05 FILLER                   PIC X(26) VALUE SPACES.

       01 WS-SEGMENT-DETAIL-LINE.
          05 FILLER                   PIC X(10) VALUE SPACES.
          05 WS-RPT-SEG-FROM          PIC X(8).
          05 FILLER                   PIC X(3)  VALUE ' - '.
          05 WS-RPT-SEG-TO            PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-SEG-DAYS          PIC ZZ9.
          05 FILLER                   PIC X(1)  VALUE '/'.
          05 WS-RPT-SEG-MONTH-DAYS    PIC 99.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 FILLER                   PIC X(5)  VALUE 'PAID '.
          05 WS-RPT-SEG-PAID          PIC Z(6)9.99.
          05 FILLER                   PIC X(5)  VALUE ' DUE '.
          05 WS-RPT-SEG-DUE           PIC Z(6)9.99.
          05 FILLER                   PIC X(5)  VALUE ' FTE '.
          05 WS-RPT-SEG-FTE           PIC 9.99.
          05 FILLER                   PIC X(9)  VALUE ' ARREARS '.
          05 WS-RPT-SEG-AMOUNT        PIC Z(6)9.99.
          05 FILLER                   PIC X(3)  VALUE SPACES.

       01 WS-OUTCOME-LINE.
          05 FILLER                   PIC X(10) VALUE SPACES.
          05 WS-RPT-OUT-ACTION        PIC X(40).
          05 WS-RPT-OUT-AMOUNT        PIC Z(6)9.99.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-OUT-CURRENCY      PIC X(3).
          05 FILLER                   PIC X(36) VALUE SPACES.

       01 WS-REPORT-COUNT-LINE.
          05 WS-RPT-COUNT-LABEL       PIC X(28).
          05 WS-RPT-COUNT-TOTAL       PIC Z(7)9.
          05 FILLER                   PIC X(64) VALUE SPACES.

       01 WS-REPORT-SUMMARY-LINE.
          05 WS-RPT-SUMMARY-LABEL     PIC X(28).
          05 WS-RPT-SUMMARY-AMOUNT    PIC Z(10)9.99.
          05 FILLER                   PIC X(58) VALUE SPACES.

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
           PERFORM 2000-PROCESS-NEXT-CHANGE UNTIL END-OF-ECOMHST.
           PERFORM 3000-PRODUCE-SUMMARY.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN I-O ECOMHST-FILE.
           IF NOT ECOMHST-OK
              DISPLAY 'ERETRO - UNABLE TO OPEN ECOMHST, STATUS='
                 WS-ECOMHST-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT EEMPTYP-FILE.
           IF NOT EEMPTYP-OK
              DISPLAY 'ERETRO - UNABLE TO OPEN EEMPTYP, STATUS='
                 WS-EEMPTYP-STATUS
              STOP RUN
           END-IF.

           OPEN I-O EONEPAY-FILE.
           IF NOT EONEPAY-OK
              DISPLAY 'ERETRO - UNABLE TO OPEN EONEPAY, STATUS='
                 WS-EONEPAY-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT RETRO-REPORT-FILE.

           MOVE WS-TODAY TO WS-RPT-RUN-DATE.
           MOVE WS-REPORT-HEADING TO RETRO-REPORT-LINE.
           PERFORM 2990-PRINT-REPORT-LINE.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------

       2000-PROCESS-NEXT-CHANGE.
           READ ECOMHST-FILE NEXT RECORD
              AT END
                 SET END-OF-ECOMHST TO TRUE
           END-READ.

           IF END-OF-ECOMHST THEN
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-READ-COUNT.

           IF COH-EMPLOYEE-ID IS NOT EQUAL TO WS-HIST-EMPLOYEE-ID
              MOVE COH-EMPLOYEE-ID TO WS-HIST-EMPLOYEE-ID
              MOVE ZEROES TO WS-HIST-COUNT
           END-IF.

           IF COH-RETRO-DUE
              PERFORM 2100-WORK-OUT-ARREARS
           END-IF.

           PERFORM 2900-ADD-TO-PAY-HISTORY.

       2100-WORK-OUT-ARREARS.
           ADD 1 TO WS-DUE-COUNT.

           MOVE SPACES TO RETRO-REPORT-LINE.
           PERFORM 2990-PRINT-REPORT-LINE.

           MOVE COH-EMPLOYEE-ID TO WS-RPT-CHG-EMP-ID.
           MOVE COH-RETRO-FROM-DATE TO WS-RPT-CHG-FROM.
           MOVE COH-EFFECTIVE-DATE TO WS-RPT-CHG-RECORDED.
           MOVE COH-NEW-COMPENSATION TO WS-RPT-CHG-NEW.
           MOVE COH-CURRENCY-CODE TO WS-RPT-CHG-CURRENCY.
           MOVE WS-CHANGE-HEADER-LINE TO RETRO-REPORT-LINE.
           PERFORM 2990-PRINT-REPORT-LINE.

           MOVE ZEROES TO WS-CHANGE-TOTAL.

      *    A BACK-DATE THAT IS NOT A REAL DATE BEFORE THE DAY THE
      *    CHANGE WAS RECORDED LEAVES NO WINDOW TO PAY.
           IF COH-RETRO-FROM-DATE IS NOT NUMERIC OR
              COH-RETRO-FROM-DATE IS NOT LESS THAN COH-EFFECTIVE-DATE
              PERFORM 2400-MARK-NOTHING-DUE
              EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD(
              FUNCTION NUMVAL(COH-RETRO-FROM-DATE)) IS NOT EQUAL TO ZERO
              PERFORM 2400-MARK-NOTHING-DUE
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2110-GET-FTE-FACTOR.

           COMPUTE WS-SEG-START-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(COH-RETRO-FROM-DATE)).
           COMPUTE WS-STOP-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(COH-EFFECTIVE-DATE)) - 1.

           PERFORM 2200-WORK-OUT-ONE-STRETCH
              UNTIL WS-SEG-START-INT IS GREATER THAN WS-STOP-INT.

           IF WS-CHANGE-TOTAL IS GREATER THAN ZEROES
              PERFORM 2300-RAISE-BACK-PAY
           ELSE
              PERFORM 2400-MARK-NOTHING-DUE
           END-IF.

      *    NO 'EEMPTYP' RECORD READS AS FULL-TIME, THE SAME RULE
      *    'ETERMNB' VALUES A VACATION SETTLEMENT BY.
       2110-GET-FTE-FACTOR.
           MOVE COH-EMPLOYEE-ID TO ETY-EMPLOYEE-ID.

           READ EEMPTYP-FILE
              INVALID KEY
                 MOVE '23' TO WS-EEMPTYP-STATUS
           END-READ.

           IF EEMPTYP-OK AND ETY-FTE-FACTOR IS GREATER THAN ZEROES
              MOVE ETY-FTE-FACTOR TO WS-FTE-FACTOR
           ELSE
              MOVE 1.00 TO WS-FTE-FACTOR
           END-IF.

      *    ONE STRETCH RUNS FROM THE START DAY TO THE EARLIEST OF THE
      *    END OF ITS PAY PERIOD (THE CALENDAR MONTH), THE DAY BEFORE
      *    THE NEXT PAY CHANGE ALREADY ON FILE, AND THE DAY BEFORE
      *    THIS CHANGE WAS RECORDED. A MONTH'S PAY IS A TWELFTH OF
      *    THE ANNUAL RATE, SHARED OVER ITS CALENDAR DAYS.
       2200-WORK-OUT-ONE-STRETCH.
           COMPUTE WS-WORK-DATE =
              FUNCTION DATE-OF-INTEGER(WS-SEG-START-INT).
           MOVE WS-WORK-DATE TO WS-SEG-START-DATE.

           MOVE 01 TO WS-WORK-DD.
           COMPUTE WS-MONTH-START-INT =
              FUNCTION INTEGER-OF-DATE(WS-WORK-DATE).
           IF WS-WORK-MM IS EQUAL TO 12
              ADD 1 TO WS-WORK-YYYY
              MOVE 01 TO WS-WORK-MM
           ELSE
              ADD 1 TO WS-WORK-MM
           END-IF.
           COMPUTE WS-MONTH-END-INT =
              FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1.
           COMPUTE WS-MONTH-DAYS =
              WS-MONTH-END-INT - WS-MONTH-START-INT + 1.

           PERFORM 2210-FIND-PAID-RATE.

           MOVE WS-MONTH-END-INT TO WS-SEG-END-INT.
           IF WS-STOP-INT IS LESS THAN WS-SEG-END-INT
              MOVE WS-STOP-INT TO WS-SEG-END-INT
           END-IF.
           IF NEXT-CHANGE-FOUND AND
              WS-NEXT-CHANGE-INT - 1 IS LESS THAN WS-SEG-END-INT
              COMPUTE WS-SEG-END-INT = WS-NEXT-CHANGE-INT - 1
           END-IF.

           COMPUTE WS-SEG-DAYS =
              WS-SEG-END-INT - WS-SEG-START-INT + 1.

           MOVE ZEROES TO WS-SEGMENT-AMOUNT.
           IF COH-NEW-COMPENSATION IS GREATER THAN WS-PAID-RATE
              COMPUTE WS-SEGMENT-AMOUNT ROUNDED =
                 (COH-NEW-COMPENSATION - WS-PAID-RATE)
                 * WS-FTE-FACTOR / 12
                 * WS-SEG-DAYS / WS-MONTH-DAYS
              ADD WS-SEGMENT-AMOUNT TO WS-CHANGE-TOTAL
           END-IF.

           MOVE WS-SEG-START-DATE TO WS-RPT-SEG-FROM.
           COMPUTE WS-WORK-DATE =
              FUNCTION DATE-OF-INTEGER(WS-SEG-END-INT).
           MOVE WS-WORK-DATE TO WS-RPT-SEG-TO.
           MOVE WS-SEG-DAYS TO WS-RPT-SEG-DAYS.
           MOVE WS-MONTH-DAYS TO WS-RPT-SEG-MONTH-DAYS.
           MOVE WS-PAID-RATE TO WS-RPT-SEG-PAID.
           MOVE COH-NEW-COMPENSATION TO WS-RPT-SEG-DUE.
           MOVE WS-FTE-FACTOR TO WS-RPT-SEG-FTE.
           MOVE WS-SEGMENT-AMOUNT TO WS-RPT-SEG-AMOUNT.
           MOVE WS-SEGMENT-DETAIL-LINE TO RETRO-REPORT-LINE.
           PERFORM 2990-PRINT-REPORT-LINE.

           COMPUTE WS-SEG-START-INT = WS-SEG-END-INT + 1.

      *    BEFORE THE FIRST CHANGE ON FILE THE EMPLOYEE WAS PAID THAT
      *    CHANGE'S PREVIOUS RATE (OR THIS ONE'S, WHEN IT IS THE
      *    FIRST). THE FIRST LATER CHANGE ENDS THE STRETCH.
       2210-FIND-PAID-RATE.
           MOVE COH-PREVIOUS-COMPENSATION TO WS-PAID-RATE.
           IF WS-HIST-COUNT IS GREATER THAN ZEROES
              MOVE WS-HIST-PREVIOUS(1) TO WS-PAID-RATE
           END-IF.
           MOVE 'N' TO WS-NEXT-CHANGE-FLAG.

           PERFORM 2220-CHECK-HISTORY-ENTRY
              VARYING WS-HIST-IDX FROM 1 BY 1
              UNTIL WS-HIST-IDX IS GREATER THAN WS-HIST-COUNT
                 OR NEXT-CHANGE-FOUND.

       2220-CHECK-HISTORY-ENTRY.
           IF WS-HIST-DATE(WS-HIST-IDX) IS NOT GREATER THAN
              WS-SEG-START-DATE
              MOVE WS-HIST-NEW(WS-HIST-IDX) TO WS-PAID-RATE
           ELSE
              SET NEXT-CHANGE-FOUND TO TRUE
              COMPUTE WS-NEXT-CHANGE-INT = FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(WS-HIST-DATE(WS-HIST-IDX)))
           END-IF.

      *    THE PAYMENT IS DATED TODAY. IF ONE IS ALREADY ON FILE FOR
      *    THE EMPLOYEE TODAY NOTHING IS TOUCHED, AND TOMORROW'S RUN
      *    TRIES AGAIN.
       2300-RAISE-BACK-PAY.
           INITIALIZE ONE-TIME-PAYMENT-RECORD.
           MOVE COH-EMPLOYEE-ID TO OPY-EMPLOYEE-ID.
           MOVE WS-TODAY TO OPY-PAYMENT-DATE.
           SET OPY-TYPE-RETRO-PAY TO TRUE.
           MOVE WS-CHANGE-TOTAL TO OPY-AMOUNT.
           SET OPY-PENDING TO TRUE.
           MOVE SPACES TO OPY-FED-FLAG.
           MOVE 'ERETRO' TO OPY-REQUESTED-BY.
           MOVE WS-TODAY TO OPY-REQUESTED-DATE.
           MOVE SPACES TO OPY-ACTIONED-BY.
           MOVE SPACES TO OPY-ACTIONED-DATE.
           MOVE COH-CURRENCY-CODE TO OPY-CURRENCY-CODE.
           MOVE SPACES TO OPY-ACTIONED-FOR.

           WRITE ONE-TIME-PAYMENT-RECORD
              INVALID KEY
                 ADD 1 TO WS-DEFERRED-COUNT
                 MOVE 'DEFERRED - PAYMENT ALREADY ON FILE TODAY'
                    TO WS-RPT-OUT-ACTION
                 PERFORM 2980-PRINT-OUTCOME-LINE
                 EXIT PARAGRAPH
           END-WRITE.

           SET COH-RETRO-RAISED TO TRUE.
           MOVE WS-TODAY TO COH-RETRO-PAYMENT-DATE.

           REWRITE COMPENSATION-HISTORY-RECORD
              INVALID KEY
                 DISPLAY 'ERETRO - ECOMHST REWRITE FAILED, KEY='
                    COH-KEY
                 ADD 1 TO WS-ERROR-COUNT
           END-REWRITE.

           ADD 1 TO WS-RAISED-COUNT.
           ADD WS-CHANGE-TOTAL TO WS-RAISED-TOTAL.
           MOVE 'BACK PAY RAISED FOR APPROVAL ON EOTPP'
              TO WS-RPT-OUT-ACTION.
           PERFORM 2980-PRINT-OUTCOME-LINE.

       2400-MARK-NOTHING-DUE.
           SET COH-RETRO-NOTHING-DUE TO TRUE.
           MOVE SPACES TO COH-RETRO-PAYMENT-DATE.

           REWRITE COMPENSATION-HISTORY-RECORD
              INVALID KEY
                 DISPLAY 'ERETRO - ECOMHST REWRITE FAILED, KEY='
                    COH-KEY
                 ADD 1 TO WS-ERROR-COUNT
           END-REWRITE.

           ADD 1 TO WS-NOTHING-DUE-COUNT.
           MOVE 'NOTHING DUE - NO INCREASE OVER THAT TIME'
              TO WS-RPT-OUT-ACTION.
           PERFORM 2980-PRINT-OUTCOME-LINE.

      *    ONLY AN EMPLOYEE WITH AN IMPLAUSIBLE NUMBER OF PAY CHANGES
      *    CAN OUTGROW THE TABLE; THEIR LATER CHANGES ARE NOTED ON
      *    SYSOUT AND LEFT OUT.
       2900-ADD-TO-PAY-HISTORY.
           IF WS-HIST-COUNT IS NOT LESS THAN 200
              DISPLAY 'ERETRO - PAY HISTORY TABLE FULL, KEY=' COH-KEY
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-HIST-COUNT.
           MOVE COH-EFFECTIVE-DATE TO WS-HIST-DATE(WS-HIST-COUNT).
           MOVE COH-PREVIOUS-COMPENSATION
              TO WS-HIST-PREVIOUS(WS-HIST-COUNT).
           MOVE COH-NEW-COMPENSATION TO WS-HIST-NEW(WS-HIST-COUNT).

       2980-PRINT-OUTCOME-LINE.
           MOVE WS-CHANGE-TOTAL TO WS-RPT-OUT-AMOUNT.
           MOVE COH-CURRENCY-CODE TO WS-RPT-OUT-CURRENCY.
           MOVE WS-OUTCOME-LINE TO RETRO-REPORT-LINE.
           PERFORM 2990-PRINT-REPORT-LINE.

       2990-PRINT-REPORT-LINE.
           MOVE RETRO-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE RETRO-REPORT-LINE.

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------

       3000-PRODUCE-SUMMARY.
           MOVE SPACES TO RETRO-REPORT-LINE.
           PERFORM 2990-PRINT-REPORT-LINE.

           MOVE 'BACK-DATED CHANGES WORKED .' TO WS-RPT-COUNT-LABEL.
           MOVE WS-DUE-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 3100-WRITE-COUNT-LINE.

           MOVE 'BACK PAY RAISED ...........' TO WS-RPT-COUNT-LABEL.
           MOVE WS-RAISED-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 3100-WRITE-COUNT-LINE.

           MOVE 'NOTHING DUE ...............' TO WS-RPT-COUNT-LABEL.
           MOVE WS-NOTHING-DUE-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 3100-WRITE-COUNT-LINE.

           MOVE 'DEFERRED TO TOMORROW ......' TO WS-RPT-COUNT-LABEL.
           MOVE WS-DEFERRED-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 3100-WRITE-COUNT-LINE.

           MOVE 'BACK PAY TOTAL ............'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-RAISED-TOTAL TO WS-RPT-SUMMARY-AMOUNT.
           MOVE WS-REPORT-SUMMARY-LINE TO RETRO-REPORT-LINE.
           PERFORM 2990-PRINT-REPORT-LINE.

       3100-WRITE-COUNT-LINE.
           MOVE WS-REPORT-COUNT-LINE TO RETRO-REPORT-LINE.
           PERFORM 2990-PRINT-REPORT-LINE.
      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'ERETRO' TO RSA-REPORT-NAME.
           SET RSA-ACTION-LINE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *-----------------------------------------------------------------
       TERMINATION SECTION.
      *-----------------------------------------------------------------

       9000-TERMINATE.

      *    FINISH THE REPORT REPOSITORY DEPOSIT.
           SET RSA-ACTION-CLOSE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *    A HISTORY RECORD THAT COULD NOT BE STAMPED FLAGS THE RUN.
           IF WS-ERROR-COUNT IS GREATER THAN ZEROES
              MOVE 4 TO RLG-RETURN-CODE
           END-IF.

      *    LOG THE RUN ON THE COMMON RUN-HISTORY FILE.
           MOVE 'ERETRO  ' TO RLG-JOB-NAME.
           MOVE WS-DUE-COUNT TO RLG-INPUT-COUNT.
           MOVE WS-RAISED-COUNT TO RLG-OUTPUT-COUNT.
           MOVE WS-ERROR-COUNT TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'ERETRO - HISTORY RECORDS READ: ' WS-READ-COUNT.
           DISPLAY 'ERETRO - BACK PAY RAISED:      ' WS-RAISED-COUNT.
           DISPLAY 'ERETRO - NOTHING DUE:          '
              WS-NOTHING-DUE-COUNT.
           DISPLAY 'ERETRO - DEFERRED:             ' WS-DEFERRED-COUNT.
           DISPLAY 'ERETRO - UPDATE ERRORS:        ' WS-ERROR-COUNT.

           CLOSE ECOMHST-FILE.
           CLOSE EEMPTYP-FILE.
           CLOSE EONEPAY-FILE.
           CLOSE RETRO-REPORT-FILE.

           IF WS-ERROR-COUNT IS GREATER THAN ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.
