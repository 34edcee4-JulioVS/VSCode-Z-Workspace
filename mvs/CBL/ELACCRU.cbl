      *      - A BLANK OR NON-NUMERIC START DATE EARNS THE BOTTOM
      *        TENURE BAND AND IS FLAGGED ON THE POSTING REPORT SO HR
      *        CAN CLEAN THE DATE UP.
      *      - EVERY OTHER LEAVE TYPE SET UP ON 'ELVTYPE' THAT DRAWS ON
      *        A BALANCE IS EARNED BY ITS OWN ACCRUAL METHOD - ONE
      *        TWELFTH OF ITS ANNUAL ENTITLEMENT EACH MONTH, OR THE
      *        WHOLE ENTITLEMENT ON THE JANUARY RUN - AND POSTED TO THE
      *        EMPLOYEE'S 'ELVBAL' RECORD FOR THAT TYPE, LAZY-CREATED
      *        THE SAME WAY. VACATION AND SICK FOLLOW THEIR OWN
      *        'ELVTYPE' ENTRIES TOO (VACATION NORMALLY ON THE TENURE
      *        SCHEDULE ABOVE); UNTIL HR LOADS THEM, THE SCHEDULE AND
      *        THE FLAT SICK RATE ABOVE STILL APPLY.
      *      - PRODUCES A POSTING REPORT, ONE LINE PER EMPLOYEE.
      *      - SCHEDULE MONTHLY, FIRST OF THE MONTH.
      ******************************************************************
                RECORD KEY IS LEA-EMPLOYEE-ID
                FILE STATUS IS WS-ELEAVE-STATUS.

           SELECT ELVTYPE-FILE ASSIGN TO ELVTYPE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS LVT-KEY
                FILE STATUS IS WS-ELVTYPE-STATUS.

           SELECT ELVBAL-FILE ASSIGN TO ELVBAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LVB-KEY
                FILE STATUS IS WS-ELVBAL-STATUS.

           SELECT ACCRUAL-REPORT-FILE ASSIGN TO ACCRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-ACCRPT-STATUS.
       FD  ELEAVE-FILE.
       COPY ELEAVE.

       FD  ELVTYPE-FILE.
       COPY ELVTYPE.

       FD  ELVBAL-FILE.
       COPY ELVBAL.

       FD  ACCRUAL-REPORT-FILE
           RECORDING MODE IS F.
       01  ACCRUAL-REPORT-LINE          PIC X(80).
             88 ELEAVE-OK                       VALUE '00'.
             88 ELEAVE-NOTFND                   VALUE '23'.
             88 ELEAVE-DUPLICATE                VALUE '22'.
          05 WS-ELVTYPE-STATUS        PIC X(2).
             88 ELVTYPE-OK                      VALUE '00'.
          05 WS-ELVBAL-STATUS         PIC X(2).
             88 ELVBAL-OK                       VALUE '00'.
             88 ELVBAL-DUPLICATE                VALUE '22'.
          05 WS-ACCRPT-STATUS         PIC X(2).
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
             88 END-OF-EMPMAST                  VALUE 'Y'.
          05 WS-LVT-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-ELVTYPE                  VALUE 'Y'.
          05 WS-RECORD-FLAG           PIC X(1)  VALUE SPACES.
             88 LEAVE-RECORD-FOUND              VALUE 'Y'.
          05 WS-DATE-FLAG             PIC X(1)  VALUE SPACES.
          05 WS-START-MMDD            PIC 9(4)  VALUE ZEROES.
          05 WS-TENURE-YEARS          PIC S9(3) USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-TENURE-RATE           PIC 9(1)V9(1) VALUE ZEROES.
          05 WS-VACATION-RATE         PIC 9(3)V9(1) VALUE ZEROES.
          05 WS-SICK-RATE             PIC 9(3)V9(1) VALUE ZEROES.
          05 WS-FLAT-SICK-RATE        PIC 9(1)V9(1) VALUE 0.5.
          05 WS-TYPE-RATE             PIC 9(3)V9(1) VALUE ZEROES.
          05 WS-POSTED-COUNT          PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-CREATED-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-SUSPECT-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-TYPE-POSTED-COUNT     PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-TYPE-CREATED-COUNT    PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.

      *    THE 'ELVTYPE' LEAVE TYPES, LOADED ONCE AT THE START OF THE
      *    RUN. THE VACATION AND SICK ENTRIES ARE REMEMBERED BY
      *    POSITION (ZERO WHEN HR HAS NOT LOADED THEM).
       01 WS-LVT-TABLE.
          05 WS-LVT-COUNT             PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-LVT-SCAN-IDX          PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-LVT-RATE-IDX          PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-LVT-VACATION-IDX      PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-LVT-SICK-IDX          PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-LVT-ENTRY OCCURS 64 TIMES.
             10 WS-LVT-CODE           PIC X(1).
             10 WS-LVT-METHOD         PIC X(1).
             10 WS-LVT-ENTITLEMENT    PIC 9(3)V9(1).
             10 WS-LVT-STATUS         PIC X(1).
             10 WS-LVT-BALANCE-FLAG   PIC X(1).

       01 WS-REPORT-HEADING.
          05 FILLER                   PIC X(36)
          05 WS-RPT-TENURE            PIC ZZ9.
          05 FILLER                   PIC X(3)  VALUE SPACES.
          05 FILLER                   PIC X(5)  VALUE 'VAC: '.
          05 WS-RPT-VAC-RATE          PIC ZZ9.9.
          05 FILLER                   PIC X(3)  VALUE SPACES.
          05 FILLER                   PIC X(6)  VALUE 'SICK: '.
          05 WS-RPT-SICK-RATE         PIC ZZ9.9.
          05 FILLER                   PIC X(3)  VALUE SPACES.
          05 WS-RPT-ACTION            PIC X(28).
          05 FILLER                   PIC X(1)  VALUE SPACES.

       01 WS-REPORT-SUMMARY-LINE.
          05 WS-RPT-SUMMARY-LABEL     PIC X(28).
              STOP RUN
           END-IF.

           OPEN I-O ELVBAL-FILE.
           IF NOT ELVBAL-OK
              DISPLAY 'ELACCRU - UNABLE TO OPEN ELVBAL, STATUS='
                 WS-ELVBAL-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT ELVTYPE-FILE.
           IF NOT ELVTYPE-OK
              DISPLAY 'ELACCRU - UNABLE TO OPEN ELVTYPE, STATUS='
                 WS-ELVTYPE-STATUS
              STOP RUN
           END-IF.

           PERFORM 1200-LOAD-LEAVE-TYPE UNTIL END-OF-ELVTYPE.
           CLOSE ELVTYPE-FILE.

           OPEN OUTPUT ACCRUAL-REPORT-FILE.

           MOVE WS-REPORT-HEADING TO ACCRUAL-REPORT-LINE.
                 SET END-OF-EMPMAST TO TRUE
           END-READ.

       1200-LOAD-LEAVE-TYPE.
           READ ELVTYPE-FILE
              AT END
                 SET END-OF-ELVTYPE TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           IF WS-LVT-COUNT IS NOT LESS THAN 64 THEN
              DISPLAY 'ELACCRU - LEAVE TYPE TABLE FULL, SKIPPED '
                 LVT-TYPE-CODE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-LVT-COUNT.
           MOVE LVT-TYPE-CODE TO WS-LVT-CODE(WS-LVT-COUNT).
           MOVE LVT-ACCRUAL-METHOD TO WS-LVT-METHOD(WS-LVT-COUNT).
           MOVE LVT-ANNUAL-ENTITLEMENT
              TO WS-LVT-ENTITLEMENT(WS-LVT-COUNT).
           MOVE LVT-STATUS TO WS-LVT-STATUS(WS-LVT-COUNT).
           MOVE LVT-BALANCE-FLAG TO WS-LVT-BALANCE-FLAG(WS-LVT-COUNT).

           IF LVT-TYPE-VACATION THEN
              MOVE WS-LVT-COUNT TO WS-LVT-VACATION-IDX
           END-IF.
           IF LVT-TYPE-SICK THEN
              MOVE WS-LVT-COUNT TO WS-LVT-SICK-IDX
           END-IF.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------
       2000-PROCESS-EMPLOYEE.
           IF EMP-ACTIVE THEN
              PERFORM 2100-COMPUTE-TENURE-BAND
              PERFORM 2160-SET-ELEAVE-RATES
              PERFORM 2200-POST-ACCRUAL
              PERFORM 2300-POST-TYPE-BALANCE
                 VARYING WS-LVT-SCAN-IDX FROM 1 BY 1
                 UNTIL WS-LVT-SCAN-IDX IS GREATER THAN WS-LVT-COUNT
              PERFORM 2900-WRITE-REPORT-LINE
           END-IF.


           EVALUATE TRUE
           WHEN WS-TENURE-YEARS IS LESS THAN 2
                MOVE 1.0 TO WS-TENURE-RATE
           WHEN WS-TENURE-YEARS IS LESS THAN 5
                MOVE 1.2 TO WS-TENURE-RATE
           WHEN WS-TENURE-YEARS IS LESS THAN 10
                MOVE 1.5 TO WS-TENURE-RATE
           WHEN OTHER
                MOVE 1.8 TO WS-TENURE-RATE
           END-EVALUATE.

      *    THIS MONTH'S DAYS FOR THE LEAVE TYPE AT 'WS-LVT-RATE-IDX' -
      *    NOTHING FOR A WITHDRAWN TYPE OR ONE THAT DRAWS ON NO
      *    BALANCE.
       2150-COMPUTE-TYPE-RATE.
           MOVE ZEROES TO WS-TYPE-RATE.

           IF WS-LVT-STATUS(WS-LVT-RATE-IDX) IS NOT EQUAL TO 'A' OR
              WS-LVT-BALANCE-FLAG(WS-LVT-RATE-IDX) IS NOT EQUAL TO
              'Y' THEN
              EXIT PARAGRAPH
           END-IF.

           EVALUATE WS-LVT-METHOD(WS-LVT-RATE-IDX)
           WHEN 'T'
                MOVE WS-TENURE-RATE TO WS-TYPE-RATE
           WHEN 'M'
                COMPUTE WS-TYPE-RATE ROUNDED =
                   WS-LVT-ENTITLEMENT(WS-LVT-RATE-IDX) / 12
           WHEN 'A'
                IF WS-TODAY(5:2) IS EQUAL TO '01' THEN
                   MOVE WS-LVT-ENTITLEMENT(WS-LVT-RATE-IDX)
                      TO WS-TYPE-RATE
                END-IF
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

      *    VACATION AND SICK ARE EARNED AS THEIR 'ELVTYPE' ENTRIES
      *    SAY, OR BY THE TENURE SCHEDULE AND FLAT SICK RATE WHEN
      *    THERE IS NO ENTRY.
       2160-SET-ELEAVE-RATES.
           IF WS-LVT-VACATION-IDX IS GREATER THAN ZEROES THEN
              MOVE WS-LVT-VACATION-IDX TO WS-LVT-RATE-IDX
              PERFORM 2150-COMPUTE-TYPE-RATE
              MOVE WS-TYPE-RATE TO WS-VACATION-RATE
           ELSE
              MOVE WS-TENURE-RATE TO WS-VACATION-RATE
           END-IF.

           IF WS-LVT-SICK-IDX IS GREATER THAN ZEROES THEN
              MOVE WS-LVT-SICK-IDX TO WS-LVT-RATE-IDX
              PERFORM 2150-COMPUTE-TYPE-RATE
              MOVE WS-TYPE-RATE TO WS-SICK-RATE
           ELSE
              MOVE WS-FLAT-SICK-RATE TO WS-SICK-RATE
           END-IF.

       2200-POST-ACCRUAL.
           INITIALIZE WS-RECORD-FLAG.
           MOVE EMP-EMPLOYEE-ID TO LEA-EMPLOYEE-ID.

           ADD 1 TO WS-POSTED-COUNT.

      *    ONE OF THE OTHER LEAVE TYPES - POSTED TO THE EMPLOYEE'S
      *    'ELVBAL' RECORD FOR IT, CREATED AT ZERO THE FIRST TIME.
       2300-POST-TYPE-BALANCE.
           IF WS-LVT-CODE(WS-LVT-SCAN-IDX) IS EQUAL TO 'V' OR
              WS-LVT-CODE(WS-LVT-SCAN-IDX) IS EQUAL TO 'S' THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-LVT-SCAN-IDX TO WS-LVT-RATE-IDX.
           PERFORM 2150-COMPUTE-TYPE-RATE.
           IF WS-TYPE-RATE IS EQUAL TO ZEROES THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE EMP-EMPLOYEE-ID TO LVB-EMPLOYEE-ID.
           MOVE WS-LVT-CODE(WS-LVT-SCAN-IDX) TO LVB-TYPE-CODE.

           READ ELVBAL-FILE
              INVALID KEY
                 CONTINUE
           END-READ.

           IF NOT ELVBAL-OK THEN
              INITIALIZE LEAVE-TYPE-BALANCE-RECORD
              MOVE EMP-EMPLOYEE-ID TO LVB-EMPLOYEE-ID
              MOVE WS-LVT-CODE(WS-LVT-SCAN-IDX) TO LVB-TYPE-CODE
              ADD WS-TYPE-RATE TO LVB-ACCRUED
              MOVE WS-TODAY TO LVB-LAST-ACTION-DATE
              MOVE 'ELACCRU ' TO LVB-LAST-ACTION-BY
              WRITE LEAVE-TYPE-BALANCE-RECORD
                 INVALID KEY
                    DISPLAY 'ELACCRU - ELVBAL WRITE FAILED, KEY='
                       LVB-KEY
              END-WRITE
              IF ELVBAL-OK THEN
                 ADD 1 TO WS-TYPE-CREATED-COUNT
                 ADD 1 TO WS-TYPE-POSTED-COUNT
              END-IF
              EXIT PARAGRAPH
           END-IF.

           ADD WS-TYPE-RATE TO LVB-ACCRUED.
           MOVE WS-TODAY TO LVB-LAST-ACTION-DATE.
           MOVE 'ELACCRU ' TO LVB-LAST-ACTION-BY.

           REWRITE LEAVE-TYPE-BALANCE-RECORD
              INVALID KEY
                 DISPLAY 'ELACCRU - ELVBAL REWRITE FAILED, KEY='
                    LVB-KEY
           END-REWRITE.
           IF ELVBAL-OK THEN
              ADD 1 TO WS-TYPE-POSTED-COUNT
           END-IF.

       2900-WRITE-REPORT-LINE.
           MOVE EMP-EMPLOYEE-ID TO WS-RPT-EMP-ID.
           MOVE WS-TENURE-YEARS TO WS-RPT-TENURE.
           MOVE ACCRUAL-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE ACCRUAL-REPORT-LINE.

           MOVE 'OTHER LEAVE TYPES POSTED ...' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-TYPE-POSTED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO ACCRUAL-REPORT-LINE.
           MOVE ACCRUAL-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE ACCRUAL-REPORT-LINE.

           MOVE 'TYPE BALANCES CREATED ......' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-TYPE-CREATED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO ACCRUAL-REPORT-LINE.
           MOVE ACCRUAL-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE ACCRUAL-REPORT-LINE.
      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
           DISPLAY 'ELACCRU - EMPLOYEES POSTED:  ' WS-POSTED-COUNT.
           DISPLAY 'ELACCRU - RECORDS CREATED:   ' WS-CREATED-COUNT.
           DISPLAY 'ELACCRU - SUSPECT DATES:     ' WS-SUSPECT-COUNT.
           DISPLAY 'ELACCRU - OTHER TYPES POSTED:' WS-TYPE-POSTED-COUNT.

           CLOSE EMPMAST-FILE.
           CLOSE ELEAVE-FILE.
           CLOSE ELVBAL-FILE.
           CLOSE ACCRUAL-REPORT-FILE.
