       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECURCNV.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - BATCH CURRENCY CONVERTER (CALLED SUBPROGRAM).
      *      - EVERY BATCH PROGRAM THAT TOTALS OR COMPARES MONEY CALLS
      *        THIS (SEE 'ECNVARG') RATHER THAN READING THE RATE TABLE
      *        ITSELF, SO THE PAY-CURRENCY DEFAULTING AND THE RATE
      *        FALLBACK ARE WORKED OUT IN ONE PLACE:
      *          . AN EMPLOYEE'S PAY CURRENCY IS THEIR 'EPAYCUR'
      *            RECORD, ELSE THEIR 'EEMPSIT' WORK SITE'S
      *            'SIT-CURRENCY-CODE' ON 'ESITMST', ELSE THE
      *            REPORTING CURRENCY.
      *          . A CURRENCY'S RATE FOR A PERIOD IS ITS 'EXCHRAT'
      *            RATE FOR THAT PERIOD, ELSE ITS LATEST EARLIER ONE.
      *            THE REPORTING CURRENCY IS ALWAYS 1.
      *      - THE FILES ARE OPENED ON THE FIRST CALL AND CLOSED BY
      *        THE 'C' CALL AT TERMINATION. RATES ALREADY LOOKED UP
      *        ARE KEPT IN A SMALL TABLE FOR THE REST OF THE RUN.
      *      - A FILE THAT WILL NOT OPEN IS REPORTED TO SYSOUT ONCE.
      *        WITHOUT THE PAY-CURRENCY FILES EVERYONE RESOLVES TO
      *        THE REPORTING CURRENCY; WITHOUT 'EXCHRAT' EVERY
      *        FOREIGN AMOUNT COMES BACK 'CVA-NO-RATE' FOR THE
      *        CALLER TO COUNT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EPAYCUR-FILE ASSIGN TO EPAYCUR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PCU-EMPLOYEE-ID
                FILE STATUS IS WS-EPAYCUR-STATUS.

           SELECT EEMPSIT-FILE ASSIGN TO EEMPSIT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS EST-EMPLOYEE-ID
                FILE STATUS IS WS-EEMPSIT-STATUS.

           SELECT ESITMST-FILE ASSIGN TO ESITMST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SIT-SITE-ID
                FILE STATUS IS WS-ESITMST-STATUS.

           SELECT EXCHRAT-FILE ASSIGN TO EXCHRAT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS XRT-KEY
                FILE STATUS IS WS-EXCHRAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EPAYCUR-FILE.
       COPY EPAYCUR.

       FD  EEMPSIT-FILE.
       COPY EEMPSIT.

       FD  ESITMST-FILE.
       COPY ESITMST.

       FD  EXCHRAT-FILE.
       COPY EXCHRAT.

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-EPAYCUR-STATUS        PIC X(2).
             88 EPAYCUR-OK                      VALUE '00'.
          05 WS-EEMPSIT-STATUS        PIC X(2).
             88 EEMPSIT-OK                      VALUE '00'.
          05 WS-ESITMST-STATUS        PIC X(2).
             88 ESITMST-OK                      VALUE '00'.
          05 WS-EXCHRAT-STATUS        PIC X(2).
             88 EXCHRAT-OK                      VALUE '00'.
          05 WS-OPEN-FLAG             PIC X(1)  VALUE SPACES.
             88 FILES-OPENED                    VALUE 'O'.
          05 WS-PAYCUR-OPEN-FLAG      PIC X(1)  VALUE 'N'.
             88 PAYCUR-FILES-OPEN               VALUE 'Y'.
          05 WS-EXCHRAT-OPEN-FLAG     PIC X(1)  VALUE 'N'.
             88 EXCHRAT-FILE-OPEN               VALUE 'Y'.
          05 WS-RATE-SCAN-FLAG        PIC X(1)  VALUE 'N'.
             88 END-OF-RATE-SCAN                VALUE 'Y'.
          05 WS-RATE-FOUND-FLAG       PIC X(1)  VALUE 'N'.
             88 RATE-FOUND                      VALUE 'Y'.
          05 WS-PERIOD                PIC X(6).
          05 WS-LOOKUP-CURRENCY       PIC X(3).
          05 WS-LOOKUP-RATE           PIC 9(5)V9(6).
          05 WS-FROM-RATE             PIC 9(5)V9(6).
          05 WS-TO-RATE               PIC 9(5)V9(6).
          05 WS-FROM-FOUND-FLAG       PIC X(1).
             88 FROM-RATE-FOUND                 VALUE 'Y'.
          05 WS-SCAN-IDX              PIC 9(2)  USAGE IS BINARY.
          05 WS-FOUND-IDX             PIC 9(2)  USAGE IS BINARY.

      ******************************************************************
      *   RATES LOOKED UP SO FAR THIS RUN. A FULL TABLE STILL WORKS,
      *   IT JUST STOPS SAVING THE FILE READS.
      ******************************************************************
       01 WS-RATE-CACHE.
          05 WS-RC-COUNT              PIC 9(2)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-RC-ENTRY              OCCURS 50 TIMES.
             10 WS-RC-CURRENCY        PIC X(3).
             10 WS-RC-PERIOD          PIC X(6).
             10 WS-RC-RATE            PIC 9(5)V9(6).
             10 WS-RC-FOUND-FLAG      PIC X(1).

      ******************************************************************
      *   APPLICATION CONSTANTS (REPORTING CURRENCY).
      ******************************************************************
       COPY ECONST.

       LINKAGE SECTION.
       COPY ECNVARG.

       PROCEDURE DIVISION USING CURRENCY-CONVERT-ARGUMENTS.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           IF CVA-ACTION-CLOSE
              PERFORM 9000-CLOSE-FILES
              GOBACK
           END-IF.

           IF NOT FILES-OPENED
              PERFORM 1000-OPEN-FILES
           END-IF.

           EVALUATE TRUE
           WHEN CVA-ACTION-RESOLVE
                PERFORM 2000-RESOLVE-PAY-CURRENCY
           WHEN CVA-ACTION-EMPLOYEE
                PERFORM 2000-RESOLVE-PAY-CURRENCY
                PERFORM 3000-CONVERT-AMOUNT
           WHEN CVA-ACTION-AMOUNT
                PERFORM 3000-CONVERT-AMOUNT
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

           GOBACK.

      *-----------------------------------------------------------------
       OPENING SECTION.
      *-----------------------------------------------------------------

       1000-OPEN-FILES.
           SET FILES-OPENED TO TRUE.

           OPEN INPUT EXCHRAT-FILE.
           IF EXCHRAT-OK
              SET EXCHRAT-FILE-OPEN TO TRUE
           ELSE
              DISPLAY 'ECURCNV - UNABLE TO OPEN EXCHRAT, STATUS='
                 WS-EXCHRAT-STATUS
           END-IF.

           OPEN INPUT EPAYCUR-FILE.
           IF NOT EPAYCUR-OK
              DISPLAY 'ECURCNV - UNABLE TO OPEN EPAYCUR, STATUS='
                 WS-EPAYCUR-STATUS
              EXIT PARAGRAPH
           END-IF.

           OPEN INPUT EEMPSIT-FILE.
           IF NOT EEMPSIT-OK
              DISPLAY 'ECURCNV - UNABLE TO OPEN EEMPSIT, STATUS='
                 WS-EEMPSIT-STATUS
              CLOSE EPAYCUR-FILE
              EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ESITMST-FILE.
           IF NOT ESITMST-OK
              DISPLAY 'ECURCNV - UNABLE TO OPEN ESITMST, STATUS='
                 WS-ESITMST-STATUS
              CLOSE EPAYCUR-FILE
              CLOSE EEMPSIT-FILE
              EXIT PARAGRAPH
           END-IF.

           SET PAYCUR-FILES-OPEN TO TRUE.

      *-----------------------------------------------------------------
       RESOLVING SECTION.
      *-----------------------------------------------------------------

       2000-RESOLVE-PAY-CURRENCY.
           MOVE APP-REPORTING-CURRENCY TO CVA-CURRENCY-CODE.

           IF NOT PAYCUR-FILES-OPEN
              EXIT PARAGRAPH
           END-IF.

      *    AN EXPLICIT OVERRIDE WINS.
           MOVE CVA-EMPLOYEE-ID TO PCU-EMPLOYEE-ID.
           READ EPAYCUR-FILE
              INVALID KEY
                 MOVE SPACES TO PCU-CURRENCY-CODE
           END-READ.

           IF PCU-CURRENCY-CODE IS NOT EQUAL TO SPACES
              MOVE PCU-CURRENCY-CODE TO CVA-CURRENCY-CODE
              EXIT PARAGRAPH
           END-IF.

      *    OTHERWISE THE WORK SITE'S CURRENCY, IF IT HAS ONE.
           MOVE CVA-EMPLOYEE-ID TO EST-EMPLOYEE-ID.
           READ EEMPSIT-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.

           MOVE EST-SITE-ID TO SIT-SITE-ID.
           READ ESITMST-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.

           IF SIT-CURRENCY-CODE IS NOT EQUAL TO SPACES
              MOVE SIT-CURRENCY-CODE TO CVA-CURRENCY-CODE
           END-IF.

      *-----------------------------------------------------------------
       CONVERSION SECTION.
      *-----------------------------------------------------------------

      *    AMOUNT X FROM-RATE GIVES THE REPORTING CURRENCY; DIVIDING
      *    BY THE TARGET'S RATE TAKES IT ON TO THE TARGET CURRENCY.
       3000-CONVERT-AMOUNT.
           MOVE CVA-AMOUNT TO CVA-CONVERTED-AMOUNT.
           SET CVA-NO-RATE TO TRUE.

           IF CVA-PERIOD IS EQUAL TO SPACES
              MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PERIOD
           ELSE
              MOVE CVA-PERIOD TO WS-PERIOD
           END-IF.

           MOVE CVA-CURRENCY-CODE TO WS-LOOKUP-CURRENCY.
           PERFORM 3100-GET-RATE.
           MOVE WS-LOOKUP-RATE TO WS-FROM-RATE.
           MOVE WS-RATE-FOUND-FLAG TO WS-FROM-FOUND-FLAG.

           MOVE CVA-TARGET-CURRENCY TO WS-LOOKUP-CURRENCY.
           PERFORM 3100-GET-RATE.
           MOVE WS-LOOKUP-RATE TO WS-TO-RATE.

           IF NOT FROM-RATE-FOUND OR NOT RATE-FOUND
              EXIT PARAGRAPH
           END-IF.

           COMPUTE CVA-CONVERTED-AMOUNT ROUNDED =
              CVA-AMOUNT * WS-FROM-RATE / WS-TO-RATE.
           SET CVA-CONVERTED TO TRUE.

      *    RATE OF 'WS-LOOKUP-CURRENCY' FOR 'WS-PERIOD' INTO
      *    'WS-LOOKUP-RATE', FROM THE CACHE WHEN IT IS THERE.
       3100-GET-RATE.
           MOVE 'N' TO WS-RATE-FOUND-FLAG.
           MOVE ZEROES TO WS-LOOKUP-RATE.

           IF WS-LOOKUP-CURRENCY IS EQUAL TO SPACES OR
              WS-LOOKUP-CURRENCY IS EQUAL TO APP-REPORTING-CURRENCY
              MOVE 1 TO WS-LOOKUP-RATE
              SET RATE-FOUND TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE ZEROES TO WS-FOUND-IDX.
           MOVE 1 TO WS-SCAN-IDX.
           PERFORM 3110-CHECK-CACHE-ENTRY
              UNTIL WS-SCAN-IDX > WS-RC-COUNT OR WS-FOUND-IDX > ZEROES.

           IF WS-FOUND-IDX > ZEROES
              MOVE WS-RC-RATE(WS-FOUND-IDX) TO WS-LOOKUP-RATE
              MOVE WS-RC-FOUND-FLAG(WS-FOUND-IDX) TO WS-RATE-FOUND-FLAG
              EXIT PARAGRAPH
           END-IF.

           PERFORM 3200-READ-RATE.

           IF WS-RC-COUNT < 50
              ADD 1 TO WS-RC-COUNT
              MOVE WS-LOOKUP-CURRENCY TO WS-RC-CURRENCY(WS-RC-COUNT)
              MOVE WS-PERIOD TO WS-RC-PERIOD(WS-RC-COUNT)
              MOVE WS-LOOKUP-RATE TO WS-RC-RATE(WS-RC-COUNT)
              MOVE WS-RATE-FOUND-FLAG TO WS-RC-FOUND-FLAG(WS-RC-COUNT)
           END-IF.

       3110-CHECK-CACHE-ENTRY.
           IF WS-RC-CURRENCY(WS-SCAN-IDX) = WS-LOOKUP-CURRENCY AND
              WS-RC-PERIOD(WS-SCAN-IDX) = WS-PERIOD
              MOVE WS-SCAN-IDX TO WS-FOUND-IDX
           END-IF.
           ADD 1 TO WS-SCAN-IDX.

      *    READ THE CURRENCY'S RATES FROM THE OLDEST FORWARD, KEEPING
      *    THE LAST ONE NOT LATER THAN THE PERIOD WANTED.
       3200-READ-RATE.
           IF NOT EXCHRAT-FILE-OPEN
              EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-RATE-SCAN-FLAG.
           MOVE WS-LOOKUP-CURRENCY TO XRT-CURRENCY-CODE.
           MOVE LOW-VALUES TO XRT-PERIOD.

           START EXCHRAT-FILE KEY IS NOT LESS THAN XRT-KEY
              INVALID KEY
                 SET END-OF-RATE-SCAN TO TRUE
           END-START.

           PERFORM 3210-READ-NEXT-RATE UNTIL END-OF-RATE-SCAN.

       3210-READ-NEXT-RATE.
           READ EXCHRAT-FILE NEXT RECORD
              AT END
                 SET END-OF-RATE-SCAN TO TRUE
           END-READ.

           IF END-OF-RATE-SCAN
              EXIT PARAGRAPH
           END-IF.

           IF XRT-CURRENCY-CODE IS NOT EQUAL TO WS-LOOKUP-CURRENCY OR
              XRT-PERIOD IS GREATER THAN WS-PERIOD
              SET END-OF-RATE-SCAN TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF XRT-RATE IS GREATER THAN ZEROES
              MOVE XRT-RATE TO WS-LOOKUP-RATE
              SET RATE-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       CLOSING SECTION.
      *-----------------------------------------------------------------

       9000-CLOSE-FILES.
           IF PAYCUR-FILES-OPEN
              CLOSE EPAYCUR-FILE
              CLOSE EEMPSIT-FILE
              CLOSE ESITMST-FILE
           END-IF.

           IF EXCHRAT-FILE-OPEN
              CLOSE EXCHRAT-FILE
           END-IF.

           MOVE SPACES TO WS-OPEN-FLAG.
           MOVE 'N' TO WS-PAYCUR-OPEN-FLAG.
           MOVE 'N' TO WS-EXCHRAT-OPEN-FLAG.
           MOVE ZEROES TO WS-RC-COUNT.
