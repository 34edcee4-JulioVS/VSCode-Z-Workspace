       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESBNMDL.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - SALARY BAND REVISION MODELLING REPORT.
      *      - BATCH PROGRAM, RUN OFFLINE AGAINST THE NIGHTLY
      *        'EMPMAST' EXTRACT (SEE 'EEMPEXT.cpy') AND THE PROPOSED
      *        BANDS STAGED ON 'ESBNPRP' (READ ONLY).
      *      - SHOWS WHAT ONE BAND REVISION WOULD DO BEFORE FINANCE
      *        APPROVES IT: EVERY ACTIVE EMPLOYEE WHOSE JOB TITLE HAS A
      *        PROPOSAL FOR THE EFFECTIVE DATE IS MEASURED AGAINST THE
      *        PROPOSED FIGURES, AND EVERYONE WHO WOULD FALL BELOW THE
      *        NEW MINIMUM OR ABOVE THE NEW MAXIMUM IS LISTED, WITH
      *        THEIR COMPA-RATIO (PAY AS A PERCENTAGE OF MIDPOINT)
      *        UNDER THE CURRENT BAND AND UNDER THE PROPOSED ONE.
      *      - THE COST OF BRINGING EVERYONE BELOW THE NEW MINIMUM UP
      *        TO IT IS TOTALLED BY DEPARTMENT AND BY DIVISION IN THE
      *        REPORTING CURRENCY, ALONGSIDE THE AVERAGE CHANGE IN
      *        COMPA-RATIO FOR EVERYONE THE REVISION TOUCHES.
      *      - PAY IS CONVERTED INTO THE PROPOSAL'S CURRENCY (VIA
      *        'ECURCNV') AS 'ESALRPT' DOES; WHERE A RATE IS MISSING
      *        THE EMPLOYEE IS LISTED AS 'NO RATE' AND LEFT OUT OF THE
      *        TOTALS RATHER THAN GUESSED.
      *      - THE EFFECTIVE DATE COMES FROM COLUMNS 1-8 OF AN
      *        OPTIONAL 'SYSIN' CARD; WITHOUT ONE, THE EARLIEST
      *        REVISION ON FILE NOT YET APPLIED IS MODELLED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SYSIN-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO EMPEXT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-EMPEXT-STATUS.

           SELECT ESBNPRP-FILE ASSIGN TO ESBNPRP
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SBP-KEY
                FILE STATUS IS WS-ESBNPRP-STATUS.

           SELECT MODEL-REPORT-FILE ASSIGN TO SBNRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SBNRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD.
           05 CC-EFFECTIVE-DATE         PIC X(8).
           05 FILLER                    PIC X(72).

       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       COPY EEMPEXT.

       FD  ESBNPRP-FILE.
       COPY ESBNPRP.

       FD  MODEL-REPORT-FILE
           RECORDING MODE IS F.
       01  MODEL-REPORT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-SYSIN-STATUS          PIC X(2).
          05 WS-EMPEXT-STATUS         PIC X(2).
             88 EMPEXT-OK                       VALUE '00'.
          05 WS-ESBNPRP-STATUS        PIC X(2).
             88 ESBNPRP-OK                      VALUE '00'.
          05 WS-SBNRPT-STATUS         PIC X(2).
          05 WS-EXTRACT-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EXTRACT-CHECK-FLAG    PIC X(1)  VALUE 'N'.
             88 EXTRACT-PROVEN                  VALUE 'Y'.
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
             88 END-OF-EMPMAST                  VALUE 'Y'.
          05 WS-PRP-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-PROPOSALS                VALUE 'Y'.
          05 WS-EFFECTIVE-DATE        PIC X(8)  VALUE SPACES.
          05 WS-CURRENT-CR-FLAG       PIC X(1)  VALUE 'N'.
             88 CURRENT-CR-KNOWN                VALUE 'Y'.
          05 WS-BAND-COMPENSATION     PIC 9(9)V99 VALUE ZEROES.
          05 WS-COST-TO-MINIMUM       PIC 9(9)V99 VALUE ZEROES.
          05 WS-REPORTING-COST        PIC 9(9)V99 VALUE ZEROES.
          05 WS-CURRENT-CR            PIC 9(3)V9 VALUE ZEROES.
          05 WS-PROPOSED-CR           PIC 9(3)V9 VALUE ZEROES.
          05 WS-CR-CHANGE             PIC S9(3)V9 VALUE ZEROES.
          05 WS-AVERAGE-CR-CHANGE     PIC S9(3)V9 VALUE ZEROES.
          05 WS-SCANNED-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-AFFECTED-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-BELOW-COUNT           PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ABOVE-COUNT           PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-NO-RATE-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-TOTAL-COST            PIC 9(11)V99 VALUE ZEROES.
          05 WS-TOTAL-COST-EDIT       PIC Z(10)9.99.

      *    THE REVISION'S IMPACT PER DEPARTMENT AND PER DIVISION,
      *    TALLIED IN THE ONE PASS OVER THE EXTRACT.
       01 WS-DEPT-TABLE.
          05 WS-DM-COUNT              PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-DM-SCAN-IDX           PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-DM-FOUND-IDX          PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-DM-ENTRY OCCURS 500 TIMES.
             10 WS-DM-DEPT-ID         PIC 9(8).
             10 WS-DM-DEPT-NAME       PIC X(38).
             10 WS-DM-AFFECTED        PIC 9(6).
             10 WS-DM-BELOW           PIC 9(6).
             10 WS-DM-COST            PIC 9(11)V99.
             10 WS-DM-CR-COUNTED      PIC 9(6).
             10 WS-DM-CR-CHANGE       PIC S9(7)V9.

       01 WS-DIV-TABLE.
          05 WS-VM-COUNT              PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-VM-SCAN-IDX           PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-VM-FOUND-IDX          PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-VM-ENTRY OCCURS 100 TIMES.
             10 WS-VM-DIVISION-ID     PIC 9(4).
             10 WS-VM-DIVISION-NAME   PIC X(30).
             10 WS-VM-AFFECTED        PIC 9(6).
             10 WS-VM-BELOW           PIC 9(6).
             10 WS-VM-COST            PIC 9(11)V99.
             10 WS-VM-CR-COUNTED      PIC 9(6).
             10 WS-VM-CR-CHANGE       PIC S9(7)V9.

       01 WS-REPORT-HEADING.
          05 FILLER                   PIC X(44)
             VALUE 'SALARY BAND REVISION MODEL - EFFECTIVE DATE '.
          05 WS-RPT-HDG-DATE          PIC X(8).
          05 FILLER                   PIC X(48) VALUE SPACES.

       01 WS-REPORT-COLUMN-HEADING.
          05 FILLER                   PIC X(36)
             VALUE '  EMP ID JOB TITLE'.
          05 FILLER                   PIC X(30)
             VALUE '    PAY IN BAND CUR NEW LIMIT'.
          05 FILLER                   PIC X(34)
             VALUE 'CUR CR  NEW CR  EXCEPTION'.

       01 WS-REPORT-DETAIL-LINE.
          05 WS-RPT-EMP-ID            PIC Z(7)9.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-JOB-TITLE         PIC X(26).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-COMPENSATION      PIC Z(8)9.99.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-CURRENCY          PIC X(3).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-BAND-LIMIT        PIC Z(6)9.99.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-CURRENT-CR        PIC ZZ9.9.
          05 WS-RPT-CURRENT-CR-X REDEFINES WS-RPT-CURRENT-CR
                                      PIC X(5).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-PROPOSED-CR       PIC ZZ9.9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-EXCEPTION         PIC X(14).
          05 FILLER                   PIC X(5)  VALUE SPACES.

       01 WS-REPORT-GROUP-HEADING.
          05 WS-RPT-GROUP-TITLE       PIC X(47).
          05 FILLER                   PIC X(53) VALUE
             'AFFECTED  BELOW MIN    COST TO MINIMUM  AVG CR CHANGE'.

       01 WS-REPORT-GROUP-LINE.
          05 WS-RPT-GROUP-ID          PIC Z(7)9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-GROUP-NAME        PIC X(36).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-GROUP-AFFECTED    PIC Z(7)9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-GROUP-BELOW       PIC Z(8)9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-GROUP-COST        PIC Z(14)9.99.
          05 FILLER                   PIC X(6)  VALUE SPACES.
          05 WS-RPT-GROUP-CR-CHANGE   PIC +ZZ9.9.
          05 FILLER                   PIC X(1)  VALUE SPACES.

       01 WS-REPORT-SUMMARY-LINE.
          05 WS-RPT-SUMMARY-LABEL     PIC X(28).
          05 WS-RPT-SUMMARY-TOTAL     PIC Z(7)9.
          05 FILLER                   PIC X(64) VALUE SPACES.

       01 WS-REPORT-COST-LINE.
          05 FILLER                   PIC X(28)
             VALUE 'TOTAL COST TO MINIMUM ......'.
          05 WS-RPT-TOTAL-COST        PIC Z(10)9.99.
          05 FILLER                   PIC X(58) VALUE SPACES.

      ******************************************************************
      *   EMPLOYEE MASTER RECORD, AS CARRIED ON THE NIGHTLY EXTRACT
      *   (SEE 'EEMPEXT.cpy').
      ******************************************************************
       COPY EMPMAST.
      ******************************************************************
      *   RUN-HISTORY LOG ARGUMENTS (SEE 'ERUNLOG').
      ******************************************************************
       COPY ERUNARG.
      ******************************************************************
      *   REPORT REPOSITORY DEPOSIT ARGUMENTS (SEE 'ERPTSTO').
      ******************************************************************
       COPY ERPTARG.
      ******************************************************************
      *   CURRENCY CONVERSION ARGUMENTS (SEE 'ECURCNV').
      ******************************************************************
       COPY ECNVARG.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-MODEL-EMPLOYEE UNTIL END-OF-EMPMAST.
           PERFORM 3000-PRODUCE-SUMMARY.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           OPEN INPUT EXTRACT-FILE.
           IF NOT EMPEXT-OK
              DISPLAY 'ESBNMDL - UNABLE TO OPEN EMPEXT, STATUS='
                 WS-EMPEXT-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT ESBNPRP-FILE.
           IF NOT ESBNPRP-OK
              DISPLAY 'ESBNMDL - UNABLE TO OPEN ESBNPRP, STATUS='
                 WS-ESBNPRP-STATUS
              STOP RUN
           END-IF.

           PERFORM 1050-GET-CONTROL-CARD.

           IF WS-EFFECTIVE-DATE IS EQUAL TO SPACES THEN
              PERFORM 1070-FIND-EARLIEST-REVISION
           END-IF.

           IF WS-EFFECTIVE-DATE IS EQUAL TO SPACES THEN
              DISPLAY 'ESBNMDL - NO BAND REVISION ON FILE TO MODEL'
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT MODEL-REPORT-FILE.

           MOVE WS-EFFECTIVE-DATE TO WS-RPT-HDG-DATE.
           MOVE WS-REPORT-HEADING TO MODEL-REPORT-LINE.
           PERFORM 8800-PRINT-LINE.
           MOVE SPACES TO MODEL-REPORT-LINE.
           PERFORM 8800-PRINT-LINE.
           MOVE WS-REPORT-COLUMN-HEADING TO MODEL-REPORT-LINE.
           PERFORM 8800-PRINT-LINE.

           PERFORM 1100-READ-NEXT-EMPLOYEE.

       1050-GET-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-SYSIN-STATUS IS EQUAL TO '00' THEN
              READ CONTROL-CARD-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CC-EFFECTIVE-DATE IS NUMERIC AND
                       CC-EFFECTIVE-DATE IS NOT EQUAL TO ZEROES
                       MOVE CC-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
                    END-IF
              END-READ
              CLOSE CONTROL-CARD-FILE
           END-IF.

      *    THE FILE IS IN EFFECTIVE DATE ORDER, SO THE FIRST RECORD
      *    NOT YET APPLIED BELONGS TO THE NEXT REVISION DUE.
       1070-FIND-EARLIEST-REVISION.
           MOVE LOW-VALUES TO SBP-KEY.
           START ESBNPRP-FILE KEY IS NOT LESS THAN SBP-KEY
              INVALID KEY
                 SET END-OF-PROPOSALS TO TRUE
           END-START.

           PERFORM 1080-READ-NEXT-PROPOSAL
              UNTIL END-OF-PROPOSALS.

       1080-READ-NEXT-PROPOSAL.
           READ ESBNPRP-FILE NEXT RECORD
              AT END
                 SET END-OF-PROPOSALS TO TRUE
           END-READ.

           IF NOT END-OF-PROPOSALS AND NOT SBP-ST-APPLIED THEN
              MOVE SBP-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
              SET END-OF-PROPOSALS TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       READING SECTION.
      *-----------------------------------------------------------------

       1100-READ-NEXT-EMPLOYEE.
           READ EXTRACT-FILE
              AT END
                 SET END-OF-EMPMAST TO TRUE
           END-READ.

           IF NOT END-OF-EMPMAST
              IF EXT-TRAILER
                 PERFORM 1150-CHECK-EXTRACT-TRAILER
                 SET END-OF-EMPMAST TO TRUE
              ELSE
                 ADD 1 TO WS-EXTRACT-COUNT
                 MOVE EXT-MASTER-IMAGE TO EMPLOYEE-MASTER-RECORD
              END-IF
           END-IF.

      *    THE TRAILER CLOSING THE EXTRACT CARRIES THE RECORD COUNT
      *    'EEMPEXT' WROTE - THIS COPY IS ONLY GOOD IF IT AGREES.
       1150-CHECK-EXTRACT-TRAILER.
           IF EXT-TRL-RECORD-COUNT IS EQUAL TO WS-EXTRACT-COUNT
              SET EXTRACT-PROVEN TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------

       2000-MODEL-EMPLOYEE.
           IF EMP-ACTIVE THEN
              ADD 1 TO WS-SCANNED-COUNT
              PERFORM 2100-MODEL-AGAINST-PROPOSAL
           END-IF.

           PERFORM 1100-READ-NEXT-EMPLOYEE.

       2100-MODEL-AGAINST-PROPOSAL.
           MOVE WS-EFFECTIVE-DATE TO SBP-EFFECTIVE-DATE.
           MOVE EMP-JOB-TITLE TO SBP-JOB-TITLE.
           READ ESBNPRP-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.

      *    PAY IN THE PROPOSED BAND'S OWN CURRENCY.
           SET CVA-ACTION-EMPLOYEE TO TRUE.
           MOVE EMP-EMPLOYEE-ID TO CVA-EMPLOYEE-ID.
           MOVE SPACES TO CVA-PERIOD.
           MOVE SBP-CURRENCY-CODE TO CVA-TARGET-CURRENCY.
           MOVE EMP-COMPENSATION TO CVA-AMOUNT.
           CALL 'ECURCNV' USING CURRENCY-CONVERT-ARGUMENTS.
           MOVE CVA-CONVERTED-AMOUNT TO WS-BAND-COMPENSATION.

           IF CVA-NO-RATE THEN
              ADD 1 TO WS-NO-RATE-COUNT
              MOVE ZEROES TO WS-RPT-BAND-LIMIT
              MOVE SPACES TO WS-RPT-CURRENT-CR-X
              MOVE ZEROES TO WS-RPT-PROPOSED-CR
              MOVE 'NO RATE' TO WS-RPT-EXCEPTION
              PERFORM 2900-WRITE-EXCEPTION-LINE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-AFFECTED-COUNT.
           PERFORM 2200-COMPUTE-COMPA-RATIOS.

           MOVE ZEROES TO WS-REPORTING-COST.
           EVALUATE TRUE
           WHEN WS-BAND-COMPENSATION IS LESS THAN SBP-MINIMUM
                ADD 1 TO WS-BELOW-COUNT
                PERFORM 2300-COST-TO-MINIMUM
                MOVE SBP-MINIMUM TO WS-RPT-BAND-LIMIT
                MOVE 'BELOW MINIMUM' TO WS-RPT-EXCEPTION
                PERFORM 2900-WRITE-EXCEPTION-LINE
           WHEN WS-BAND-COMPENSATION IS GREATER THAN SBP-MAXIMUM
                ADD 1 TO WS-ABOVE-COUNT
                MOVE SBP-MAXIMUM TO WS-RPT-BAND-LIMIT
                MOVE 'ABOVE MAXIMUM' TO WS-RPT-EXCEPTION
                PERFORM 2900-WRITE-EXCEPTION-LINE
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

           PERFORM 2400-TALLY-DEPARTMENT.
           PERFORM 2500-TALLY-DIVISION.

      *    THE CURRENT RATIO IS ONLY COMPARABLE WHERE THE TITLE IS
      *    ALREADY BANDED IN THE SAME CURRENCY AS THE PROPOSAL.
       2200-COMPUTE-COMPA-RATIOS.
           MOVE 'N' TO WS-CURRENT-CR-FLAG.
           MOVE ZEROES TO WS-CURRENT-CR.
           MOVE ZEROES TO WS-CR-CHANGE.

           COMPUTE WS-PROPOSED-CR ROUNDED =
              (WS-BAND-COMPENSATION * 100) / SBP-MIDPOINT
              ON SIZE ERROR
                 MOVE 999.9 TO WS-PROPOSED-CR
           END-COMPUTE.

           IF EXT-BAND-FOUND AND
              EXT-BAND-MIDPOINT IS GREATER THAN ZEROES AND
              EXT-BAND-CURRENCY IS EQUAL TO SBP-CURRENCY-CODE THEN
              SET CURRENT-CR-KNOWN TO TRUE
              COMPUTE WS-CURRENT-CR ROUNDED =
                 (WS-BAND-COMPENSATION * 100) / EXT-BAND-MIDPOINT
                 ON SIZE ERROR
                    MOVE 999.9 TO WS-CURRENT-CR
              END-COMPUTE
              COMPUTE WS-CR-CHANGE = WS-PROPOSED-CR - WS-CURRENT-CR
           END-IF.

           IF CURRENT-CR-KNOWN THEN
              MOVE WS-CURRENT-CR TO WS-RPT-CURRENT-CR
           ELSE
              MOVE '  N/A' TO WS-RPT-CURRENT-CR-X
           END-IF.
           MOVE WS-PROPOSED-CR TO WS-RPT-PROPOSED-CR.

      *    THE SHORTFALL IS IN THE BAND'S CURRENCY; THE TOTALS ARE
      *    KEPT IN THE REPORTING CURRENCY SO THEY CAN BE ADDED UP.
       2300-COST-TO-MINIMUM.
           COMPUTE WS-COST-TO-MINIMUM =
              SBP-MINIMUM - WS-BAND-COMPENSATION.

           SET CVA-ACTION-AMOUNT TO TRUE.
           MOVE SPACES TO CVA-PERIOD.
           MOVE SBP-CURRENCY-CODE TO CVA-CURRENCY-CODE.
           MOVE SPACES TO CVA-TARGET-CURRENCY.
           MOVE WS-COST-TO-MINIMUM TO CVA-AMOUNT.
           CALL 'ECURCNV' USING CURRENCY-CONVERT-ARGUMENTS.

           IF CVA-NO-RATE THEN
              ADD 1 TO WS-NO-RATE-COUNT
           ELSE
              MOVE CVA-CONVERTED-AMOUNT TO WS-REPORTING-COST
              ADD WS-REPORTING-COST TO WS-TOTAL-COST
           END-IF.

       2400-TALLY-DEPARTMENT.
           PERFORM 2410-FIND-DEPT-ENTRY.

           IF WS-DM-FOUND-IDX IS EQUAL TO ZEROES THEN
              IF WS-DM-COUNT IS NOT LESS THAN 500 THEN
                 DISPLAY 'ESBNMDL - DEPARTMENT TABLE FULL, SKIPPED '
                    EMP-DEPARTMENT-ID
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-DM-COUNT
              MOVE WS-DM-COUNT TO WS-DM-FOUND-IDX
              MOVE EMP-DEPARTMENT-ID TO WS-DM-DEPT-ID(WS-DM-COUNT)
              MOVE EXT-DEPARTMENT-NAME TO WS-DM-DEPT-NAME(WS-DM-COUNT)
              MOVE ZEROES TO WS-DM-AFFECTED(WS-DM-COUNT)
              MOVE ZEROES TO WS-DM-BELOW(WS-DM-COUNT)
              MOVE ZEROES TO WS-DM-COST(WS-DM-COUNT)
              MOVE ZEROES TO WS-DM-CR-COUNTED(WS-DM-COUNT)
              MOVE ZEROES TO WS-DM-CR-CHANGE(WS-DM-COUNT)
           END-IF.

           ADD 1 TO WS-DM-AFFECTED(WS-DM-FOUND-IDX).
           IF WS-BAND-COMPENSATION IS LESS THAN SBP-MINIMUM THEN
              ADD 1 TO WS-DM-BELOW(WS-DM-FOUND-IDX)
              ADD WS-REPORTING-COST TO WS-DM-COST(WS-DM-FOUND-IDX)
           END-IF.
           IF CURRENT-CR-KNOWN THEN
              ADD 1 TO WS-DM-CR-COUNTED(WS-DM-FOUND-IDX)
              ADD WS-CR-CHANGE TO WS-DM-CR-CHANGE(WS-DM-FOUND-IDX)
           END-IF.

       2410-FIND-DEPT-ENTRY.
           MOVE ZEROES TO WS-DM-SCAN-IDX.
           MOVE ZEROES TO WS-DM-FOUND-IDX.

           PERFORM 2420-CHECK-DEPT-ENTRY
              UNTIL WS-DM-FOUND-IDX IS GREATER THAN ZEROES
                 OR WS-DM-SCAN-IDX IS NOT LESS THAN WS-DM-COUNT.

       2420-CHECK-DEPT-ENTRY.
           ADD 1 TO WS-DM-SCAN-IDX.

           IF WS-DM-DEPT-ID(WS-DM-SCAN-IDX) IS EQUAL TO
              EMP-DEPARTMENT-ID
              MOVE WS-DM-SCAN-IDX TO WS-DM-FOUND-IDX
           END-IF.

       2500-TALLY-DIVISION.
           PERFORM 2510-FIND-DIV-ENTRY.

           IF WS-VM-FOUND-IDX IS EQUAL TO ZEROES THEN
              IF WS-VM-COUNT IS NOT LESS THAN 100 THEN
                 DISPLAY 'ESBNMDL - DIVISION TABLE FULL, SKIPPED '
                    EXT-DIVISION-ID
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-VM-COUNT
              MOVE WS-VM-COUNT TO WS-VM-FOUND-IDX
              MOVE EXT-DIVISION-ID TO WS-VM-DIVISION-ID(WS-VM-COUNT)
              MOVE EXT-DIVISION-NAME
                 TO WS-VM-DIVISION-NAME(WS-VM-COUNT)
              MOVE ZEROES TO WS-VM-AFFECTED(WS-VM-COUNT)
              MOVE ZEROES TO WS-VM-BELOW(WS-VM-COUNT)
              MOVE ZEROES TO WS-VM-COST(WS-VM-COUNT)
              MOVE ZEROES TO WS-VM-CR-COUNTED(WS-VM-COUNT)
              MOVE ZEROES TO WS-VM-CR-CHANGE(WS-VM-COUNT)
           END-IF.

           ADD 1 TO WS-VM-AFFECTED(WS-VM-FOUND-IDX).
           IF WS-BAND-COMPENSATION IS LESS THAN SBP-MINIMUM THEN
              ADD 1 TO WS-VM-BELOW(WS-VM-FOUND-IDX)
              ADD WS-REPORTING-COST TO WS-VM-COST(WS-VM-FOUND-IDX)
           END-IF.
           IF CURRENT-CR-KNOWN THEN
              ADD 1 TO WS-VM-CR-COUNTED(WS-VM-FOUND-IDX)
              ADD WS-CR-CHANGE TO WS-VM-CR-CHANGE(WS-VM-FOUND-IDX)
           END-IF.

       2510-FIND-DIV-ENTRY.
           MOVE ZEROES TO WS-VM-SCAN-IDX.
           MOVE ZEROES TO WS-VM-FOUND-IDX.

           PERFORM 2520-CHECK-DIV-ENTRY
              UNTIL WS-VM-FOUND-IDX IS GREATER THAN ZEROES
                 OR WS-VM-SCAN-IDX IS NOT LESS THAN WS-VM-COUNT.

       2520-CHECK-DIV-ENTRY.
           ADD 1 TO WS-VM-SCAN-IDX.

           IF WS-VM-DIVISION-ID(WS-VM-SCAN-IDX) IS EQUAL TO
              EXT-DIVISION-ID
              MOVE WS-VM-SCAN-IDX TO WS-VM-FOUND-IDX
           END-IF.

       2900-WRITE-EXCEPTION-LINE.
           MOVE EMP-EMPLOYEE-ID TO WS-RPT-EMP-ID.
           MOVE EMP-JOB-TITLE TO WS-RPT-JOB-TITLE.
           MOVE WS-BAND-COMPENSATION TO WS-RPT-COMPENSATION.
           MOVE SBP-CURRENCY-CODE TO WS-RPT-CURRENCY.
           MOVE WS-REPORT-DETAIL-LINE TO MODEL-REPORT-LINE.
           PERFORM 8800-PRINT-LINE.

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------

       3000-PRODUCE-SUMMARY.
           MOVE SPACES TO MODEL-REPORT-LINE.
           PERFORM 8800-PRINT-LINE.
           MOVE 'IMPACT BY DEPARTMENT' TO WS-RPT-GROUP-TITLE.
           MOVE WS-REPORT-GROUP-HEADING TO MODEL-REPORT-LINE.
           PERFORM 8800-PRINT-LINE.

           MOVE ZEROES TO WS-DM-SCAN-IDX.
           PERFORM 3100-PRINT-DEPT-LINE
              UNTIL WS-DM-SCAN-IDX IS NOT LESS THAN WS-DM-COUNT.

           MOVE SPACES TO MODEL-REPORT-LINE.
           PERFORM 8800-PRINT-LINE.
           MOVE 'IMPACT BY DIVISION' TO WS-RPT-GROUP-TITLE.
           MOVE WS-REPORT-GROUP-HEADING TO MODEL-REPORT-LINE.
           PERFORM 8800-PRINT-LINE.

           MOVE ZEROES TO WS-VM-SCAN-IDX.
           PERFORM 3200-PRINT-DIV-LINE
              UNTIL WS-VM-SCAN-IDX IS NOT LESS THAN WS-VM-COUNT.

           MOVE SPACES TO MODEL-REPORT-LINE.
           PERFORM 8800-PRINT-LINE.

           MOVE 'ACTIVE EMPLOYEES CHECKED ...' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-SCANNED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3900-PRINT-SUMMARY-LINE.

           MOVE 'COVERED BY THE REVISION ....' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-AFFECTED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3900-PRINT-SUMMARY-LINE.

           MOVE 'WOULD FALL BELOW MINIMUM ...' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-BELOW-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3900-PRINT-SUMMARY-LINE.

           MOVE 'WOULD BE ABOVE MAXIMUM .....' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-ABOVE-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3900-PRINT-SUMMARY-LINE.

           MOVE 'NOT MODELLED - NO RATE .....' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-NO-RATE-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3900-PRINT-SUMMARY-LINE.

           MOVE WS-TOTAL-COST TO WS-RPT-TOTAL-COST.
           MOVE WS-REPORT-COST-LINE TO MODEL-REPORT-LINE.
           PERFORM 8800-PRINT-LINE.

       3100-PRINT-DEPT-LINE.
           ADD 1 TO WS-DM-SCAN-IDX.

           MOVE WS-DM-DEPT-ID(WS-DM-SCAN-IDX) TO WS-RPT-GROUP-ID.
           MOVE WS-DM-DEPT-NAME(WS-DM-SCAN-IDX) TO WS-RPT-GROUP-NAME.
           MOVE WS-DM-AFFECTED(WS-DM-SCAN-IDX) TO WS-RPT-GROUP-AFFECTED.
           MOVE WS-DM-BELOW(WS-DM-SCAN-IDX) TO WS-RPT-GROUP-BELOW.
           MOVE WS-DM-COST(WS-DM-SCAN-IDX) TO WS-RPT-GROUP-COST.

           MOVE ZEROES TO WS-AVERAGE-CR-CHANGE.
           IF WS-DM-CR-COUNTED(WS-DM-SCAN-IDX) IS GREATER THAN ZEROES
              COMPUTE WS-AVERAGE-CR-CHANGE ROUNDED =
                 WS-DM-CR-CHANGE(WS-DM-SCAN-IDX) /
                 WS-DM-CR-COUNTED(WS-DM-SCAN-IDX)
           END-IF.
           MOVE WS-AVERAGE-CR-CHANGE TO WS-RPT-GROUP-CR-CHANGE.

           MOVE WS-REPORT-GROUP-LINE TO MODEL-REPORT-LINE.
           PERFORM 8800-PRINT-LINE.

       3200-PRINT-DIV-LINE.
           ADD 1 TO WS-VM-SCAN-IDX.

           MOVE WS-VM-DIVISION-ID(WS-VM-SCAN-IDX) TO WS-RPT-GROUP-ID.
           MOVE WS-VM-DIVISION-NAME(WS-VM-SCAN-IDX)
              TO WS-RPT-GROUP-NAME.
           MOVE WS-VM-AFFECTED(WS-VM-SCAN-IDX) TO WS-RPT-GROUP-AFFECTED.
           MOVE WS-VM-BELOW(WS-VM-SCAN-IDX) TO WS-RPT-GROUP-BELOW.
           MOVE WS-VM-COST(WS-VM-SCAN-IDX) TO WS-RPT-GROUP-COST.

           MOVE ZEROES TO WS-AVERAGE-CR-CHANGE.
           IF WS-VM-CR-COUNTED(WS-VM-SCAN-IDX) IS GREATER THAN ZEROES
              COMPUTE WS-AVERAGE-CR-CHANGE ROUNDED =
                 WS-VM-CR-CHANGE(WS-VM-SCAN-IDX) /
                 WS-VM-CR-COUNTED(WS-VM-SCAN-IDX)
           END-IF.
           MOVE WS-AVERAGE-CR-CHANGE TO WS-RPT-GROUP-CR-CHANGE.

           MOVE WS-REPORT-GROUP-LINE TO MODEL-REPORT-LINE.
           PERFORM 8800-PRINT-LINE.

       3900-PRINT-SUMMARY-LINE.
           MOVE WS-REPORT-SUMMARY-LINE TO MODEL-REPORT-LINE.
           PERFORM 8800-PRINT-LINE.

       8800-PRINT-LINE.
           MOVE MODEL-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE MODEL-REPORT-LINE.

      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'ESBNMDL' TO RSA-REPORT-NAME.
           SET RSA-ACTION-LINE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *-----------------------------------------------------------------
       TERMINATION SECTION.
      *-----------------------------------------------------------------

       9000-TERMINATE.

      *    FINISH THE REPORT REPOSITORY DEPOSIT.
           SET RSA-ACTION-CLOSE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *    A SHORT OR DAMAGED EXTRACT (NO TRAILER, OR A RECORD COUNT
      *    THAT DISAGREES WITH IT) FAILS THE RUN.
           IF NOT EXTRACT-PROVEN
              DISPLAY 'ESBNMDL - EMPEXT TRAILER CHECK FAILED, READ='
                 WS-EXTRACT-COUNT
              MOVE 8 TO RLG-RETURN-CODE
           END-IF.

      *    LOG THE RUN ON THE COMMON RUN-HISTORY FILE.
           MOVE 'ESBNMDL ' TO RLG-JOB-NAME.
           MOVE WS-SCANNED-COUNT TO RLG-INPUT-COUNT.
           MOVE WS-AFFECTED-COUNT TO RLG-OUTPUT-COUNT.
           MOVE WS-NO-RATE-COUNT TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

      *    RELEASE THE CURRENCY FILES.
           SET CVA-ACTION-CLOSE TO TRUE.
           CALL 'ECURCNV' USING CURRENCY-CONVERT-ARGUMENTS.

           MOVE WS-TOTAL-COST TO WS-TOTAL-COST-EDIT.
           DISPLAY 'ESBNMDL - EFFECTIVE DATE:    ' WS-EFFECTIVE-DATE.
           DISPLAY 'ESBNMDL - EMPLOYEES COVERED: ' WS-AFFECTED-COUNT.
           DISPLAY 'ESBNMDL - BELOW NEW MINIMUM: ' WS-BELOW-COUNT.
           DISPLAY 'ESBNMDL - ABOVE NEW MAXIMUM: ' WS-ABOVE-COUNT.
           DISPLAY 'ESBNMDL - COST TO MINIMUM:   ' WS-TOTAL-COST-EDIT.

           CLOSE EXTRACT-FILE.
           CLOSE ESBNPRP-FILE.
           CLOSE MODEL-REPORT-FILE.

           IF NOT EXTRACT-PROVEN
              MOVE 8 TO RETURN-CODE
           END-IF.
