      *        QUESTION IS ONE RUN AND ONE REPORT INSTEAD OF A
      *        SCREEN-BY-SCREEN HAND EXPORT.
      *      - EMPLOYEES NO LONGER ON 'EMPMAST', LOGICALLY DELETED,
      *        OR WITH NO POSITIVE VALUED BALANCE ARE SKIPPED (AND
      *        COUNTED ON THE SUMMARY). AN UNKNOWN DEPARTMENT ROLLS
      *        UP UNDER COST CENTER '????????'.
      *      - THE LIABILITY IS VALUED IN THE EMPLOYEE'S PAY CURRENCY
      *        (SEE 'EPAYCUR') AND CONVERTED TO THE REPORTING CURRENCY
      *        AT THE CURRENT 'EXCHRAT' RATE (VIA 'ECURCNV') BEFORE IT
      *        IS ROLLED UP. ANY LEFT UNCONVERTED FOR WANT OF A RATE
      *        ARE COUNTED ON THE SUMMARY.
      *      - ONLY LEAVE TYPES FLAGGED ON 'ELVTYPE' AS A CASH
      *        LIABILITY ARE VALUED: THE VACATION (AND, IF SO FLAGGED,
      *        SICK) BALANCE ON 'ELEAVE' PLUS THE EMPLOYEE'S 'ELVBAL'
      *        BALANCES OF ANY OTHER FLAGGED TYPE. UNTIL HR LOADS THE
      *        VACATION AND SICK TYPES, VACATION ALONE IS VALUED.
      *      - SCHEDULE AT YEAR END, OR RUN ON DEMAND.
      ******************************************************************
       ENVIRONMENT DIVISION.
                RECORD KEY IS DEP-DEPARTMENT-ID
                FILE STATUS IS WS-EDEPMST-STATUS.

           SELECT ELVBAL-FILE ASSIGN TO ELVBAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LVB-KEY
                FILE STATUS IS WS-ELVBAL-STATUS.

           SELECT ELVTYPE-FILE ASSIGN TO ELVTYPE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS LVT-KEY
                FILE STATUS IS WS-ELVTYPE-STATUS.

           SELECT LIABILITY-REPORT-FILE ASSIGN TO LIABRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-LIABRPT-STATUS.
       FD  EDEPMST-FILE.
       COPY EDEPMST.

       FD  ELVBAL-FILE.
       COPY ELVBAL.

       FD  ELVTYPE-FILE.
       COPY ELVTYPE.

       FD  LIABILITY-REPORT-FILE
           RECORDING MODE IS F.
       01  LIABILITY-REPORT-LINE        PIC X(80).
             88 EMPMAST-OK                      VALUE '00'.
          05 WS-EDEPMST-STATUS        PIC X(2).
             88 EDEPMST-OK                      VALUE '00'.
          05 WS-ELVBAL-STATUS         PIC X(2).
             88 ELVBAL-OK                       VALUE '00'.
          05 WS-ELVTYPE-STATUS        PIC X(2).
             88 ELVTYPE-OK                      VALUE '00'.
          05 WS-LIABRPT-STATUS        PIC X(2).
          05 WS-LVB-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-EMPLOYEE-TYPES           VALUE 'Y'.
      *       WHETHER THE 'ELEAVE' VACATION AND SICK BALANCES ARE
      *       VALUED - FROM THEIR 'ELVTYPE' ENTRIES WHEN ON FILE.
          05 WS-VACATION-LIABLE-FLAG  PIC X(1)  VALUE 'Y'.
             88 VACATION-IS-LIABILITY           VALUE 'Y'.
          05 WS-SICK-LIABLE-FLAG      PIC X(1)  VALUE 'N'.
             88 SICK-IS-LIABILITY               VALUE 'Y'.
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
             88 END-OF-ELEAVE                   VALUE 'Y'.
          05 WS-EMP-FOUND-FLAG        PIC X(1)  VALUE 'N'.
             88 EMPLOYEE-FOUND                  VALUE 'Y'.
          05 WS-VACATION-BALANCE      PIC S9(4)V9(1) USAGE IS COMP-3
                                                 VALUE ZEROES.
          05 WS-TYPE-BALANCE          PIC S9(4)V9(1) USAGE IS COMP-3
                                                 VALUE ZEROES.
          05 WS-DAILY-RATE            PIC 9(5)V99 VALUE ZEROES.
          05 WS-LIABILITY             PIC 9(9)V99 VALUE ZEROES.
          05 WS-COST-CENTER           PIC X(8)  VALUE SPACES.
                                                 VALUE ZEROES.
          05 WS-SKIPPED-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-NO-RATE-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-GRAND-TOTAL           PIC 9(11)V99 VALUE ZEROES.

      *    LIABILITY ROLL-UP PER COST CENTER.
          05 FILLER                   PIC X(12) VALUE 'COST CENTER'.
          05 FILLER                   PIC X(12) VALUE 'EMPLOYEES'.
          05 FILLER                   PIC X(20)
             VALUE 'LEAVE LIABILITY'.
          05 FILLER                   PIC X(36) VALUE SPACES.

       01 WS-REPORT-DETAIL-LINE.
      *   REPORT REPOSITORY DEPOSIT ARGUMENTS (SEE 'ERPTSTO').
      ******************************************************************
       COPY ERPTARG.
      ******************************************************************
      *   CURRENCY CONVERSION ARGUMENTS (SEE 'ECURCNV').
      ******************************************************************
       COPY ECNVARG.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
              STOP RUN
           END-IF.

           OPEN INPUT ELVBAL-FILE.
           IF NOT ELVBAL-OK
              DISPLAY 'ELIABRPT - UNABLE TO OPEN ELVBAL, STATUS='
                 WS-ELVBAL-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT ELVTYPE-FILE.
           IF NOT ELVTYPE-OK
              DISPLAY 'ELIABRPT - UNABLE TO OPEN ELVTYPE, STATUS='
                 WS-ELVTYPE-STATUS
              STOP RUN
           END-IF.

           MOVE 'V' TO LVT-TYPE-CODE.
           PERFORM 1200-READ-LEAVE-TYPE.
           IF ELVTYPE-OK THEN
              MOVE LVT-LIABILITY-FLAG TO WS-VACATION-LIABLE-FLAG
           END-IF.

           MOVE 'S' TO LVT-TYPE-CODE.
           PERFORM 1200-READ-LEAVE-TYPE.
           IF ELVTYPE-OK THEN
              MOVE LVT-LIABILITY-FLAG TO WS-SICK-LIABLE-FLAG
           END-IF.

           OPEN OUTPUT LIABILITY-REPORT-FILE.

           MOVE WS-REPORT-HEADING TO LIABILITY-REPORT-LINE.
                 SET END-OF-ELEAVE TO TRUE
           END-READ.

       1200-READ-LEAVE-TYPE.
           READ ELVTYPE-FILE
              INVALID KEY
                 CONTINUE
           END-READ.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------

       2000-VALUE-BALANCE.
           MOVE ZEROES TO WS-VACATION-BALANCE.
           IF VACATION-IS-LIABILITY THEN
              COMPUTE WS-VACATION-BALANCE =
                 LEA-VACATION-ACCRUED - LEA-VACATION-TAKEN
           END-IF.
           IF SICK-IS-LIABILITY THEN
              COMPUTE WS-TYPE-BALANCE =
                 LEA-SICK-ACCRUED - LEA-SICK-TAKEN
              IF WS-TYPE-BALANCE IS GREATER THAN ZEROES THEN
                 ADD WS-TYPE-BALANCE TO WS-VACATION-BALANCE
              END-IF
           END-IF.

      *    PLUS THE EMPLOYEE'S BALANCES OF ANY OTHER LEAVE TYPE OWED
      *    IN CASH.
           MOVE 'N' TO WS-LVB-EOF-FLAG.
           MOVE LEA-EMPLOYEE-ID TO LVB-EMPLOYEE-ID.
           MOVE LOW-VALUES TO LVB-TYPE-CODE.
           START ELVBAL-FILE KEY IS GREATER THAN LVB-KEY
              INVALID KEY
                 SET END-OF-EMPLOYEE-TYPES TO TRUE
           END-START.
           PERFORM 2050-ADD-TYPE-BALANCE
              UNTIL END-OF-EMPLOYEE-TYPES.

           IF WS-VACATION-BALANCE IS NOT GREATER THAN ZEROES THEN
              ADD 1 TO WS-SKIPPED-COUNT
           COMPUTE WS-LIABILITY ROUNDED =
              WS-VACATION-BALANCE * WS-DAILY-RATE.

      *    THAT IS IN THE PAY CURRENCY - THE ROLL-UP IS IN THE
      *    REPORTING CURRENCY.
           SET CVA-ACTION-EMPLOYEE TO TRUE.
           MOVE EMP-EMPLOYEE-ID TO CVA-EMPLOYEE-ID.
           MOVE SPACES TO CVA-PERIOD.
           MOVE SPACES TO CVA-TARGET-CURRENCY.
           MOVE WS-LIABILITY TO CVA-AMOUNT.
           CALL 'ECURCNV' USING CURRENCY-CONVERT-ARGUMENTS.
           MOVE CVA-CONVERTED-AMOUNT TO WS-LIABILITY.
           IF CVA-NO-RATE THEN
              ADD 1 TO WS-NO-RATE-COUNT
           END-IF.

           PERFORM 2200-FIND-COST-CENTER.
           PERFORM 2300-ACCUMULATE-LIABILITY.


           PERFORM 1100-READ-NEXT-BALANCE.

       2050-ADD-TYPE-BALANCE.
           READ ELVBAL-FILE NEXT RECORD
              AT END
                 SET END-OF-EMPLOYEE-TYPES TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           IF LVB-EMPLOYEE-ID IS NOT EQUAL TO LEA-EMPLOYEE-ID THEN
              SET END-OF-EMPLOYEE-TYPES TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE LVB-TYPE-CODE TO LVT-TYPE-CODE.
           PERFORM 1200-READ-LEAVE-TYPE.
           IF NOT ELVTYPE-OK OR NOT LVT-VALUED-AS-LIABILITY THEN
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-TYPE-BALANCE = LVB-ACCRUED - LVB-TAKEN.
           IF WS-TYPE-BALANCE IS GREATER THAN ZEROES THEN
              ADD WS-TYPE-BALANCE TO WS-VACATION-BALANCE
           END-IF.

       2100-READ-EMPLOYEE.
           MOVE 'N' TO WS-EMP-FOUND-FLAG.
           MOVE LEA-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE LIABILITY-REPORT-LINE.

           MOVE 'TOTAL LEAVE LIABILITY ......'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-GRAND-TOTAL TO WS-RPT-SUMMARY-AMOUNT.
           MOVE WS-REPORT-SUMMARY-LINE TO LIABILITY-REPORT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE LIABILITY-REPORT-LINE.

           MOVE 'NOT CONVERTED - NO RATE ....' TO WS-RPT-COUNT-LABEL.
           MOVE WS-NO-RATE-COUNT TO WS-RPT-COUNT-TOTAL.
           MOVE WS-REPORT-COUNT-LINE TO LIABILITY-REPORT-LINE.
           MOVE LIABILITY-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE LIABILITY-REPORT-LINE.

       3100-PRINT-CC-ENTRY.
           ADD 1 TO WS-CC-SCAN-IDX.

           MOVE 'ELIABRPT' TO RLG-JOB-NAME.
           MOVE WS-VALUED-COUNT TO RLG-INPUT-COUNT.
           MOVE WS-SKIPPED-COUNT TO RLG-OUTPUT-COUNT.
           MOVE WS-NO-RATE-COUNT TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

      *    RELEASE THE CURRENCY FILES.
           SET CVA-ACTION-CLOSE TO TRUE.
           CALL 'ECURCNV' USING CURRENCY-CONVERT-ARGUMENTS.

           DISPLAY 'ELIABRPT - EMPLOYEES VALUED:  ' WS-VALUED-COUNT.
           DISPLAY 'ELIABRPT - BALANCES SKIPPED:  ' WS-SKIPPED-COUNT.

           CLOSE ELEAVE-FILE.
           CLOSE EMPMAST-FILE.
           CLOSE EDEPMST-FILE.
           CLOSE ELVBAL-FILE.
           CLOSE ELVTYPE-FILE.
           CLOSE LIABILITY-REPORT-FILE.
