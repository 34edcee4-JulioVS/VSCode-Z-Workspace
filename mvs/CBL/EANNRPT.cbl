      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - SERVICE-ANNIVERSARY ALERT REPORT.
      *      - BATCH PROGRAM, RUN OFFLINE AGAINST THE NIGHTLY
      *        'EMPMAST' EXTRACT (SEE 'EEMPEXT.cpy') RATHER THAN THE
      *        LIVE CLUSTER; 'ESRVHST' IS STILL OPENED IN VSAM RLS
      *        MODE - SEE THE 'RLS=' PARAMETERS ON THE ACCOMPANYING
      *        JCL - SO IT STAYS ONLINE TO CICS WHILE THIS JOB RUNS.
      *      - BROWSES THE EXTRACT SEQUENTIALLY AND, FOR EVERY ACTIVE
      *        EMPLOYEE WHOSE 'EMP-START-DATE' ANNIVERSARY MONTH
      *        MATCHES THE CURRENT MONTH, COMPUTES THEIR TENURE IN
      *        WHOLE YEARS AND LISTS THEM IF THAT TENURE IS A 5, 10,
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO EMPEXT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-EMPEXT-STATUS.

           SELECT ESRVHST-FILE ASSIGN TO ESRVHST
                ORGANIZATION IS INDEXED

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       COPY EEMPEXT.

       FD  ESRVHST-FILE.
       COPY ESRVHST.
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-EMPEXT-STATUS         PIC X(2).
             88 EMPEXT-OK                       VALUE '00'.
          05 WS-EXTRACT-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EXTRACT-CHECK-FLAG    PIC X(1)  VALUE 'N'.
             88 EXTRACT-PROVEN                  VALUE 'Y'.
          05 WS-ESRVHST-STATUS        PIC X(2).
             88 ESRVHST-OK                      VALUE '00'.
          05 WS-ANNRPT-STATUS         PIC X(2).
          05 FILLER                   PIC X(42) VALUE SPACES.

      ******************************************************************
      *   EMPLOYEE MASTER RECORD, AS CARRIED ON THE NIGHTLY EXTRACT
      *   (SEE 'EEMPEXT.cpy').
      ******************************************************************
       COPY EMPMAST.
      ******************************************************************
      *   RUN-HISTORY LOG ARGUMENTS (SEE 'ERUNLOG').
      ******************************************************************
       COPY ERUNARG.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY)).

           OPEN INPUT EXTRACT-FILE.
           IF NOT EMPEXT-OK
              DISPLAY 'EANNRPT - UNABLE TO OPEN EMPEXT, STATUS='
                 WS-EMPEXT-STATUS
              STOP RUN
           END-IF.

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
           SET RSA-ACTION-CLOSE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *    A SHORT OR DAMAGED EXTRACT (NO TRAILER, OR A RECORD COUNT
      *    THAT DISAGREES WITH IT) FAILS THE RUN.
           IF NOT EXTRACT-PROVEN
              DISPLAY 'EANNRPT - EMPEXT TRAILER CHECK FAILED, READ='
                 WS-EXTRACT-COUNT
              MOVE 8 TO RLG-RETURN-CODE
           END-IF.

      *    LOG THE RUN ON THE COMMON RUN-HISTORY FILE.
           MOVE 'EANNRPT ' TO RLG-JOB-NAME.
           MOVE WS-ANNIVERSARY-COUNT TO RLG-INPUT-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           CLOSE EXTRACT-FILE.
           CLOSE ANNIV-REPORT-FILE.

           IF NOT EXTRACT-PROVEN
              MOVE 8 TO RETURN-CODE
           END-IF.
