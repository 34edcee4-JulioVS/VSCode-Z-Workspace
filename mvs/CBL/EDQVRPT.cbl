      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - EMPMAST DATA-QUALITY VALIDATION SWEEP.
      *      - BATCH PROGRAM, RUN AGAINST THE NIGHTLY 'EMPMAST'
      *        EXTRACT (SEE 'EEMPEXT.cpy') RATHER THAN THE LIVE
      *        CLUSTER, SO IT SEES THE SAME POINT-IN-TIME PICTURE AS
      *        THE REST OF THE REPORTS.
      *      - THERE HAS NEVER BEEN A GUARANTEE THAT ANY DATE ON ANY
      *        'EMPMAST' RECORD IS A REAL CALENDAR DATE, AND THE BAD
      *        ONES SILENTLY DISTORT THE ANNIVERSARY, APPRAISAL, AND
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO EMPEXT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-EMPEXT-STATUS.

           SELECT QUALITY-REPORT-FILE ASSIGN TO DQVRPT
                ORGANIZATION IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       COPY EEMPEXT.

       FD  QUALITY-REPORT-FILE
           RECORDING MODE IS F.
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-EMPEXT-STATUS         PIC X(2).
             88 EMPEXT-OK                       VALUE '00'.
          05 WS-EXTRACT-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EXTRACT-CHECK-FLAG    PIC X(1)  VALUE 'N'.
             88 EXTRACT-PROVEN                  VALUE 'Y'.
          05 WS-DQVRPT-STATUS         PIC X(2).
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
             88 END-OF-EMPMAST                  VALUE 'Y'.
          05 FILLER                   PIC X(44) VALUE SPACES.

      ******************************************************************
      *   EMPLOYEE MASTER RECORD, AS CARRIED ON THE NIGHTLY EXTRACT
      *   (SEE 'EEMPEXT.cpy').
      ******************************************************************
       COPY EMPMAST.
      ******************************************************************
      *   RUN-HISTORY LOG ARGUMENTS (SEE 'ERUNLOG').
      ******************************************************************
       COPY ERUNARG.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           OPEN INPUT EXTRACT-FILE.
           IF NOT EMPEXT-OK
              DISPLAY 'EDQVRPT - UNABLE TO OPEN EMPEXT, STATUS='
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
              DISPLAY 'EDQVRPT - EMPEXT TRAILER CHECK FAILED, READ='
                 WS-EXTRACT-COUNT
              MOVE 8 TO RLG-RETURN-CODE
           END-IF.

      *    LOG THE RUN ON THE COMMON RUN-HISTORY FILE.
           MOVE 'EDQVRPT ' TO RLG-JOB-NAME.
           MOVE WS-RECORD-COUNT TO RLG-INPUT-COUNT.
           DISPLAY 'EDQVRPT - EXCEPTIONS FOUND:  '
              WS-EXCEPTION-COUNT.

           CLOSE EXTRACT-FILE.
           CLOSE QUALITY-REPORT-FILE.

           IF NOT EXTRACT-PROVEN
              MOVE 8 TO RETURN-CODE
           END-IF.
