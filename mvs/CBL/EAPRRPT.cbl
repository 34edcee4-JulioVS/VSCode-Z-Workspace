      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - OVERDUE APPRAISAL LISTING.
      *      - BATCH PROGRAM, RUN OFFLINE AGAINST THE NIGHTLY
      *        'EMPMAST' EXTRACT (SEE 'EEMPEXT.cpy') RATHER THAN THE
      *        LIVE CLUSTER, SO IT TAKES NOTHING AWAY FROM CICS.
      *      - LISTS EVERY ACTIVE EMPLOYEE WHOSE 'EMP-APPRAISAL-DATE'
      *        IS MORE THAN ONE YEAR OLD.
      *      - THE OUTPUT IS *BURST BY MANAGER*: SORTED ON
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO EMPEXT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-EMPEXT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK1.


       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       COPY EEMPEXT.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-EMPEXT-STATUS         PIC X(2).
             88 EMPEXT-OK                       VALUE '00'.
          05 WS-EXTRACT-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EXTRACT-CHECK-FLAG    PIC X(1)  VALUE 'N'.
             88 EXTRACT-PROVEN                  VALUE 'Y'.
          05 WS-APPRRPT-STATUS        PIC X(2).
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
             88 END-OF-EMPMAST                  VALUE 'Y'.
          05 FILLER                   PIC X(48) VALUE SPACES.

      ******************************************************************
      *   EMPLOYEE MASTER RECORD, AS CARRIED ON THE NIGHTLY EXTRACT
      *   (SEE 'EEMPEXT.cpy').
      ******************************************************************
       COPY EMPMAST.
      ******************************************************************
      *   RUN-HISTORY LOG ARGUMENTS (SEE 'ERUNLOG').
      ******************************************************************
       COPY ERUNARG.
      *    SORT INPUT PROCEDURE - PASS EVERY ACTIVE, OVERDUE EMPLOYEE
      *    TO THE SORT.
       2000-SELECT-OVERDUE-EMPLOYEES.
           OPEN INPUT EXTRACT-FILE.
           IF NOT EMPEXT-OK
              DISPLAY 'EAPRRPT - UNABLE TO OPEN EMPEXT, STATUS='
                 WS-EMPEXT-STATUS
              STOP RUN
           END-IF.

           PERFORM 2100-READ-NEXT-EMPLOYEE.
           PERFORM 2200-RELEASE-IF-OVERDUE UNTIL END-OF-EMPMAST.

           CLOSE EXTRACT-FILE.

       2100-READ-NEXT-EMPLOYEE.
           READ EXTRACT-FILE
              AT END
                 SET END-OF-EMPMAST TO TRUE
           END-READ.

           IF NOT END-OF-EMPMAST
              IF EXT-TRAILER
                 PERFORM 2150-CHECK-EXTRACT-TRAILER
                 SET END-OF-EMPMAST TO TRUE
              ELSE
                 ADD 1 TO WS-EXTRACT-COUNT
                 MOVE EXT-MASTER-IMAGE TO EMPLOYEE-MASTER-RECORD
              END-IF
           END-IF.

      *    THE TRAILER CLOSING THE EXTRACT CARRIES THE RECORD COUNT
      *    'EEMPEXT' WROTE - THIS COPY IS ONLY GOOD IF IT AGREES.
       2150-CHECK-EXTRACT-TRAILER.
           IF EXT-TRL-RECORD-COUNT IS EQUAL TO WS-EXTRACT-COUNT
              SET EXTRACT-PROVEN TO TRUE
           END-IF.

       2200-RELEASE-IF-OVERDUE.
           IF EMP-ACTIVE AND EMP-APPRAISAL-DATE IS LESS THAN
              WS-CUTOFF-DATE
           SET RSA-ACTION-CLOSE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *    A SHORT OR DAMAGED EXTRACT (NO TRAILER, OR A RECORD COUNT
      *    THAT DISAGREES WITH IT) FAILS THE RUN.
           IF NOT EXTRACT-PROVEN
              DISPLAY 'EAPRRPT - EMPEXT TRAILER CHECK FAILED, READ='
                 WS-EXTRACT-COUNT
              MOVE 8 TO RLG-RETURN-CODE
           END-IF.

      *    LOG THE RUN ON THE COMMON RUN-HISTORY FILE.
           MOVE 'EAPRRPT ' TO RLG-JOB-NAME.
           MOVE WS-OVERDUE-COUNT TO RLG-INPUT-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           CLOSE APPR-REPORT-FILE.

           IF NOT EXTRACT-PROVEN
              MOVE 8 TO RETURN-CODE
           END-IF.
