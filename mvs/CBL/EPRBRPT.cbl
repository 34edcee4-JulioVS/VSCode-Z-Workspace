      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - PROBATION EXCEPTION REPORT.
      *      - BATCH PROGRAM, RUN OFFLINE AGAINST THE 'EPROBTN' VSAM
      *        <KSDS> CLUSTER AND THE NIGHTLY 'EMPMAST' EXTRACT (SEE
      *        'EEMPEXT.cpy'), BOTH READ ONLY. BOTH ARE IN EMPLOYEE ID
      *        ORDER, SO THE EMPLOYEE IS FOUND BY MATCHING THE TWO
      *        FILES RATHER THAN BY A RANDOM READ PER PROBATION.
      *      - LISTS EVERY ACTIVE EMPLOYEE WHOSE PROBATION END DATE
      *        HAS PASSED WITH NO RECORDED OUTCOME - THE PEOPLE WHO
      *        USED TO FALL THROUGH THE PAPER SYSTEM'S CRACKS. THE
                RECORD KEY IS PRB-EMPLOYEE-ID
                FILE STATUS IS WS-EPROBTN-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO EMPEXT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-EMPEXT-STATUS.

           SELECT PROBATION-REPORT-FILE ASSIGN TO PRBRPT
                ORGANIZATION IS SEQUENTIAL
       FD  EPROBTN-FILE.
       COPY EPROBTN.

       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       COPY EEMPEXT.

       FD  PROBATION-REPORT-FILE
           RECORDING MODE IS F.
       01 WS-WORKING-VARS.
          05 WS-EPROBTN-STATUS        PIC X(2).
             88 EPROBTN-OK                      VALUE '00'.
          05 WS-EMPEXT-STATUS         PIC X(2).
             88 EMPEXT-OK                       VALUE '00'.
          05 WS-EXTRACT-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EXTRACT-CHECK-FLAG    PIC X(1)  VALUE 'N'.
             88 EXTRACT-PROVEN                  VALUE 'Y'.
          05 WS-EMP-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-EMPMAST                  VALUE 'Y'.
          05 WS-PRBRPT-STATUS         PIC X(2).
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
             88 END-OF-EPROBTN                  VALUE 'Y'.
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

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-CHECK-PROBATION UNTIL END-OF-EPROBTN.
      *    THE REST OF THE EXTRACT IS STILL READ THROUGH, SO ITS
      *    TRAILER IS CHECKED WHEREVER THE LAST PROBATION FELL.
           PERFORM 1200-READ-NEXT-EMPLOYEE UNTIL END-OF-EMPMAST.
           PERFORM 3000-PRODUCE-SUMMARY.
           PERFORM 9000-TERMINATE.

              STOP RUN
           END-IF.

           OPEN INPUT EXTRACT-FILE.
           IF NOT EMPEXT-OK
              DISPLAY 'EPRBRPT - UNABLE TO OPEN EMPEXT, STATUS='
                 WS-EMPEXT-STATUS
              STOP RUN
           END-IF.

           WRITE PROBATION-REPORT-LINE.

           PERFORM 1100-READ-NEXT-PROBATION.
           PERFORM 1200-READ-NEXT-EMPLOYEE.

      *-----------------------------------------------------------------
       READING SECTION.
                 SET END-OF-EPROBTN TO TRUE
           END-READ.

       1200-READ-NEXT-EMPLOYEE.
           READ EXTRACT-FILE
              AT END
                 SET END-OF-EMPMAST TO TRUE
           END-READ.

           IF NOT END-OF-EMPMAST
              IF EXT-TRAILER
                 PERFORM 1250-CHECK-EXTRACT-TRAILER
                 SET END-OF-EMPMAST TO TRUE
              ELSE
                 ADD 1 TO WS-EXTRACT-COUNT
                 MOVE EXT-MASTER-IMAGE TO EMPLOYEE-MASTER-RECORD
              END-IF
           END-IF.

      *    THE TRAILER CLOSING THE EXTRACT CARRIES THE RECORD COUNT
      *    'EEMPEXT' WROTE - THIS COPY IS ONLY GOOD IF IT AGREES.
       1250-CHECK-EXTRACT-TRAILER.
           IF EXT-TRL-RECORD-COUNT IS EQUAL TO WS-EXTRACT-COUNT
              SET EXTRACT-PROVEN TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------
           PERFORM 1100-READ-NEXT-PROBATION.

       2100-REPORT-OVERDUE.
           PERFORM 1200-READ-NEXT-EMPLOYEE
              UNTIL END-OF-EMPMAST
                 OR EMP-EMPLOYEE-ID IS NOT LESS THAN PRB-EMPLOYEE-ID.

           IF END-OF-EMPMAST OR
              EMP-EMPLOYEE-ID IS NOT EQUAL TO PRB-EMPLOYEE-ID THEN
              EXIT PARAGRAPH
           END-IF.

      *    A DEPARTED EMPLOYEE'S OPEN PROBATION IS MOOT.
           IF NOT EMP-ACTIVE THEN
           SET RSA-ACTION-CLOSE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *    A SHORT OR DAMAGED EXTRACT (NO TRAILER, OR A RECORD COUNT
      *    THAT DISAGREES WITH IT) FAILS THE RUN.
           IF NOT EXTRACT-PROVEN
              DISPLAY 'EPRBRPT - EMPEXT TRAILER CHECK FAILED, READ='
                 WS-EXTRACT-COUNT
              MOVE 8 TO RLG-RETURN-CODE
           END-IF.

      *    LOG THE RUN ON THE COMMON RUN-HISTORY FILE.
           MOVE 'EPRBRPT ' TO RLG-JOB-NAME.
           MOVE WS-SCANNED-COUNT TO RLG-INPUT-COUNT.
           DISPLAY 'EPRBRPT - OVERDUE PENDING:    ' WS-OVERDUE-COUNT.

           CLOSE EPROBTN-FILE.
           CLOSE EXTRACT-FILE.
           CLOSE PROBATION-REPORT-FILE.

           IF NOT EXTRACT-PROVEN
              MOVE 8 TO RETURN-CODE
           END-IF.
