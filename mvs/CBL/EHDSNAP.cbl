      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - MONTH-END HEADCOUNT SNAPSHOT.
      *      - BATCH PROGRAM, RUN AGAINST THE NIGHTLY 'EMPMAST'
      *        EXTRACT (SEE 'EEMPEXT.cpy') AND THE 'EDEPMST',
      *        'ETMPASG' AND 'EHDSNAP' VSAM <KSDS> CLUSTERS (MASTERS
      *        READ ONLY; ALL OPENED IN RLS MODE - SEE THE 'RLS='
      *        PARAMETERS ON THE ACCOMPANYING JCL).
      *      - EVERY REPORT IN THE SUITE ANSWERS "AS OF NOW"; THE
      *        MOMENT A RECORD CHANGES, YESTERDAY'S TRUTH IS GONE.
      *        HAS HOLES.
      *      - A RERUN ON THE SAME DATE REPLACES THAT DATE'S
      *        SNAPSHOT RATHER THAN DOUBLING IT UP.
      *      - SOMEONE OUT ON A TEMPORARY ASSIGNMENT (AN ACTIVE
      *        'ETMPASG' RECORD) IS COUNTED IN THEIR HOME
      *        DEPARTMENT - THE SUBSTANTIVE POST - NOT THE HOST
      *        DEPARTMENT THE MASTER SHOWS WHILE IT RUNS.
      *      - SCHEDULE ON THE LAST DAY OF EACH MONTH.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO EMPEXT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-EMPEXT-STATUS.

           SELECT EDEPMST-FILE ASSIGN TO EDEPMST
                ORGANIZATION IS INDEXED
                RECORD KEY IS SNP-KEY
                FILE STATUS IS WS-EHDSNAP-STATUS.

           SELECT ETMPASG-FILE ASSIGN TO ETMPASG
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TAS-KEY
                FILE STATUS IS WS-ETMPASG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       COPY EEMPEXT.

       FD  EDEPMST-FILE.
       COPY EDEPMST.
       FD  EHDSNAP-FILE.
       COPY EHDSNAP.

       FD  ETMPASG-FILE.
       COPY ETMPASG.

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-EMPEXT-STATUS         PIC X(2).
             88 EMPEXT-OK                       VALUE '00'.
          05 WS-EXTRACT-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EXTRACT-CHECK-FLAG    PIC X(1)  VALUE 'N'.
             88 EXTRACT-PROVEN                  VALUE 'Y'.
          05 WS-EDEPMST-STATUS        PIC X(2).
             88 EDEPMST-OK                      VALUE '00'.
          05 WS-EHDSNAP-STATUS        PIC X(2).
             88 EHDSNAP-OK                      VALUE '00'.
             88 EHDSNAP-DUPLICATE               VALUE '22'.
          05 WS-ETMPASG-STATUS        PIC X(2).
             88 ETMPASG-OK                      VALUE '00'.
          05 WS-TAS-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-ASSIGNMENTS              VALUE 'Y'.
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
             88 END-OF-EMPMAST                  VALUE 'Y'.
          05 WS-DEP-EOF-FLAG          PIC X(1)  VALUE 'N'.
             10 WS-DC-FTE-COUNT       PIC 9(5)V9(2) USAGE IS COMP-3.

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
           PERFORM 2000-TALLY-EMPLOYEE UNTIL END-OF-EMPMAST.
      *    A TALLY TAKEN FROM A SHORT OR DAMAGED EXTRACT IS NOT
      *    WRITTEN AWAY AS THIS MONTH'S SNAPSHOT.
           PERFORM 3000-SNAPSHOT-DEPARTMENT
              UNTIL END-OF-EDEPMST OR NOT EXTRACT-PROVEN.
           PERFORM 9000-TERMINATE.

           STOP RUN.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN INPUT EXTRACT-FILE.
           IF NOT EMPEXT-OK
              DISPLAY 'EHDSNAP - UNABLE TO OPEN EMPEXT, STATUS='
                 WS-EMPEXT-STATUS
              STOP RUN
           END-IF.

              STOP RUN
           END-IF.

           OPEN INPUT ETMPASG-FILE.
           IF NOT ETMPASG-OK
              DISPLAY 'EHDSNAP - UNABLE TO OPEN ETMPASG, STATUS='
                 WS-ETMPASG-STATUS
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

       1200-READ-NEXT-DEPARTMENT.
           READ EDEPMST-FILE
              AT END
       2000-TALLY-EMPLOYEE.
           IF EMP-ACTIVE THEN
              MOVE EMP-DEPARTMENT-ID TO WS-DC-LOOKUP-DEPT-ID
              PERFORM 2050-FIND-HOME-DEPT
              PERFORM 2100-TALLY-DEPT
           END-IF.

           PERFORM 1100-READ-NEXT-EMPLOYEE.

      *    AN ASSIGNMENT UNDER WAY SWAPS THE HOST DEPARTMENT ON THE
      *    MASTER BACK FOR THE HOME ONE IT WAS TAKEN FROM.
       2050-FIND-HOME-DEPT.
           MOVE 'N' TO WS-TAS-EOF-FLAG.
           MOVE EMP-EMPLOYEE-ID TO TAS-EMPLOYEE-ID.
           MOVE LOW-VALUES TO TAS-START-DATE.

           START ETMPASG-FILE KEY IS NOT LESS THAN TAS-KEY
              INVALID KEY
                 SET END-OF-ASSIGNMENTS TO TRUE
           END-START.

           PERFORM 2060-CHECK-NEXT-ASSIGNMENT
              UNTIL END-OF-ASSIGNMENTS.

       2060-CHECK-NEXT-ASSIGNMENT.
           READ ETMPASG-FILE NEXT RECORD
              AT END
                 SET END-OF-ASSIGNMENTS TO TRUE
           END-READ.

           IF NOT END-OF-ASSIGNMENTS THEN
              IF TAS-EMPLOYEE-ID IS NOT EQUAL TO EMP-EMPLOYEE-ID
                 SET END-OF-ASSIGNMENTS TO TRUE
              ELSE
                 IF TAS-ST-ACTIVE AND
                    EMP-DEPARTMENT-ID IS EQUAL TO
                    TAS-HOST-DEPARTMENT-ID THEN
                    MOVE TAS-HOME-DEPARTMENT-ID
                       TO WS-DC-LOOKUP-DEPT-ID
                    SET END-OF-ASSIGNMENTS TO TRUE
                 END-IF
              END-IF
           END-IF.

       2100-TALLY-DEPT.
           PERFORM 2200-FIND-DEPT-ENTRY.

           ADD 1 TO WS-DC-ACTIVE-COUNT(WS-DC-FOUND-IDX).
           ADD EMP-COMPENSATION TO WS-DC-COMPENSATION(WS-DC-FOUND-IDX).

      *    EACH EMPLOYEE'S FTE FACTOR WEIGHTS THE FTE COLUMN - THE
      *    EXTRACT ALREADY COUNTS ONE WITH NO 'EEMPTYP' RECORD AS A
      *    FULL 1.00.
           ADD EXT-FTE-FACTOR TO WS-DC-FTE-COUNT(WS-DC-FOUND-IDX).

       2200-FIND-DEPT-ENTRY.
           MOVE ZEROES TO WS-DC-SCAN-IDX.

       9000-TERMINATE.

      *    A SHORT OR DAMAGED EXTRACT (NO TRAILER, OR A RECORD COUNT
      *    THAT DISAGREES WITH IT) FAILS THE RUN.
           IF NOT EXTRACT-PROVEN
              DISPLAY 'EHDSNAP - EMPEXT TRAILER CHECK FAILED, READ='
                 WS-EXTRACT-COUNT
              MOVE 8 TO RLG-RETURN-CODE
           END-IF.

      *    LOG THE RUN ON THE COMMON RUN-HISTORY FILE.
           MOVE 'EHDSNAP ' TO RLG-JOB-NAME.
           MOVE WS-SNAPPED-COUNT TO RLG-INPUT-COUNT.

           DISPLAY 'EHDSNAP - DEPARTMENTS SNAPPED: ' WS-SNAPPED-COUNT.

           CLOSE EXTRACT-FILE.
           CLOSE ETMPASG-FILE.
           CLOSE EDEPMST-FILE.
           CLOSE EHDSNAP-FILE.

           IF NOT EXTRACT-PROVEN
              MOVE 8 TO RETURN-CODE
           END-IF.
