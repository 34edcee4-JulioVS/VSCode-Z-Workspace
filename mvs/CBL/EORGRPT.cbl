      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - ORGANIZATION / REPORTING-CHAIN REPORT.
      *      - BATCH PROGRAM, RUN OFFLINE AGAINST THE NIGHTLY
      *        'EMPMAST' EXTRACT (SEE 'EEMPEXT.cpy') RATHER THAN THE
      *        LIVE CLUSTER - THE EXTRACT ALREADY CARRIES EACH
      *        EMPLOYEE'S DIVISION, SO 'EDEPMST'/'EDIVMST' ARE NO
      *        LONGER READ EITHER. 'EMPMAST' ITSELF IS ONLY OPENED
      *        FOR RANDOM READS OF THE MANAGERS' NAMES, IN VSAM RLS
      *        MODE (SEE THE 'RLS=' PARAMETERS ON THE ACCOMPANYING
      *        JCL) SO IT STAYS ONLINE TO CICS WHILE THIS JOB RUNS.
      *      - LISTS EVERY ACTIVE EMPLOYEE, GROUPED (AND SORTED) BY
      *        'EMP-DEPARTMENT-ID' AND THEN BY 'EMP-MANAGER-ID', SO
      *        EACH MANAGER'S DIRECT REPORTS ARE TOGETHER UNDER THEIR
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO EMPEXT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-EMPEXT-STATUS.

           SELECT EMPMAST-FILE ASSIGN TO EMPMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS EMP-EMPLOYEE-ID
                FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK1.

           SELECT ORG-REPORT-FILE ASSIGN TO ORGRPT

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       COPY EEMPEXT.

       FD  EMPMAST-FILE.
       COPY EMPMAST.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SORT-DEPT-ID               PIC 9(8).
           05 SORT-EMP-ID                PIC 9(8).
           05 SORT-PRIMARY-NAME          PIC X(38).
           05 SORT-JOB-TITLE             PIC X(38).
           05 SORT-DIVISION-ID           PIC 9(4).
           05 SORT-DIVISION-NAME         PIC X(30).

       FD  ORG-REPORT-FILE
           RECORDING MODE IS F.
          05 WS-EMPMAST-STATUS        PIC X(2).
             88 EMPMAST-OK                      VALUE '00'.
             88 EMPMAST-NOTFND                  VALUE '23'.
          05 WS-EMPEXT-STATUS         PIC X(2).
             88 EMPEXT-OK                       VALUE '00'.
          05 WS-EXTRACT-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EXTRACT-CHECK-FLAG    PIC X(1)  VALUE 'N'.
             88 EXTRACT-PROVEN                  VALUE 'Y'.
          05 WS-ORGRPT-STATUS         PIC X(2).
             88 ORGRPT-OK                        VALUE '00'.
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
          05 WS-MANAGER-NAME-HOLDER   PIC X(38).
          05 WS-EMPLOYEE-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.

       01 WS-REPORT-HEADING-1.
          05 FILLER                   PIC X(40)
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           OPEN OUTPUT ORG-REPORT-FILE.
           IF NOT ORGRPT-OK
              DISPLAY 'EORGRPT - UNABLE TO OPEN ORGRPT, STATUS='
      *    SORT INPUT PROCEDURE - PASS EVERY ACTIVE EMPLOYEE TO THE
      *    SORT, KEYED FOR A DEPARTMENT-THEN-MANAGER GROUPING.
       2000-SELECT-ACTIVE-EMPLOYEES.
           OPEN INPUT EXTRACT-FILE.
           IF NOT EMPEXT-OK
              DISPLAY 'EORGRPT - UNABLE TO OPEN EMPEXT, STATUS='
                 WS-EMPEXT-STATUS
              STOP RUN
           END-IF.

           PERFORM 2100-READ-NEXT-EMPLOYEE.
           PERFORM 2200-RELEASE-IF-ACTIVE UNTIL END-OF-EMPMAST.

           CLOSE EXTRACT-FILE.

      *    THE MASTER IMAGE OFF EACH EXTRACT RECORD IS LAID OVER THE
      *    'EMPMAST' RECORD AREA - THE CLUSTER ITSELF IS NOT OPENED
      *    UNTIL THE OUTPUT PROCEDURE NEEDS THE MANAGERS' NAMES.
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

      *    THE DEPARTMENT'S SECOND-TIER HOME TRAVELS WITH THE SORT
      *    RECORD - DEPARTMENTS WITH NO DIVISION YET SHOW AS
      *    '(UNASSIGNED)'.
       2200-RELEASE-IF-ACTIVE.
           IF EMP-ACTIVE
              MOVE EXT-DIVISION-ID TO SORT-DIVISION-ID
              IF EXT-DIV-FOUND
                 MOVE EXT-DIVISION-NAME TO SORT-DIVISION-NAME
              ELSE
                 MOVE '(UNASSIGNED)' TO SORT-DIVISION-NAME
              END-IF
              MOVE EMP-DEPARTMENT-ID TO SORT-DEPT-ID
              MOVE EMP-MANAGER-ID TO SORT-MGR-ID
              MOVE EMP-EMPLOYEE-ID TO SORT-EMP-ID

      *    SORT OUTPUT PROCEDURE - PRINT THE SORTED LIST WITH A
      *    DEPARTMENT CONTROL BREAK, AND A NESTED MANAGER CONTROL
      *    BREAK UNDERNEATH IT. 'EMPMAST' IS OPENED HERE, RANDOM-
      *    ACCESS ONLY, SOLELY TO RESOLVE EACH MANAGER'S NAME.
       3000-PRODUCE-REPORT.
           OPEN INPUT EMPMAST-FILE.
           IF NOT EMPMAST-OK
              DISPLAY 'EORGRPT - UNABLE TO OPEN EMPMAST, STATUS='
                 WS-EMPMAST-STATUS
              STOP RUN
           END-IF.
              WRITE ORG-REPORT-LINE
           END-IF.

       3100-RETURN-NEXT-RECORD.
           RETURN SORT-WORK-FILE
              AT END
           IF FIRST-DEPT-NOT-SEEN OR
              SORT-DEPT-ID IS NOT EQUAL TO WS-PREVIOUS-DEPT-ID
              MOVE SORT-DEPT-ID TO WS-RPT-HDR-DEPT-ID
              MOVE SORT-DIVISION-ID TO WS-RPT-HDR-DIV-ID
              MOVE SORT-DIVISION-NAME TO WS-RPT-HDR-DIV-NAME
              MOVE WS-REPORT-DEPT-HEADING TO ORG-REPORT-LINE
              MOVE ORG-REPORT-LINE TO RSA-PRINT-LINE
              PERFORM 8900-STORE-REPORT-LINE
           SET RSA-ACTION-CLOSE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *    A SHORT OR DAMAGED EXTRACT (NO TRAILER, OR A RECORD COUNT
      *    THAT DISAGREES WITH IT) FAILS THE RUN.
           IF NOT EXTRACT-PROVEN
              DISPLAY 'EORGRPT - EMPEXT TRAILER CHECK FAILED, READ='
                 WS-EXTRACT-COUNT
              MOVE 8 TO RLG-RETURN-CODE
           END-IF.

      *    LOG THE RUN ON THE COMMON RUN-HISTORY FILE.
           MOVE 'EORGRPT ' TO RLG-JOB-NAME.
           MOVE WS-EMPLOYEE-COUNT TO RLG-INPUT-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           CLOSE ORG-REPORT-FILE.

           IF NOT EXTRACT-PROVEN
              MOVE 8 TO RETURN-CODE
           END-IF.
