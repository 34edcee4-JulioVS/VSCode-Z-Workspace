       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELGHCHK.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - BATCH LEGAL HOLD CHECK (CALLED SUBPROGRAM).
      *      - EVERY BATCH PROGRAM THAT PURGES, SCRUBS OR ROLLS OFF
      *        EMPLOYEE RECORDS CALLS THIS (SEE 'ELGHARG') BEFORE IT
      *        DESTROYS ANYTHING, SO "IS THIS EMPLOYEE HELD" IS
      *        ANSWERED THE SAME WAY EVERYWHERE: AN EMPLOYEE IS HELD
      *        WHILE ANY OF THEIR 'ELGLHLD' RECORDS IS STILL OPEN.
      *      - THE FILE IS OPENED ON THE FIRST CALL AND CLOSED BY THE
      *        'C' CALL AT TERMINATION. THE LAST ANSWER IS KEPT, SINCE
      *        THE CALLERS TEND TO ASK ABOUT ONE EMPLOYEE SEVERAL
      *        TIMES RUNNING.
      *      - A FILE THAT WILL NOT OPEN IS REPORTED TO SYSOUT ONCE,
      *        AND EVERY EMPLOYEE THEN COMES BACK 'LHA-MUST-KEEP' -
      *        THE RUN DESTROYS NOTHING RATHER THAN RISK HELD DATA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELGLHLD-FILE ASSIGN TO ELGLHLD
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LGH-KEY
                FILE STATUS IS WS-ELGLHLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ELGLHLD-FILE.
       COPY ELGLHLD.

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-ELGLHLD-STATUS        PIC X(2).
             88 ELGLHLD-OK                      VALUE '00'.
          05 WS-OPEN-FLAG             PIC X(1)  VALUE SPACES.
             88 FILES-OPENED                    VALUE 'O'.
          05 WS-ELGLHLD-OPEN-FLAG     PIC X(1)  VALUE 'N'.
             88 ELGLHLD-FILE-OPEN               VALUE 'Y'.
          05 WS-HOLD-SCAN-FLAG        PIC X(1)  VALUE 'N'.
             88 END-OF-HOLD-SCAN                VALUE 'Y'.
          05 WS-LAST-EMPLOYEE-ID      PIC 9(8)  VALUE ZEROES.
          05 WS-LAST-RESULT           PIC X(1)  VALUE SPACES.
          05 WS-LAST-MATTER-REF       PIC X(12) VALUE SPACES.

       LINKAGE SECTION.
       COPY ELGHARG.

       PROCEDURE DIVISION USING LEGAL-HOLD-ARGUMENTS.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           IF LHA-ACTION-CLOSE
              PERFORM 9000-CLOSE-FILES
              GOBACK
           END-IF.

           IF NOT FILES-OPENED
              PERFORM 1000-OPEN-FILES
           END-IF.

           IF LHA-ACTION-CHECK
              PERFORM 2000-CHECK-EMPLOYEE
           END-IF.

           GOBACK.

      *-----------------------------------------------------------------
       OPENING SECTION.
      *-----------------------------------------------------------------

       1000-OPEN-FILES.
           SET FILES-OPENED TO TRUE.

           OPEN INPUT ELGLHLD-FILE.
           IF ELGLHLD-OK
              SET ELGLHLD-FILE-OPEN TO TRUE
           ELSE
              DISPLAY 'ELGHCHK - UNABLE TO OPEN ELGLHLD, STATUS='
                 WS-ELGLHLD-STATUS
              DISPLAY 'ELGHCHK - EVERY EMPLOYEE WILL BE TREATED AS HELD'
           END-IF.

      *-----------------------------------------------------------------
       CHECKING SECTION.
      *-----------------------------------------------------------------

       2000-CHECK-EMPLOYEE.
           MOVE SPACES TO LHA-MATTER-REF.

           IF NOT ELGLHLD-FILE-OPEN
              SET LHA-FILE-UNAVAILABLE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF LHA-EMPLOYEE-ID IS EQUAL TO WS-LAST-EMPLOYEE-ID AND
              WS-LAST-RESULT IS NOT EQUAL TO SPACES
              MOVE WS-LAST-RESULT TO LHA-RESULT
              MOVE WS-LAST-MATTER-REF TO LHA-MATTER-REF
              EXIT PARAGRAPH
           END-IF.

           SET LHA-NOT-HELD TO TRUE.
           MOVE 'N' TO WS-HOLD-SCAN-FLAG.
           MOVE LHA-EMPLOYEE-ID TO LGH-EMPLOYEE-ID.
           MOVE LOW-VALUES TO LGH-MATTER-REF.

           START ELGLHLD-FILE KEY IS NOT LESS THAN LGH-KEY
              INVALID KEY
                 SET END-OF-HOLD-SCAN TO TRUE
           END-START.

           PERFORM 2100-READ-NEXT-HOLD UNTIL END-OF-HOLD-SCAN.

           MOVE LHA-EMPLOYEE-ID TO WS-LAST-EMPLOYEE-ID.
           MOVE LHA-RESULT TO WS-LAST-RESULT.
           MOVE LHA-MATTER-REF TO WS-LAST-MATTER-REF.

      *    THE EMPLOYEE'S HOLDS, OLDEST MATTER FIRST - THE FIRST OPEN
      *    ONE ANSWERS THE QUESTION.
       2100-READ-NEXT-HOLD.
           READ ELGLHLD-FILE NEXT RECORD
              AT END
                 SET END-OF-HOLD-SCAN TO TRUE
           END-READ.

           IF END-OF-HOLD-SCAN
              EXIT PARAGRAPH
           END-IF.

           IF LGH-EMPLOYEE-ID IS NOT EQUAL TO LHA-EMPLOYEE-ID
              SET END-OF-HOLD-SCAN TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF LGH-OPEN
              SET LHA-HELD TO TRUE
              MOVE LGH-MATTER-REF TO LHA-MATTER-REF
              SET END-OF-HOLD-SCAN TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       CLOSING SECTION.
      *-----------------------------------------------------------------

       9000-CLOSE-FILES.
           IF ELGLHLD-FILE-OPEN
              CLOSE ELGLHLD-FILE
           END-IF.

           MOVE SPACES TO WS-OPEN-FLAG.
           MOVE 'N' TO WS-ELGLHLD-OPEN-FLAG.
           MOVE ZEROES TO WS-LAST-EMPLOYEE-ID.
           MOVE SPACES TO WS-LAST-RESULT.
