      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - CONTACT DETAILS COMPLETENESS REPORT.
      *      - BATCH PROGRAM, RUN OFFLINE AGAINST THE NIGHTLY
      *        'EMPMAST' EXTRACT (SEE 'EEMPEXT.cpy') AND THE 'ECONTCT'
      *        VSAM <KSDS> CLUSTER (READ ONLY).
      *      - LISTS EVERY ACTIVE EMPLOYEE WITH NO 'ECONTCT' CONTACT
      *        RECORD (OR ONE WITH NO FIRST EMERGENCY CONTACT ON IT),
      *        SO HR CAN CHASE THE GAPS DOWN BEFORE SOMEONE COLLAPSES
      *        ON THE SHOP FLOOR AND NOBODY KNOWS WHO TO PHONE.
      *      - SCHEDULE MONTHLY, AND AFTER EVERY BULK HIRE LOAD (ONCE
      *        THE NEXT NIGHT'S EXTRACT HAS PICKED THE HIRES UP).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO EMPEXT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-EMPEXT-STATUS.

           SELECT ECONTCT-FILE ASSIGN TO ECONTCT
                ORGANIZATION IS INDEXED

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       COPY EEMPEXT.

       FD  ECONTCT-FILE.
       COPY ECONTCT.
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-EMPEXT-STATUS         PIC X(2).
             88 EMPEXT-OK                       VALUE '00'.
          05 WS-EXTRACT-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EXTRACT-CHECK-FLAG    PIC X(1)  VALUE 'N'.
             88 EXTRACT-PROVEN                  VALUE 'Y'.
          05 WS-ECONTCT-STATUS        PIC X(2).
             88 ECONTCT-OK                      VALUE '00'.
          05 WS-CONRPT-STATUS         PIC X(2).
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
              DISPLAY 'ECONRPT - UNABLE TO OPEN EMPEXT, STATUS='
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
              DISPLAY 'ECONRPT - EMPEXT TRAILER CHECK FAILED, READ='
                 WS-EXTRACT-COUNT
              MOVE 8 TO RLG-RETURN-CODE
           END-IF.

      *    LOG THE RUN ON THE COMMON RUN-HISTORY FILE.
           MOVE 'ECONRPT ' TO RLG-JOB-NAME.
           MOVE WS-CHECKED-COUNT TO RLG-INPUT-COUNT.
           DISPLAY 'ECONRPT - EMPLOYEES CHECKED: ' WS-CHECKED-COUNT.
           DISPLAY 'ECONRPT - CONTACT GAPS:      ' WS-MISSING-COUNT.

           CLOSE EXTRACT-FILE.
           CLOSE ECONTCT-FILE.
           CLOSE CONTACT-REPORT-FILE.

           IF NOT EXTRACT-PROVEN
              MOVE 8 TO RETURN-CODE
           END-IF.
