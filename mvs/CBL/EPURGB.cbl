      *        AND ARCHIVES NOTHING, JUST REPORTS WHAT WOULD GO; 'N'
      *        (OR NO CARD) RUNS THE REAL PURGE.
      *      - PRODUCES A PURGE REPORT, ONE LINE PER RECORD.
      *      - AN EXPIRED RECORD WHOSE EMPLOYEE IS UNDER AN OPEN LEGAL
      *        HOLD (SEE 'ELGHCHK') IS KEPT, AND LISTED AS 'HELD' WITH
      *        THE MATTER REFERENCE SO LEGAL CAN SEE WHAT WAS SPARED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                                 VALUE ZEROES.
          05 WS-RETAINED-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-HELD-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.

       01 WS-REPORT-HEADING.
          05 WS-RPT-HEADING-TEXT      PIC X(50)
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-DELETE-DATE       PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-DISPOSITION       PIC X(20).

       01 WS-REPORT-SUMMARY-LINE.
          05 WS-RPT-SUMMARY-LABEL     PIC X(28).
      *   REPORT REPOSITORY DEPOSIT ARGUMENTS (SEE 'ERPTSTO').
      ******************************************************************
       COPY ERPTARG.
      ******************************************************************
      *   LEGAL HOLD CHECK ARGUMENTS (SEE 'ELGHCHK').
      ******************************************************************
       COPY ELGHARG.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------

           IF WS-DAYS-SINCE-DELETE IS GREATER THAN
              WS-PURGE-THRESHOLD-DAYS THEN
              PERFORM 2150-CHECK-LEGAL-HOLD
           ELSE
              ADD 1 TO WS-RETAINED-COUNT
           END-IF.

      *    AN EMPLOYEE UNDER LEGAL HOLD IS NEVER PURGED, WHATEVER THE
      *    RETENTION SCHEDULE SAYS - NOR WHEN THE HOLD FILE CANNOT BE
      *    READ TO PROVE OTHERWISE.
       2150-CHECK-LEGAL-HOLD.
           SET LHA-ACTION-CHECK TO TRUE.
           MOVE EMP-EMPLOYEE-ID TO LHA-EMPLOYEE-ID.
           CALL 'ELGHCHK' USING LEGAL-HOLD-ARGUMENTS.

           IF NOT LHA-MUST-KEEP
              PERFORM 2200-PURGE-EMPLOYEE
              EXIT PARAGRAPH
           END-IF.

           MOVE EMP-EMPLOYEE-ID TO WS-RPT-EMP-ID.
           MOVE EMP-PRIMARY-NAME TO WS-RPT-PRIMARY-NAME.
           MOVE EMP-DELETE-DATE TO WS-RPT-DELETE-DATE.
           MOVE SPACES TO WS-RPT-DISPOSITION.
           IF LHA-HELD
              STRING 'Held ' DELIMITED BY SIZE
                 LHA-MATTER-REF DELIMITED BY SIZE
                 INTO WS-RPT-DISPOSITION
           ELSE
              MOVE 'Held - No Hold File' TO WS-RPT-DISPOSITION
           END-IF.

           ADD 1 TO WS-HELD-COUNT.
           PERFORM 2900-WRITE-REPORT-LINE.

      *    ARCHIVE FIRST, DELETE SECOND - A RECORD IS NEVER REMOVED
      *    UNTIL ITS FULL IMAGE IS SAFELY ON THE RETENTION DATASET.
       2200-PURGE-EMPLOYEE.
           MOVE PURGE-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE PURGE-REPORT-LINE.

           MOVE 'EXPIRED BUT ON LEGAL HOLD ..' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-HELD-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO PURGE-REPORT-LINE.
           MOVE PURGE-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE PURGE-REPORT-LINE.
      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
           SET RSA-ACTION-CLOSE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *    RELEASE THE LEGAL HOLD FILE.
           SET LHA-ACTION-CLOSE TO TRUE.
           CALL 'ELGHCHK' USING LEGAL-HOLD-ARGUMENTS.

      *    LOG THE RUN ON THE COMMON RUN-HISTORY FILE.
           MOVE 'EPURGB  ' TO RLG-JOB-NAME.
           MOVE WS-PURGED-COUNT TO RLG-INPUT-COUNT.

           DISPLAY 'EPURGB - RECORDS PURGED:   ' WS-PURGED-COUNT.
           DISPLAY 'EPURGB - STILL RETAINED:   ' WS-RETAINED-COUNT.
           DISPLAY 'EPURGB - ON LEGAL HOLD:    ' WS-HELD-COUNT.

           CLOSE EMPMAST-FILE.
           IF NOT DRY-RUN-MODE
