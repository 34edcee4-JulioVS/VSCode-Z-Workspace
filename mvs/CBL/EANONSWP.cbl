      *        BLANK CARD MUST NEVER SCRUB EVERYTHING. POINT THE
      *        'ROLLARC' DD AT ONE ROLLED-OFF DATASET PER RUN (DD
      *        DUMMY TO SKIP THAT LEG).
      *      - RECORDS OF AN EMPLOYEE UNDER AN OPEN LEGAL HOLD (SEE
      *        'ELGHCHK') ARE LEFT INTACT AND LISTED WITH THE MATTER
      *        REFERENCE INSTEAD; ONCE THE HOLD IS RELEASED THE NEXT
      *        SWEEP PICKS THEM UP.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          05 WS-PRG-SCRUB-COUNT       PIC 9(8)  VALUE ZEROES.
          05 WS-ARC-SCRUB-COUNT       PIC 9(8)  VALUE ZEROES.
          05 WS-TOTAL-SCRUB-COUNT     PIC 9(8)  VALUE ZEROES.
          05 WS-HELD-COUNT            PIC 9(8)  VALUE ZEROES.

       01 WS-REPORT-HEADING.
          05 FILLER                   PIC X(42)
      *   REPORT REPOSITORY DEPOSIT ARGUMENTS (SEE 'ERPTSTO').
      ******************************************************************
       COPY ERPTARG.
      ******************************************************************
      *   LEGAL HOLD CHECK ARGUMENTS (SEE 'ELGHCHK').
      ******************************************************************
       COPY ELGHARG.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
              EXIT PARAGRAPH
           END-IF.

           MOVE 'EDELLOG' TO WS-RPT-FILE-TAG.
           MOVE DEL-EMPLOYEE-ID TO WS-RPT-EMPLOYEE-ID.
           MOVE DEL-TIMESTAMP(1:14) TO WS-RPT-TIMESTAMP.

           MOVE DEL-EMPLOYEE-ID TO LHA-EMPLOYEE-ID.
           PERFORM 2400-CHECK-LEGAL-HOLD.
           IF LHA-MUST-KEEP
              PERFORM 2100-READ-NEXT-DELETION
              EXIT PARAGRAPH
           END-IF.

           MOVE ALL '*' TO DEL-EMPLOYEE-NAME.

           MOVE DEL-RECORD-IMAGE TO EMPLOYEE-MASTER-RECORD.
           REWRITE DELETION-LOG-RECORD.

           ADD 1 TO WS-DEL-SCRUB-COUNT.
           MOVE 'NAME/PAY SCRUBBED' TO WS-RPT-SCRUB-NOTE.
           PERFORM 2300-PRINT-SCRUB-LINE.

           PERFORM 8900-STORE-REPORT-LINE.
           WRITE SCRUB-REPORT-LINE.

      *    A RECORD OF A HELD EMPLOYEE IS LEFT AS IT IS AND LISTED
      *    WITH THE MATTER - AS IS EVERY RECORD WHEN THE HOLD FILE
      *    CANNOT BE READ. THE CALLER HAS SET THE FILE TAG, EMPLOYEE
      *    AND TIMESTAMP OF THE REPORT LINE.
       2400-CHECK-LEGAL-HOLD.
           SET LHA-ACTION-CHECK TO TRUE.
           CALL 'ELGHCHK' USING LEGAL-HOLD-ARGUMENTS.

           IF NOT LHA-MUST-KEEP
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-RPT-SCRUB-NOTE.
           IF LHA-HELD
              STRING 'LEGAL HOLD ' DELIMITED BY SIZE
                 LHA-MATTER-REF DELIMITED BY SIZE
                 INTO WS-RPT-SCRUB-NOTE
           ELSE
              MOVE 'KEPT - NO LEGAL HOLD FILE' TO WS-RPT-SCRUB-NOTE
           END-IF.

           ADD 1 TO WS-HELD-COUNT.
           MOVE WS-REPORT-DETAIL-LINE TO SCRUB-REPORT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE SCRUB-REPORT-LINE.

      *-----------------------------------------------------------------
       PURGE-ARCHIVE SECTION.
      *-----------------------------------------------------------------
              EXIT PARAGRAPH
           END-IF.

           MOVE 'EPRGHST' TO WS-RPT-FILE-TAG.
           MOVE PHS-EMPLOYEE-ID TO WS-RPT-EMPLOYEE-ID.
           MOVE PHS-TIMESTAMP(1:14) TO WS-RPT-TIMESTAMP.

           MOVE PHS-EMPLOYEE-ID TO LHA-EMPLOYEE-ID.
           PERFORM 2400-CHECK-LEGAL-HOLD.
           IF LHA-MUST-KEEP
              PERFORM 3100-READ-NEXT-PURGE
              EXIT PARAGRAPH
           END-IF.

           MOVE ALL '*' TO PHS-EMPLOYEE-NAME.

           MOVE PHS-RECORD-IMAGE TO EMPLOYEE-MASTER-RECORD.
           END-REWRITE.

           ADD 1 TO WS-PRG-SCRUB-COUNT.
           MOVE 'NAME/PAY SCRUBBED' TO WS-RPT-SCRUB-NOTE.
           PERFORM 2300-PRINT-SCRUB-LINE.

              PERFORM 4400-SCRUB-MASTER-IMAGES
           END-IF.

           IF NOT IMAGE-WAS-SCRUBBED THEN
              PERFORM 4100-READ-NEXT-EVENT
              EXIT PARAGRAPH
           END-IF.

           MOVE 'ROLLARC' TO WS-RPT-FILE-TAG.
           IF AUD-RECORD-AFTER(1:8) IS NUMERIC THEN
              MOVE AUD-RECORD-AFTER(1:8) TO WS-RPT-EMPLOYEE-ID
           ELSE
              MOVE AUD-RECORD-BEFORE(1:8) TO WS-RPT-EMPLOYEE-ID
           END-IF.
           MOVE AUD-TIMESTAMP(1:14) TO WS-RPT-TIMESTAMP.

      *    THE SCRUB SO FAR IS ONLY IN THE RECORD AREA - A HELD
      *    EMPLOYEE'S EVENT IS SIMPLY NOT REWRITTEN.
           IF WS-RPT-EMPLOYEE-ID IS NUMERIC THEN
              MOVE WS-RPT-EMPLOYEE-ID TO LHA-EMPLOYEE-ID
              PERFORM 2400-CHECK-LEGAL-HOLD
              IF LHA-MUST-KEEP
                 PERFORM 4100-READ-NEXT-EVENT
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           REWRITE AUDIT-TRAIL-RECORD.

           ADD 1 TO WS-ARC-SCRUB-COUNT.
           IF AUD-ACTION-SATELLITE THEN
              MOVE 'SATELLITE IMAGES BLANKED' TO WS-RPT-SCRUB-NOTE
           ELSE
              MOVE 'NAME/PAY SCRUBBED' TO WS-RPT-SCRUB-NOTE
           END-IF.
           PERFORM 2300-PRINT-SCRUB-LINE.

           PERFORM 4100-READ-NEXT-EVENT.

       4300-BLANK-SATELLITE-IMAGES.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE SCRUB-REPORT-LINE.

           MOVE 'KEPT FOR LEGAL HOLD ........'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-HELD-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO SCRUB-REPORT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE SCRUB-REPORT-LINE.

      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
           SET RSA-ACTION-CLOSE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *    RELEASE THE LEGAL HOLD FILE.
           SET LHA-ACTION-CLOSE TO TRUE.
           CALL 'ELGHCHK' USING LEGAL-HOLD-ARGUMENTS.

      *    LOG THE RUN ON THE COMMON RUN-HISTORY FILE.
           MOVE 'EANONSWP' TO RLG-JOB-NAME.
           MOVE WS-TOTAL-SCRUB-COUNT TO RLG-OUTPUT-COUNT.
           DISPLAY 'EANONSWP - EDELLOG SCRUBBED: ' WS-DEL-SCRUB-COUNT.
           DISPLAY 'EANONSWP - EPRGHST SCRUBBED: ' WS-PRG-SCRUB-COUNT.
           DISPLAY 'EANONSWP - ROLLARC SCRUBBED: ' WS-ARC-SCRUB-COUNT.
           DISPLAY 'EANONSWP - LEGAL HOLD KEPT:  ' WS-HELD-COUNT.

           CLOSE SCRUB-REPORT-FILE.
