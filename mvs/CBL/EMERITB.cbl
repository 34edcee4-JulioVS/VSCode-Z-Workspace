      *        'ESALBND' MAXIMUM PROPOSES ZERO, AND THE UPPER HALF OF
      *        THE BAND GIVES UP A POINT - SO THE APPRAISAL DATA THE
      *        SHOP NOW KEEPS ACTUALLY DRIVES THE MONEY.
      *      - BAND POSITION IS JUDGED IN THE BAND'S OWN
      *        'SAL-CURRENCY-CODE': PAY HELD IN ANOTHER CURRENCY (SEE
      *        'EPAYCUR') IS CONVERTED AT THE CURRENT 'EXCHRAT' RATES
      *        VIA 'ECURCNV'. WITH NO RATE TO CONVERT AT, THE
      *        EMPLOYEE IS TREATED AS UNBANDED.
      *      - ENTRIES ALREADY SUBMITTED, APPROVED, OR APPLIED ARE
      *        LEFT ALONE - A MID-CYCLE REBUILD ONLY REFRESHES THE
      *        ONES STILL PENDING.
          05 WS-TODAY                 PIC X(8).
          05 WS-LATEST-RESULT         PIC X(1)  VALUE SPACES.
          05 WS-BAND-POSITION         PIC X(1)  VALUE SPACES.
          05 WS-BAND-COMPENSATION     PIC 9(9)V99 VALUE ZEROES.
          05 WS-PROPOSED-PCT          PIC 9(2)V9(2)
                                      USAGE IS COMP-3 VALUE ZEROES.
          05 WS-BUILT-COUNT           PIC 9(8)  USAGE IS BINARY
      *   REPORT REPOSITORY DEPOSIT ARGUMENTS (SEE 'ERPTSTO').
      ******************************************************************
       COPY ERPTARG.
      ******************************************************************
      *   CURRENCY CONVERSION ARGUMENTS (SEE 'ECURCNV').
      ******************************************************************
       COPY ECNVARG.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
                 EXIT PARAGRAPH
           END-READ.

           SET CVA-ACTION-EMPLOYEE TO TRUE.
           MOVE EMP-EMPLOYEE-ID TO CVA-EMPLOYEE-ID.
           MOVE SPACES TO CVA-PERIOD.
           MOVE SAL-CURRENCY-CODE TO CVA-TARGET-CURRENCY.
           MOVE EMP-COMPENSATION TO CVA-AMOUNT.
           CALL 'ECURCNV' USING CURRENCY-CONVERT-ARGUMENTS.

           IF CVA-NO-RATE THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE CVA-CONVERTED-AMOUNT TO WS-BAND-COMPENSATION.

           EVALUATE TRUE
           WHEN WS-BAND-COMPENSATION IS GREATER THAN SAL-MAXIMUM
                MOVE 'O' TO WS-BAND-POSITION
           WHEN WS-BAND-COMPENSATION IS GREATER THAN SAL-MIDPOINT
                MOVE 'U' TO WS-BAND-POSITION
           WHEN OTHER
                MOVE 'B' TO WS-BAND-POSITION
           MOVE WS-LEFT-ALONE-COUNT TO RLG-OUTPUT-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

      *    RELEASE THE CURRENCY FILES.
           SET CVA-ACTION-CLOSE TO TRUE.
           CALL 'ECURCNV' USING CURRENCY-CONVERT-ARGUMENTS.

           DISPLAY 'EMERITB - PROPOSALS BUILT:  ' WS-BUILT-COUNT.
           DISPLAY 'EMERITB - LEFT ALONE:       ' WS-LEFT-ALONE-COUNT.
           DISPLAY 'EMERITB - STALE SWEPT:      ' WS-SWEPT-COUNT.
