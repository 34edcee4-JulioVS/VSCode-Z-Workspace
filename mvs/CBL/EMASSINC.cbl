      *   REPORT REPOSITORY DEPOSIT ARGUMENTS (SEE 'ERPTSTO').
      ******************************************************************
       COPY ERPTARG.
      ******************************************************************
      *   CURRENCY CONVERSION ARGUMENTS (SEE 'ECURCNV').
      ******************************************************************
       COPY ECNVARG.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
           MOVE WS-OLD-COMPENSATION TO COH-PREVIOUS-COMPENSATION.
           MOVE EMP-COMPENSATION TO COH-NEW-COMPENSATION.
           MOVE 'EMASSINC' TO COH-RECORDED-BY.
      *    STAMPED WITH THE CURRENCY THE PAY IS HELD IN.
           SET CVA-ACTION-RESOLVE TO TRUE.
           MOVE EMP-EMPLOYEE-ID TO CVA-EMPLOYEE-ID.
           CALL 'ECURCNV' USING CURRENCY-CONVERT-ARGUMENTS.
           MOVE CVA-CURRENCY-CODE TO COH-CURRENCY-CODE.

           WRITE COMPENSATION-HISTORY-RECORD
              INVALID KEY
           MOVE WS-SKIPPED-COUNT TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

      *    RELEASE THE CURRENCY FILES.
           SET CVA-ACTION-CLOSE TO TRUE.
           CALL 'ECURCNV' USING CURRENCY-CONVERT-ARGUMENTS.

           DISPLAY 'EMASSINC - EMPLOYEES RAISED: '
              WS-TOTAL-RAISED-COUNT.
           DISPLAY 'EMASSINC - RAISES SKIPPED:   ' WS-SKIPPED-COUNT.
