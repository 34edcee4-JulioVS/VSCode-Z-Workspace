       IDENTIFICATION DIVISION.
       PROGRAM-ID. EPAYPRD.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'PAY PERIOD RESOLVER' SUBPROGRAM.
      *      - LINKED (WITH A COMMAREA - SEE 'EPPDARG') FROM THE
      *        PAY-AFFECTING SCREENS WHEN THEY SAVE A CHANGE, FOR THE
      *        PAY PERIOD THE CHANGE IS STAMPED WITH: THE CURRENT
      *        MONTH, UNLESS ITS 'EPAYCAL' CUT-OFF HAS ALREADY PASSED,
      *        IN WHICH CASE THE FIRST LATER PERIOD WHOSE CUT-OFF HAS
      *        NOT.
      *      - A STAMP LATER THAN THE CURRENT MONTH COMES BACK AS
      *        'PPD-HELD-OVER', WITH THE CUT-OFF THAT WAS MISSED - THE
      *        CALLER STILL SAVES THE CHANGE, BUT TELLS THE USER.
      *      - A PERIOD WITH NO CALENDAR RECORD HAS NO CUT-OFF.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - PAYROLL CUT-OFF CALENDAR FILE RECORD.
      ******************************************************************
       COPY ECONST.
       COPY EPAYCAL.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE     PIC S9(8) USAGE IS BINARY.
          05 WS-NOW-STAMP         PIC X(14).
          05 WS-PERIOD.
             10 WS-PERIOD-YEAR    PIC 9(4).
             10 WS-PERIOD-MONTH   PIC 9(2).
          05 WS-PERIODS-TRIED     PIC 9(2)  USAGE IS BINARY.
          05 WS-SETTLED-FLAG      PIC X(1).
             88 PERIOD-SETTLED              VALUE 'Y'.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
       COPY EPPDARG REPLACING ==01 PAY-PERIOD-ARGUMENTS.== BY
          ==02 PAY-PERIOD-ARGUMENTS.==.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           INITIALIZE WS-WORKING-VARS.
           MOVE SPACES TO PPD-MISSED-CUTOFF.
           SET PPD-IN-PERIOD TO TRUE.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP.
           MOVE WS-NOW-STAMP(1:6) TO WS-PERIOD.

      *    A YEAR AHEAD IS PLENTY - A CALENDAR WITH EVERY CUT-OFF IN
      *    THE PAST IS A SET-UP ERROR, NOT A REASON TO LOOP.
           PERFORM 2000-CHECK-ONE-PERIOD
              UNTIL PERIOD-SETTLED OR WS-PERIODS-TRIED IS EQUAL TO 12.

           MOVE WS-PERIOD TO PPD-PAY-PERIOD.
           IF WS-PERIOD IS GREATER THAN WS-NOW-STAMP(1:6) THEN
              SET PPD-HELD-OVER TO TRUE
           END-IF.

           PERFORM 9000-RETURN-TO-CALLER.

      *-----------------------------------------------------------------
       RESOLVING SECTION.
      *-----------------------------------------------------------------

       2000-CHECK-ONE-PERIOD.
           ADD 1 TO WS-PERIODS-TRIED.
           MOVE WS-PERIOD TO PCL-PERIOD.

           EXEC CICS READ
                FILE(APP-PAYCAL-FILE-NAME)
                RIDFLD(PCL-KEY)
                INTO (PAYROLL-CALENDAR-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    NO RECORD (OR NO CUT-OFF ON IT) - NOTHING TO MISS.
           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              PCL-CUTOFF-STAMP IS NOT NUMERIC THEN
              SET PERIOD-SETTLED TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF WS-NOW-STAMP IS NOT GREATER THAN PCL-CUTOFF-STAMP THEN
              SET PERIOD-SETTLED TO TRUE
              EXIT PARAGRAPH
           END-IF.

      *    TOO LATE FOR THIS ONE - TRY THE NEXT MONTH.
           MOVE PCL-CUTOFF-STAMP TO PPD-MISSED-CUTOFF.
           IF WS-PERIOD-MONTH IS EQUAL TO 12 THEN
              ADD 1 TO WS-PERIOD-YEAR
              MOVE 1 TO WS-PERIOD-MONTH
           ELSE
              ADD 1 TO WS-PERIOD-MONTH
           END-IF.

      *-----------------------------------------------------------------
       EXIT-ROUTE SECTION.
      *-----------------------------------------------------------------

       9000-RETURN-TO-CALLER.
           EXEC CICS RETURN
                END-EXEC.
