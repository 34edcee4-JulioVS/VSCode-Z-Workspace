      *      - THE FIRST 'SYSIN' CARD IS THE DRY-RUN FLAG ('Y'
      *        PROJECTS AND WRITES NOTHING - THE 'EMASSINC'
      *        CONVENTION).
      *      - COLUMNS 3-10 OF THE SAME CARD MAY CARRY A PAST MERIT
      *        EFFECTIVE DATE (YYYYMMDD) WITHIN THE SHOP LOOK-BACK
      *        LIMIT ('APP-COMP-RETRO-DAYS' IN 'ECONST'). THE RAISES
      *        STILL APPLY FROM TODAY, BUT EACH HISTORY RECORD CARRIES
      *        THE EARLIER DATE SO THE NIGHTLY 'ERETRO' BATCH PAYS THE
      *        ARREARS. A BAD DATE STOPS THE RUN BEFORE ANYTHING IS
      *        APPLIED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORDING MODE IS F.
       01  CONTROL-FLAG-RECORD.
           05 CC-DRY-RUN-FLAG           PIC X(1).
           05 FILLER                    PIC X(1).
           05 CC-EFFECTIVE-DATE         PIC X(8).
           05 FILLER                    PIC X(70).

       FD  EMERIT-FILE.
       COPY EMERIT.
          05 WS-DRY-RUN-FLAG          PIC X(1)  VALUE 'N'.
             88 DRY-RUN-MODE                    VALUE 'Y'.
          05 WS-TODAY                 PIC X(8).
          05 WS-RETRO-FROM-DATE       PIC X(8)  VALUE SPACES.
          05 WS-RETRO-DAYS-BACK       PIC S9(7) USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-BEFORE-IMAGE          PIC X(268).
          05 WS-OLD-COMPENSATION      PIC 9(7)V99 VALUE ZEROES.
          05 WS-NEW-COMPENSATION      PIC 9(7)V99 VALUE ZEROES.
          05 FILLER                   PIC X(44) VALUE SPACES.

      ******************************************************************
      *   APPLICATION CONSTANTS (THE PAY-CHANGE LOOK-BACK LIMIT).
      ******************************************************************
       COPY ECONST.
      ******************************************************************
      *   RUN-HISTORY LOG ARGUMENTS (SEE 'ERUNLOG').
      ******************************************************************
       COPY ERUNARG.
      *   REPORT REPOSITORY DEPOSIT ARGUMENTS (SEE 'ERPTSTO').
      ******************************************************************
       COPY ERPTARG.
      ******************************************************************
      *   CURRENCY CONVERSION ARGUMENTS (SEE 'ECURCNV').
      ******************************************************************
       COPY ECNVARG.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
                    CONTINUE
                 NOT AT END
                    MOVE CC-DRY-RUN-FLAG TO WS-DRY-RUN-FLAG
                    MOVE CC-EFFECTIVE-DATE TO WS-RETRO-FROM-DATE
              END-READ
              CLOSE CONTROL-CARD-FILE
           END-IF.
              DISPLAY 'EMERITA - RUNNING IN DRY-RUN MODE'
           END-IF.

           IF WS-RETRO-FROM-DATE IS NOT EQUAL TO SPACES
              PERFORM 1100-CHECK-EFFECTIVE-DATE
           END-IF.

           OPEN I-O EMERIT-FILE.
           IF NOT EMERIT-OK
              DISPLAY 'EMERITA - UNABLE TO OPEN EMERIT, STATUS='
                 SET END-OF-EMERIT TO TRUE
           END-START.

      *    A BACK-DATED MERIT ROUND MUST NAME A REAL PAST DATE INSIDE
      *    THE LOOK-BACK LIMIT. A DATE OF TODAY IS JUST AN ORDINARY RUN.
       1100-CHECK-EFFECTIVE-DATE.
           IF WS-RETRO-FROM-DATE IS NOT NUMERIC
              DISPLAY 'EMERITA - EFFECTIVE DATE NOT NUMERIC: '
                 WS-RETRO-FROM-DATE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD(
              FUNCTION NUMVAL(WS-RETRO-FROM-DATE)) IS NOT EQUAL TO ZERO
              DISPLAY 'EMERITA - EFFECTIVE DATE NOT VALID: '
                 WS-RETRO-FROM-DATE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WS-RETRO-FROM-DATE IS GREATER THAN WS-TODAY
              DISPLAY 'EMERITA - EFFECTIVE DATE IN THE FUTURE: '
                 WS-RETRO-FROM-DATE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           COMPUTE WS-RETRO-DAYS-BACK =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
              - FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(WS-RETRO-FROM-DATE)).

           IF WS-RETRO-DAYS-BACK IS GREATER THAN APP-COMP-RETRO-DAYS
              DISPLAY 'EMERITA - EFFECTIVE DATE BEYOND LOOK-BACK: '
                 WS-RETRO-FROM-DATE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WS-RETRO-FROM-DATE IS EQUAL TO WS-TODAY
              MOVE SPACES TO WS-RETRO-FROM-DATE
           ELSE
              DISPLAY 'EMERITA - RAISES BACK-DATED TO '
                 WS-RETRO-FROM-DATE
           END-IF.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------
           MOVE WS-OLD-COMPENSATION TO COH-PREVIOUS-COMPENSATION.
           MOVE EMP-COMPENSATION TO COH-NEW-COMPENSATION.
           MOVE 'EMERITA ' TO COH-RECORDED-BY.
      *    STAMPED WITH THE CURRENCY THE PAY IS HELD IN.
           SET CVA-ACTION-RESOLVE TO TRUE.
           MOVE EMP-EMPLOYEE-ID TO CVA-EMPLOYEE-ID.
           CALL 'ECURCNV' USING CURRENCY-CONVERT-ARGUMENTS.
           MOVE CVA-CURRENCY-CODE TO COH-CURRENCY-CODE.
      *    A BACK-DATED ROUND LEAVES THE ARREARS DUE FOR 'ERETRO'.
           IF WS-RETRO-FROM-DATE IS NOT EQUAL TO SPACES
              MOVE WS-RETRO-FROM-DATE TO COH-RETRO-FROM-DATE
              SET COH-RETRO-DUE TO TRUE
           END-IF.

           WRITE COMPENSATION-HISTORY-RECORD
              INVALID KEY
           MOVE WS-SKIPPED-COUNT TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

      *    RELEASE THE CURRENCY FILES.
           SET CVA-ACTION-CLOSE TO TRUE.
           CALL 'ECURCNV' USING CURRENCY-CONVERT-ARGUMENTS.

           DISPLAY 'EMERITA - RAISES APPLIED: ' WS-APPLIED-COUNT.
           DISPLAY 'EMERITA - SKIPPED:        ' WS-SKIPPED-COUNT.

