      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - SPAN-OF-CONTROL HISTORY.
      *      - RECORD LAYOUT FOR 'ESPNHST' VSAM <KSDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.KSDS.ESPNHST'.
      *      - ONE RECORD PER SCOPE PER RUN OF THE QUARTERLY
      *        'ESPANRPT' ANALYSIS: THE WHOLE ORGANIZATION, EACH
      *        DIVISION AND EACH DEPARTMENT, WITH ITS MANAGER COUNT,
      *        AVERAGE SPAN, DEPTH AND FLAG COUNTS - SO THE NEXT
      *        QUARTER'S RUN CAN SHOW WHAT MOVED.
      *      - KEYED SCOPE-MAJOR SO A SCOPE'S RUNS READ BACK
      *        TOGETHER, OLDEST FIRST.
      ******************************************************************
       01 SPAN-HISTORY-RECORD.
          05 SPH-KEY.
             10 SPH-SCOPE-TYPE          PIC X(1).
                88 SPH-SCOPE-TOTAL                VALUE 'T'.
                88 SPH-SCOPE-DIVISION             VALUE 'V'.
                88 SPH-SCOPE-DEPARTMENT           VALUE 'D'.
      *         DEPARTMENT OR DIVISION ID - ZEROES FOR THE TOTAL.
             10 SPH-SCOPE-ID            PIC 9(8).
             10 SPH-RUN-DATE            PIC X(8).
          05 SPH-DETAILS.
             10 SPH-EMPLOYEE-COUNT      PIC 9(6).
             10 SPH-MANAGER-COUNT       PIC 9(5).
             10 SPH-AVERAGE-SPAN        PIC 9(3)V99.
             10 SPH-MAX-LAYERS          PIC 9(3).
      *         MANAGERS WITH ONLY ONE OR TWO DIRECT REPORTS.
             10 SPH-NARROW-COUNT        PIC 9(5).
      *         MANAGERS ABOVE THE MAXIMUM SPAN IN FORCE FOR THE RUN.
             10 SPH-WIDE-COUNT          PIC 9(5).
      *         EMPLOYEES SITTING BELOW THE TARGET NUMBER OF LAYERS.
             10 SPH-DEEP-COUNT          PIC 9(6).
      *         THE LIMITS THE RUN WAS JUDGED AGAINST.
             10 SPH-MAXIMUM-SPAN        PIC 9(3).
             10 SPH-TARGET-LAYERS       PIC 9(2).
             10 FILLER                  PIC X(20).
