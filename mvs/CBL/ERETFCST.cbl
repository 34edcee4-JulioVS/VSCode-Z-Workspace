       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERETFCST.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - RETIREMENT-ELIGIBILITY FORECAST REPORT.
      *      - BATCH PROGRAM, RUN YEARLY (OR ON DEMAND) AGAINST THE
      *        'EMPMAST', 'EBIRTHD', 'ESRVHST', 'EKEYPOS' AND
      *        'ESUCCSR' VSAM <KSDS> CLUSTERS IN VSAM RLS MODE (SEE
      *        THE 'RLS=' PARAMETERS ON THE ACCOMPANYING JCL), SO
      *        CICS STAYS UP. NOTHING IS UPDATED.
      *      - AN ACTIVE EMPLOYEE BECOMES ELIGIBLE ON THE EARLIER OF:
      *          . NORMAL RETIREMENT AGE ('APP-RETIRE-NORMAL-AGE'), OR
      *          . THE DAY AGE PLUS SERVICE REACHES THE POINTS TARGET
      *            ('APP-RETIRE-POINTS'), BUT NEVER BEFORE THE EARLY
      *            RETIREMENT AGE ('APP-RETIRE-EARLY-AGE').
      *        SERVICE IS TOTAL *BRIDGED* SERVICE ACROSS THE
      *        EMPLOYEE'S 'ESRVHST' STINTS, PROJECTED FORWARD ON THE
      *        ASSUMPTION THEY STAY; NO STINTS ON FILE FALLS BACK TO
      *        THE SINGLE 'EMP-START-DATE', AS 'EANNRPT' DOES.
      *      - EVERYONE ELIGIBLE WITHIN THE FORECAST WINDOW
      *        ('APP-RETIRE-FORECAST-YEARS') IS LISTED, INCLUDING
      *        THOSE ALREADY ELIGIBLE. ANYONE HOLDING AN 'EKEYPOS' KEY
      *        POSITION WITH NO 'READY NOW' SUCCESSOR ON 'ESUCCSR' IS
      *        FLAGGED FOR SUCCESSION PLANNING.
      *      - THE DATE OF BIRTH ITSELF IS NOT PRINTED, ONLY THE AGE.
      *        EMPLOYEES WITH NO DATE OF BIRTH ON FILE ARE COUNTED ON
      *        THE SUMMARY SO HR CAN CHASE THEM UP.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMAST-FILE ASSIGN TO EMPMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS EMP-EMPLOYEE-ID
                FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT EBIRTHD-FILE ASSIGN TO EBIRTHD
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BTH-EMPLOYEE-ID
                FILE STATUS IS WS-EBIRTHD-STATUS.

           SELECT ESRVHST-FILE ASSIGN TO ESRVHST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SVH-KEY
                FILE STATUS IS WS-ESRVHST-STATUS.

           SELECT EKEYPOS-FILE ASSIGN TO EKEYPOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS KPS-EMPLOYEE-ID
                FILE STATUS IS WS-EKEYPOS-STATUS.

           SELECT ESUCCSR-FILE ASSIGN TO ESUCCSR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SUC-KEY
                FILE STATUS IS WS-ESUCCSR-STATUS.

           SELECT RETIRE-REPORT-FILE ASSIGN TO RETRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-RETRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
       COPY EMPMAST.

       FD  EBIRTHD-FILE.
       COPY EBIRTHD.

       FD  ESRVHST-FILE.
       COPY ESRVHST.

       FD  EKEYPOS-FILE.
       COPY EKEYPOS.

       FD  ESUCCSR-FILE.
       COPY ESUCCSR.

       FD  RETIRE-REPORT-FILE
           RECORDING MODE IS F.
       01  RETIRE-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-EMPMAST-STATUS        PIC X(2).
             88 EMPMAST-OK                      VALUE '00'.
          05 WS-EBIRTHD-STATUS        PIC X(2).
             88 EBIRTHD-OK                      VALUE '00'.
          05 WS-ESRVHST-STATUS        PIC X(2).
             88 ESRVHST-OK                      VALUE '00'.
          05 WS-EKEYPOS-STATUS        PIC X(2).
             88 EKEYPOS-OK                      VALUE '00'.
          05 WS-ESUCCSR-STATUS        PIC X(2).
             88 ESUCCSR-OK                      VALUE '00'.
          05 WS-RETRPT-STATUS         PIC X(2).
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
             88 END-OF-EMPMAST                  VALUE 'Y'.
          05 WS-STINT-SCAN-FLAG       PIC X(1)  VALUE 'N'.
             88 END-OF-STINT-SCAN               VALUE 'Y'.
          05 WS-STINT-FOUND-FLAG      PIC X(1)  VALUE 'N'.
             88 STINTS-ON-FILE                  VALUE 'Y'.
          05 WS-SUC-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-ESUCCSR                  VALUE 'Y'.
          05 WS-READY-FLAG            PIC X(1)  VALUE 'N'.
             88 READY-SUCCESSOR-FOUND           VALUE 'Y'.
          05 WS-TODAY                 PIC X(8).
          05 WS-TODAY-NUM             PIC 9(8)  VALUE ZEROES.
          05 WS-TODAY-INT             PIC S9(8) USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-BIRTH-NUM             PIC 9(8)  VALUE ZEROES.
          05 WS-BIRTH-INT             PIC S9(8) USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-STINT-START-NUM       PIC 9(8)  VALUE ZEROES.
          05 WS-STINT-END-NUM         PIC 9(8)  VALUE ZEROES.
          05 WS-SERVICE-DAYS          PIC S9(8) USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-NORMAL-INT            PIC S9(8) USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EARLY-INT             PIC S9(8) USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-POINTS-INT            PIC S9(8) USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ELIGIBLE-INT          PIC S9(8) USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-HORIZON-INT           PIC S9(8) USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ELIGIBLE-NUM          PIC 9(8)  VALUE ZEROES.
          05 WS-ELIGIBLE-BASIS        PIC X(6).
          05 WS-AGE-YEARS             PIC 9(3)  VALUE ZEROES.
          05 WS-SERVICE-YEARS         PIC 9(3)V9 VALUE ZEROES.
      *    'ADD WHOLE YEARS TO A DATE' WORK AREA - A 29 FEBRUARY
      *    THAT LANDS IN A NON-LEAP YEAR IS TAKEN AS 28 FEBRUARY.
          05 WS-YEARS-TO-ADD          PIC 9(3)  VALUE ZEROES.
          05 WS-PLUS-YEARS-DATE       PIC 9(8)  VALUE ZEROES.
          05 WS-PLUS-YEARS-INT        PIC S9(8) USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-READ-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ACTIVE-COUNT          PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-NO-BIRTH-DATE-COUNT   PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-LISTED-COUNT          PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ALREADY-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-KEY-AT-RISK-COUNT     PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.

       01 WS-REPORT-HEADING.
          05 FILLER                   PIC X(44)
             VALUE 'RETIREMENT-ELIGIBILITY FORECAST'.
          05 FILLER                   PIC X(6)  VALUE 'DATE: '.
          05 WS-RPT-RUN-DATE          PIC X(8).
          05 FILLER                   PIC X(22) VALUE SPACES.

       01 WS-REPORT-WINDOW-LINE.
          05 FILLER                   PIC X(30)
             VALUE 'ELIGIBLE ON OR BEFORE ....... '.
          05 WS-RPT-HORIZON-DATE      PIC X(8).
          05 FILLER                   PIC X(42) VALUE SPACES.

       01 WS-REPORT-COLUMN-HEADING.
          05 FILLER                   PIC X(9)  VALUE 'EMP ID'.
          05 FILLER                   PIC X(25) VALUE 'NAME'.
          05 FILLER                   PIC X(4)  VALUE 'AGE'.
          05 FILLER                   PIC X(6)  VALUE ' SERV'.
          05 FILLER                   PIC X(9)  VALUE 'ELIGIBLE'.
          05 FILLER                   PIC X(7)  VALUE 'BASIS'.
          05 FILLER                   PIC X(20) VALUE 'SUCCESSION'.

       01 WS-REPORT-DETAIL-LINE.
          05 WS-RPT-EMPLOYEE-ID       PIC 9(8).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-NAME              PIC X(24).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-AGE               PIC ZZ9.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-SERVICE           PIC ZZ9.9.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-ELIGIBLE-DATE     PIC X(8).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-BASIS             PIC X(6).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-SUCCESSION        PIC X(20).

       01 WS-REPORT-SUMMARY-LINE.
          05 WS-RPT-SUMMARY-LABEL     PIC X(32).
          05 WS-RPT-SUMMARY-TOTAL     PIC Z(7)9.
          05 FILLER                   PIC X(40) VALUE SPACES.

      ******************************************************************
      *   APPLICATION CONSTANTS (RETIREMENT AGES, POINTS, WINDOW).
      ******************************************************************
       COPY ECONST.
      ******************************************************************
      *   RUN-HISTORY LOG ARGUMENTS (SEE 'ERUNLOG').
      ******************************************************************
       COPY ERUNARG.
      ******************************************************************
      *   REPORT REPOSITORY DEPOSIT ARGUMENTS (SEE 'ERPTSTO').
      ******************************************************************
       COPY ERPTARG.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-EMPLOYEE UNTIL END-OF-EMPMAST.
           PERFORM 3000-PRODUCE-SUMMARY.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           OPEN INPUT EMPMAST-FILE.
           IF NOT EMPMAST-OK
              DISPLAY 'ERETFCST - UNABLE TO OPEN EMPMAST, STATUS='
                 WS-EMPMAST-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT EBIRTHD-FILE.
           IF NOT EBIRTHD-OK
              DISPLAY 'ERETFCST - UNABLE TO OPEN EBIRTHD, STATUS='
                 WS-EBIRTHD-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT ESRVHST-FILE.
           IF NOT ESRVHST-OK
              DISPLAY 'ERETFCST - UNABLE TO OPEN ESRVHST, STATUS='
                 WS-ESRVHST-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT EKEYPOS-FILE.
           IF NOT EKEYPOS-OK
              DISPLAY 'ERETFCST - UNABLE TO OPEN EKEYPOS, STATUS='
                 WS-EKEYPOS-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT ESUCCSR-FILE.
           IF NOT ESUCCSR-OK
              DISPLAY 'ERETFCST - UNABLE TO OPEN ESUCCSR, STATUS='
                 WS-ESUCCSR-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT RETIRE-REPORT-FILE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY TO WS-TODAY-NUM.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
           MOVE WS-TODAY TO WS-RPT-RUN-DATE.

      *    THE FORECAST WINDOW RUNS FROM TODAY TO THE SAME DAY
      *    'APP-RETIRE-FORECAST-YEARS' YEARS ON.
           MOVE WS-TODAY-NUM TO WS-PLUS-YEARS-DATE.
           MOVE APP-RETIRE-FORECAST-YEARS TO WS-YEARS-TO-ADD.
           PERFORM 2500-ADD-YEARS-TO-DATE.
           MOVE WS-PLUS-YEARS-INT TO WS-HORIZON-INT.
           MOVE WS-PLUS-YEARS-DATE TO WS-RPT-HORIZON-DATE.

           MOVE WS-REPORT-HEADING TO RETIRE-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE WS-REPORT-WINDOW-LINE TO RETIRE-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE SPACES TO RETIRE-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE WS-REPORT-COLUMN-HEADING TO RETIRE-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           PERFORM 1100-READ-NEXT-EMPLOYEE.

      *-----------------------------------------------------------------
       READING SECTION.
      *-----------------------------------------------------------------

       1100-READ-NEXT-EMPLOYEE.
           READ EMPMAST-FILE NEXT RECORD
              AT END
                 SET END-OF-EMPMAST TO TRUE
           END-READ.

           IF NOT END-OF-EMPMAST THEN
              ADD 1 TO WS-READ-COUNT
           END-IF.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------

       2000-PROCESS-EMPLOYEE.
           IF EMP-ACTIVE THEN
              ADD 1 TO WS-ACTIVE-COUNT
              PERFORM 2100-FORECAST-EMPLOYEE
           END-IF.

           PERFORM 1100-READ-NEXT-EMPLOYEE.

       2100-FORECAST-EMPLOYEE.
           MOVE EMP-EMPLOYEE-ID TO BTH-EMPLOYEE-ID.
           READ EBIRTHD-FILE
              INVALID KEY
                 ADD 1 TO WS-NO-BIRTH-DATE-COUNT
                 EXIT PARAGRAPH
           END-READ.

           IF BTH-BIRTH-DATE IS NOT NUMERIC THEN
              ADD 1 TO WS-NO-BIRTH-DATE-COUNT
              EXIT PARAGRAPH
           END-IF.
           MOVE BTH-BIRTH-DATE TO WS-BIRTH-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-BIRTH-NUM) NOT = 0 THEN
              ADD 1 TO WS-NO-BIRTH-DATE-COUNT
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-BIRTH-INT =
              FUNCTION INTEGER-OF-DATE(WS-BIRTH-NUM).

           PERFORM 2150-COMPUTE-BRIDGED-SERVICE.

      *    NORMAL RETIREMENT AGE.
           MOVE WS-BIRTH-NUM TO WS-PLUS-YEARS-DATE.
           MOVE APP-RETIRE-NORMAL-AGE TO WS-YEARS-TO-ADD.
           PERFORM 2500-ADD-YEARS-TO-DATE.
           MOVE WS-PLUS-YEARS-INT TO WS-NORMAL-INT.

      *    EARLY RETIREMENT AGE - THE POINTS ROUTE NEVER COMES SOONER.
           MOVE WS-BIRTH-NUM TO WS-PLUS-YEARS-DATE.
           MOVE APP-RETIRE-EARLY-AGE TO WS-YEARS-TO-ADD.
           PERFORM 2500-ADD-YEARS-TO-DATE.
           MOVE WS-PLUS-YEARS-INT TO WS-EARLY-INT.

      *    POINTS ROUTE: ON DAY D, AGE IS (D - BIRTH) AND SERVICE IS
      *    (SERVICE-TO-DATE + D - TODAY), BOTH IN DAYS. THEIR SUM HITS
      *    THE TARGET WHEN
      *       2D = TARGET + BIRTH + TODAY - SERVICE-TO-DATE,
      *    ROUNDED UP TO A WHOLE DAY.
           COMPUTE WS-POINTS-INT =
              (APP-RETIRE-POINTS * 365.25 + WS-BIRTH-INT
             + WS-TODAY-INT - WS-SERVICE-DAYS + 1) / 2.
           IF WS-POINTS-INT < WS-EARLY-INT THEN
              MOVE WS-EARLY-INT TO WS-POINTS-INT
           END-IF.

           IF WS-POINTS-INT < WS-NORMAL-INT THEN
              MOVE WS-POINTS-INT TO WS-ELIGIBLE-INT
              MOVE 'POINTS' TO WS-ELIGIBLE-BASIS
           ELSE
              MOVE WS-NORMAL-INT TO WS-ELIGIBLE-INT
              MOVE 'AGE' TO WS-ELIGIBLE-BASIS
           END-IF.

           IF WS-ELIGIBLE-INT > WS-HORIZON-INT THEN
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2200-LIST-EMPLOYEE.

      *    SUM THE DAYS OF EVERY STINT (AN OPEN STINT RUNS TO TODAY).
      *    NO STINTS ON FILE MEANS A LEGACY EMPLOYEE - FALL BACK TO
      *    THE SINGLE 'EMP-START-DATE'.
       2150-COMPUTE-BRIDGED-SERVICE.
           MOVE ZEROES TO WS-SERVICE-DAYS.
           MOVE 'N' TO WS-STINT-FOUND-FLAG.
           MOVE 'N' TO WS-STINT-SCAN-FLAG.

           MOVE EMP-EMPLOYEE-ID TO SVH-EMPLOYEE-ID.
           MOVE ZEROES TO SVH-STINT-NUMBER.

           START ESRVHST-FILE KEY IS GREATER THAN SVH-KEY
              INVALID KEY
                 SET END-OF-STINT-SCAN TO TRUE
           END-START.

           PERFORM 2160-SUM-NEXT-STINT UNTIL END-OF-STINT-SCAN.

           IF NOT STINTS-ON-FILE AND
              EMP-START-DATE IS NUMERIC AND
              EMP-START-DATE IS NOT EQUAL TO ZEROES THEN
              MOVE EMP-START-DATE TO WS-STINT-START-NUM
              COMPUTE WS-SERVICE-DAYS = WS-TODAY-INT -
                 FUNCTION INTEGER-OF-DATE(WS-STINT-START-NUM)
           END-IF.

           IF WS-SERVICE-DAYS < ZEROES THEN
              MOVE ZEROES TO WS-SERVICE-DAYS
           END-IF.

       2160-SUM-NEXT-STINT.
           READ ESRVHST-FILE NEXT RECORD
              AT END
                 SET END-OF-STINT-SCAN TO TRUE
           END-READ.

           IF END-OF-STINT-SCAN THEN
              EXIT PARAGRAPH
           END-IF.

           IF SVH-EMPLOYEE-ID IS NOT EQUAL TO EMP-EMPLOYEE-ID THEN
              SET END-OF-STINT-SCAN TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF SVH-START-DATE IS NOT NUMERIC OR
              SVH-START-DATE IS EQUAL TO ZEROES THEN
              EXIT PARAGRAPH
           END-IF.

           SET STINTS-ON-FILE TO TRUE.
           MOVE SVH-START-DATE TO WS-STINT-START-NUM.

           IF SVH-END-DATE IS NUMERIC AND
              SVH-END-DATE IS NOT EQUAL TO ZEROES THEN
              MOVE SVH-END-DATE TO WS-STINT-END-NUM
              COMPUTE WS-SERVICE-DAYS = WS-SERVICE-DAYS +
                 FUNCTION INTEGER-OF-DATE(WS-STINT-END-NUM) -
                 FUNCTION INTEGER-OF-DATE(WS-STINT-START-NUM)
           ELSE
              COMPUTE WS-SERVICE-DAYS = WS-SERVICE-DAYS +
                 WS-TODAY-INT -
                 FUNCTION INTEGER-OF-DATE(WS-STINT-START-NUM)
           END-IF.

       2200-LIST-EMPLOYEE.
           ADD 1 TO WS-LISTED-COUNT.
           IF WS-ELIGIBLE-INT NOT > WS-TODAY-INT THEN
              ADD 1 TO WS-ALREADY-COUNT
           END-IF.

           COMPUTE WS-AGE-YEARS =
              (WS-TODAY-INT - WS-BIRTH-INT) / 365.25.
           COMPUTE WS-SERVICE-YEARS = WS-SERVICE-DAYS / 365.25.
           COMPUTE WS-ELIGIBLE-NUM =
              FUNCTION DATE-OF-INTEGER(WS-ELIGIBLE-INT).

           PERFORM 2300-CHECK-SUCCESSION.

           MOVE EMP-EMPLOYEE-ID TO WS-RPT-EMPLOYEE-ID.
           MOVE EMP-PRIMARY-NAME TO WS-RPT-NAME.
           MOVE WS-AGE-YEARS TO WS-RPT-AGE.
           MOVE WS-SERVICE-YEARS TO WS-RPT-SERVICE.
           MOVE WS-ELIGIBLE-NUM TO WS-RPT-ELIGIBLE-DATE.
           MOVE WS-ELIGIBLE-BASIS TO WS-RPT-BASIS.

           MOVE WS-REPORT-DETAIL-LINE TO RETIRE-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

      *    A KEY-POSITION HOLDER IS AT RISK UNLESS AT LEAST ONE OF
      *    THE POSITION'S SUCCESSORS IS RATED 'READY NOW'.
       2300-CHECK-SUCCESSION.
           MOVE SPACES TO WS-RPT-SUCCESSION.

           MOVE EMP-EMPLOYEE-ID TO KPS-EMPLOYEE-ID.
           READ EKEYPOS-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.

           MOVE 'N' TO WS-READY-FLAG.
           MOVE 'N' TO WS-SUC-EOF-FLAG.
           MOVE KPS-EMPLOYEE-ID TO SUC-POSITION-EMP-ID.
           MOVE ZEROES TO SUC-CANDIDATE-EMP-ID.

           START ESUCCSR-FILE KEY IS GREATER THAN SUC-KEY
              INVALID KEY
                 SET END-OF-ESUCCSR TO TRUE
           END-START.

           PERFORM 2350-CHECK-NEXT-SUCCESSOR
              UNTIL END-OF-ESUCCSR OR READY-SUCCESSOR-FOUND.

           IF READY-SUCCESSOR-FOUND THEN
              MOVE 'KEY POS - COVERED' TO WS-RPT-SUCCESSION
           ELSE
              MOVE '*KEY POS - NO READY*' TO WS-RPT-SUCCESSION
              ADD 1 TO WS-KEY-AT-RISK-COUNT
           END-IF.

       2350-CHECK-NEXT-SUCCESSOR.
           READ ESUCCSR-FILE NEXT RECORD
              AT END
                 SET END-OF-ESUCCSR TO TRUE
           END-READ.

           IF END-OF-ESUCCSR THEN
              EXIT PARAGRAPH
           END-IF.

           IF SUC-POSITION-EMP-ID IS NOT EQUAL TO KPS-EMPLOYEE-ID
              SET END-OF-ESUCCSR TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF SUC-READY-NOW THEN
              SET READY-SUCCESSOR-FOUND TO TRUE
           END-IF.

      *    ADD 'WS-YEARS-TO-ADD' WHOLE YEARS TO 'WS-PLUS-YEARS-DATE'
      *    AND RETURN ITS INTEGER-OF-DATE IN 'WS-PLUS-YEARS-INT'.
       2500-ADD-YEARS-TO-DATE.
           COMPUTE WS-PLUS-YEARS-DATE =
              WS-PLUS-YEARS-DATE + WS-YEARS-TO-ADD * 10000.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-PLUS-YEARS-DATE) NOT = 0
              SUBTRACT 1 FROM WS-PLUS-YEARS-DATE
           END-IF.
           COMPUTE WS-PLUS-YEARS-INT =
              FUNCTION INTEGER-OF-DATE(WS-PLUS-YEARS-DATE).

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------

       3000-PRODUCE-SUMMARY.
           MOVE SPACES TO RETIRE-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'ACTIVE EMPLOYEES ................'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-ACTIVE-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3900-WRITE-SUMMARY-LINE.

           MOVE 'ELIGIBLE WITHIN THE WINDOW ......'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-LISTED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3900-WRITE-SUMMARY-LINE.

           MOVE '  OF WHOM ALREADY ELIGIBLE ......'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-ALREADY-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3900-WRITE-SUMMARY-LINE.

           MOVE 'KEY POSITIONS WITHOUT READY SUCC.'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-KEY-AT-RISK-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3900-WRITE-SUMMARY-LINE.

           MOVE 'NO DATE OF BIRTH ON FILE ........'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-NO-BIRTH-DATE-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3900-WRITE-SUMMARY-LINE.

       3900-WRITE-SUMMARY-LINE.
           MOVE WS-REPORT-SUMMARY-LINE TO RETIRE-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

      *    EVERY LINE PRINTED IS ALSO DEPOSITED ON THE COMMON 'ERPTREP'
      *    REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S OUTPUT CAN BE
      *    PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD OF CHASING HELD
      *    SYSOUT.
       8800-WRITE-REPORT-LINE.
           MOVE RETIRE-REPORT-LINE TO RSA-PRINT-LINE.
           MOVE 'ERETFCST' TO RSA-REPORT-NAME.
           SET RSA-ACTION-LINE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.
           WRITE RETIRE-REPORT-LINE.

      *-----------------------------------------------------------------
       TERMINATION SECTION.
      *-----------------------------------------------------------------

       9000-TERMINATE.

      *    FINISH THE REPORT REPOSITORY DEPOSIT.
           SET RSA-ACTION-CLOSE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *    LOG THE RUN ON THE COMMON RUN-HISTORY FILE.
           MOVE 'ERETFCST' TO RLG-JOB-NAME.
           MOVE WS-READ-COUNT TO RLG-INPUT-COUNT.
           MOVE WS-LISTED-COUNT TO RLG-OUTPUT-COUNT.
           MOVE ZEROES TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'ERETFCST - EMPLOYEES READ:       ' WS-READ-COUNT.
           DISPLAY 'ERETFCST - EMPLOYEES LISTED:     '
              WS-LISTED-COUNT.
           DISPLAY 'ERETFCST - NO DATE OF BIRTH:     '
              WS-NO-BIRTH-DATE-COUNT.

           CLOSE EMPMAST-FILE.
           CLOSE EBIRTHD-FILE.
           CLOSE ESRVHST-FILE.
           CLOSE EKEYPOS-FILE.
           CLOSE ESUCCSR-FILE.
           CLOSE RETIRE-REPORT-FILE.
