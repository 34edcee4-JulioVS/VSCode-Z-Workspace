       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESATSWP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - EMPLOYEE SATELLITE FILE ORPHAN SWEEP.
      *      - WEEKLY BATCH, RUN OFFLINE AGAINST 'EMPMAST', THE
      *        'EPRGHST' PURGE ARCHIVE AND THE SATELLITE VSAM <KSDS>
      *        CLUSTERS KEYED BY EMPLOYEE ID (OPENED IN VSAM RLS
      *        MODE - SEE THE 'RLS=' PARAMETERS ON THE ACCOMPANYING
      *        JCL - SO THE CLUSTERS STAY ONLINE TO CICS).
      *      - NOTHING ELSE CHECKS THAT A SATELLITE RECORD STILL
      *        POINTS AT A REAL EMPLOYEE, AND 'EPURGB' ONLY EVER
      *        REMOVES THE 'EMPMAST' RECORD ITSELF. THIS JOB MAKES
      *        TWO PASSES:
      *          1. 'EMPMAST' - EVERY ACTIVE EMPLOYEE SHOULD HAVE A
      *             LEAVE BALANCE ('ELEAVE'), CONTACT DETAILS
      *             ('ECONTCT'), A WORK SITE ('EEMPSIT') AND BANK
      *             DETAILS ('EBANKDT'). EACH ONE MISSING IS LISTED.
      *          2. EACH SATELLITE FILE IN TURN - EVERY RECORD'S
      *             OWNER IS LOOKED UP ON 'EMPMAST' AND, FAILING
      *             THAT, ON 'EPRGHST', AND THE RECORD IS LISTED
      *             WHEN:
      *               - NO EMPLOYEE OWNS IT AT ALL,
      *               - ITS OWNER HAS BEEN PURGED,
      *               - IT IS STILL LIVE (AN ACTIVE BENEFIT, AN
      *                 OPEN PROBATION, AN OUTSTANDING LOAN) FOR A
      *                 DELETED OR PURGED EMPLOYEE.
      *        THE REST OF A DELETED (NOT YET PURGED) EMPLOYEE'S
      *        RECORDS ARE KEPT ON PURPOSE UNTIL THE PURGE AND ARE
      *        NOT LISTED.
      *      - A ONE-CARD 'SYSIN' CONTROL RECORD SELECTS CLEAN-UP
      *        MODE: 'Y' REMOVES THE TRUE ORPHANS - RECORDS WHOSE
      *        OWNER IS NO LONGER ON 'EMPMAST' AND WHICH ARE NOT
      *        STILL LIVE. EACH ONE'S IMAGE GOES TO THE 'SATARC'
      *        DATASET BEFORE IT IS DELETED, THE SAME ARCHIVE-FIRST
      *        RULE 'EPURGB' FOLLOWS. LIVE RECORDS AND MISSING ONES
      *        ARE ALWAYS LEFT FOR SOMEONE TO REVIEW. 'N' (OR NO
      *        CARD) ONLY REPORTS.
      *      - AS A SAFETY NET, AN EMPTY 'EMPMAST' (A WRONG DD, SAY)
      *        TURNS CLEAN-UP MODE OFF - OTHERWISE EVERY SATELLITE
      *        RECORD WOULD LOOK ORPHANED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMAST-FILE ASSIGN TO EMPMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EMP-EMPLOYEE-ID
                FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT EPRGHST-FILE ASSIGN TO EPRGHST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PHS-KEY
                FILE STATUS IS WS-EPRGHST-STATUS.

           SELECT ELEAVE-FILE ASSIGN TO ELEAVE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LEA-KEY
                FILE STATUS IS WS-ELEAVE-STATUS.

           SELECT ECONTCT-FILE ASSIGN TO ECONTCT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CON-KEY
                FILE STATUS IS WS-ECONTCT-STATUS.

           SELECT EBANKDT-FILE ASSIGN TO EBANKDT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BNK-KEY
                FILE STATUS IS WS-EBANKDT-STATUS.

           SELECT EEMPSIT-FILE ASSIGN TO EEMPSIT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EST-KEY
                FILE STATUS IS WS-EEMPSIT-STATUS.

           SELECT EEMPTYP-FILE ASSIGN TO EEMPTYP
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ETY-KEY
                FILE STATUS IS WS-EEMPTYP-STATUS.

           SELECT EBIRTHD-FILE ASSIGN TO EBIRTHD
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BTH-KEY
                FILE STATUS IS WS-EBIRTHD-STATUS.

           SELECT EDEMOGR-FILE ASSIGN TO EDEMOGR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DMG-KEY
                FILE STATUS IS WS-EDEMOGR-STATUS.

           SELECT EPAYCUR-FILE ASSIGN TO EPAYCUR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PCU-KEY
                FILE STATUS IS WS-EPAYCUR-STATUS.

           SELECT ECCSPLIT-FILE ASSIGN TO ECCSPLIT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SPL-KEY
                FILE STATUS IS WS-ECCSPLIT-STATUS.

           SELECT ESKILL-FILE ASSIGN TO ESKILL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SKL-KEY
                FILE STATUS IS WS-ESKILL-STATUS.

           SELECT EBENROL-FILE ASSIGN TO EBENROL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BEN-KEY
                FILE STATUS IS WS-EBENROL-STATUS.

           SELECT EPROBTN-FILE ASSIGN TO EPROBTN
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PRB-KEY
                FILE STATUS IS WS-EPROBTN-STATUS.

           SELECT ELOANDT-FILE ASSIGN TO ELOANDT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LON-KEY
                FILE STATUS IS WS-ELOANDT-STATUS.
           SELECT SATELLITE-ARCHIVE-FILE ASSIGN TO SATARC
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SATARC-STATUS.

           SELECT SWEEP-REPORT-FILE ASSIGN TO SATRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SATRPT-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SYSIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
       COPY EMPMAST.

       FD  EPRGHST-FILE.
       COPY EPRGHST.

       FD  ELEAVE-FILE.
       COPY ELEAVE.

       FD  ECONTCT-FILE.
       COPY ECONTCT.

       FD  EBANKDT-FILE.
       COPY EBANKDT.

       FD  EEMPSIT-FILE.
       COPY EEMPSIT.

       FD  EEMPTYP-FILE.
       COPY EEMPTYP.

       FD  EBIRTHD-FILE.
       COPY EBIRTHD.

       FD  EDEMOGR-FILE.
       COPY EDEMOGR.

       FD  EPAYCUR-FILE.
       COPY EPAYCUR.

       FD  ECCSPLIT-FILE.
       COPY ECCSPLIT.

       FD  ESKILL-FILE.
       COPY ESKILL.

       FD  EBENROL-FILE.
       COPY EBENROL.

       FD  EPROBTN-FILE.
       COPY EPROBTN.

       FD  ELOANDT-FILE.
       COPY ELOANDT.
       FD  SATELLITE-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  SATELLITE-ARCHIVE-RECORD.
           05 ARC-TIMESTAMP             PIC X(21).
           05 ARC-CLEANED-BY            PIC X(8).
           05 ARC-FILE-NAME             PIC X(8).
           05 ARC-EMPLOYEE-ID           PIC 9(8).
           05 ARC-RECORD-IMAGE          PIC X(256).

       FD  SWEEP-REPORT-FILE
           RECORDING MODE IS F.
       01  SWEEP-REPORT-LINE            PIC X(80).

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD.
           05 CC-CLEAN-UP-FLAG          PIC X(1).
           05 FILLER                    PIC X(79).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-EMPMAST-STATUS        PIC X(2).
             88 EMPMAST-OK                      VALUE '00'.
          05 WS-EPRGHST-STATUS        PIC X(2).
             88 EPRGHST-OK                      VALUE '00'.
          05 WS-ELEAVE-STATUS         PIC X(2).
             88 ELEAVE-OK                       VALUE '00'.
          05 WS-ECONTCT-STATUS        PIC X(2).
             88 ECONTCT-OK                      VALUE '00'.
          05 WS-EBANKDT-STATUS        PIC X(2).
             88 EBANKDT-OK                      VALUE '00'.
          05 WS-EEMPSIT-STATUS        PIC X(2).
             88 EEMPSIT-OK                      VALUE '00'.
          05 WS-EEMPTYP-STATUS        PIC X(2).
             88 EEMPTYP-OK                      VALUE '00'.
          05 WS-EBIRTHD-STATUS        PIC X(2).
             88 EBIRTHD-OK                      VALUE '00'.
          05 WS-EDEMOGR-STATUS        PIC X(2).
             88 EDEMOGR-OK                      VALUE '00'.
          05 WS-EPAYCUR-STATUS        PIC X(2).
             88 EPAYCUR-OK                      VALUE '00'.
          05 WS-ECCSPLIT-STATUS       PIC X(2).
             88 ECCSPLIT-OK                     VALUE '00'.
          05 WS-ESKILL-STATUS         PIC X(2).
             88 ESKILL-OK                       VALUE '00'.
          05 WS-EBENROL-STATUS        PIC X(2).
             88 EBENROL-OK                      VALUE '00'.
          05 WS-EPROBTN-STATUS        PIC X(2).
             88 EPROBTN-OK                      VALUE '00'.
          05 WS-ELOANDT-STATUS        PIC X(2).
             88 ELOANDT-OK                      VALUE '00'.
          05 WS-SATARC-STATUS         PIC X(2).
             88 SATARC-OK                       VALUE '00'.
          05 WS-SATRPT-STATUS         PIC X(2).
          05 WS-SYSIN-STATUS          PIC X(2).
          05 WS-CLEAN-UP-FLAG         PIC X(1)  VALUE 'N'.
             88 CLEAN-UP-MODE                   VALUE 'Y'.
          05 WS-ARCHIVE-OPEN-FLAG     PIC X(1)  VALUE 'N'.
             88 ARCHIVE-OPEN                    VALUE 'Y'.
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
             88 END-OF-EMPMAST                  VALUE 'Y'.
          05 WS-SAT-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-SATELLITE                VALUE 'Y'.
          05 WS-EMPLOYEE-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ACTIVE-COUNT          PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-SATELLITE-COUNT       PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-FINDING-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-CLEANED-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.

      *    THE SATELLITE RECORD BEING CHECKED.
       01 WS-SATELLITE-VARS.
          05 WS-FILE-IDX              PIC 9(2)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-SAT-EMPLOYEE-ID       PIC 9(8)  VALUE ZEROES.
          05 WS-SAT-KEY-SUFFIX        PIC X(8)  VALUE SPACES.
          05 WS-SAT-LIVE-FLAG         PIC X(1)  VALUE 'N'.
             88 SAT-RECORD-ACTIVE               VALUE 'Y'.
             88 SAT-RECORD-DORMANT              VALUE 'N'.
          05 WS-SAT-ACTION            PIC X(1)  VALUE 'K'.
             88 SAT-KEEP-RECORD                 VALUE 'K'.
             88 SAT-CLEAN-UP-RECORD             VALUE 'C'.
             88 SAT-ARCHIVED                    VALUE 'A'.
             88 SAT-ARCHIVE-FAILED              VALUE 'W'.
             88 SAT-DELETE-FAILED               VALUE 'F'.
          05 WS-ARC-IMAGE             PIC X(256) VALUE SPACES.

      *    OWNER OF THE LAST EMPLOYEE ID LOOKED UP - SATELLITE FILES
      *    ARE IN EMPLOYEE ID ORDER, SO A RUN OF RECORDS FOR THE SAME
      *    PERSON COSTS ONE LOOKUP.
       01 WS-OWNER-VARS.
          05 WS-LAST-OWNER-ID         PIC X(8)  VALUE SPACES.
          05 WS-OWNER-STATE           PIC X(1)  VALUE SPACES.
             88 OWNER-LIVE                      VALUE 'L'.
             88 OWNER-DELETED                   VALUE 'D'.
             88 OWNER-PURGED                    VALUE 'P'.
             88 OWNER-UNKNOWN                   VALUE 'U'.

      *    THE SATELLITE FILES SWEPT, IN THE ORDER THEY ARE SWEPT.
       01 WS-SATELLITE-NAME-VALUES.
          05 FILLER                   PIC X(8)  VALUE 'ELEAVE'.
          05 FILLER                   PIC X(8)  VALUE 'ECONTCT'.
          05 FILLER                   PIC X(8)  VALUE 'EBANKDT'.
          05 FILLER                   PIC X(8)  VALUE 'EEMPSIT'.
          05 FILLER                   PIC X(8)  VALUE 'EEMPTYP'.
          05 FILLER                   PIC X(8)  VALUE 'EBIRTHD'.
          05 FILLER                   PIC X(8)  VALUE 'EDEMOGR'.
          05 FILLER                   PIC X(8)  VALUE 'EPAYCUR'.
          05 FILLER                   PIC X(8)  VALUE 'ECCSPLIT'.
          05 FILLER                   PIC X(8)  VALUE 'ESKILL'.
          05 FILLER                   PIC X(8)  VALUE 'EBENROL'.
          05 FILLER                   PIC X(8)  VALUE 'EPROBTN'.
          05 FILLER                   PIC X(8)  VALUE 'ELOANDT'.
       01 WS-SATELLITE-NAMES REDEFINES WS-SATELLITE-NAME-VALUES.
          05 WS-SATELLITE-NAME        PIC X(8)  OCCURS 13 TIMES.

       01 WS-FILE-TOTALS.
          05 WS-FT-IDX                PIC 9(2)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-FT-ENTRY OCCURS 13 TIMES.
             10 WS-FT-READ            PIC 9(8)  USAGE IS BINARY.
             10 WS-FT-NO-OWNER        PIC 9(8)  USAGE IS BINARY.
             10 WS-FT-PURGED          PIC 9(8)  USAGE IS BINARY.
             10 WS-FT-LIVE            PIC 9(8)  USAGE IS BINARY.
             10 WS-FT-MISSING         PIC 9(8)  USAGE IS BINARY.
             10 WS-FT-CLEANED         PIC 9(8)  USAGE IS BINARY.

       01 WS-REPORT-HEADING.
          05 WS-RPT-HEADING-TEXT      PIC X(60)
             VALUE 'SATELLITE FILE ORPHAN SWEEP - REPORT ONLY'.
          05 FILLER                   PIC X(20) VALUE SPACES.

       01 WS-SECTION-HEADING-LINE     PIC X(80).

       01 WS-DETAIL-HEADING-LINE.
          05 FILLER                   PIC X(10) VALUE 'FILE'.
          05 FILLER                   PIC X(10) VALUE 'EMPLOYEE'.
          05 FILLER                   PIC X(10) VALUE 'KEY'.
          05 FILLER                   PIC X(30) VALUE 'FINDING'.
          05 FILLER                   PIC X(20) VALUE 'DISPOSITION'.

       01 WS-REPORT-DETAIL-LINE.
          05 WS-RPT-FILE-NAME         PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-EMP-ID            PIC 9(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-KEY-SUFFIX        PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-FINDING           PIC X(28).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-DISPOSITION       PIC X(14).
          05 FILLER                   PIC X(6)  VALUE SPACES.

       01 WS-TOTALS-HEADING-LINE.
          05 FILLER                   PIC X(8)  VALUE 'FILE'.
          05 FILLER                   PIC X(9)  VALUE '     READ'.
          05 FILLER                   PIC X(8)  VALUE 'NO-OWNER'.
          05 FILLER                   PIC X(8)  VALUE '  PURGED'.
          05 FILLER                   PIC X(8)  VALUE '    LIVE'.
          05 FILLER                   PIC X(8)  VALUE ' MISSING'.
          05 FILLER                   PIC X(8)  VALUE ' CLEANED'.
          05 FILLER                   PIC X(23) VALUE SPACES.

       01 WS-TOTALS-DETAIL-LINE.
          05 WS-TOT-FILE-NAME         PIC X(8).
          05 WS-TOT-READ              PIC Z(8)9.
          05 WS-TOT-NO-OWNER          PIC Z(7)9.
          05 WS-TOT-PURGED            PIC Z(7)9.
          05 WS-TOT-LIVE              PIC Z(7)9.
          05 WS-TOT-MISSING           PIC Z(7)9.
          05 WS-TOT-CLEANED           PIC Z(7)9.
          05 FILLER                   PIC X(23) VALUE SPACES.

       01 WS-REPORT-SUMMARY-LINE.
          05 WS-RPT-SUMMARY-LABEL     PIC X(28).
          05 WS-RPT-SUMMARY-TOTAL     PIC Z(7)9.
          05 FILLER                   PIC X(44) VALUE SPACES.

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
           PERFORM 2000-CHECK-EMPLOYEE UNTIL END-OF-EMPMAST.
           PERFORM 3000-SWEEP-SATELLITES.
           PERFORM 7000-PRODUCE-SUMMARY.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           PERFORM 1050-GET-CLEAN-UP-INDICATOR.

           OPEN INPUT EMPMAST-FILE.
           IF NOT EMPMAST-OK
              DISPLAY 'ESATSWP - UNABLE TO OPEN EMPMAST, STATUS='
                 WS-EMPMAST-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT EPRGHST-FILE.
           IF NOT EPRGHST-OK
              DISPLAY 'ESATSWP - UNABLE TO OPEN EPRGHST, STATUS='
                 WS-EPRGHST-STATUS
              STOP RUN
           END-IF.

           IF CLEAN-UP-MODE
              OPEN I-O ELEAVE-FILE
           ELSE
              OPEN INPUT ELEAVE-FILE
           END-IF.
           IF NOT ELEAVE-OK
              DISPLAY 'ESATSWP - UNABLE TO OPEN ELEAVE, STATUS='
                 WS-ELEAVE-STATUS
              STOP RUN
           END-IF.

           IF CLEAN-UP-MODE
              OPEN I-O ECONTCT-FILE
           ELSE
              OPEN INPUT ECONTCT-FILE
           END-IF.
           IF NOT ECONTCT-OK
              DISPLAY 'ESATSWP - UNABLE TO OPEN ECONTCT, STATUS='
                 WS-ECONTCT-STATUS
              STOP RUN
           END-IF.

           IF CLEAN-UP-MODE
              OPEN I-O EBANKDT-FILE
           ELSE
              OPEN INPUT EBANKDT-FILE
           END-IF.
           IF NOT EBANKDT-OK
              DISPLAY 'ESATSWP - UNABLE TO OPEN EBANKDT, STATUS='
                 WS-EBANKDT-STATUS
              STOP RUN
           END-IF.

           IF CLEAN-UP-MODE
              OPEN I-O EEMPSIT-FILE
           ELSE
              OPEN INPUT EEMPSIT-FILE
           END-IF.
           IF NOT EEMPSIT-OK
              DISPLAY 'ESATSWP - UNABLE TO OPEN EEMPSIT, STATUS='
                 WS-EEMPSIT-STATUS
              STOP RUN
           END-IF.

           IF CLEAN-UP-MODE
              OPEN I-O EEMPTYP-FILE
           ELSE
              OPEN INPUT EEMPTYP-FILE
           END-IF.
           IF NOT EEMPTYP-OK
              DISPLAY 'ESATSWP - UNABLE TO OPEN EEMPTYP, STATUS='
                 WS-EEMPTYP-STATUS
              STOP RUN
           END-IF.

           IF CLEAN-UP-MODE
              OPEN I-O EBIRTHD-FILE
           ELSE
              OPEN INPUT EBIRTHD-FILE
           END-IF.
           IF NOT EBIRTHD-OK
              DISPLAY 'ESATSWP - UNABLE TO OPEN EBIRTHD, STATUS='
                 WS-EBIRTHD-STATUS
              STOP RUN
           END-IF.

           IF CLEAN-UP-MODE
              OPEN I-O EDEMOGR-FILE
           ELSE
              OPEN INPUT EDEMOGR-FILE
           END-IF.
           IF NOT EDEMOGR-OK
              DISPLAY 'ESATSWP - UNABLE TO OPEN EDEMOGR, STATUS='
                 WS-EDEMOGR-STATUS
              STOP RUN
           END-IF.

           IF CLEAN-UP-MODE
              OPEN I-O EPAYCUR-FILE
           ELSE
              OPEN INPUT EPAYCUR-FILE
           END-IF.
           IF NOT EPAYCUR-OK
              DISPLAY 'ESATSWP - UNABLE TO OPEN EPAYCUR, STATUS='
                 WS-EPAYCUR-STATUS
              STOP RUN
           END-IF.

           IF CLEAN-UP-MODE
              OPEN I-O ECCSPLIT-FILE
           ELSE
              OPEN INPUT ECCSPLIT-FILE
           END-IF.
           IF NOT ECCSPLIT-OK
              DISPLAY 'ESATSWP - UNABLE TO OPEN ECCSPLIT, STATUS='
                 WS-ECCSPLIT-STATUS
              STOP RUN
           END-IF.

           IF CLEAN-UP-MODE
              OPEN I-O ESKILL-FILE
           ELSE
              OPEN INPUT ESKILL-FILE
           END-IF.
           IF NOT ESKILL-OK
              DISPLAY 'ESATSWP - UNABLE TO OPEN ESKILL, STATUS='
                 WS-ESKILL-STATUS
              STOP RUN
           END-IF.

           IF CLEAN-UP-MODE
              OPEN I-O EBENROL-FILE
           ELSE
              OPEN INPUT EBENROL-FILE
           END-IF.
           IF NOT EBENROL-OK
              DISPLAY 'ESATSWP - UNABLE TO OPEN EBENROL, STATUS='
                 WS-EBENROL-STATUS
              STOP RUN
           END-IF.

           IF CLEAN-UP-MODE
              OPEN I-O EPROBTN-FILE
           ELSE
              OPEN INPUT EPROBTN-FILE
           END-IF.
           IF NOT EPROBTN-OK
              DISPLAY 'ESATSWP - UNABLE TO OPEN EPROBTN, STATUS='
                 WS-EPROBTN-STATUS
              STOP RUN
           END-IF.

           IF CLEAN-UP-MODE
              OPEN I-O ELOANDT-FILE
           ELSE
              OPEN INPUT ELOANDT-FILE
           END-IF.
           IF NOT ELOANDT-OK
              DISPLAY 'ESATSWP - UNABLE TO OPEN ELOANDT, STATUS='
                 WS-ELOANDT-STATUS
              STOP RUN
           END-IF.
           OPEN OUTPUT SWEEP-REPORT-FILE.

           INITIALIZE WS-FILE-TOTALS.

           IF CLEAN-UP-MODE
              MOVE 'SATELLITE FILE ORPHAN SWEEP - CLEAN-UP RUN'
                 TO WS-RPT-HEADING-TEXT
           END-IF.
           MOVE WS-REPORT-HEADING TO SWEEP-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

           MOVE '** ACTIVE EMPLOYEES MISSING SATELLITE RECORDS **'
              TO WS-SECTION-HEADING-LINE.
           PERFORM 8700-PRINT-SECTION-HEADING.

           PERFORM 1100-READ-NEXT-EMPLOYEE.

      *    A MISSING OR EMPTY 'SYSIN' CONTROL CARD ONLY REPORTS -
      *    CLEAN-UP HAS TO BE ASKED FOR.
       1050-GET-CLEAN-UP-INDICATOR.
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-SYSIN-STATUS IS EQUAL TO '00' THEN
              READ CONTROL-CARD-FILE
                 AT END
                    MOVE 'N' TO WS-CLEAN-UP-FLAG
                 NOT AT END
                    MOVE CC-CLEAN-UP-FLAG TO WS-CLEAN-UP-FLAG
              END-READ
              CLOSE CONTROL-CARD-FILE
           ELSE
              MOVE 'N' TO WS-CLEAN-UP-FLAG
           END-IF.

           IF CLEAN-UP-MODE
              DISPLAY 'ESATSWP - RUNNING IN CLEAN-UP MODE'
           END-IF.

      *-----------------------------------------------------------------
       READING SECTION.
      *-----------------------------------------------------------------

       1100-READ-NEXT-EMPLOYEE.
           READ EMPMAST-FILE NEXT RECORD
              AT END
                 SET END-OF-EMPMAST TO TRUE
           END-READ.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------

      *    PASS 1 - RECORDS AN ACTIVE EMPLOYEE SHOULD HAVE. A HIRE
      *    STILL AWAITING VERIFICATION IS NOT CHECKED YET.
       2000-CHECK-EMPLOYEE.
           ADD 1 TO WS-EMPLOYEE-COUNT.

           IF NOT EMP-DELETED AND NOT EMP-PENDING-VERIFY
              ADD 1 TO WS-ACTIVE-COUNT
              MOVE EMP-EMPLOYEE-ID TO WS-SAT-EMPLOYEE-ID
              MOVE SPACES TO WS-SAT-KEY-SUFFIX
              PERFORM 2100-CHECK-LEAVE-BALANCE
              PERFORM 2200-CHECK-CONTACT-DETAILS
              PERFORM 2300-CHECK-SITE-ASSIGNMENT
              PERFORM 2400-CHECK-BANK-DETAILS
           END-IF.

           PERFORM 1100-READ-NEXT-EMPLOYEE.

       2100-CHECK-LEAVE-BALANCE.
           MOVE 1 TO WS-FILE-IDX.
           MOVE EMP-EMPLOYEE-ID TO LEA-EMPLOYEE-ID.
           READ ELEAVE-FILE RECORD
              INVALID KEY
                 PERFORM 2900-REPORT-MISSING
           END-READ.

       2200-CHECK-CONTACT-DETAILS.
           MOVE 2 TO WS-FILE-IDX.
           MOVE EMP-EMPLOYEE-ID TO CON-EMPLOYEE-ID.
           READ ECONTCT-FILE RECORD
              INVALID KEY
                 PERFORM 2900-REPORT-MISSING
           END-READ.

       2300-CHECK-SITE-ASSIGNMENT.
           MOVE 4 TO WS-FILE-IDX.
           MOVE EMP-EMPLOYEE-ID TO EST-EMPLOYEE-ID.
           READ EEMPSIT-FILE RECORD
              INVALID KEY
                 PERFORM 2900-REPORT-MISSING
           END-READ.

       2400-CHECK-BANK-DETAILS.
           MOVE 3 TO WS-FILE-IDX.
           MOVE EMP-EMPLOYEE-ID TO BNK-EMPLOYEE-ID.
           READ EBANKDT-FILE RECORD
              INVALID KEY
                 PERFORM 2900-REPORT-MISSING
           END-READ.

       2900-REPORT-MISSING.
           ADD 1 TO WS-FT-MISSING(WS-FILE-IDX).
           MOVE 'MISSING FOR ACTIVE EMPLOYEE' TO WS-RPT-FINDING.
           MOVE 'Review' TO WS-RPT-DISPOSITION.
           PERFORM 5900-WRITE-DETAIL-LINE.

      *    PASS 2 - EVERY SATELLITE RECORD AGAINST ITS OWNER.
       3000-SWEEP-SATELLITES.
           IF CLEAN-UP-MODE AND WS-EMPLOYEE-COUNT IS EQUAL TO ZEROES
              DISPLAY 'ESATSWP - EMPMAST IS EMPTY, CLEAN-UP SUPPRESSED'
              MOVE 'N' TO WS-CLEAN-UP-FLAG
           END-IF.

           IF CLEAN-UP-MODE
              OPEN OUTPUT SATELLITE-ARCHIVE-FILE
              IF NOT SATARC-OK
                 DISPLAY 'ESATSWP - UNABLE TO OPEN SATARC, STATUS='
                    WS-SATARC-STATUS
                 STOP RUN
              END-IF
              SET ARCHIVE-OPEN TO TRUE
           END-IF.

           MOVE '** SATELLITE RECORDS WITHOUT A LIVE OWNER **'
              TO WS-SECTION-HEADING-LINE.
           PERFORM 8700-PRINT-SECTION-HEADING.

           PERFORM 3050-SWEEP-ELEAVE.
           PERFORM 3100-SWEEP-ECONTCT.
           PERFORM 3150-SWEEP-EBANKDT.
           PERFORM 3200-SWEEP-EEMPSIT.
           PERFORM 3250-SWEEP-EEMPTYP.
           PERFORM 3300-SWEEP-EBIRTHD.
           PERFORM 3350-SWEEP-EDEMOGR.
           PERFORM 3400-SWEEP-EPAYCUR.
           PERFORM 3450-SWEEP-ECCSPLIT.
           PERFORM 3500-SWEEP-ESKILL.
           PERFORM 3550-SWEEP-EBENROL.
           PERFORM 3600-SWEEP-EPROBTN.
           PERFORM 3650-SWEEP-ELOANDT.

       3050-SWEEP-ELEAVE.
           MOVE 1 TO WS-FILE-IDX.
           MOVE 'N' TO WS-SAT-EOF-FLAG.
           MOVE LOW-VALUES TO LEA-KEY.
           START ELEAVE-FILE KEY IS NOT LESS THAN LEA-KEY
              INVALID KEY
                 SET END-OF-SATELLITE TO TRUE
           END-START.

           PERFORM 3060-CHECK-NEXT-ELEAVE UNTIL END-OF-SATELLITE.

       3060-CHECK-NEXT-ELEAVE.
           READ ELEAVE-FILE NEXT RECORD
              AT END
                 SET END-OF-SATELLITE TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           MOVE LEA-EMPLOYEE-ID TO WS-SAT-EMPLOYEE-ID.
           MOVE SPACES TO WS-SAT-KEY-SUFFIX.
           SET SAT-RECORD-DORMANT TO TRUE.
           PERFORM 5000-CLASSIFY-RECORD.

           IF SAT-CLEAN-UP-RECORD
              MOVE LEAVE-BALANCE-RECORD TO WS-ARC-IMAGE
              PERFORM 5500-ARCHIVE-RECORD
              IF SAT-ARCHIVED
                 DELETE ELEAVE-FILE RECORD
                    INVALID KEY
                       SET SAT-DELETE-FAILED TO TRUE
                 END-DELETE
              END-IF
              PERFORM 5600-REPORT-CLEAN-UP
           END-IF.

       3100-SWEEP-ECONTCT.
           MOVE 2 TO WS-FILE-IDX.
           MOVE 'N' TO WS-SAT-EOF-FLAG.
           MOVE LOW-VALUES TO CON-KEY.
           START ECONTCT-FILE KEY IS NOT LESS THAN CON-KEY
              INVALID KEY
                 SET END-OF-SATELLITE TO TRUE
           END-START.

           PERFORM 3110-CHECK-NEXT-ECONTCT UNTIL END-OF-SATELLITE.

       3110-CHECK-NEXT-ECONTCT.
           READ ECONTCT-FILE NEXT RECORD
              AT END
                 SET END-OF-SATELLITE TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           MOVE CON-EMPLOYEE-ID TO WS-SAT-EMPLOYEE-ID.
           MOVE SPACES TO WS-SAT-KEY-SUFFIX.
           SET SAT-RECORD-DORMANT TO TRUE.
           PERFORM 5000-CLASSIFY-RECORD.

           IF SAT-CLEAN-UP-RECORD
              MOVE CONTACT-RECORD TO WS-ARC-IMAGE
              PERFORM 5500-ARCHIVE-RECORD
              IF SAT-ARCHIVED
                 DELETE ECONTCT-FILE RECORD
                    INVALID KEY
                       SET SAT-DELETE-FAILED TO TRUE
                 END-DELETE
              END-IF
              PERFORM 5600-REPORT-CLEAN-UP
           END-IF.

       3150-SWEEP-EBANKDT.
           MOVE 3 TO WS-FILE-IDX.
           MOVE 'N' TO WS-SAT-EOF-FLAG.
           MOVE LOW-VALUES TO BNK-KEY.
           START EBANKDT-FILE KEY IS NOT LESS THAN BNK-KEY
              INVALID KEY
                 SET END-OF-SATELLITE TO TRUE
           END-START.

           PERFORM 3160-CHECK-NEXT-EBANKDT UNTIL END-OF-SATELLITE.

       3160-CHECK-NEXT-EBANKDT.
           READ EBANKDT-FILE NEXT RECORD
              AT END
                 SET END-OF-SATELLITE TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           MOVE BNK-EMPLOYEE-ID TO WS-SAT-EMPLOYEE-ID.
           MOVE SPACES TO WS-SAT-KEY-SUFFIX.
           SET SAT-RECORD-DORMANT TO TRUE.
           PERFORM 5000-CLASSIFY-RECORD.

           IF SAT-CLEAN-UP-RECORD
              MOVE BANK-DETAILS-RECORD TO WS-ARC-IMAGE
              PERFORM 5500-ARCHIVE-RECORD
              IF SAT-ARCHIVED
                 DELETE EBANKDT-FILE RECORD
                    INVALID KEY
                       SET SAT-DELETE-FAILED TO TRUE
                 END-DELETE
              END-IF
              PERFORM 5600-REPORT-CLEAN-UP
           END-IF.

       3200-SWEEP-EEMPSIT.
           MOVE 4 TO WS-FILE-IDX.
           MOVE 'N' TO WS-SAT-EOF-FLAG.
           MOVE LOW-VALUES TO EST-KEY.
           START EEMPSIT-FILE KEY IS NOT LESS THAN EST-KEY
              INVALID KEY
                 SET END-OF-SATELLITE TO TRUE
           END-START.

           PERFORM 3210-CHECK-NEXT-EEMPSIT UNTIL END-OF-SATELLITE.

       3210-CHECK-NEXT-EEMPSIT.
           READ EEMPSIT-FILE NEXT RECORD
              AT END
                 SET END-OF-SATELLITE TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           MOVE EST-EMPLOYEE-ID TO WS-SAT-EMPLOYEE-ID.
           MOVE SPACES TO WS-SAT-KEY-SUFFIX.
           SET SAT-RECORD-DORMANT TO TRUE.
           PERFORM 5000-CLASSIFY-RECORD.

           IF SAT-CLEAN-UP-RECORD
              MOVE SITE-ASSIGNMENT-RECORD TO WS-ARC-IMAGE
              PERFORM 5500-ARCHIVE-RECORD
              IF SAT-ARCHIVED
                 DELETE EEMPSIT-FILE RECORD
                    INVALID KEY
                       SET SAT-DELETE-FAILED TO TRUE
                 END-DELETE
              END-IF
              PERFORM 5600-REPORT-CLEAN-UP
           END-IF.

       3250-SWEEP-EEMPTYP.
           MOVE 5 TO WS-FILE-IDX.
           MOVE 'N' TO WS-SAT-EOF-FLAG.
           MOVE LOW-VALUES TO ETY-KEY.
           START EEMPTYP-FILE KEY IS NOT LESS THAN ETY-KEY
              INVALID KEY
                 SET END-OF-SATELLITE TO TRUE
           END-START.

           PERFORM 3260-CHECK-NEXT-EEMPTYP UNTIL END-OF-SATELLITE.

       3260-CHECK-NEXT-EEMPTYP.
           READ EEMPTYP-FILE NEXT RECORD
              AT END
                 SET END-OF-SATELLITE TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           MOVE ETY-EMPLOYEE-ID TO WS-SAT-EMPLOYEE-ID.
           MOVE SPACES TO WS-SAT-KEY-SUFFIX.
           SET SAT-RECORD-DORMANT TO TRUE.
           PERFORM 5000-CLASSIFY-RECORD.

           IF SAT-CLEAN-UP-RECORD
              MOVE EMPLOYMENT-TYPE-RECORD TO WS-ARC-IMAGE
              PERFORM 5500-ARCHIVE-RECORD
              IF SAT-ARCHIVED
                 DELETE EEMPTYP-FILE RECORD
                    INVALID KEY
                       SET SAT-DELETE-FAILED TO TRUE
                 END-DELETE
              END-IF
              PERFORM 5600-REPORT-CLEAN-UP
           END-IF.

       3300-SWEEP-EBIRTHD.
           MOVE 6 TO WS-FILE-IDX.
           MOVE 'N' TO WS-SAT-EOF-FLAG.
           MOVE LOW-VALUES TO BTH-KEY.
           START EBIRTHD-FILE KEY IS NOT LESS THAN BTH-KEY
              INVALID KEY
                 SET END-OF-SATELLITE TO TRUE
           END-START.

           PERFORM 3310-CHECK-NEXT-EBIRTHD UNTIL END-OF-SATELLITE.

       3310-CHECK-NEXT-EBIRTHD.
           READ EBIRTHD-FILE NEXT RECORD
              AT END
                 SET END-OF-SATELLITE TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           MOVE BTH-EMPLOYEE-ID TO WS-SAT-EMPLOYEE-ID.
           MOVE SPACES TO WS-SAT-KEY-SUFFIX.
           SET SAT-RECORD-DORMANT TO TRUE.
           PERFORM 5000-CLASSIFY-RECORD.

           IF SAT-CLEAN-UP-RECORD
              MOVE BIRTH-DATE-RECORD TO WS-ARC-IMAGE
              PERFORM 5500-ARCHIVE-RECORD
              IF SAT-ARCHIVED
                 DELETE EBIRTHD-FILE RECORD
                    INVALID KEY
                       SET SAT-DELETE-FAILED TO TRUE
                 END-DELETE
              END-IF
              PERFORM 5600-REPORT-CLEAN-UP
           END-IF.

       3350-SWEEP-EDEMOGR.
           MOVE 7 TO WS-FILE-IDX.
           MOVE 'N' TO WS-SAT-EOF-FLAG.
           MOVE LOW-VALUES TO DMG-KEY.
           START EDEMOGR-FILE KEY IS NOT LESS THAN DMG-KEY
              INVALID KEY
                 SET END-OF-SATELLITE TO TRUE
           END-START.

           PERFORM 3360-CHECK-NEXT-EDEMOGR UNTIL END-OF-SATELLITE.

       3360-CHECK-NEXT-EDEMOGR.
           READ EDEMOGR-FILE NEXT RECORD
              AT END
                 SET END-OF-SATELLITE TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           MOVE DMG-EMPLOYEE-ID TO WS-SAT-EMPLOYEE-ID.
           MOVE SPACES TO WS-SAT-KEY-SUFFIX.
           SET SAT-RECORD-DORMANT TO TRUE.
           PERFORM 5000-CLASSIFY-RECORD.

           IF SAT-CLEAN-UP-RECORD
              MOVE DEMOGRAPHIC-RECORD TO WS-ARC-IMAGE
              PERFORM 5500-ARCHIVE-RECORD
              IF SAT-ARCHIVED
                 DELETE EDEMOGR-FILE RECORD
                    INVALID KEY
                       SET SAT-DELETE-FAILED TO TRUE
                 END-DELETE
              END-IF
              PERFORM 5600-REPORT-CLEAN-UP
           END-IF.

       3400-SWEEP-EPAYCUR.
           MOVE 8 TO WS-FILE-IDX.
           MOVE 'N' TO WS-SAT-EOF-FLAG.
           MOVE LOW-VALUES TO PCU-KEY.
           START EPAYCUR-FILE KEY IS NOT LESS THAN PCU-KEY
              INVALID KEY
                 SET END-OF-SATELLITE TO TRUE
           END-START.

           PERFORM 3410-CHECK-NEXT-EPAYCUR UNTIL END-OF-SATELLITE.

       3410-CHECK-NEXT-EPAYCUR.
           READ EPAYCUR-FILE NEXT RECORD
              AT END
                 SET END-OF-SATELLITE TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           MOVE PCU-EMPLOYEE-ID TO WS-SAT-EMPLOYEE-ID.
           MOVE SPACES TO WS-SAT-KEY-SUFFIX.
           SET SAT-RECORD-DORMANT TO TRUE.
           PERFORM 5000-CLASSIFY-RECORD.

           IF SAT-CLEAN-UP-RECORD
              MOVE PAY-CURRENCY-RECORD TO WS-ARC-IMAGE
              PERFORM 5500-ARCHIVE-RECORD
              IF SAT-ARCHIVED
                 DELETE EPAYCUR-FILE RECORD
                    INVALID KEY
                       SET SAT-DELETE-FAILED TO TRUE
                 END-DELETE
              END-IF
              PERFORM 5600-REPORT-CLEAN-UP
           END-IF.

       3450-SWEEP-ECCSPLIT.
           MOVE 9 TO WS-FILE-IDX.
           MOVE 'N' TO WS-SAT-EOF-FLAG.
           MOVE LOW-VALUES TO SPL-KEY.
           START ECCSPLIT-FILE KEY IS NOT LESS THAN SPL-KEY
              INVALID KEY
                 SET END-OF-SATELLITE TO TRUE
           END-START.

           PERFORM 3460-CHECK-NEXT-ECCSPLIT UNTIL END-OF-SATELLITE.

       3460-CHECK-NEXT-ECCSPLIT.
           READ ECCSPLIT-FILE NEXT RECORD
              AT END
                 SET END-OF-SATELLITE TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           MOVE SPL-EMPLOYEE-ID TO WS-SAT-EMPLOYEE-ID.
           MOVE SPACES TO WS-SAT-KEY-SUFFIX.
           SET SAT-RECORD-DORMANT TO TRUE.
           PERFORM 5000-CLASSIFY-RECORD.

           IF SAT-CLEAN-UP-RECORD
              MOVE COST-SPLIT-RECORD TO WS-ARC-IMAGE
              PERFORM 5500-ARCHIVE-RECORD
              IF SAT-ARCHIVED
                 DELETE ECCSPLIT-FILE RECORD
                    INVALID KEY
                       SET SAT-DELETE-FAILED TO TRUE
                 END-DELETE
              END-IF
              PERFORM 5600-REPORT-CLEAN-UP
           END-IF.

       3500-SWEEP-ESKILL.
           MOVE 10 TO WS-FILE-IDX.
           MOVE 'N' TO WS-SAT-EOF-FLAG.
           MOVE LOW-VALUES TO SKL-KEY.
           START ESKILL-FILE KEY IS NOT LESS THAN SKL-KEY
              INVALID KEY
                 SET END-OF-SATELLITE TO TRUE
           END-START.

           PERFORM 3510-CHECK-NEXT-ESKILL UNTIL END-OF-SATELLITE.

       3510-CHECK-NEXT-ESKILL.
           READ ESKILL-FILE NEXT RECORD
              AT END
                 SET END-OF-SATELLITE TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           MOVE SKL-EMPLOYEE-ID TO WS-SAT-EMPLOYEE-ID.
           MOVE SKL-SKILL-CODE TO WS-SAT-KEY-SUFFIX.
           SET SAT-RECORD-DORMANT TO TRUE.
           PERFORM 5000-CLASSIFY-RECORD.

           IF SAT-CLEAN-UP-RECORD
              MOVE SKILL-RECORD TO WS-ARC-IMAGE
              PERFORM 5500-ARCHIVE-RECORD
              IF SAT-ARCHIVED
                 DELETE ESKILL-FILE RECORD
                    INVALID KEY
                       SET SAT-DELETE-FAILED TO TRUE
                 END-DELETE
              END-IF
              PERFORM 5600-REPORT-CLEAN-UP
           END-IF.

       3550-SWEEP-EBENROL.
           MOVE 11 TO WS-FILE-IDX.
           MOVE 'N' TO WS-SAT-EOF-FLAG.
           MOVE LOW-VALUES TO BEN-KEY.
           START EBENROL-FILE KEY IS NOT LESS THAN BEN-KEY
              INVALID KEY
                 SET END-OF-SATELLITE TO TRUE
           END-START.

           PERFORM 3560-CHECK-NEXT-EBENROL UNTIL END-OF-SATELLITE.

       3560-CHECK-NEXT-EBENROL.
           READ EBENROL-FILE NEXT RECORD
              AT END
                 SET END-OF-SATELLITE TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           MOVE BEN-EMPLOYEE-ID TO WS-SAT-EMPLOYEE-ID.
           MOVE BEN-PLAN-CODE TO WS-SAT-KEY-SUFFIX.
           IF BEN-ST-ACTIVE
              SET SAT-RECORD-ACTIVE TO TRUE
           ELSE
              SET SAT-RECORD-DORMANT TO TRUE
           END-IF.
           PERFORM 5000-CLASSIFY-RECORD.

           IF SAT-CLEAN-UP-RECORD
              MOVE BENEFITS-ENROLLMENT-RECORD TO WS-ARC-IMAGE
              PERFORM 5500-ARCHIVE-RECORD
              IF SAT-ARCHIVED
                 DELETE EBENROL-FILE RECORD
                    INVALID KEY
                       SET SAT-DELETE-FAILED TO TRUE
                 END-DELETE
              END-IF
              PERFORM 5600-REPORT-CLEAN-UP
           END-IF.

       3600-SWEEP-EPROBTN.
           MOVE 12 TO WS-FILE-IDX.
           MOVE 'N' TO WS-SAT-EOF-FLAG.
           MOVE LOW-VALUES TO PRB-KEY.
           START EPROBTN-FILE KEY IS NOT LESS THAN PRB-KEY
              INVALID KEY
                 SET END-OF-SATELLITE TO TRUE
           END-START.

           PERFORM 3610-CHECK-NEXT-EPROBTN UNTIL END-OF-SATELLITE.

       3610-CHECK-NEXT-EPROBTN.
           READ EPROBTN-FILE NEXT RECORD
              AT END
                 SET END-OF-SATELLITE TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           MOVE PRB-EMPLOYEE-ID TO WS-SAT-EMPLOYEE-ID.
           MOVE SPACES TO WS-SAT-KEY-SUFFIX.
           IF PRB-OUTCOME-PENDING OR
              PRB-OUTCOME-EXTENDED
              SET SAT-RECORD-ACTIVE TO TRUE
           ELSE
              SET SAT-RECORD-DORMANT TO TRUE
           END-IF.
           PERFORM 5000-CLASSIFY-RECORD.

           IF SAT-CLEAN-UP-RECORD
              MOVE PROBATION-RECORD TO WS-ARC-IMAGE
              PERFORM 5500-ARCHIVE-RECORD
              IF SAT-ARCHIVED
                 DELETE EPROBTN-FILE RECORD
                    INVALID KEY
                       SET SAT-DELETE-FAILED TO TRUE
                 END-DELETE
              END-IF
              PERFORM 5600-REPORT-CLEAN-UP
           END-IF.

       3650-SWEEP-ELOANDT.
           MOVE 13 TO WS-FILE-IDX.
           MOVE 'N' TO WS-SAT-EOF-FLAG.
           MOVE LOW-VALUES TO LON-KEY.
           START ELOANDT-FILE KEY IS NOT LESS THAN LON-KEY
              INVALID KEY
                 SET END-OF-SATELLITE TO TRUE
           END-START.

           PERFORM 3660-CHECK-NEXT-ELOANDT UNTIL END-OF-SATELLITE.

       3660-CHECK-NEXT-ELOANDT.
           READ ELOANDT-FILE NEXT RECORD
              AT END
                 SET END-OF-SATELLITE TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           MOVE LON-EMPLOYEE-ID TO WS-SAT-EMPLOYEE-ID.
           MOVE LON-LOAN-NUMBER TO WS-SAT-KEY-SUFFIX.
           IF LON-ST-PENDING OR
              LON-ST-APPROVED OR
              LON-ST-FINAL-PAY
              SET SAT-RECORD-ACTIVE TO TRUE
           ELSE
              SET SAT-RECORD-DORMANT TO TRUE
           END-IF.
           PERFORM 5000-CLASSIFY-RECORD.

           IF SAT-CLEAN-UP-RECORD
              MOVE EMPLOYEE-LOAN-RECORD TO WS-ARC-IMAGE
              PERFORM 5500-ARCHIVE-RECORD
              IF SAT-ARCHIVED
                 DELETE ELOANDT-FILE RECORD
                    INVALID KEY
                       SET SAT-DELETE-FAILED TO TRUE
                 END-DELETE
              END-IF
              PERFORM 5600-REPORT-CLEAN-UP
           END-IF.

      *    DECIDE WHAT THE CURRENT SATELLITE RECORD IS. ONLY A
      *    RECORD WHOSE OWNER HAS LEFT 'EMPMAST' AND WHICH IS NOT
      *    STILL LIVE IS A CANDIDATE FOR CLEAN-UP.
       5000-CLASSIFY-RECORD.
           ADD 1 TO WS-SATELLITE-COUNT.
           ADD 1 TO WS-FT-READ(WS-FILE-IDX).
           SET SAT-KEEP-RECORD TO TRUE.

           PERFORM 5100-LOOK-UP-OWNER.

           EVALUATE TRUE
           WHEN OWNER-LIVE
                EXIT PARAGRAPH
           WHEN OWNER-DELETED AND SAT-RECORD-DORMANT
                EXIT PARAGRAPH
           WHEN OWNER-DELETED
                MOVE 'STILL LIVE - OWNER DELETED' TO WS-RPT-FINDING
           WHEN OWNER-PURGED AND SAT-RECORD-ACTIVE
                MOVE 'STILL LIVE - OWNER PURGED' TO WS-RPT-FINDING
           WHEN OWNER-PURGED
                ADD 1 TO WS-FT-PURGED(WS-FILE-IDX)
                MOVE 'LEFT BEHIND BY PURGE' TO WS-RPT-FINDING
           WHEN SAT-RECORD-ACTIVE
                MOVE 'STILL LIVE - NO OWNER' TO WS-RPT-FINDING
           WHEN OTHER
                ADD 1 TO WS-FT-NO-OWNER(WS-FILE-IDX)
                MOVE 'NO OWNING EMPLOYEE' TO WS-RPT-FINDING
           END-EVALUATE.

           IF SAT-RECORD-ACTIVE
              ADD 1 TO WS-FT-LIVE(WS-FILE-IDX)
              MOVE 'Review' TO WS-RPT-DISPOSITION
              PERFORM 5900-WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF.

           IF CLEAN-UP-MODE
              SET SAT-CLEAN-UP-RECORD TO TRUE
           ELSE
              MOVE 'Cleanable' TO WS-RPT-DISPOSITION
              PERFORM 5900-WRITE-DETAIL-LINE
           END-IF.

       5100-LOOK-UP-OWNER.
           IF WS-SAT-EMPLOYEE-ID IS EQUAL TO WS-LAST-OWNER-ID
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-SAT-EMPLOYEE-ID TO WS-LAST-OWNER-ID.

           MOVE WS-SAT-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.
           READ EMPMAST-FILE RECORD
              INVALID KEY
                 PERFORM 5200-LOOK-UP-PURGE-ARCHIVE
                 EXIT PARAGRAPH
           END-READ.

           IF EMP-DELETED
              SET OWNER-DELETED TO TRUE
           ELSE
              SET OWNER-LIVE TO TRUE
           END-IF.

      *    'EPRGHST' IS KEYED EMPLOYEE ID FIRST - START AT THE
      *    EMPLOYEE'S LOWEST KEY AND SEE WHETHER ANYTHING IS THERE.
       5200-LOOK-UP-PURGE-ARCHIVE.
           SET OWNER-UNKNOWN TO TRUE.

           MOVE WS-SAT-EMPLOYEE-ID TO PHS-EMPLOYEE-ID.
           MOVE LOW-VALUES TO PHS-TIMESTAMP.
           START EPRGHST-FILE KEY IS NOT LESS THAN PHS-KEY
              INVALID KEY
                 EXIT PARAGRAPH
           END-START.

           READ EPRGHST-FILE NEXT RECORD
              AT END
                 EXIT PARAGRAPH
           END-READ.

           IF PHS-EMPLOYEE-ID IS EQUAL TO WS-LAST-OWNER-ID
              SET OWNER-PURGED TO TRUE
           END-IF.

      *    ARCHIVE FIRST, DELETE SECOND - A RECORD IS NEVER REMOVED
      *    UNTIL ITS IMAGE IS SAFELY ON THE 'SATARC' DATASET.
       5500-ARCHIVE-RECORD.
           INITIALIZE SATELLITE-ARCHIVE-RECORD.
           MOVE FUNCTION CURRENT-DATE TO ARC-TIMESTAMP.
           MOVE 'ESATSWP ' TO ARC-CLEANED-BY.
           MOVE WS-SATELLITE-NAME(WS-FILE-IDX) TO ARC-FILE-NAME.
           MOVE WS-SAT-EMPLOYEE-ID TO ARC-EMPLOYEE-ID.
           MOVE WS-ARC-IMAGE TO ARC-RECORD-IMAGE.

           WRITE SATELLITE-ARCHIVE-RECORD.
           IF SATARC-OK
              SET SAT-ARCHIVED TO TRUE
           ELSE
              DISPLAY 'ESATSWP - ARCHIVE WRITE FAILED, STATUS='
                 WS-SATARC-STATUS
              SET SAT-ARCHIVE-FAILED TO TRUE
           END-IF.

       5600-REPORT-CLEAN-UP.
           EVALUATE TRUE
           WHEN SAT-ARCHIVED
                ADD 1 TO WS-FT-CLEANED(WS-FILE-IDX)
                ADD 1 TO WS-CLEANED-COUNT
                MOVE 'Cleaned' TO WS-RPT-DISPOSITION
           WHEN SAT-ARCHIVE-FAILED
                MOVE 'Archive Failed' TO WS-RPT-DISPOSITION
           WHEN OTHER
                MOVE 'Delete Failed' TO WS-RPT-DISPOSITION
           END-EVALUATE.

           PERFORM 5900-WRITE-DETAIL-LINE.

       5900-WRITE-DETAIL-LINE.
           ADD 1 TO WS-FINDING-COUNT.
           MOVE WS-SATELLITE-NAME(WS-FILE-IDX) TO WS-RPT-FILE-NAME.
           MOVE WS-SAT-EMPLOYEE-ID TO WS-RPT-EMP-ID.
           MOVE WS-SAT-KEY-SUFFIX TO WS-RPT-KEY-SUFFIX.
           MOVE WS-REPORT-DETAIL-LINE TO SWEEP-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------

       7000-PRODUCE-SUMMARY.
           MOVE '** TOTALS BY FILE **' TO WS-SECTION-HEADING-LINE.
           MOVE SPACES TO SWEEP-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.
           MOVE WS-SECTION-HEADING-LINE TO SWEEP-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.
           MOVE WS-TOTALS-HEADING-LINE TO SWEEP-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

           MOVE ZEROES TO WS-FT-IDX.
           PERFORM 7100-PRINT-FILE-TOTALS 13 TIMES.

           MOVE SPACES TO SWEEP-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

           MOVE 'EMPLOYEES ON EMPMAST ......' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-EMPLOYEE-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 7200-PRINT-SUMMARY-LINE.

           MOVE 'ACTIVE EMPLOYEES CHECKED ..' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-ACTIVE-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 7200-PRINT-SUMMARY-LINE.

           MOVE 'SATELLITE RECORDS READ ....' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-SATELLITE-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 7200-PRINT-SUMMARY-LINE.

           MOVE 'FINDINGS LISTED ...........' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-FINDING-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 7200-PRINT-SUMMARY-LINE.

           MOVE 'RECORDS CLEANED UP ........' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-CLEANED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 7200-PRINT-SUMMARY-LINE.

       7100-PRINT-FILE-TOTALS.
           ADD 1 TO WS-FT-IDX.

           MOVE WS-SATELLITE-NAME(WS-FT-IDX) TO WS-TOT-FILE-NAME.
           MOVE WS-FT-READ(WS-FT-IDX) TO WS-TOT-READ.
           MOVE WS-FT-NO-OWNER(WS-FT-IDX) TO WS-TOT-NO-OWNER.
           MOVE WS-FT-PURGED(WS-FT-IDX) TO WS-TOT-PURGED.
           MOVE WS-FT-LIVE(WS-FT-IDX) TO WS-TOT-LIVE.
           MOVE WS-FT-MISSING(WS-FT-IDX) TO WS-TOT-MISSING.
           MOVE WS-FT-CLEANED(WS-FT-IDX) TO WS-TOT-CLEANED.
           MOVE WS-TOTALS-DETAIL-LINE TO SWEEP-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

       7200-PRINT-SUMMARY-LINE.
           MOVE WS-REPORT-SUMMARY-LINE TO SWEEP-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

       8700-PRINT-SECTION-HEADING.
           MOVE SPACES TO SWEEP-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.
           MOVE WS-SECTION-HEADING-LINE TO SWEEP-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.
           MOVE WS-DETAIL-HEADING-LINE TO SWEEP-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

       8800-PRINT-REPORT-LINE.
           MOVE SWEEP-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE SWEEP-REPORT-LINE.
      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'ESATSWP' TO RSA-REPORT-NAME.
           SET RSA-ACTION-LINE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.


      *-----------------------------------------------------------------
       TERMINATION SECTION.
      *-----------------------------------------------------------------

       9000-TERMINATE.

      *    FINISH THE REPORT REPOSITORY DEPOSIT.
           SET RSA-ACTION-CLOSE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *    LOG THE RUN ON THE COMMON RUN-HISTORY FILE.
           MOVE 'ESATSWP ' TO RLG-JOB-NAME.
           MOVE WS-SATELLITE-COUNT TO RLG-INPUT-COUNT.
           MOVE WS-CLEANED-COUNT TO RLG-OUTPUT-COUNT.
           MOVE WS-FINDING-COUNT TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'ESATSWP - SATELLITE RECORDS READ: '
              WS-SATELLITE-COUNT.
           DISPLAY 'ESATSWP - FINDINGS LISTED:        '
              WS-FINDING-COUNT.
           DISPLAY 'ESATSWP - RECORDS CLEANED UP:     '
              WS-CLEANED-COUNT.

           CLOSE EMPMAST-FILE.
           CLOSE EPRGHST-FILE.
           CLOSE ELEAVE-FILE.
           CLOSE ECONTCT-FILE.
           CLOSE EBANKDT-FILE.
           CLOSE EEMPSIT-FILE.
           CLOSE EEMPTYP-FILE.
           CLOSE EBIRTHD-FILE.
           CLOSE EDEMOGR-FILE.
           CLOSE EPAYCUR-FILE.
           CLOSE ECCSPLIT-FILE.
           CLOSE ESKILL-FILE.
           CLOSE EBENROL-FILE.
           CLOSE EPROBTN-FILE.
           CLOSE ELOANDT-FILE.
           IF ARCHIVE-OPEN
              CLOSE SATELLITE-ARCHIVE-FILE
           END-IF.
           CLOSE SWEEP-REPORT-FILE.
