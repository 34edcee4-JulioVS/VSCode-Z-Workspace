       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMIRRCN.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - DB2 MIRROR RECONCILIATION.
      *      - BATCH PROGRAM, RUN OFFLINE UNDER THE DB2 BATCH ATTACH
      *        FACILITY AS THE LAST STEP OF THE MIRROR JOB (SEE
      *        'mvs/JCL/EDB2MIR.jcl'), AFTER 'EDB2MIR' AND 'EHSTMIR'
      *        HAVE APPLIED THE NIGHT'S CHANGES.
      *      - PROVES THE THREE DB2 MIRROR TABLES STILL MATCH THE
      *        VSAM CLUSTERS THEY ARE COPIED FROM:
      *           'EMPMAST' ... 'Z45864.EMPMAST' (SEE 'EMPDCL.cpy')
      *           'ECOMHST' ... 'Z45864.ECOMHST' (SEE 'ECOHDCL.cpy')
      *           'EAPPHST' ... 'Z45864.EAPPHST' (SEE 'EAPHDCL.cpy')
      *      - EACH CLUSTER IS BROWSED IN KEY ORDER AGAINST A CURSOR
      *        OVER ITS TABLE IN THE SAME ORDER AND THE TWO ARE
      *        MATCHED ON KEY:
      *           MISSING .... ON VSAM, NOT IN THE MIRROR
      *           EXTRA ...... IN THE MIRROR, NOT ON VSAM
      *           MISMATCH ... ON BOTH, BUT A COLUMN DIFFERS - ONE
      *                        LINE PER DIFFERING COLUMN
      *        A MATCHED ROW IS COMPARED COLUMN BY COLUMN AGAINST THE
      *        VALUE THE MIRROR PROGRAMS WOULD HAVE WRITTEN FOR IT,
      *        SO THE COMPARISON FOLLOWS THE SAME FIELD MAPPING.
      *      - ROW COUNTS AND A HASH TOTAL OF COMPENSATION (CURRENT
      *        PAY ON 'EMPMAST', PREVIOUS PLUS NEW PAY ON 'ECOMHST')
      *        ARE TAKEN ON BOTH SIDES AND PRINTED PER TABLE. PAY
      *        AMOUNTS THEMSELVES ARE NEVER PRINTED ON A DETAIL LINE.
      *      - DETAIL LINES ARE CAPPED PER TABLE SO A BADLY DRIFTED
      *        MIRROR CANNOT FLOOD THE SPOOL; THE COUNTS STAY EXACT.
      *      - READ ONLY ON BOTH SIDES. ANY DRIFT, OR AN SQL ERROR
      *        THAT STOPS A TABLE BEING COMPARED IN FULL, ENDS THE
      *        RUN WITH RETURN CODE 8 AND LOGS THE SAME CODE ON
      *        'ERUNHST', WHICH HOLDS THE NIGHTLY CYCLE AT THIS JOB
      *        UNTIL THE MIRROR IS RE-BASED (AN 'F' RUN OF
      *        'EDB2MIR') AND THE CYCLE IS RESUMED WITH 'ECYCRST'.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMAST-FILE ASSIGN TO EMPMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS EMP-EMPLOYEE-ID
                FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT ECOMHST-FILE ASSIGN TO ECOMHST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS COH-KEY
                FILE STATUS IS WS-ECOMHST-STATUS.

           SELECT EAPPHST-FILE ASSIGN TO EAPPHST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS APH-KEY
                FILE STATUS IS WS-EAPPHST-STATUS.

           SELECT RECON-REPORT-FILE ASSIGN TO MIRRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-MIRRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
       COPY EMPMAST.

       FD  ECOMHST-FILE.
       COPY ECOMHST.

       FD  EAPPHST-FILE.
       COPY EAPPHST.

       FD  RECON-REPORT-FILE
           RECORDING MODE IS F.
       01  RECON-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-EMPMAST-STATUS        PIC X(2).
             88 EMPMAST-OK                      VALUE '00'.
          05 WS-ECOMHST-STATUS        PIC X(2).
             88 ECOMHST-OK                      VALUE '00'.
          05 WS-EAPPHST-STATUS        PIC X(2).
             88 EAPPHST-OK                      VALUE '00'.
          05 WS-MIRRPT-STATUS         PIC X(2).
             88 MIRRPT-OK                       VALUE '00'.
          05 WS-ROW-DIFFERS-FLAG      PIC X(1)  VALUE 'N'.
             88 ROW-DIFFERS                     VALUE 'Y'.
          05 WS-DRIFT-FLAG            PIC X(1)  VALUE 'N'.
             88 MIRROR-HAS-DRIFTED              VALUE 'Y'.
          05 WS-DETAIL-LIMIT          PIC 9(4)  VALUE 0500.
          05 WS-SOURCE-ROW-COUNT      PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-MIRROR-ROW-COUNT      PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EXCEPTION-COUNT       PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-SQLCODE-DISPLAY       PIC -(8)9.

      *    MATCH KEYS - EMPLOYEE ID, PLUS THE EFFECTIVE/REVIEW DATE ON
      *    THE HISTORY TABLES. SET TO HIGH-VALUES AT END OF EACH SIDE.
       01 WS-VSAM-KEY.
          05 WS-VK-EMPNO              PIC X(8).
          05 WS-VK-DATE               PIC X(8).
       01 WS-DB2-KEY.
          05 WS-DK-EMPNO              PIC X(8).
          05 WS-DK-DATE               PIC X(8).

      *    ONE COLUMN COMPARISON - SEE 5000-COMPARE-COLUMN.
       01 WS-COMPARE-AREA.
          05 WS-CMP-COLUMN-NAME       PIC X(13).
          05 WS-CMP-VSAM-VALUE        PIC X(79).
          05 WS-CMP-DB2-VALUE         PIC X(79).
          05 WS-CMP-MASK-FLAG         PIC X(1).
             88 CMP-VALUE-MASKED                VALUE 'Y'.

      *    PAY AMOUNTS ARE MIRRORED AS THEIR UNEDITED DIGITS IN A
      *    'CHAR(9)' COLUMN - THIS IS THE SAME PICTURE BOTH WAYS.
       01 WS-PAY-CONVERT.
          05 WS-PAY-CONVERT-AMOUNT    PIC 9(7)V99.
       01 WS-PAY-CONVERT-TEXT REDEFINES WS-PAY-CONVERT
                                      PIC X(9).

       01 WS-TABLE-NAME-VALUES.
          05 FILLER                   PIC X(8)  VALUE 'EMPMAST'.
          05 FILLER                   PIC X(8)  VALUE 'ECOMHST'.
          05 FILLER                   PIC X(8)  VALUE 'EAPPHST'.
       01 WS-TABLE-NAMES REDEFINES WS-TABLE-NAME-VALUES.
          05 WS-TABLE-NAME            PIC X(8)  OCCURS 3 TIMES.

       01 WS-TABLE-TOTALS.
          05 WS-TB-IDX                PIC 9(2)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-TB-ENTRY OCCURS 3 TIMES.
             10 WS-TB-VSAM-ROWS       PIC 9(8)  USAGE IS BINARY.
             10 WS-TB-DB2-ROWS        PIC 9(8)  USAGE IS BINARY.
             10 WS-TB-MISSING         PIC 9(8)  USAGE IS BINARY.
             10 WS-TB-EXTRA           PIC 9(8)  USAGE IS BINARY.
             10 WS-TB-MISMATCHED      PIC 9(8)  USAGE IS BINARY.
             10 WS-TB-COLUMNS         PIC 9(8)  USAGE IS BINARY.
             10 WS-TB-PRINTED         PIC 9(8)  USAGE IS BINARY.
             10 WS-TB-VSAM-HASH       PIC 9(13)V99.
             10 WS-TB-DB2-HASH        PIC 9(13)V99.
             10 WS-TB-SQL-ERROR-FLAG  PIC X(1).
                88 TB-SQL-ERROR                 VALUE 'Y'.

       01 WS-REPORT-HEADING.
          05 FILLER                   PIC X(60)
             VALUE 'VSAM TO DB2 MIRROR RECONCILIATION'.
          05 FILLER                   PIC X(20) VALUE SPACES.

       01 WS-SECTION-HEADING-LINE     PIC X(80).

       01 WS-DETAIL-HEADING-LINE.
          05 FILLER                   PIC X(10) VALUE 'TABLE'.
          05 FILLER                   PIC X(18) VALUE 'KEY'.
          05 FILLER                   PIC X(11) VALUE 'FINDING'.
          05 FILLER                   PIC X(14) VALUE 'COLUMN'.
          05 FILLER                   PIC X(14) VALUE 'VSAM VALUE'.
          05 FILLER                   PIC X(13) VALUE 'DB2 VALUE'.

       01 WS-REPORT-DETAIL-LINE.
          05 WS-RPT-TABLE-NAME        PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-KEY-EMPNO         PIC X(8).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-KEY-DATE          PIC X(8).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-FINDING           PIC X(10).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-COLUMN-NAME       PIC X(13).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-VSAM-VALUE        PIC X(13).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-DB2-VALUE         PIC X(13).

       01 WS-TOTALS-HEADING-LINE.
          05 FILLER                   PIC X(8)  VALUE 'TABLE'.
          05 FILLER                   PIC X(9)  VALUE '     VSAM'.
          05 FILLER                   PIC X(9)  VALUE '      DB2'.
          05 FILLER                   PIC X(9)  VALUE '  MISSING'.
          05 FILLER                   PIC X(9)  VALUE '    EXTRA'.
          05 FILLER                   PIC X(9)  VALUE ' MISMATCH'.
          05 FILLER                   PIC X(9)  VALUE '  COLUMNS'.
          05 FILLER                   PIC X(18) VALUE '  RESULT'.

       01 WS-TOTALS-DETAIL-LINE.
          05 WS-TOT-TABLE-NAME        PIC X(8).
          05 WS-TOT-VSAM-ROWS         PIC Z(8)9.
          05 WS-TOT-DB2-ROWS          PIC Z(8)9.
          05 WS-TOT-MISSING           PIC Z(8)9.
          05 WS-TOT-EXTRA             PIC Z(8)9.
          05 WS-TOT-MISMATCHED        PIC Z(8)9.
          05 WS-TOT-COLUMNS           PIC Z(8)9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-TOT-RESULT            PIC X(16).

       01 WS-HASH-DETAIL-LINE.
          05 WS-HSH-TABLE-NAME        PIC X(8).
          05 FILLER                   PIC X(16)
             VALUE ' PAY HASH VSAM '.
          05 WS-HSH-VSAM-HASH         PIC Z(12)9.99.
          05 FILLER                   PIC X(6)  VALUE '  DB2 '.
          05 WS-HSH-DB2-HASH          PIC Z(12)9.99.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-HSH-RESULT            PIC X(16).

       01 WS-REPORT-RESULT-LINE       PIC X(80).

      *----------------------------------------------------------------
      * SQL INCLUDE FOR SQLCA
      *----------------------------------------------------------------
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------
      * SQL DECLARATIONS AND HOST VARIABLES FOR THE MIRROR TABLES
      *----------------------------------------------------------------
           COPY EMPDCL.
           COPY ECOHDCL.
           COPY EAPHDCL.

      *----------------------------------------------------------------
      * ONE CURSOR PER MIRROR TABLE, IN THE VSAM CLUSTER'S KEY ORDER
      *----------------------------------------------------------------
           EXEC SQL
              DECLARE EMPCUR CURSOR FOR
                 SELECT EMPNO, FULLNAME, PRIMARYNAME, HONORIFIC,
                        SHORTNAME, JOBTITLE, WORKDEPT, STARTDATE,
                        ENDDATE, APPRAISALDATE, APPRAISALRSLT,
                        DELETEFLAG, DELETEDATE, MANAGERID,
                        COMPENSATION
                   FROM Z45864.EMPMAST
                  ORDER BY EMPNO
                    FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
              DECLARE COHCUR CURSOR FOR
                 SELECT EMPNO, EFFDATE, PREVCOMP, NEWCOMP, RECORDEDBY
                   FROM Z45864.ECOMHST
                  ORDER BY EMPNO, EFFDATE
                    FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
              DECLARE APHCUR CURSOR FOR
                 SELECT EMPNO, REVDATE, APPRAISALRSLT, RECORDEDDATE,
                        RECORDEDBY
                   FROM Z45864.EAPPHST
                  ORDER BY EMPNO, REVDATE
                    FOR FETCH ONLY
           END-EXEC.

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
           PERFORM 2000-RECONCILE-EMPMAST.
           PERFORM 3000-RECONCILE-ECOMHST.
           PERFORM 4000-RECONCILE-EAPPHST.
           PERFORM 6000-PRODUCE-SUMMARY.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           OPEN INPUT EMPMAST-FILE.
           IF NOT EMPMAST-OK
              DISPLAY 'EMIRRCN - UNABLE TO OPEN EMPMAST, STATUS='
                 WS-EMPMAST-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT ECOMHST-FILE.
           IF NOT ECOMHST-OK
              DISPLAY 'EMIRRCN - UNABLE TO OPEN ECOMHST, STATUS='
                 WS-ECOMHST-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT EAPPHST-FILE.
           IF NOT EAPPHST-OK
              DISPLAY 'EMIRRCN - UNABLE TO OPEN EAPPHST, STATUS='
                 WS-EAPPHST-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT RECON-REPORT-FILE.
           IF NOT MIRRPT-OK
              DISPLAY 'EMIRRCN - UNABLE TO OPEN MIRRPT, STATUS='
                 WS-MIRRPT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           INITIALIZE WS-TABLE-TOTALS.

           MOVE WS-REPORT-HEADING TO RECON-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

      *-----------------------------------------------------------------
       READING SECTION.
      *-----------------------------------------------------------------

       1100-READ-NEXT-EMPLOYEE.
           READ EMPMAST-FILE NEXT RECORD
              AT END
                 MOVE HIGH-VALUES TO WS-VSAM-KEY
              NOT AT END
                 MOVE EMP-EMPLOYEE-ID TO WS-VK-EMPNO
                 MOVE SPACES TO WS-VK-DATE
                 ADD 1 TO WS-TB-VSAM-ROWS(WS-TB-IDX)
                 ADD EMP-COMPENSATION TO WS-TB-VSAM-HASH(WS-TB-IDX)
           END-READ.

       1150-FETCH-NEXT-EMPLOYEE-ROW.
           EXEC SQL
              FETCH EMPCUR
               INTO :EMPNO-TEXT, :FULLNAME-TEXT, :PRIMARYNAME-TEXT,
                    :HONORIFIC-TEXT, :SHORTNAME-TEXT, :JOBTITLE-TEXT,
                    :WORKDEPT-TEXT, :STARTDATE-TEXT, :ENDDATE-TEXT,
                    :APPRAISALDATE-TEXT, :APPRAISALRSLT-TEXT,
                    :DELETEFLAG-TEXT, :DELETEDATE-TEXT,
                    :MANAGERID-TEXT, :COMPENSATION-TEXT
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE EMPNO-TEXT TO WS-DK-EMPNO
                 MOVE SPACES TO WS-DK-DATE
                 ADD 1 TO WS-TB-DB2-ROWS(WS-TB-IDX)
                 MOVE COMPENSATION-TEXT TO WS-PAY-CONVERT-TEXT
                 PERFORM 5300-ADD-MIRROR-PAY
              WHEN 100
                 MOVE HIGH-VALUES TO WS-DB2-KEY
              WHEN OTHER
                 PERFORM 5900-SQL-ERROR
           END-EVALUATE.

       1200-READ-NEXT-COMP-HISTORY.
           READ ECOMHST-FILE NEXT RECORD
              AT END
                 MOVE HIGH-VALUES TO WS-VSAM-KEY
              NOT AT END
                 MOVE COH-EMPLOYEE-ID TO WS-VK-EMPNO
                 MOVE COH-EFFECTIVE-DATE TO WS-VK-DATE
                 ADD 1 TO WS-TB-VSAM-ROWS(WS-TB-IDX)
                 ADD COH-PREVIOUS-COMPENSATION
                     COH-NEW-COMPENSATION
                     TO WS-TB-VSAM-HASH(WS-TB-IDX)
           END-READ.

       1250-FETCH-NEXT-COMP-ROW.
           EXEC SQL
              FETCH COHCUR
               INTO :COH-EMPNO-TEXT, :COH-EFFDATE-TEXT,
                    :COH-PREVCOMP-TEXT, :COH-NEWCOMP-TEXT,
                    :COH-RECORDEDBY-TEXT
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE COH-EMPNO-TEXT TO WS-DK-EMPNO
                 MOVE COH-EFFDATE-TEXT TO WS-DK-DATE
                 ADD 1 TO WS-TB-DB2-ROWS(WS-TB-IDX)
                 MOVE COH-PREVCOMP-TEXT TO WS-PAY-CONVERT-TEXT
                 PERFORM 5300-ADD-MIRROR-PAY
                 MOVE COH-NEWCOMP-TEXT TO WS-PAY-CONVERT-TEXT
                 PERFORM 5300-ADD-MIRROR-PAY
              WHEN 100
                 MOVE HIGH-VALUES TO WS-DB2-KEY
              WHEN OTHER
                 PERFORM 5900-SQL-ERROR
           END-EVALUATE.

       1300-READ-NEXT-APPR-HISTORY.
           READ EAPPHST-FILE NEXT RECORD
              AT END
                 MOVE HIGH-VALUES TO WS-VSAM-KEY
              NOT AT END
                 MOVE APH-EMPLOYEE-ID TO WS-VK-EMPNO
                 MOVE APH-REVIEW-DATE TO WS-VK-DATE
                 ADD 1 TO WS-TB-VSAM-ROWS(WS-TB-IDX)
           END-READ.

       1350-FETCH-NEXT-APPR-ROW.
           EXEC SQL
              FETCH APHCUR
               INTO :APH-EMPNO-TEXT, :APH-REVDATE-TEXT,
                    :APH-RESULT-TEXT, :APH-RECDATE-TEXT,
                    :APH-RECBY-TEXT
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE APH-EMPNO-TEXT TO WS-DK-EMPNO
                 MOVE APH-REVDATE-TEXT TO WS-DK-DATE
                 ADD 1 TO WS-TB-DB2-ROWS(WS-TB-IDX)
              WHEN 100
                 MOVE HIGH-VALUES TO WS-DB2-KEY
              WHEN OTHER
                 PERFORM 5900-SQL-ERROR
           END-EVALUATE.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------

      *    EMPLOYEE MASTER AGAINST 'Z45864.EMPMAST'.
       2000-RECONCILE-EMPMAST.
           MOVE 1 TO WS-TB-IDX.
           PERFORM 8700-PRINT-SECTION-HEADING.

           EXEC SQL
              OPEN EMPCUR
           END-EXEC.
           IF SQLCODE IS NOT EQUAL TO 0
              PERFORM 5900-SQL-ERROR
              GO TO 2000-EXIT
           END-IF.

           PERFORM 1100-READ-NEXT-EMPLOYEE.
           PERFORM 1150-FETCH-NEXT-EMPLOYEE-ROW.
           PERFORM 2100-MATCH-EMPLOYEE
              UNTIL WS-VSAM-KEY IS EQUAL TO HIGH-VALUES
                AND WS-DB2-KEY IS EQUAL TO HIGH-VALUES.

           EXEC SQL
              CLOSE EMPCUR
           END-EXEC.

       2000-EXIT.
           EXIT.

       2100-MATCH-EMPLOYEE.
           EVALUATE TRUE
              WHEN WS-VSAM-KEY IS EQUAL TO WS-DB2-KEY
                 PERFORM 2200-COMPARE-EMPLOYEE
                 PERFORM 1100-READ-NEXT-EMPLOYEE
                 PERFORM 1150-FETCH-NEXT-EMPLOYEE-ROW
              WHEN WS-VSAM-KEY IS LESS THAN WS-DB2-KEY
                 PERFORM 5100-REPORT-MISSING-ROW
                 PERFORM 1100-READ-NEXT-EMPLOYEE
              WHEN OTHER
                 PERFORM 5200-REPORT-EXTRA-ROW
                 PERFORM 1150-FETCH-NEXT-EMPLOYEE-ROW
           END-EVALUATE.

      *    EACH COLUMN IS BUILT THE WAY 'EDB2MIR' BUILDS ITS HOST
      *    VARIABLES, THEN COMPARED WITH WHAT THE MIRROR HOLDS.
       2200-COMPARE-EMPLOYEE.
           MOVE 'N' TO WS-ROW-DIFFERS-FLAG.
           MOVE 'N' TO WS-CMP-MASK-FLAG.

           MOVE 'FULLNAME' TO WS-CMP-COLUMN-NAME.
           MOVE EMP-FULL-NAME TO WS-CMP-VSAM-VALUE.
           MOVE FULLNAME-TEXT TO WS-CMP-DB2-VALUE.
           PERFORM 5000-COMPARE-COLUMN.

           MOVE 'PRIMARYNAME' TO WS-CMP-COLUMN-NAME.
           MOVE EMP-PRIMARY-NAME TO WS-CMP-VSAM-VALUE.
           MOVE PRIMARYNAME-TEXT TO WS-CMP-DB2-VALUE.
           PERFORM 5000-COMPARE-COLUMN.

           MOVE 'HONORIFIC' TO WS-CMP-COLUMN-NAME.
           MOVE EMP-HONORIFIC TO WS-CMP-VSAM-VALUE.
           MOVE HONORIFIC-TEXT TO WS-CMP-DB2-VALUE.
           PERFORM 5000-COMPARE-COLUMN.

           MOVE 'SHORTNAME' TO WS-CMP-COLUMN-NAME.
           MOVE EMP-SHORT-NAME TO WS-CMP-VSAM-VALUE.
           MOVE SHORTNAME-TEXT TO WS-CMP-DB2-VALUE.
           PERFORM 5000-COMPARE-COLUMN.

           MOVE 'JOBTITLE' TO WS-CMP-COLUMN-NAME.
           MOVE EMP-JOB-TITLE TO WS-CMP-VSAM-VALUE.
           MOVE JOBTITLE-TEXT TO WS-CMP-DB2-VALUE.
           PERFORM 5000-COMPARE-COLUMN.

           MOVE 'WORKDEPT' TO WS-CMP-COLUMN-NAME.
           MOVE EMP-DEPARTMENT-ID TO WS-CMP-VSAM-VALUE.
           MOVE WORKDEPT-TEXT TO WS-CMP-DB2-VALUE.
           PERFORM 5000-COMPARE-COLUMN.

           MOVE 'STARTDATE' TO WS-CMP-COLUMN-NAME.
           MOVE EMP-START-DATE TO WS-CMP-VSAM-VALUE.
           MOVE STARTDATE-TEXT TO WS-CMP-DB2-VALUE.
           PERFORM 5000-COMPARE-COLUMN.

           MOVE 'ENDDATE' TO WS-CMP-COLUMN-NAME.
           MOVE EMP-END-DATE TO WS-CMP-VSAM-VALUE.
           MOVE ENDDATE-TEXT TO WS-CMP-DB2-VALUE.
           PERFORM 5000-COMPARE-COLUMN.

           MOVE 'APPRAISALDATE' TO WS-CMP-COLUMN-NAME.
           MOVE EMP-APPRAISAL-DATE TO WS-CMP-VSAM-VALUE.
           MOVE APPRAISALDATE-TEXT TO WS-CMP-DB2-VALUE.
           PERFORM 5000-COMPARE-COLUMN.

           MOVE 'APPRAISALRSLT' TO WS-CMP-COLUMN-NAME.
           MOVE EMP-APPRAISAL-RESULT TO WS-CMP-VSAM-VALUE.
           MOVE APPRAISALRSLT-TEXT TO WS-CMP-DB2-VALUE.
           PERFORM 5000-COMPARE-COLUMN.

           MOVE 'DELETEFLAG' TO WS-CMP-COLUMN-NAME.
           MOVE EMP-DELETE-FLAG TO WS-CMP-VSAM-VALUE.
           MOVE DELETEFLAG-TEXT TO WS-CMP-DB2-VALUE.
           PERFORM 5000-COMPARE-COLUMN.

           MOVE 'DELETEDATE' TO WS-CMP-COLUMN-NAME.
           MOVE EMP-DELETE-DATE TO WS-CMP-VSAM-VALUE.
           MOVE DELETEDATE-TEXT TO WS-CMP-DB2-VALUE.
           PERFORM 5000-COMPARE-COLUMN.

           MOVE 'MANAGERID' TO WS-CMP-COLUMN-NAME.
           MOVE EMP-MANAGER-ID TO WS-CMP-VSAM-VALUE.
           MOVE MANAGERID-TEXT TO WS-CMP-DB2-VALUE.
           PERFORM 5000-COMPARE-COLUMN.

           MOVE 'COMPENSATION' TO WS-CMP-COLUMN-NAME.
           MOVE EMP-COMPENSATION TO WS-PAY-CONVERT-AMOUNT.
           MOVE WS-PAY-CONVERT-TEXT TO WS-CMP-VSAM-VALUE.
           MOVE COMPENSATION-TEXT TO WS-CMP-DB2-VALUE.
           MOVE 'Y' TO WS-CMP-MASK-FLAG.
           PERFORM 5000-COMPARE-COLUMN.

           IF ROW-DIFFERS
              ADD 1 TO WS-TB-MISMATCHED(WS-TB-IDX)
           END-IF.

      *    PAY-CHANGE HISTORY AGAINST 'Z45864.ECOMHST'.
       3000-RECONCILE-ECOMHST.
           MOVE 2 TO WS-TB-IDX.
           PERFORM 8700-PRINT-SECTION-HEADING.

           EXEC SQL
              OPEN COHCUR
           END-EXEC.
           IF SQLCODE IS NOT EQUAL TO 0
              PERFORM 5900-SQL-ERROR
              GO TO 3000-EXIT
           END-IF.

           PERFORM 1200-READ-NEXT-COMP-HISTORY.
           PERFORM 1250-FETCH-NEXT-COMP-ROW.
           PERFORM 3100-MATCH-COMP-HISTORY
              UNTIL WS-VSAM-KEY IS EQUAL TO HIGH-VALUES
                AND WS-DB2-KEY IS EQUAL TO HIGH-VALUES.

           EXEC SQL
              CLOSE COHCUR
           END-EXEC.

       3000-EXIT.
           EXIT.

       3100-MATCH-COMP-HISTORY.
           EVALUATE TRUE
              WHEN WS-VSAM-KEY IS EQUAL TO WS-DB2-KEY
                 PERFORM 3200-COMPARE-COMP-HISTORY
                 PERFORM 1200-READ-NEXT-COMP-HISTORY
                 PERFORM 1250-FETCH-NEXT-COMP-ROW
              WHEN WS-VSAM-KEY IS LESS THAN WS-DB2-KEY
                 PERFORM 5100-REPORT-MISSING-ROW
                 PERFORM 1200-READ-NEXT-COMP-HISTORY
              WHEN OTHER
                 PERFORM 5200-REPORT-EXTRA-ROW
                 PERFORM 1250-FETCH-NEXT-COMP-ROW
           END-EVALUATE.

      *    SAME COLUMN MAPPING AS 'EHSTMIR' 2000-PROCESS-ECOMHST.
       3200-COMPARE-COMP-HISTORY.
           MOVE 'N' TO WS-ROW-DIFFERS-FLAG.
           MOVE 'Y' TO WS-CMP-MASK-FLAG.

           MOVE 'PREVCOMP' TO WS-CMP-COLUMN-NAME.
           MOVE COH-PREVIOUS-COMPENSATION TO WS-PAY-CONVERT-AMOUNT.
           MOVE WS-PAY-CONVERT-TEXT TO WS-CMP-VSAM-VALUE.
           MOVE COH-PREVCOMP-TEXT TO WS-CMP-DB2-VALUE.
           PERFORM 5000-COMPARE-COLUMN.

           MOVE 'NEWCOMP' TO WS-CMP-COLUMN-NAME.
           MOVE COH-NEW-COMPENSATION TO WS-PAY-CONVERT-AMOUNT.
           MOVE WS-PAY-CONVERT-TEXT TO WS-CMP-VSAM-VALUE.
           MOVE COH-NEWCOMP-TEXT TO WS-CMP-DB2-VALUE.
           PERFORM 5000-COMPARE-COLUMN.

           MOVE 'N' TO WS-CMP-MASK-FLAG.
           MOVE 'RECORDEDBY' TO WS-CMP-COLUMN-NAME.
           MOVE COH-RECORDED-BY TO WS-CMP-VSAM-VALUE.
           MOVE COH-RECORDEDBY-TEXT TO WS-CMP-DB2-VALUE.
           PERFORM 5000-COMPARE-COLUMN.

           IF ROW-DIFFERS
              ADD 1 TO WS-TB-MISMATCHED(WS-TB-IDX)
           END-IF.

      *    APPRAISAL HISTORY AGAINST 'Z45864.EAPPHST'.
       4000-RECONCILE-EAPPHST.
           MOVE 3 TO WS-TB-IDX.
           PERFORM 8700-PRINT-SECTION-HEADING.

           EXEC SQL
              OPEN APHCUR
           END-EXEC.
           IF SQLCODE IS NOT EQUAL TO 0
              PERFORM 5900-SQL-ERROR
              GO TO 4000-EXIT
           END-IF.

           PERFORM 1300-READ-NEXT-APPR-HISTORY.
           PERFORM 1350-FETCH-NEXT-APPR-ROW.
           PERFORM 4100-MATCH-APPR-HISTORY
              UNTIL WS-VSAM-KEY IS EQUAL TO HIGH-VALUES
                AND WS-DB2-KEY IS EQUAL TO HIGH-VALUES.

           EXEC SQL
              CLOSE APHCUR
           END-EXEC.

       4000-EXIT.
           EXIT.

       4100-MATCH-APPR-HISTORY.
           EVALUATE TRUE
              WHEN WS-VSAM-KEY IS EQUAL TO WS-DB2-KEY
                 PERFORM 4200-COMPARE-APPR-HISTORY
                 PERFORM 1300-READ-NEXT-APPR-HISTORY
                 PERFORM 1350-FETCH-NEXT-APPR-ROW
              WHEN WS-VSAM-KEY IS LESS THAN WS-DB2-KEY
                 PERFORM 5100-REPORT-MISSING-ROW
                 PERFORM 1300-READ-NEXT-APPR-HISTORY
              WHEN OTHER
                 PERFORM 5200-REPORT-EXTRA-ROW
                 PERFORM 1350-FETCH-NEXT-APPR-ROW
           END-EVALUATE.

      *    SAME COLUMN MAPPING AS 'EHSTMIR' 3000-PROCESS-EAPPHST.
       4200-COMPARE-APPR-HISTORY.
           MOVE 'N' TO WS-ROW-DIFFERS-FLAG.
           MOVE 'N' TO WS-CMP-MASK-FLAG.

           MOVE 'APPRAISALRSLT' TO WS-CMP-COLUMN-NAME.
           MOVE APH-APPRAISAL-RESULT TO WS-CMP-VSAM-VALUE.
           MOVE APH-RESULT-TEXT TO WS-CMP-DB2-VALUE.
           PERFORM 5000-COMPARE-COLUMN.

           MOVE 'RECORDEDDATE' TO WS-CMP-COLUMN-NAME.
           MOVE APH-RECORDED-DATE TO WS-CMP-VSAM-VALUE.
           MOVE APH-RECDATE-TEXT TO WS-CMP-DB2-VALUE.
           PERFORM 5000-COMPARE-COLUMN.

           MOVE 'RECORDEDBY' TO WS-CMP-COLUMN-NAME.
           MOVE APH-RECORDED-BY TO WS-CMP-VSAM-VALUE.
           MOVE APH-RECBY-TEXT TO WS-CMP-DB2-VALUE.
           PERFORM 5000-COMPARE-COLUMN.

           IF ROW-DIFFERS
              ADD 1 TO WS-TB-MISMATCHED(WS-TB-IDX)
           END-IF.

      *-----------------------------------------------------------------
       FINDINGS SECTION.
      *-----------------------------------------------------------------

       5000-COMPARE-COLUMN.
           IF WS-CMP-VSAM-VALUE IS EQUAL TO WS-CMP-DB2-VALUE
              GO TO 5000-EXIT
           END-IF.

           MOVE 'Y' TO WS-ROW-DIFFERS-FLAG.
           ADD 1 TO WS-TB-COLUMNS(WS-TB-IDX).

           MOVE 'MISMATCH' TO WS-RPT-FINDING.
           MOVE WS-CMP-COLUMN-NAME TO WS-RPT-COLUMN-NAME.
           IF CMP-VALUE-MASKED
              MOVE '(PAY)' TO WS-RPT-VSAM-VALUE
              MOVE '(PAY)' TO WS-RPT-DB2-VALUE
           ELSE
              MOVE WS-CMP-VSAM-VALUE TO WS-RPT-VSAM-VALUE
              MOVE WS-CMP-DB2-VALUE TO WS-RPT-DB2-VALUE
           END-IF.
           MOVE WS-VK-EMPNO TO WS-RPT-KEY-EMPNO.
           MOVE WS-VK-DATE TO WS-RPT-KEY-DATE.
           PERFORM 5500-PRINT-FINDING.

       5000-EXIT.
           EXIT.

       5100-REPORT-MISSING-ROW.
           ADD 1 TO WS-TB-MISSING(WS-TB-IDX).
           MOVE 'MISSING' TO WS-RPT-FINDING.
           MOVE SPACES TO WS-RPT-COLUMN-NAME.
           MOVE 'ON FILE' TO WS-RPT-VSAM-VALUE.
           MOVE 'NOT MIRRORED' TO WS-RPT-DB2-VALUE.
           MOVE WS-VK-EMPNO TO WS-RPT-KEY-EMPNO.
           MOVE WS-VK-DATE TO WS-RPT-KEY-DATE.
           PERFORM 5500-PRINT-FINDING.

       5200-REPORT-EXTRA-ROW.
           ADD 1 TO WS-TB-EXTRA(WS-TB-IDX).
           MOVE 'EXTRA' TO WS-RPT-FINDING.
           MOVE SPACES TO WS-RPT-COLUMN-NAME.
           MOVE 'NOT ON FILE' TO WS-RPT-VSAM-VALUE.
           MOVE 'IN MIRROR' TO WS-RPT-DB2-VALUE.
           MOVE WS-DK-EMPNO TO WS-RPT-KEY-EMPNO.
           MOVE WS-DK-DATE TO WS-RPT-KEY-DATE.
           PERFORM 5500-PRINT-FINDING.

      *    A MIRROR PAY COLUMN THAT IS NOT CLEAN DIGITS CANNOT BE
      *    ADDED; THE COLUMN COMPARISON REPORTS IT AND THE HASH TOTAL
      *    IS LEFT SHORT, WHICH FLAGS IT AGAIN.
       5300-ADD-MIRROR-PAY.
           IF WS-PAY-CONVERT-AMOUNT IS NUMERIC
              ADD WS-PAY-CONVERT-AMOUNT TO WS-TB-DB2-HASH(WS-TB-IDX)
           END-IF.

       5500-PRINT-FINDING.
           ADD 1 TO WS-EXCEPTION-COUNT.
           ADD 1 TO WS-TB-PRINTED(WS-TB-IDX).
           IF WS-TB-PRINTED(WS-TB-IDX) IS GREATER THAN WS-DETAIL-LIMIT
              GO TO 5500-EXIT
           END-IF.

           MOVE WS-TABLE-NAME(WS-TB-IDX) TO WS-RPT-TABLE-NAME.
           MOVE WS-REPORT-DETAIL-LINE TO RECON-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

           IF WS-TB-PRINTED(WS-TB-IDX) IS EQUAL TO WS-DETAIL-LIMIT
              MOVE SPACES TO RECON-REPORT-LINE
              STRING '** DETAIL LIMIT REACHED FOR '
                     WS-TABLE-NAME(WS-TB-IDX) DELIMITED BY SPACE
                     ' - FURTHER FINDINGS COUNTED ONLY **'
                     DELIMITED BY SIZE
                 INTO RECON-REPORT-LINE
              END-STRING
              PERFORM 8800-PRINT-REPORT-LINE
           END-IF.

       5500-EXIT.
           EXIT.

      *    AN SQL ERROR ENDS THE COMPARISON OF THE CURRENT TABLE -
      *    WHAT WAS NOT COMPARED CANNOT BE CALLED IN STEP, SO THE
      *    TABLE IS FLAGGED AND THE RUN ENDS AS DRIFTED.
       5900-SQL-ERROR.
           MOVE SQLCODE TO WS-SQLCODE-DISPLAY.
           DISPLAY 'EMIRRCN - SQL ERROR ON ' WS-TABLE-NAME(WS-TB-IDX)
              ', SQLCODE=' WS-SQLCODE-DISPLAY.
           MOVE 'Y' TO WS-TB-SQL-ERROR-FLAG(WS-TB-IDX).
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE HIGH-VALUES TO WS-VSAM-KEY.
           MOVE HIGH-VALUES TO WS-DB2-KEY.

           MOVE SPACES TO RECON-REPORT-LINE.
           STRING '** SQL ERROR ' WS-SQLCODE-DISPLAY
                  ' - ' WS-TABLE-NAME(WS-TB-IDX) DELIMITED BY SIZE
                  ' NOT FULLY COMPARED **' DELIMITED BY SIZE
              INTO RECON-REPORT-LINE
           END-STRING.
           PERFORM 8800-PRINT-REPORT-LINE.

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------

       6000-PRODUCE-SUMMARY.
           MOVE SPACES TO RECON-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.
           MOVE '** RECONCILIATION TOTALS **' TO RECON-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.
           MOVE WS-TOTALS-HEADING-LINE TO RECON-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

           PERFORM 6100-PRINT-TABLE-TOTALS
              VARYING WS-TB-IDX FROM 1 BY 1
              UNTIL WS-TB-IDX IS GREATER THAN 3.

           MOVE SPACES TO RECON-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.
           PERFORM 6200-PRINT-PAY-HASH
              VARYING WS-TB-IDX FROM 1 BY 1
              UNTIL WS-TB-IDX IS GREATER THAN 2.

           MOVE SPACES TO RECON-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.
           IF MIRROR-HAS-DRIFTED
              MOVE '*** MIRROR HAS DRIFTED - NIGHTLY CYCLE HELD ***'
                 TO WS-REPORT-RESULT-LINE
           ELSE
              MOVE '*** MIRROR IN STEP WITH VSAM ***'
                 TO WS-REPORT-RESULT-LINE
           END-IF.
           MOVE WS-REPORT-RESULT-LINE TO RECON-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

       6100-PRINT-TABLE-TOTALS.
           ADD WS-TB-VSAM-ROWS(WS-TB-IDX) TO WS-SOURCE-ROW-COUNT.
           ADD WS-TB-DB2-ROWS(WS-TB-IDX) TO WS-MIRROR-ROW-COUNT.

           MOVE WS-TABLE-NAME(WS-TB-IDX) TO WS-TOT-TABLE-NAME.
           MOVE WS-TB-VSAM-ROWS(WS-TB-IDX) TO WS-TOT-VSAM-ROWS.
           MOVE WS-TB-DB2-ROWS(WS-TB-IDX) TO WS-TOT-DB2-ROWS.
           MOVE WS-TB-MISSING(WS-TB-IDX) TO WS-TOT-MISSING.
           MOVE WS-TB-EXTRA(WS-TB-IDX) TO WS-TOT-EXTRA.
           MOVE WS-TB-MISMATCHED(WS-TB-IDX) TO WS-TOT-MISMATCHED.
           MOVE WS-TB-COLUMNS(WS-TB-IDX) TO WS-TOT-COLUMNS.

           EVALUATE TRUE
              WHEN TB-SQL-ERROR(WS-TB-IDX)
                 MOVE 'SQL ERROR' TO WS-TOT-RESULT
                 MOVE 'Y' TO WS-DRIFT-FLAG
              WHEN WS-TB-VSAM-ROWS(WS-TB-IDX) IS NOT EQUAL TO
                   WS-TB-DB2-ROWS(WS-TB-IDX)
                OR WS-TB-MISSING(WS-TB-IDX) IS GREATER THAN ZERO
                OR WS-TB-EXTRA(WS-TB-IDX) IS GREATER THAN ZERO
                OR WS-TB-MISMATCHED(WS-TB-IDX) IS GREATER THAN ZERO
                 MOVE 'DRIFTED' TO WS-TOT-RESULT
                 MOVE 'Y' TO WS-DRIFT-FLAG
              WHEN OTHER
                 MOVE 'IN STEP' TO WS-TOT-RESULT
           END-EVALUATE.

           MOVE WS-TOTALS-DETAIL-LINE TO RECON-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

      *    'EAPPHST' CARRIES NO PAY, SO ONLY THE FIRST TWO TABLES
      *    HAVE A HASH TOTAL.
       6200-PRINT-PAY-HASH.
           MOVE WS-TABLE-NAME(WS-TB-IDX) TO WS-HSH-TABLE-NAME.
           MOVE WS-TB-VSAM-HASH(WS-TB-IDX) TO WS-HSH-VSAM-HASH.
           MOVE WS-TB-DB2-HASH(WS-TB-IDX) TO WS-HSH-DB2-HASH.
           IF WS-TB-VSAM-HASH(WS-TB-IDX) IS EQUAL TO
              WS-TB-DB2-HASH(WS-TB-IDX)
              MOVE 'AGREES' TO WS-HSH-RESULT
           ELSE
              MOVE 'DIFFERS' TO WS-HSH-RESULT
              MOVE 'Y' TO WS-DRIFT-FLAG
           END-IF.

           MOVE WS-HASH-DETAIL-LINE TO RECON-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

       8700-PRINT-SECTION-HEADING.
           MOVE SPACES TO RECON-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SECTION-HEADING-LINE.
           STRING '** ' WS-TABLE-NAME(WS-TB-IDX) DELIMITED BY SPACE
                  ' CLUSTER AGAINST ITS DB2 MIRROR **'
                  DELIMITED BY SIZE
              INTO WS-SECTION-HEADING-LINE
           END-STRING.
           MOVE WS-SECTION-HEADING-LINE TO RECON-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.
           MOVE WS-DETAIL-HEADING-LINE TO RECON-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

       8800-PRINT-REPORT-LINE.
           MOVE RECON-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'EMIRRCN' TO RSA-REPORT-NAME.
           SET RSA-ACTION-LINE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *-----------------------------------------------------------------
       TERMINATION SECTION.
      *-----------------------------------------------------------------

       9000-TERMINATE.

      *    FINISH THE REPORT REPOSITORY DEPOSIT.
           SET RSA-ACTION-CLOSE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *    LOG THE RUN ON THE COMMON RUN-HISTORY FILE. A DRIFTED
      *    MIRROR IS LOGGED WITH RETURN CODE 8 SO THE CYCLE DRIVER
      *    WILL NOT RELEASE THE NEXT STEP.
           MOVE 'EMIRRCN ' TO RLG-JOB-NAME.
           MOVE WS-SOURCE-ROW-COUNT TO RLG-INPUT-COUNT.
           MOVE WS-MIRROR-ROW-COUNT TO RLG-OUTPUT-COUNT.
           MOVE WS-EXCEPTION-COUNT TO RLG-ERROR-COUNT.
           IF MIRROR-HAS-DRIFTED
              MOVE 8 TO RLG-RETURN-CODE
           END-IF.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'EMIRRCN - VSAM RECORDS READ:    '
              WS-SOURCE-ROW-COUNT.
           DISPLAY 'EMIRRCN - MIRROR ROWS FETCHED:  '
              WS-MIRROR-ROW-COUNT.
           DISPLAY 'EMIRRCN - EXCEPTIONS FOUND:     '
              WS-EXCEPTION-COUNT.

           CLOSE EMPMAST-FILE.
           CLOSE ECOMHST-FILE.
           CLOSE EAPPHST-FILE.
           CLOSE RECON-REPORT-FILE.

           IF MIRROR-HAS-DRIFTED
              DISPLAY 'EMIRRCN - MIRROR HAS DRIFTED, RC=8'
              MOVE 8 TO RETURN-CODE
           END-IF.
