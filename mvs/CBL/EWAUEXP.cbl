       IDENTIFICATION DIVISION.
       PROGRAM-ID. EWAUEXP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - WORK AUTHORIZATION EXPIRY REPORT.
      *      - BATCH PROGRAM, RUN WEEKLY - SEE THE ACCOMPANYING JCL.
      *      - READS THE 'EWKAUTH' RIGHT-TO-WORK REGISTER AND LISTS
      *        EVERY ACTIVE DOCUMENT THAT RUNS OUT WITHIN THE NEXT 90
      *        DAYS, OR HAS ALREADY RUN OUT. A DOCUMENT ALREADY PAST
      *        EXPIRY WHOSE HOLDER IS STILL 'EMP-ACTIVE' IS FLAGGED
      *        'STILL ACTIVE' - THAT PERSON IS WORKING WITHOUT THE
      *        RIGHT TO, AND IS A LEGAL EXPOSURE UNTIL HR ACTS.
      *      - AN EMPLOYEE WHO ALSO HOLDS AN ACTIVE DOCUMENT RUNNING
      *        BEYOND THE WINDOW (OR PROOF OF CITIZENSHIP, WHICH NEVER
      *        RUNS OUT) IS ALREADY COVERED - THE OLD PAPERS ARE ONLY
      *        COUNTED AS SUPERSEDED. DELETED EMPLOYEES ARE SKIPPED.
      *      - THE OUTPUT IS SORTED AND BURST BY DEPARTMENT AND
      *        MANAGER, THE SAME WAY 'EAPRRPT' IS: EACH MANAGER'S
      *        PEOPLE START ON A FRESH PAGE UNDER THEIR OWN BANNER,
      *        SOONEST EXPIRY FIRST.
      *      - ENDS WITH RETURN CODE 4 WHEN ANYONE IS FLAGGED.
      *      - 'SYSIN' FORMAT: THE RUN DATE YYYYMMDD IN COLUMNS 1-8
      *        (BLANK MEANS TODAY).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EWKAUTH-FILE ASSIGN TO EWKAUTH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS WAU-KEY
                FILE STATUS IS WS-EWKAUTH-STATUS.

           SELECT EMPMAST-FILE ASSIGN TO EMPMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EMP-EMPLOYEE-ID
                FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK1.

           SELECT EXPIRY-REPORT-FILE ASSIGN TO WAURPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-WAURPT-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SYSIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EWKAUTH-FILE.
       COPY EWKAUTH.

       FD  EMPMAST-FILE.
       COPY EMPMAST.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SORT-DEPT-ID              PIC 9(8).
           05 SORT-MANAGER-ID           PIC 9(8).
           05 SORT-EXPIRY-DATE          PIC X(8).
           05 SORT-EMP-ID               PIC 9(8).
           05 SORT-PRIMARY-NAME         PIC X(38).
           05 SORT-DOCUMENT-TYPE        PIC X(1).
           05 SORT-DOCUMENT-NUMBER      PIC X(20).
           05 SORT-ISSUING-COUNTRY      PIC X(3).
           05 SORT-EMP-STATUS           PIC X(1).
              88 SORT-EMP-ACTIVE                   VALUE 'A'.

       FD  EXPIRY-REPORT-FILE
           RECORDING MODE IS F.
       01  EXPIRY-REPORT-LINE           PIC X(80).

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD.
           05 CC-RUN-DATE               PIC X(8).
           05 FILLER                    PIC X(72).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-EWKAUTH-STATUS        PIC X(2).
             88 EWKAUTH-OK                      VALUE '00'.
          05 WS-EMPMAST-STATUS        PIC X(2).
             88 EMPMAST-OK                      VALUE '00'.
          05 WS-WAURPT-STATUS         PIC X(2).
          05 WS-SYSIN-STATUS          PIC X(2).
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
             88 END-OF-EWKAUTH                  VALUE 'Y'.
          05 WS-SORT-EOF-FLAG         PIC X(1)  VALUE 'N'.
             88 END-OF-SORT-FILE                VALUE 'Y'.
          05 WS-COVERED-FLAG          PIC X(1)  VALUE 'N'.
             88 EMPLOYEE-COVERED                VALUE 'Y'.
          05 WS-FIRST-GROUP-FLAG      PIC X(1)  VALUE 'Y'.
             88 FIRST-GROUP-NOT-SEEN            VALUE 'Y'.
          05 WS-RUN-DATE              PIC X(8).
          05 WS-TODAY-INTEGER         PIC 9(8)  VALUE ZEROES.
          05 WS-HORIZON-NUM           PIC 9(8)  VALUE ZEROES.
          05 WS-HORIZON-DATE REDEFINES WS-HORIZON-NUM
                                      PIC X(8).
          05 WS-EXPIRY-NUM            PIC 9(8)  VALUE ZEROES.
          05 WS-EXPIRY-INTEGER        PIC 9(8)  VALUE ZEROES.
          05 WS-DAYS-LEFT             PIC 9(4)  VALUE ZEROES.
          05 WS-DAYS-EDIT             PIC Z(3)9.
          05 WS-CURRENT-EMPLOYEE-ID   PIC 9(8)  VALUE ZEROES.
          05 WS-PREVIOUS-DEPT-ID      PIC 9(8)  VALUE ZEROES.
          05 WS-PREVIOUS-MANAGER-ID   PIC 9(8)  VALUE ZEROES.
          05 WS-DOCUMENT-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ACTIVE-DOC-COUNT      PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-SUPERSEDED-COUNT      PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-SKIPPED-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EXPIRING-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EXPIRED-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-FLAGGED-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.

      *    THE RENEWAL WINDOW IS THE SAME FIGURE THE 'EWAUP' SCREEN
      *    USES TO MARK A DOCUMENT 'RENEW BY' ('APP-WAU-RENEWAL-WARN-
      *    DAYS' IN THE APPLICATION CONSTANTS) - KEEP THEM IN STEP.
       01 WS-EXPIRY-RULES.
          05 WS-WARNING-WINDOW-DAYS   PIC 9(3)  VALUE 090.

      *    ONE EMPLOYEE'S ACTIVE DOCUMENTS INSIDE THE WINDOW, HELD
      *    UNTIL ALL OF THEIR DOCUMENTS HAVE BEEN SEEN - A LATER
      *    DOCUMENT MAY STILL COVER THEM.
       01 WS-DOCUMENT-BUFFER.
          05 WS-DB-COUNT              PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-DB-IDX                PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-DB-ENTRY OCCURS 20 TIMES.
             10 WS-DB-DOCUMENT-TYPE   PIC X(1).
             10 WS-DB-DOCUMENT-NUMBER PIC X(20).
             10 WS-DB-ISSUING-COUNTRY PIC X(3).
             10 WS-DB-EXPIRY-DATE     PIC X(8).

       01 WS-REPORT-HEADING.
          05 FILLER                   PIC X(40)
             VALUE 'WORK AUTHORIZATION EXPIRY REPORT - '.
          05 WS-RPT-HDG-DATE          PIC X(8).
          05 FILLER                   PIC X(32) VALUE SPACES.

       01 WS-REPORT-GROUP-BANNER.
          05 FILLER                   PIC X(16)
             VALUE '**** DEPARTMENT '.
          05 WS-RPT-HDR-DEPT-ID       PIC Z(7)9.
          05 FILLER                   PIC X(10) VALUE '  MANAGER '.
          05 WS-RPT-HDR-MANAGER-ID    PIC Z(7)9.
          05 FILLER                   PIC X(5)  VALUE ' ****'.
          05 FILLER                   PIC X(33) VALUE SPACES.

       01 WS-REPORT-COLUMN-HEADING.
          05 FILLER                   PIC X(40)
             VALUE 'EMP ID   EMPLOYEE NAME      TYPE   DOCUM'.
          05 FILLER                   PIC X(40)
             VALUE 'ENT NO.   CTY EXPIRES  DAYS ALERT       '.

       01 WS-REPORT-DETAIL-LINE.
          05 WS-RPT-EMP-ID            PIC Z(7)9.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-EMP-NAME          PIC X(18).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-DOCUMENT-TYPE     PIC X(6).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-DOCUMENT-NUMBER   PIC X(14).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-ISSUING-COUNTRY   PIC X(3).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-EXPIRY-DATE       PIC X(8).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-DAYS-LEFT         PIC X(4).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-ALERT             PIC X(12).

       01 WS-REPORT-COUNT-LINE.
          05 WS-RPT-COUNT-LABEL       PIC X(28).
          05 WS-RPT-COUNT-TOTAL       PIC Z(7)9.
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

           SORT SORT-WORK-FILE
                ON ASCENDING KEY SORT-DEPT-ID
                   ASCENDING KEY SORT-MANAGER-ID
                   ASCENDING KEY SORT-EXPIRY-DATE
                   ASCENDING KEY SORT-EMP-ID
                INPUT PROCEDURE IS 2000-SELECT-EXPIRING-DOCUMENTS
                OUTPUT PROCEDURE IS 3000-PRODUCE-REPORT.

           PERFORM 4000-PRODUCE-SUMMARY.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-SYSIN-STATUS IS EQUAL TO '00' THEN
              READ CONTROL-CARD-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CC-RUN-DATE IS NUMERIC AND
                       CC-RUN-DATE IS NOT EQUAL TO ZEROES
                       MOVE CC-RUN-DATE TO WS-RUN-DATE
                    END-IF
              END-READ
              CLOSE CONTROL-CARD-FILE
           END-IF.

           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE)).
           COMPUTE WS-HORIZON-NUM = FUNCTION DATE-OF-INTEGER(
              WS-TODAY-INTEGER + WS-WARNING-WINDOW-DAYS).

           OPEN OUTPUT EXPIRY-REPORT-FILE.

           MOVE WS-RUN-DATE TO WS-RPT-HDG-DATE.
           MOVE WS-REPORT-HEADING TO EXPIRY-REPORT-LINE.
           MOVE EXPIRY-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE EXPIRY-REPORT-LINE.

      *-----------------------------------------------------------------
       SELECTION SECTION.
      *-----------------------------------------------------------------

      *    SORT INPUT PROCEDURE - PASS EVERY EXPIRING OR EXPIRED
      *    DOCUMENT OF AN EMPLOYEE NOT OTHERWISE COVERED TO THE SORT.
       2000-SELECT-EXPIRING-DOCUMENTS.
           OPEN INPUT EWKAUTH-FILE.
           IF NOT EWKAUTH-OK
              DISPLAY 'EWAUEXP - UNABLE TO OPEN EWKAUTH, STATUS='
                 WS-EWKAUTH-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT EMPMAST-FILE.
           IF NOT EMPMAST-OK
              DISPLAY 'EWAUEXP - UNABLE TO OPEN EMPMAST, STATUS='
                 WS-EMPMAST-STATUS
              STOP RUN
           END-IF.

           PERFORM 2100-READ-NEXT-DOCUMENT.
           PERFORM 2200-CHECK-EMPLOYEE-DOCUMENTS
              UNTIL END-OF-EWKAUTH.

           CLOSE EWKAUTH-FILE.
           CLOSE EMPMAST-FILE.

       2100-READ-NEXT-DOCUMENT.
           READ EWKAUTH-FILE
              AT END
                 SET END-OF-EWKAUTH TO TRUE
           END-READ.

      *    THE REGISTER IS KEYED BY EMPLOYEE, SO EACH EMPLOYEE'S
      *    DOCUMENTS ARRIVE TOGETHER.
       2200-CHECK-EMPLOYEE-DOCUMENTS.
           MOVE WAU-EMPLOYEE-ID TO WS-CURRENT-EMPLOYEE-ID.
           MOVE ZEROES TO WS-DB-COUNT.
           MOVE 'N' TO WS-COVERED-FLAG.

           PERFORM 2300-BUFFER-DOCUMENT
              UNTIL END-OF-EWKAUTH OR
                 WAU-EMPLOYEE-ID IS NOT EQUAL TO
                    WS-CURRENT-EMPLOYEE-ID.

           PERFORM 2400-RELEASE-EMPLOYEE-DOCUMENTS.

       2300-BUFFER-DOCUMENT.
           ADD 1 TO WS-DOCUMENT-COUNT.

           IF WAU-ST-ACTIVE THEN
              ADD 1 TO WS-ACTIVE-DOC-COUNT
              EVALUATE TRUE
              WHEN WAU-NO-EXPIRY
              WHEN WAU-EXPIRY-DATE IS GREATER THAN WS-HORIZON-DATE
                   SET EMPLOYEE-COVERED TO TRUE
      *       AN EXPIRY DATE THE SCREEN SHOULD NEVER HAVE LET THROUGH
      *       CANNOT BE AGED - SKIP IT RATHER THAN ABEND THE RUN.
              WHEN WAU-EXPIRY-DATE IS NOT NUMERIC
                   CONTINUE
              WHEN WS-DB-COUNT IS LESS THAN 20
                   ADD 1 TO WS-DB-COUNT
                   MOVE WAU-DOCUMENT-TYPE
                      TO WS-DB-DOCUMENT-TYPE(WS-DB-COUNT)
                   MOVE WAU-DOCUMENT-NUMBER
                      TO WS-DB-DOCUMENT-NUMBER(WS-DB-COUNT)
                   MOVE WAU-ISSUING-COUNTRY
                      TO WS-DB-ISSUING-COUNTRY(WS-DB-COUNT)
                   MOVE WAU-EXPIRY-DATE
                      TO WS-DB-EXPIRY-DATE(WS-DB-COUNT)
              END-EVALUATE
           END-IF.

           PERFORM 2100-READ-NEXT-DOCUMENT.

       2400-RELEASE-EMPLOYEE-DOCUMENTS.
           IF WS-DB-COUNT IS EQUAL TO ZEROES THEN
              EXIT PARAGRAPH
           END-IF.

      *    A RENEWAL ALREADY ON FILE COVERS THE EMPLOYEE - THE OLD
      *    PAPERS JUST WANT TIDYING ON 'EWAUP'.
           IF EMPLOYEE-COVERED THEN
              ADD WS-DB-COUNT TO WS-SUPERSEDED-COUNT
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-CURRENT-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           READ EMPMAST-FILE
              INVALID KEY
                 MOVE '23' TO WS-EMPMAST-STATUS
           END-READ.

           IF NOT EMPMAST-OK OR EMP-DELETED THEN
              ADD WS-DB-COUNT TO WS-SKIPPED-COUNT
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2450-RELEASE-DOCUMENT
              VARYING WS-DB-IDX FROM 1 BY 1
              UNTIL WS-DB-IDX IS GREATER THAN WS-DB-COUNT.

       2450-RELEASE-DOCUMENT.
           MOVE EMP-DEPARTMENT-ID TO SORT-DEPT-ID.
           MOVE EMP-MANAGER-ID TO SORT-MANAGER-ID.
           MOVE WS-DB-EXPIRY-DATE(WS-DB-IDX) TO SORT-EXPIRY-DATE.
           MOVE EMP-EMPLOYEE-ID TO SORT-EMP-ID.
           MOVE EMP-PRIMARY-NAME TO SORT-PRIMARY-NAME.
           MOVE WS-DB-DOCUMENT-TYPE(WS-DB-IDX) TO SORT-DOCUMENT-TYPE.
           MOVE WS-DB-DOCUMENT-NUMBER(WS-DB-IDX)
              TO SORT-DOCUMENT-NUMBER.
           MOVE WS-DB-ISSUING-COUNTRY(WS-DB-IDX)
              TO SORT-ISSUING-COUNTRY.
           MOVE EMP-DELETE-FLAG TO SORT-EMP-STATUS.
           RELEASE SORT-RECORD.

      *-----------------------------------------------------------------
       REPORT-WRITING SECTION.
      *-----------------------------------------------------------------

      *    SORT OUTPUT PROCEDURE - PRINT THE SORTED LIST WITH A
      *    DEPARTMENT/MANAGER CONTROL BREAK.
       3000-PRODUCE-REPORT.
           PERFORM 3100-RETURN-NEXT-RECORD.
           PERFORM 3200-PRINT-DETAIL-LINE UNTIL END-OF-SORT-FILE.

       3100-RETURN-NEXT-RECORD.
           RETURN SORT-WORK-FILE
              AT END
                 SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

      *    EACH MANAGER'S PACKET STARTS ON A FRESH PAGE UNDER ITS
      *    OWN BANNER.
       3200-PRINT-DETAIL-LINE.
           IF FIRST-GROUP-NOT-SEEN OR
              SORT-DEPT-ID IS NOT EQUAL TO WS-PREVIOUS-DEPT-ID OR
              SORT-MANAGER-ID IS NOT EQUAL TO WS-PREVIOUS-MANAGER-ID
              PERFORM 3300-PRINT-GROUP-BANNER
           END-IF.

           MOVE SORT-EXPIRY-DATE TO WS-EXPIRY-NUM.
           MOVE SPACES TO WS-RPT-ALERT.

           IF SORT-EXPIRY-DATE IS LESS THAN WS-RUN-DATE
              ADD 1 TO WS-EXPIRED-COUNT
              MOVE 'PAST' TO WS-RPT-DAYS-LEFT
              IF SORT-EMP-ACTIVE THEN
                 ADD 1 TO WS-FLAGGED-COUNT
                 MOVE 'STILL ACTIVE' TO WS-RPT-ALERT
              END-IF
           ELSE
              ADD 1 TO WS-EXPIRING-COUNT
              COMPUTE WS-EXPIRY-INTEGER =
                 FUNCTION INTEGER-OF-DATE(WS-EXPIRY-NUM)
              COMPUTE WS-DAYS-LEFT =
                 WS-EXPIRY-INTEGER - WS-TODAY-INTEGER
              MOVE WS-DAYS-LEFT TO WS-DAYS-EDIT
              MOVE WS-DAYS-EDIT TO WS-RPT-DAYS-LEFT
           END-IF.

           EVALUATE SORT-DOCUMENT-TYPE
           WHEN 'V'
                MOVE 'VISA' TO WS-RPT-DOCUMENT-TYPE
           WHEN 'P'
                MOVE 'PERMIT' TO WS-RPT-DOCUMENT-TYPE
           WHEN OTHER
                MOVE 'CITIZN' TO WS-RPT-DOCUMENT-TYPE
           END-EVALUATE.

           MOVE SORT-EMP-ID TO WS-RPT-EMP-ID.
           MOVE SORT-PRIMARY-NAME TO WS-RPT-EMP-NAME.
           MOVE SORT-DOCUMENT-NUMBER TO WS-RPT-DOCUMENT-NUMBER.
           MOVE SORT-ISSUING-COUNTRY TO WS-RPT-ISSUING-COUNTRY.
           MOVE SORT-EXPIRY-DATE TO WS-RPT-EXPIRY-DATE.
           MOVE WS-REPORT-DETAIL-LINE TO EXPIRY-REPORT-LINE.
           MOVE EXPIRY-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE EXPIRY-REPORT-LINE.

           PERFORM 3100-RETURN-NEXT-RECORD.

       3300-PRINT-GROUP-BANNER.
           MOVE SORT-DEPT-ID TO WS-RPT-HDR-DEPT-ID.
           MOVE SORT-MANAGER-ID TO WS-RPT-HDR-MANAGER-ID.
           MOVE WS-REPORT-GROUP-BANNER TO EXPIRY-REPORT-LINE.
           MOVE EXPIRY-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE EXPIRY-REPORT-LINE AFTER ADVANCING PAGE.

           MOVE WS-REPORT-COLUMN-HEADING TO EXPIRY-REPORT-LINE.
           MOVE EXPIRY-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE EXPIRY-REPORT-LINE.

           MOVE 'N' TO WS-FIRST-GROUP-FLAG.
           MOVE SORT-DEPT-ID TO WS-PREVIOUS-DEPT-ID.
           MOVE SORT-MANAGER-ID TO WS-PREVIOUS-MANAGER-ID.

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------

       4000-PRODUCE-SUMMARY.
           MOVE '**** SUMMARY ****' TO EXPIRY-REPORT-LINE.
           MOVE EXPIRY-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE EXPIRY-REPORT-LINE AFTER ADVANCING PAGE.

           MOVE 'DOCUMENTS READ .............' TO WS-RPT-COUNT-LABEL.
           MOVE WS-DOCUMENT-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 4100-WRITE-COUNT-LINE.

           MOVE 'ACTIVE DOCUMENTS ...........' TO WS-RPT-COUNT-LABEL.
           MOVE WS-ACTIVE-DOC-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 4100-WRITE-COUNT-LINE.

           MOVE 'EXPIRING WITHIN WINDOW .....' TO WS-RPT-COUNT-LABEL.
           MOVE WS-EXPIRING-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 4100-WRITE-COUNT-LINE.

           MOVE 'ALREADY PAST EXPIRY (PAST) .' TO WS-RPT-COUNT-LABEL.
           MOVE WS-EXPIRED-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 4100-WRITE-COUNT-LINE.

           MOVE 'PAST EXPIRY - STILL ACTIVE .' TO WS-RPT-COUNT-LABEL.
           MOVE WS-FLAGGED-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 4100-WRITE-COUNT-LINE.

           MOVE 'SUPERSEDED BY A RENEWAL ....' TO WS-RPT-COUNT-LABEL.
           MOVE WS-SUPERSEDED-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 4100-WRITE-COUNT-LINE.

           MOVE 'EMPLOYEE GONE - SKIPPED ....' TO WS-RPT-COUNT-LABEL.
           MOVE WS-SKIPPED-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 4100-WRITE-COUNT-LINE.

       4100-WRITE-COUNT-LINE.
           MOVE WS-REPORT-COUNT-LINE TO EXPIRY-REPORT-LINE.
           MOVE EXPIRY-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE EXPIRY-REPORT-LINE.
      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'EWAUEXP' TO RSA-REPORT-NAME.
           SET RSA-ACTION-LINE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.


      *-----------------------------------------------------------------
       TERMINATION SECTION.
      *-----------------------------------------------------------------

       9000-TERMINATE.

      *    FINISH THE REPORT REPOSITORY DEPOSIT.
           SET RSA-ACTION-CLOSE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *    LOG THE RUN ON THE COMMON RUN-HISTORY FILE. ANYONE STILL
      *    WORKING ON EXPIRED PAPERS COUNTS AS AN ERROR.
           MOVE 'EWAUEXP ' TO RLG-JOB-NAME.
           MOVE WS-DOCUMENT-COUNT TO RLG-INPUT-COUNT.
           COMPUTE RLG-OUTPUT-COUNT =
              WS-EXPIRING-COUNT + WS-EXPIRED-COUNT.
           MOVE WS-FLAGGED-COUNT TO RLG-ERROR-COUNT.

           IF WS-FLAGGED-COUNT IS GREATER THAN ZEROES THEN
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO RLG-RETURN-CODE.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'EWAUEXP - DOCUMENTS READ:     ' WS-DOCUMENT-COUNT.
           DISPLAY 'EWAUEXP - EXPIRING IN WINDOW: ' WS-EXPIRING-COUNT.
           DISPLAY 'EWAUEXP - ALREADY EXPIRED:    ' WS-EXPIRED-COUNT.
           DISPLAY 'EWAUEXP - EXPIRED BUT ACTIVE: ' WS-FLAGGED-COUNT.

           CLOSE EXPIRY-REPORT-FILE.
