       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELETPRD.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - NIGHTLY HR LETTER PRODUCTION.
      *      - BATCH PROGRAM, RUN OFFLINE AGAINST THE 'ELTRREQ',
      *        'ELTRTPL', 'EMPMAST', 'EDEPMST', 'EPROBTN', 'ECOMHST'
      *        AND 'EDPTHST' VSAM <KSDS> CLUSTERS IN VSAM RLS MODE
      *        (SEE THE 'RLS=' PARAMETERS ON THE ACCOMPANYING JCL),
      *        SO CICS STAYS UP.
      *      - PICKS UP EVERY PENDING LETTER REQUEST RAISED ON THE
      *        'ELTRP' SCREEN AND MERGES THE DATA ALREADY ON FILE
      *        INTO THE MAINTAINED TEMPLATE FOR ITS TYPE:
      *          - 'VE' EMPLOYMENT VERIFICATION - MASTER AND
      *            DEPARTMENT NAME ONLY.
      *          - 'PC' PROBATION CONFIRMATION - NEEDS A CONFIRMED
      *            'EPROBTN' OUTCOME.
      *          - 'TR' TRANSFER - THE LATEST 'EDPTHST' MOVEMENT,
      *            WITH BOTH DEPARTMENT NAMES.
      *          - 'SC' SALARY CHANGE - THE LATEST 'ECOMHST' CHANGE.
      *        A REQUEST WHOSE DATA IS NOT THERE IS REJECTED WITH THE
      *        REASON, WHICH SHOWS ON THE SCREEN, RATHER THAN PRINTED
      *        WITH BLANKS IN IT.
      *      - EACH LETTER STARTS A NEW PAGE ON THE PRINT FILE AND IS
      *        ALSO DEPOSITED ON 'ERPTREP' UNDER ITS OWN NAME, SO THE
      *        COPY CAN BE CALLED BACK UP ON THE 'ERPR' SCREEN.
      *      - THE REQUEST IS REWRITTEN AS ISSUED, WITH THE DATE, THE
      *        REPOSITORY NAME AND THE LINE COUNT - IT IS THE
      *        EMPLOYEE'S CORRESPONDENCE LOG.
      *      - TEMPLATE LINES CARRY MERGE FIELDS AS '&' AND A FOUR
      *        LETTER CODE (SEE 'ELTRTPL').
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELTRREQ-FILE ASSIGN TO ELTRREQ
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LTR-KEY
                FILE STATUS IS WS-ELTRREQ-STATUS.

           SELECT ELTRTPL-FILE ASSIGN TO ELTRTPL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LTP-KEY
                FILE STATUS IS WS-ELTRTPL-STATUS.

           SELECT EMPMAST-FILE ASSIGN TO EMPMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS EMP-EMPLOYEE-ID
                FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT EDEPMST-FILE ASSIGN TO EDEPMST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS DEP-DEPARTMENT-ID
                FILE STATUS IS WS-EDEPMST-STATUS.

           SELECT EPROBTN-FILE ASSIGN TO EPROBTN
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PRB-EMPLOYEE-ID
                FILE STATUS IS WS-EPROBTN-STATUS.

           SELECT ECOMHST-FILE ASSIGN TO ECOMHST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS COH-KEY
                FILE STATUS IS WS-ECOMHST-STATUS.

           SELECT EDPTHST-FILE ASSIGN TO EDPTHST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DTH-KEY
                FILE STATUS IS WS-EDPTHST-STATUS.

           SELECT LETTER-PRINT-FILE ASSIGN TO LTRPRT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-LTRPRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ELTRREQ-FILE.
       COPY ELTRREQ.

       FD  ELTRTPL-FILE.
       COPY ELTRTPL.

       FD  EMPMAST-FILE.
       COPY EMPMAST.

       FD  EDEPMST-FILE.
       COPY EDEPMST.

       FD  EPROBTN-FILE.
       COPY EPROBTN.

       FD  ECOMHST-FILE.
       COPY ECOMHST.

       FD  EDPTHST-FILE.
       COPY EDPTHST.

       FD  LETTER-PRINT-FILE
           RECORDING MODE IS F.
       01  LETTER-PRINT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-ELTRREQ-STATUS        PIC X(2).
             88 ELTRREQ-OK                      VALUE '00'.
          05 WS-ELTRTPL-STATUS        PIC X(2).
             88 ELTRTPL-OK                      VALUE '00'.
          05 WS-EMPMAST-STATUS        PIC X(2).
             88 EMPMAST-OK                      VALUE '00'.
          05 WS-EDEPMST-STATUS        PIC X(2).
             88 EDEPMST-OK                      VALUE '00'.
          05 WS-EPROBTN-STATUS        PIC X(2).
             88 EPROBTN-OK                      VALUE '00'.
          05 WS-ECOMHST-STATUS        PIC X(2).
             88 ECOMHST-OK                      VALUE '00'.
          05 WS-EDPTHST-STATUS        PIC X(2).
             88 EDPTHST-OK                      VALUE '00'.
          05 WS-LTRPRT-STATUS         PIC X(2).
             88 LTRPRT-OK                       VALUE '00'.
          05 WS-REQUEST-EOF-FLAG      PIC X(1)  VALUE 'N'.
             88 END-OF-REQUESTS                 VALUE 'Y'.
          05 WS-TEMPLATE-EOF-FLAG     PIC X(1)  VALUE 'N'.
             88 END-OF-TEMPLATE                 VALUE 'Y'.
          05 WS-HISTORY-EOF-FLAG      PIC X(1)  VALUE 'N'.
             88 END-OF-HISTORY                  VALUE 'Y'.
          05 WS-HISTORY-FOUND-FLAG    PIC X(1)  VALUE 'N'.
             88 HISTORY-FOUND                   VALUE 'Y'.
          05 WS-TODAY                 PIC X(8).
          05 WS-RUN-TIME              PIC X(4).
          05 WS-REJECT-REASON         PIC X(30) VALUE SPACES.
          05 WS-DEPARTMENT-ID         PIC 9(8)  VALUE ZEROES.
          05 WS-DEPARTMENT-NAME       PIC X(38) VALUE SPACES.
          05 WS-LETTER-SEQUENCE       PIC 9(3)  VALUE ZEROES.
          05 WS-LINE-COUNT            PIC 9(4)  VALUE ZEROES.
          05 WS-IN-POS                PIC 9(3)  USAGE IS BINARY.
          05 WS-OUT-POS               PIC 9(3)  USAGE IS BINARY.
          05 WS-MERGE-CODE            PIC X(4).
          05 WS-MERGE-VALUE           PIC X(79).
          05 WS-MERGED-LINE           PIC X(80).
          05 WS-AMOUNT-EDIT           PIC Z,ZZZ,ZZ9.99.
          05 WS-DATE-IN               PIC X(8).
          05 WS-READ-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-PENDING-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ISSUED-COUNT          PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-REJECTED-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ERROR-COUNT           PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.

      *    EACH LETTER IS FILED ON 'ERPTREP' AS 'L' + RUN START HHMM
      *    + A SEQUENCE - A SAME-DAY RERUN MUST NOT REUSE (AND SO
      *    PURGE) THE NAME OF A LETTER ALREADY LOGGED AS ISSUED.
       01 WS-LETTER-REPORT-NAME.
          05 FILLER                   PIC X(1)  VALUE 'L'.
          05 WS-LRN-RUN-TIME          PIC X(4).
          05 WS-LRN-SEQUENCE          PIC 9(3).

       01 WS-DATE-OUT.
          05 WS-DO-DAY                PIC X(2).
          05 FILLER                   PIC X(1)  VALUE '-'.
          05 WS-DO-MONTH              PIC X(2).
          05 FILLER                   PIC X(1)  VALUE '-'.
          05 WS-DO-YEAR               PIC X(4).

      *    THE DATA EACH LETTER TYPE MERGES IN, GATHERED BEFORE THE
      *    FIRST LINE IS PRINTED.
       01 WS-MERGE-DATA.
          05 WS-MD-PROBATION-END      PIC X(8).
          05 WS-MD-CONFIRMED-DATE     PIC X(8).
          05 WS-MD-TRANSFER-DATE      PIC X(8).
          05 WS-MD-OLD-DEPT-ID        PIC 9(8).
          05 WS-MD-NEW-DEPT-ID        PIC 9(8).
          05 WS-MD-OLD-DEPT-NAME      PIC X(38).
          05 WS-MD-NEW-DEPT-NAME      PIC X(38).
          05 WS-MD-EFFECTIVE-DATE     PIC X(8).
          05 WS-MD-OLD-SALARY         PIC 9(7)V99.
          05 WS-MD-NEW-SALARY         PIC 9(7)V99.

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
           PERFORM 2000-PROCESS-REQUEST UNTIL END-OF-REQUESTS.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-RUN-TIME.
           MOVE WS-RUN-TIME TO WS-LRN-RUN-TIME.

           OPEN I-O ELTRREQ-FILE.
           IF NOT ELTRREQ-OK
              DISPLAY 'ELETPRD - UNABLE TO OPEN ELTRREQ, STATUS='
                 WS-ELTRREQ-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT ELTRTPL-FILE.
           IF NOT ELTRTPL-OK
              DISPLAY 'ELETPRD - UNABLE TO OPEN ELTRTPL, STATUS='
                 WS-ELTRTPL-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT EMPMAST-FILE.
           IF NOT EMPMAST-OK
              DISPLAY 'ELETPRD - UNABLE TO OPEN EMPMAST, STATUS='
                 WS-EMPMAST-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT EDEPMST-FILE.
           IF NOT EDEPMST-OK
              DISPLAY 'ELETPRD - UNABLE TO OPEN EDEPMST, STATUS='
                 WS-EDEPMST-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT EPROBTN-FILE.
           IF NOT EPROBTN-OK
              DISPLAY 'ELETPRD - UNABLE TO OPEN EPROBTN, STATUS='
                 WS-EPROBTN-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT ECOMHST-FILE.
           IF NOT ECOMHST-OK
              DISPLAY 'ELETPRD - UNABLE TO OPEN ECOMHST, STATUS='
                 WS-ECOMHST-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT EDPTHST-FILE.
           IF NOT EDPTHST-OK
              DISPLAY 'ELETPRD - UNABLE TO OPEN EDPTHST, STATUS='
                 WS-EDPTHST-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT LETTER-PRINT-FILE.
           IF NOT LTRPRT-OK
              DISPLAY 'ELETPRD - UNABLE TO OPEN LTRPRT, STATUS='
                 WS-LTRPRT-STATUS
              STOP RUN
           END-IF.

           MOVE LOW-VALUES TO LTR-KEY.
           START ELTRREQ-FILE KEY IS NOT LESS THAN LTR-KEY
              INVALID KEY
                 SET END-OF-REQUESTS TO TRUE
           END-START.

           IF NOT END-OF-REQUESTS THEN
              PERFORM 1100-READ-NEXT-REQUEST
           END-IF.

      *-----------------------------------------------------------------
       READING SECTION.
      *-----------------------------------------------------------------

       1100-READ-NEXT-REQUEST.
           READ ELTRREQ-FILE NEXT RECORD
              AT END
                 SET END-OF-REQUESTS TO TRUE
           END-READ.

           IF NOT END-OF-REQUESTS THEN
              ADD 1 TO WS-READ-COUNT
           END-IF.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------

       2000-PROCESS-REQUEST.
           IF LTR-ST-PENDING THEN
              ADD 1 TO WS-PENDING-COUNT
              PERFORM 2100-PRODUCE-LETTER
           END-IF.

           PERFORM 1100-READ-NEXT-REQUEST.

       2100-PRODUCE-LETTER.
      *    PAST 999 IN ONE RUN THE REPOSITORY NAMES WOULD WRAP, SO
      *    THE REST ARE LEFT PENDING FOR THE NEXT NIGHT.
           IF WS-LETTER-SEQUENCE IS NOT LESS THAN 999 THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-REJECT-REASON.
           INITIALIZE WS-MERGE-DATA.

           PERFORM 2200-GATHER-LETTER-DATA.

           IF WS-REJECT-REASON IS NOT EQUAL TO SPACES THEN
              PERFORM 2800-REJECT-REQUEST
              EXIT PARAGRAPH
           END-IF.

           MOVE LTR-LETTER-TYPE TO LTP-LETTER-TYPE.
           MOVE ZEROES TO LTP-LINE-NUMBER.
           MOVE 'N' TO WS-TEMPLATE-EOF-FLAG.

           START ELTRTPL-FILE KEY IS NOT LESS THAN LTP-KEY
              INVALID KEY
                 SET END-OF-TEMPLATE TO TRUE
           END-START.

           IF NOT END-OF-TEMPLATE THEN
              PERFORM 2500-READ-TEMPLATE-LINE
           END-IF.

           IF END-OF-TEMPLATE THEN
              MOVE 'NO TEMPLATE FOR THIS TYPE' TO WS-REJECT-REASON
              PERFORM 2800-REJECT-REQUEST
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-LETTER-SEQUENCE.
           MOVE WS-LETTER-SEQUENCE TO WS-LRN-SEQUENCE.
           MOVE ZEROES TO WS-LINE-COUNT.

           PERFORM 2600-PRINT-TEMPLATE-LINE UNTIL END-OF-TEMPLATE.

      *    ONE DEPOSIT PER LETTER (SEE 'EQRYSWP').
           SET RSA-ACTION-CLOSE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

           SET LTR-ST-ISSUED TO TRUE.
           MOVE WS-TODAY TO LTR-ISSUED-DATE.
           MOVE WS-LETTER-REPORT-NAME TO LTR-REPORT-NAME.
           MOVE WS-LINE-COUNT TO LTR-LINE-COUNT.
           MOVE SPACES TO LTR-REJECT-REASON.
           PERFORM 2900-REWRITE-REQUEST.
           ADD 1 TO WS-ISSUED-COUNT.

      *    EVERY LETTER NEEDS THE MASTER AND ITS DEPARTMENT; THE
      *    REST DEPENDS ON WHAT KIND OF LETTER IT IS.
       2200-GATHER-LETTER-DATA.
           MOVE LTR-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.
           READ EMPMAST-FILE
              INVALID KEY
                 MOVE 'EMPLOYEE NOT ON FILE' TO WS-REJECT-REASON
                 EXIT PARAGRAPH
           END-READ.

           MOVE EMP-DEPARTMENT-ID TO WS-DEPARTMENT-ID.
           PERFORM 2250-LOOK-UP-DEPARTMENT.

           EVALUATE TRUE
           WHEN LTR-TYPE-VERIFICATION
                CONTINUE
           WHEN LTR-TYPE-PROBATION
                PERFORM 2300-GATHER-PROBATION
           WHEN LTR-TYPE-TRANSFER
                PERFORM 2350-GATHER-TRANSFER
           WHEN LTR-TYPE-SALARY-CHANGE
                PERFORM 2400-GATHER-SALARY-CHANGE
           WHEN OTHER
                MOVE 'UNKNOWN LETTER TYPE' TO WS-REJECT-REASON
           END-EVALUATE.

       2250-LOOK-UP-DEPARTMENT.
           MOVE SPACES TO WS-DEPARTMENT-NAME.
           MOVE WS-DEPARTMENT-ID TO DEP-DEPARTMENT-ID.

           READ EDEPMST-FILE
              INVALID KEY
                 MOVE WS-DEPARTMENT-ID TO WS-DEPARTMENT-NAME
                 EXIT PARAGRAPH
           END-READ.

           MOVE DEP-DEPARTMENT-NAME TO WS-DEPARTMENT-NAME.

       2300-GATHER-PROBATION.
           MOVE LTR-EMPLOYEE-ID TO PRB-EMPLOYEE-ID.
           READ EPROBTN-FILE
              INVALID KEY
                 MOVE 'NO PROBATION ON FILE' TO WS-REJECT-REASON
                 EXIT PARAGRAPH
           END-READ.

           IF NOT PRB-OUTCOME-CONFIRMED THEN
              MOVE 'PROBATION NOT CONFIRMED' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           MOVE PRB-END-DATE TO WS-MD-PROBATION-END.
           MOVE PRB-OUTCOME-DATE TO WS-MD-CONFIRMED-DATE.

      *    THE MOST RECENT MOVEMENT IS THE LAST ONE ON FILE FOR THE
      *    EMPLOYEE (KEYED BY TRANSFER DATE).
       2350-GATHER-TRANSFER.
           MOVE 'N' TO WS-HISTORY-EOF-FLAG.
           MOVE 'N' TO WS-HISTORY-FOUND-FLAG.
           MOVE LTR-EMPLOYEE-ID TO DTH-EMPLOYEE-ID.
           MOVE LOW-VALUES TO DTH-TRANSFER-DATE.

           START EDPTHST-FILE KEY IS NOT LESS THAN DTH-KEY
              INVALID KEY
                 SET END-OF-HISTORY TO TRUE
           END-START.

           PERFORM 2360-READ-NEXT-TRANSFER UNTIL END-OF-HISTORY.

           IF NOT HISTORY-FOUND THEN
              MOVE 'NO TRANSFER ON FILE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-MD-NEW-DEPT-ID TO WS-DEPARTMENT-ID.
           PERFORM 2250-LOOK-UP-DEPARTMENT.
           MOVE WS-DEPARTMENT-NAME TO WS-MD-NEW-DEPT-NAME.
           MOVE WS-MD-OLD-DEPT-ID TO WS-DEPARTMENT-ID.
           PERFORM 2250-LOOK-UP-DEPARTMENT.
           MOVE WS-DEPARTMENT-NAME TO WS-MD-OLD-DEPT-NAME.

      *    PUT THE EMPLOYEE'S OWN DEPARTMENT NAME BACK FOR '&DEPT'.
           MOVE EMP-DEPARTMENT-ID TO WS-DEPARTMENT-ID.
           PERFORM 2250-LOOK-UP-DEPARTMENT.

       2360-READ-NEXT-TRANSFER.
           READ EDPTHST-FILE NEXT RECORD
              AT END
                 SET END-OF-HISTORY TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           IF DTH-EMPLOYEE-ID IS NOT EQUAL TO LTR-EMPLOYEE-ID THEN
              SET END-OF-HISTORY TO TRUE
              EXIT PARAGRAPH
           END-IF.

           SET HISTORY-FOUND TO TRUE.
           MOVE DTH-TRANSFER-DATE TO WS-MD-TRANSFER-DATE.
           MOVE DTH-OLD-DEPARTMENT-ID TO WS-MD-OLD-DEPT-ID.
           MOVE DTH-NEW-DEPARTMENT-ID TO WS-MD-NEW-DEPT-ID.

       2400-GATHER-SALARY-CHANGE.
           MOVE 'N' TO WS-HISTORY-EOF-FLAG.
           MOVE 'N' TO WS-HISTORY-FOUND-FLAG.
           MOVE LTR-EMPLOYEE-ID TO COH-EMPLOYEE-ID.
           MOVE LOW-VALUES TO COH-EFFECTIVE-DATE.

           START ECOMHST-FILE KEY IS NOT LESS THAN COH-KEY
              INVALID KEY
                 SET END-OF-HISTORY TO TRUE
           END-START.

           PERFORM 2410-READ-NEXT-SALARY-CHANGE UNTIL END-OF-HISTORY.

           IF NOT HISTORY-FOUND THEN
              MOVE 'NO SALARY CHANGE ON FILE' TO WS-REJECT-REASON
           END-IF.

       2410-READ-NEXT-SALARY-CHANGE.
           READ ECOMHST-FILE NEXT RECORD
              AT END
                 SET END-OF-HISTORY TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           IF COH-EMPLOYEE-ID IS NOT EQUAL TO LTR-EMPLOYEE-ID THEN
              SET END-OF-HISTORY TO TRUE
              EXIT PARAGRAPH
           END-IF.

           SET HISTORY-FOUND TO TRUE.
           MOVE COH-EFFECTIVE-DATE TO WS-MD-EFFECTIVE-DATE.
           MOVE COH-PREVIOUS-COMPENSATION TO WS-MD-OLD-SALARY.
           MOVE COH-NEW-COMPENSATION TO WS-MD-NEW-SALARY.

       2500-READ-TEMPLATE-LINE.
           READ ELTRTPL-FILE NEXT RECORD
              AT END
                 SET END-OF-TEMPLATE TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           IF LTP-LETTER-TYPE IS NOT EQUAL TO LTR-LETTER-TYPE THEN
              SET END-OF-TEMPLATE TO TRUE
           END-IF.

      *    THE FIRST LINE OF EVERY LETTER THROWS A NEW PAGE.
       2600-PRINT-TEMPLATE-LINE.
           PERFORM 2700-MERGE-TEMPLATE-LINE.

           MOVE WS-MERGED-LINE TO LETTER-PRINT-LINE.
           MOVE LETTER-PRINT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.

           IF WS-LINE-COUNT IS EQUAL TO ZEROES THEN
              WRITE LETTER-PRINT-LINE AFTER ADVANCING PAGE
           ELSE
              WRITE LETTER-PRINT-LINE
           END-IF.
           ADD 1 TO WS-LINE-COUNT.

           PERFORM 2500-READ-TEMPLATE-LINE.

       2700-MERGE-TEMPLATE-LINE.
           MOVE SPACES TO WS-MERGED-LINE.
           MOVE 1 TO WS-IN-POS.
           MOVE 1 TO WS-OUT-POS.

           PERFORM 2710-MERGE-NEXT-CHARACTER
              UNTIL WS-IN-POS IS GREATER THAN 75 OR
                    WS-OUT-POS IS GREATER THAN 80.

      *    '&' AND A KNOWN CODE IS REPLACED BY ITS VALUE; ANYTHING
      *    ELSE, AN UNKNOWN CODE INCLUDED, IS COPIED AS TYPED.
       2710-MERGE-NEXT-CHARACTER.
           IF LTP-LINE-TEXT(WS-IN-POS:1) IS EQUAL TO '&' AND
              WS-IN-POS IS LESS THAN 72 THEN
              MOVE LTP-LINE-TEXT(WS-IN-POS + 1:4) TO WS-MERGE-CODE
              PERFORM 2720-RESOLVE-MERGE-CODE
              IF WS-MERGE-CODE IS NOT EQUAL TO SPACES THEN
                 STRING WS-MERGE-VALUE DELIMITED BY '  '
                    INTO WS-MERGED-LINE
                    WITH POINTER WS-OUT-POS
                 END-STRING
                 ADD 5 TO WS-IN-POS
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           STRING LTP-LINE-TEXT(WS-IN-POS:1) DELIMITED BY SIZE
              INTO WS-MERGED-LINE
              WITH POINTER WS-OUT-POS
           END-STRING.
           ADD 1 TO WS-IN-POS.

      *    AN UNKNOWN CODE COMES BACK AS SPACES.
       2720-RESOLVE-MERGE-CODE.
           MOVE SPACES TO WS-MERGE-VALUE.

           EVALUATE WS-MERGE-CODE
           WHEN 'TODY'
                MOVE WS-TODAY TO WS-DATE-IN
                PERFORM 2750-FORMAT-DATE
           WHEN 'HONR'
                MOVE EMP-HONORIFIC TO WS-MERGE-VALUE
           WHEN 'FNAM'
                MOVE EMP-FULL-NAME TO WS-MERGE-VALUE
           WHEN 'SNAM'
                MOVE EMP-SHORT-NAME TO WS-MERGE-VALUE
           WHEN 'EMPL'
                MOVE EMP-EMPLOYEE-ID TO WS-MERGE-VALUE
           WHEN 'TITL'
                MOVE EMP-JOB-TITLE TO WS-MERGE-VALUE
           WHEN 'DEPT'
                MOVE WS-DEPARTMENT-NAME TO WS-MERGE-VALUE
           WHEN 'STRT'
                MOVE EMP-START-DATE TO WS-DATE-IN
                PERFORM 2750-FORMAT-DATE
           WHEN 'SALY'
                MOVE EMP-COMPENSATION TO WS-AMOUNT-EDIT
                MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-MERGE-VALUE
           WHEN 'PBED'
                MOVE WS-MD-PROBATION-END TO WS-DATE-IN
                PERFORM 2750-FORMAT-DATE
           WHEN 'PBCD'
                MOVE WS-MD-CONFIRMED-DATE TO WS-DATE-IN
                PERFORM 2750-FORMAT-DATE
           WHEN 'OLDD'
                MOVE WS-MD-OLD-DEPT-NAME TO WS-MERGE-VALUE
           WHEN 'NEWD'
                MOVE WS-MD-NEW-DEPT-NAME TO WS-MERGE-VALUE
           WHEN 'TRDT'
                MOVE WS-MD-TRANSFER-DATE TO WS-DATE-IN
                PERFORM 2750-FORMAT-DATE
           WHEN 'OSAL'
                MOVE WS-MD-OLD-SALARY TO WS-AMOUNT-EDIT
                MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-MERGE-VALUE
           WHEN 'NSAL'
                MOVE WS-MD-NEW-SALARY TO WS-AMOUNT-EDIT
                MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-MERGE-VALUE
           WHEN 'EFDT'
                MOVE WS-MD-EFFECTIVE-DATE TO WS-DATE-IN
                PERFORM 2750-FORMAT-DATE
           WHEN OTHER
                MOVE SPACES TO WS-MERGE-CODE
           END-EVALUATE.

      *    YYYYMMDD ON FILE, DD-MM-YYYY IN THE LETTER.
       2750-FORMAT-DATE.
           IF WS-DATE-IN IS EQUAL TO SPACES OR
              WS-DATE-IN IS EQUAL TO ZEROES THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-DATE-IN(7:2) TO WS-DO-DAY.
           MOVE WS-DATE-IN(5:2) TO WS-DO-MONTH.
           MOVE WS-DATE-IN(1:4) TO WS-DO-YEAR.
           MOVE WS-DATE-OUT TO WS-MERGE-VALUE.

       2800-REJECT-REQUEST.
           SET LTR-ST-REJECTED TO TRUE.
           MOVE WS-TODAY TO LTR-ISSUED-DATE.
           MOVE SPACES TO LTR-REPORT-NAME.
           MOVE ZEROES TO LTR-LINE-COUNT.
           MOVE WS-REJECT-REASON TO LTR-REJECT-REASON.
           PERFORM 2900-REWRITE-REQUEST.
           ADD 1 TO WS-REJECTED-COUNT.

           DISPLAY 'ELETPRD - REQUEST REJECTED, KEY=' LTR-KEY
              ' ' WS-REJECT-REASON.

       2900-REWRITE-REQUEST.
           REWRITE LETTER-REQUEST-RECORD
              INVALID KEY
                 DISPLAY 'ELETPRD - ELTRREQ REWRITE FAILED, KEY='
                    LTR-KEY
                 ADD 1 TO WS-ERROR-COUNT
           END-REWRITE.

      *    EVERY LETTER PRINTED IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO') UNDER ITS OWN NAME,
      *    WHICH THE REQUEST RECORD KEEPS AS THE FILE COPY.
       8900-STORE-REPORT-LINE.
           MOVE WS-LETTER-REPORT-NAME TO RSA-REPORT-NAME.
           SET RSA-ACTION-LINE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *-----------------------------------------------------------------
       TERMINATION SECTION.
      *-----------------------------------------------------------------

       9000-TERMINATE.

      *    LOG THE RUN ON THE COMMON RUN-HISTORY FILE.
           MOVE 'ELETPRD' TO RLG-JOB-NAME.
           MOVE WS-PENDING-COUNT TO RLG-INPUT-COUNT.
           MOVE WS-ISSUED-COUNT TO RLG-OUTPUT-COUNT.
           MOVE WS-ERROR-COUNT TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'ELETPRD - REQUESTS READ:    ' WS-READ-COUNT.
           DISPLAY 'ELETPRD - REQUESTS PENDING: ' WS-PENDING-COUNT.
           DISPLAY 'ELETPRD - LETTERS ISSUED:   ' WS-ISSUED-COUNT.
           DISPLAY 'ELETPRD - REQUESTS REJECTED:' WS-REJECTED-COUNT.

           CLOSE ELTRREQ-FILE.
           CLOSE ELTRTPL-FILE.
           CLOSE EMPMAST-FILE.
           CLOSE EDEPMST-FILE.
           CLOSE EPROBTN-FILE.
           CLOSE ECOMHST-FILE.
           CLOSE EDPTHST-FILE.
           CLOSE LETTER-PRINT-FILE.
