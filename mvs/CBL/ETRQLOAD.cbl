       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETRQLOAD.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - MANDATORY TRAINING REQUIREMENTS LOAD.
      *      - BATCH PROGRAM, RUN ON DEMAND AGAINST THE 'ETRNREQ'
      *        VSAM <KSDS> CLUSTER, VALIDATING AGAINST 'EJOBTTL',
      *        'ETRNCRS' AND 'ESITMST' (READ ONLY). ALL OPENED IN RLS
      *        MODE - SEE THE 'RLS=' PARAMETERS ON THE ACCOMPANYING
      *        JCL.
      *      - HR SUPPLIES ONE 'SYSIN' CARD PER REQUIREMENT:
      *          COLUMN   1    - 'A' ADD, 'D' WITHDRAW.
      *          COLUMNS  3-40 - JOB TITLE, AS KEYED ON 'EJOBTTL'.
      *          COLUMNS 42-45 - WORK SITE ID, OR BLANK FOR ALL SITES.
      *          COLUMNS 47-54 - 'ETRNCRS' COURSE CODE.
      *      - AN ADD NEEDS A TITLE ON 'EJOBTTL', AN ACTIVE COURSE ON
      *        'ETRNCRS' AND (WHEN GIVEN) A SITE ON 'ESITMST'. ADDING
      *        A REQUIREMENT ALREADY ON FILE JUST RE-STAMPS IT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SYSIN-STATUS.

           SELECT ETRNREQ-FILE ASSIGN TO ETRNREQ
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS TRQ-KEY
                FILE STATUS IS WS-ETRNREQ-STATUS.

           SELECT EJOBTTL-FILE ASSIGN TO EJOBTTL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS JTL-JOB-TITLE
                FILE STATUS IS WS-EJOBTTL-STATUS.

           SELECT ETRNCRS-FILE ASSIGN TO ETRNCRS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CRS-COURSE-CODE
                FILE STATUS IS WS-ETRNCRS-STATUS.

           SELECT ESITMST-FILE ASSIGN TO ESITMST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SIT-SITE-ID
                FILE STATUS IS WS-ESITMST-STATUS.

           SELECT REQUIREMENT-REPORT-FILE ASSIGN TO TRQRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-TRQRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD.
           05 CC-ACTION                 PIC X(1).
              88 CC-ACTION-ADD                    VALUE 'A'.
              88 CC-ACTION-WITHDRAW               VALUE 'D'.
           05 FILLER                    PIC X(1).
           05 CC-JOB-TITLE              PIC X(38).
           05 FILLER                    PIC X(1).
           05 CC-SITE-ID                PIC X(4).
           05 FILLER                    PIC X(1).
           05 CC-COURSE-CODE            PIC X(8).
           05 FILLER                    PIC X(26).

       FD  ETRNREQ-FILE.
       COPY ETRNREQ.

       FD  EJOBTTL-FILE.
       COPY EJOBTTL.

       FD  ETRNCRS-FILE.
       COPY ETRNCRS.

       FD  ESITMST-FILE.
       COPY ESITMST.

       FD  REQUIREMENT-REPORT-FILE
           RECORDING MODE IS F.
       01  REQUIREMENT-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-SYSIN-STATUS          PIC X(2).
             88 SYSIN-OK                        VALUE '00'.
          05 WS-ETRNREQ-STATUS        PIC X(2).
             88 ETRNREQ-OK                      VALUE '00'.
          05 WS-EJOBTTL-STATUS        PIC X(2).
             88 EJOBTTL-OK                      VALUE '00'.
          05 WS-ETRNCRS-STATUS        PIC X(2).
             88 ETRNCRS-OK                      VALUE '00'.
          05 WS-ESITMST-STATUS        PIC X(2).
             88 ESITMST-OK                      VALUE '00'.
          05 WS-TRQRPT-STATUS         PIC X(2).
          05 WS-CARD-EOF-FLAG         PIC X(1)  VALUE 'N'.
             88 END-OF-CARDS                    VALUE 'Y'.
          05 WS-CARD-FLAG             PIC X(1)  VALUE SPACES.
             88 CARD-VALID                      VALUE 'Y'.
             88 CARD-REJECTED                   VALUE SPACES.
          05 WS-CARD-RESULT           PIC X(24) VALUE SPACES.
          05 WS-TODAY                 PIC X(8).
          05 WS-CARD-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ADDED-COUNT           PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-REPLACED-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-WITHDRAWN-COUNT       PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-REJECTED-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.

       01 WS-REPORT-HEADING.
          05 WS-RPT-HEADING-TEXT      PIC X(80)
             VALUE 'MANDATORY TRAINING REQUIREMENTS LOAD REPORT'.

       01 WS-REPORT-CARD-LINE.
          05 WS-RPT-ACTION            PIC X(1).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-JOB-TITLE         PIC X(38).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-SITE-ID           PIC X(4).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-COURSE-CODE       PIC X(8).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-CARD-RESULT       PIC X(24).

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
           PERFORM 2000-PROCESS-CARD UNTIL END-OF-CARDS.
           PERFORM 3000-PRODUCE-SUMMARY.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN INPUT CONTROL-CARD-FILE.
           IF NOT SYSIN-OK
              DISPLAY 'ETRQLOAD - UNABLE TO OPEN SYSIN, STATUS='
                 WS-SYSIN-STATUS
              STOP RUN
           END-IF.

           OPEN I-O ETRNREQ-FILE.
           IF NOT ETRNREQ-OK
              DISPLAY 'ETRQLOAD - UNABLE TO OPEN ETRNREQ, STATUS='
                 WS-ETRNREQ-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT EJOBTTL-FILE.
           IF NOT EJOBTTL-OK
              DISPLAY 'ETRQLOAD - UNABLE TO OPEN EJOBTTL, STATUS='
                 WS-EJOBTTL-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT ETRNCRS-FILE.
           IF NOT ETRNCRS-OK
              DISPLAY 'ETRQLOAD - UNABLE TO OPEN ETRNCRS, STATUS='
                 WS-ETRNCRS-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT ESITMST-FILE.
           IF NOT ESITMST-OK
              DISPLAY 'ETRQLOAD - UNABLE TO OPEN ESITMST, STATUS='
                 WS-ESITMST-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT REQUIREMENT-REPORT-FILE.

           MOVE WS-REPORT-HEADING TO REQUIREMENT-REPORT-LINE.
           MOVE REQUIREMENT-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE REQUIREMENT-REPORT-LINE.

           PERFORM 1100-READ-NEXT-CARD.

      *-----------------------------------------------------------------
       READING SECTION.
      *-----------------------------------------------------------------

       1100-READ-NEXT-CARD.
           READ CONTROL-CARD-FILE
              AT END
                 SET END-OF-CARDS TO TRUE
           END-READ.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------

       2000-PROCESS-CARD.
           ADD 1 TO WS-CARD-COUNT.

           PERFORM 2100-VALIDATE-CARD.

           IF CARD-VALID THEN
              IF CC-ACTION-ADD THEN
                 PERFORM 2200-STORE-REQUIREMENT
              ELSE
                 PERFORM 2300-WITHDRAW-REQUIREMENT
              END-IF
           END-IF.

           PERFORM 2900-WRITE-CARD-LINE.
           PERFORM 1100-READ-NEXT-CARD.

       2100-VALIDATE-CARD.
           INITIALIZE WS-CARD-FLAG.

           IF NOT CC-ACTION-ADD AND NOT CC-ACTION-WITHDRAW THEN
              MOVE 'Bad Action' TO WS-CARD-RESULT
              ADD 1 TO WS-REJECTED-COUNT
              EXIT PARAGRAPH
           END-IF.

           IF CC-JOB-TITLE IS EQUAL TO SPACES OR
              CC-COURSE-CODE IS EQUAL TO SPACES THEN
              MOVE 'Title And Course Required' TO WS-CARD-RESULT
              ADD 1 TO WS-REJECTED-COUNT
              EXIT PARAGRAPH
           END-IF.

      *    A WITHDRAWAL NEEDS NOTHING BUT THE KEY - THE TITLE OR
      *    COURSE MAY ALREADY HAVE BEEN RETIRED.
           IF CC-ACTION-WITHDRAW THEN
              SET CARD-VALID TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE CC-JOB-TITLE TO JTL-JOB-TITLE.
           READ EJOBTTL-FILE
              INVALID KEY
                 MOVE 'Job Title Not On File' TO WS-CARD-RESULT
                 ADD 1 TO WS-REJECTED-COUNT
                 EXIT PARAGRAPH
           END-READ.

           MOVE CC-COURSE-CODE TO CRS-COURSE-CODE.
           READ ETRNCRS-FILE
              INVALID KEY
                 MOVE 'Course Not On File' TO WS-CARD-RESULT
                 ADD 1 TO WS-REJECTED-COUNT
                 EXIT PARAGRAPH
           END-READ.

           IF CRS-ST-RETIRED THEN
              MOVE 'Course Retired' TO WS-CARD-RESULT
              ADD 1 TO WS-REJECTED-COUNT
              EXIT PARAGRAPH
           END-IF.

           IF CC-SITE-ID IS NOT EQUAL TO SPACES THEN
              MOVE CC-SITE-ID TO SIT-SITE-ID
              READ ESITMST-FILE
                 INVALID KEY
                    MOVE 'Site Not On File' TO WS-CARD-RESULT
                    ADD 1 TO WS-REJECTED-COUNT
                    EXIT PARAGRAPH
              END-READ
           END-IF.

           SET CARD-VALID TO TRUE.

       2200-STORE-REQUIREMENT.
           INITIALIZE TRAINING-REQUIREMENT-RECORD.
           MOVE CC-JOB-TITLE TO TRQ-JOB-TITLE.
           MOVE CC-SITE-ID TO TRQ-SITE-ID.
           MOVE CC-COURSE-CODE TO TRQ-COURSE-CODE.
           MOVE 'ETRQLOAD' TO TRQ-RECORDED-BY.
           MOVE WS-TODAY TO TRQ-RECORDED-DATE.

           WRITE TRAINING-REQUIREMENT-RECORD
              INVALID KEY
                 PERFORM 2210-RESTAMP-REQUIREMENT
                 EXIT PARAGRAPH
           END-WRITE.

           MOVE 'Added' TO WS-CARD-RESULT.
           ADD 1 TO WS-ADDED-COUNT.

      *    ALREADY ON FILE - THE CARD JUST CONFIRMS IT.
       2210-RESTAMP-REQUIREMENT.
           READ ETRNREQ-FILE
              INVALID KEY
                 DISPLAY 'ETRQLOAD - WRITE FAILED, STATUS='
                    WS-ETRNREQ-STATUS ' KEY=' TRQ-KEY
                 MOVE 'Write Failed' TO WS-CARD-RESULT
                 SET CARD-REJECTED TO TRUE
                 ADD 1 TO WS-REJECTED-COUNT
                 EXIT PARAGRAPH
           END-READ.

           MOVE 'ETRQLOAD' TO TRQ-RECORDED-BY.
           MOVE WS-TODAY TO TRQ-RECORDED-DATE.

           REWRITE TRAINING-REQUIREMENT-RECORD
              INVALID KEY
                 DISPLAY 'ETRQLOAD - REWRITE FAILED, KEY=' TRQ-KEY
                 MOVE 'Rewrite Failed' TO WS-CARD-RESULT
                 SET CARD-REJECTED TO TRUE
                 ADD 1 TO WS-REJECTED-COUNT
                 EXIT PARAGRAPH
           END-REWRITE.

           MOVE 'Already On File' TO WS-CARD-RESULT.
           ADD 1 TO WS-REPLACED-COUNT.

       2300-WITHDRAW-REQUIREMENT.
           MOVE CC-JOB-TITLE TO TRQ-JOB-TITLE.
           MOVE CC-SITE-ID TO TRQ-SITE-ID.
           MOVE CC-COURSE-CODE TO TRQ-COURSE-CODE.

           DELETE ETRNREQ-FILE RECORD
              INVALID KEY
                 MOVE 'Requirement Not On File' TO WS-CARD-RESULT
                 SET CARD-REJECTED TO TRUE
                 ADD 1 TO WS-REJECTED-COUNT
                 EXIT PARAGRAPH
           END-DELETE.

           MOVE 'Withdrawn' TO WS-CARD-RESULT.
           ADD 1 TO WS-WITHDRAWN-COUNT.

       2900-WRITE-CARD-LINE.
           MOVE CC-ACTION TO WS-RPT-ACTION.
           MOVE CC-JOB-TITLE TO WS-RPT-JOB-TITLE.
           MOVE CC-SITE-ID TO WS-RPT-SITE-ID.
           MOVE CC-COURSE-CODE TO WS-RPT-COURSE-CODE.
           MOVE WS-CARD-RESULT TO WS-RPT-CARD-RESULT.

           MOVE WS-REPORT-CARD-LINE TO REQUIREMENT-REPORT-LINE.
           MOVE REQUIREMENT-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE REQUIREMENT-REPORT-LINE.

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------

       3000-PRODUCE-SUMMARY.
           MOVE SPACES TO REQUIREMENT-REPORT-LINE.
           MOVE REQUIREMENT-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE REQUIREMENT-REPORT-LINE.

           MOVE 'REQUIREMENT CARDS READ .....' TO WS-RPT-COUNT-LABEL.
           MOVE WS-CARD-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 3100-WRITE-COUNT-LINE.

           MOVE 'REQUIREMENTS ADDED .........' TO WS-RPT-COUNT-LABEL.
           MOVE WS-ADDED-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 3100-WRITE-COUNT-LINE.

           MOVE 'ALREADY ON FILE ............' TO WS-RPT-COUNT-LABEL.
           MOVE WS-REPLACED-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 3100-WRITE-COUNT-LINE.

           MOVE 'REQUIREMENTS WITHDRAWN .....' TO WS-RPT-COUNT-LABEL.
           MOVE WS-WITHDRAWN-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 3100-WRITE-COUNT-LINE.

           MOVE 'CARDS REJECTED .............' TO WS-RPT-COUNT-LABEL.
           MOVE WS-REJECTED-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 3100-WRITE-COUNT-LINE.

       3100-WRITE-COUNT-LINE.
           MOVE WS-REPORT-COUNT-LINE TO REQUIREMENT-REPORT-LINE.
           MOVE REQUIREMENT-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE REQUIREMENT-REPORT-LINE.

      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'ETRQLOAD' TO RSA-REPORT-NAME.
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
           MOVE 'ETRQLOAD' TO RLG-JOB-NAME.
           MOVE WS-CARD-COUNT TO RLG-INPUT-COUNT.
           COMPUTE RLG-OUTPUT-COUNT =
              WS-ADDED-COUNT + WS-REPLACED-COUNT + WS-WITHDRAWN-COUNT.
           MOVE WS-REJECTED-COUNT TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'ETRQLOAD - CARDS READ:       ' WS-CARD-COUNT.
           DISPLAY 'ETRQLOAD - ADDED:            ' WS-ADDED-COUNT.
           DISPLAY 'ETRQLOAD - ALREADY ON FILE:  ' WS-REPLACED-COUNT.
           DISPLAY 'ETRQLOAD - WITHDRAWN:        ' WS-WITHDRAWN-COUNT.
           DISPLAY 'ETRQLOAD - CARDS REJECTED:   ' WS-REJECTED-COUNT.

           CLOSE CONTROL-CARD-FILE.
           CLOSE ETRNREQ-FILE.
           CLOSE EJOBTTL-FILE.
           CLOSE ETRNCRS-FILE.
           CLOSE ESITMST-FILE.
           CLOSE REQUIREMENT-REPORT-FILE.
