       IDENTIFICATION DIVISION.
       PROGRAM-ID. EASOFRPT.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - "AS OF DATE" EMPLOYEE RECORD REPORT.
      *      - BATCH PROGRAM, RUN ON DEMAND AGAINST THE 'EAUDXRF'
      *        CROSS-REFERENCE AND 'EAUDHST' ARCHIVE CLUSTERS AND
      *        BOTH LIVE 'EAUDIT' ESDS CLUSTERS (ALL READ ONLY, IN
      *        RLS MODE - SEE THE 'RLS=' PARAMETERS ON THE
      *        ACCOMPANYING JCL).
      *      - FOR A DISPUTE OR A BACK-PAY QUESTION: WHAT DID THIS
      *        EMPLOYEE'S RECORD LOOK LIKE ON THAT DATE? EVERY
      *        'EMPMAST' ADD, UPDATE AND DELETE EVENT FOR THE
      *        EMPLOYEE UP TO THE END OF THE AS-OF DATE IS FOLDED
      *        TOGETHER - THE ARCHIVED ONES THROUGH THE 'EAUDXRF'
      *        BY-EMPLOYEE CROSS-REFERENCE, THE RECENT ONES NOT YET
      *        ARCHIVED OFF THE TWO LIVE CLUSTERS (READING BOTH
      *        MEANS THE JCL NEVER NEEDS ROTATING WITH THE NIGHTLY
      *        SWITCH). THE RECORD PRINTED IS THE LATEST EVENT'S
      *        IMAGE; EACH FIELD ALSO NAMES THE EVENT - WHEN, WHO
      *        AND WHAT KIND - THAT LAST CHANGED IT.
      *      - THE ONLINE 'EAUHP' SCREEN (PF5) ANSWERS THE SAME
      *        QUESTION BY THE SAME RULES.
      *      - 'SYSIN' FORMAT: ONE CARD PER QUESTION - EMPLOYEE ID,
      *        COLUMNS 1-8; AS-OF DATE YYYYMMDD, COLUMNS 10-17.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SYSIN-STATUS.

           SELECT EAUDXRF-FILE ASSIGN TO EAUDXRF
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS XRF-KEY
                FILE STATUS IS WS-EAUDXRF-STATUS.

           SELECT EAUDHST-FILE ASSIGN TO EAUDHST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS AHS-KEY
                FILE STATUS IS WS-EAUDHST-STATUS.

           SELECT EAUDIT1-FILE ASSIGN TO EAUDIT1
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-EAUDIT-STATUS.

           SELECT EAUDIT2-FILE ASSIGN TO EAUDIT2
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-EAUDIT-STATUS.

           SELECT ASOF-REPORT-FILE ASSIGN TO ASOFRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-ASOFRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD.
           05 CC-EMPLOYEE-ID            PIC X(8).
           05 FILLER                    PIC X(1).
           05 CC-AS-OF-DATE             PIC X(8).
           05 FILLER                    PIC X(63).

       FD  EAUDXRF-FILE.
       COPY EAUDXRF.

       FD  EAUDHST-FILE.
       COPY EAUDHST.

       FD  EAUDIT1-FILE.
       COPY EAUDIT.

       FD  EAUDIT2-FILE.
       01  EAUDIT2-RECORD               PIC X(583).

       FD  ASOF-REPORT-FILE
           RECORDING MODE IS F.
       01  ASOF-REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-SYSIN-STATUS          PIC X(2).
             88 SYSIN-OK                        VALUE '00'.
          05 WS-EAUDXRF-STATUS        PIC X(2).
             88 EAUDXRF-OK                      VALUE '00'.
          05 WS-EAUDHST-STATUS        PIC X(2).
             88 EAUDHST-OK                      VALUE '00'.
          05 WS-EAUDIT-STATUS         PIC X(2).
             88 EAUDIT-OK                       VALUE '00'.
          05 WS-ASOFRPT-STATUS        PIC X(2).
          05 WS-CARD-EOF-FLAG         PIC X(1)  VALUE 'N'.
             88 END-OF-CARDS                    VALUE 'Y'.
          05 WS-XRF-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-XREF                     VALUE 'Y'.
          05 WS-AUD-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-LIVE-AUDIT               VALUE 'Y'.
          05 WS-EVENT-EMPLOYEE-ID     PIC X(8).
          05 WS-CARD-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ANSWERED-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-NO-HISTORY-COUNT      PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-REJECTED-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-LIVE-UNREADABLE-COUNT PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.

      *    ONE AUDIT EVENT, FROM WHICHEVER FILE IT CAME OFF.
       01 WS-EVENT.
          05 WS-EVT-TIMESTAMP         PIC X(21).
          05 WS-EVT-USER-ID           PIC X(8).
          05 WS-EVT-ACTION            PIC X(1).
             88 EVT-ACTION-ADD                  VALUE 'A'.
             88 EVT-ACTION-UPDATE               VALUE 'U'.
             88 EVT-ACTION-DELETE               VALUE 'D'.
          05 WS-EVT-RECORD-BEFORE     PIC X(268).
          05 WS-EVT-RECORD-AFTER      PIC X(268).

      *    THE RECORD AS IT STOOD ON THE AS-OF DATE, AND FOR EACH
      *    FIELD SHOWN THE EVENT THAT LAST CHANGED IT. EVENTS MAY BE
      *    FOLDED IN ANY ORDER - THE LATEST TIMESTAMP ALWAYS WINS.
       01 WS-REBUILD.
          05 WS-RB-EMPLOYEE-ID        PIC X(8).
          05 WS-RB-AS-OF-DATE         PIC X(8).
          05 WS-RB-EVENT-COUNT        PIC 9(5)  USAGE IS BINARY.
          05 WS-RB-ARCHIVED-COUNT     PIC 9(5)  USAGE IS BINARY.
          05 WS-RB-LATEST-TIMESTAMP   PIC X(21).
          05 WS-RB-ARCHIVE-TIMESTAMP  PIC X(21).
          05 WS-RB-IDX                PIC 9(2)  USAGE IS BINARY.
          05 WS-RB-CURRENT-FIELDS.
             10 WS-RB-CURRENT-VALUE OCCURS 8 TIMES
                                      PIC X(40).
          05 WS-RB-BEFORE-FIELDS.
             10 WS-RB-BEFORE-VALUE OCCURS 8 TIMES
                                      PIC X(40).
          05 WS-RB-AFTER-FIELDS.
             10 WS-RB-AFTER-VALUE OCCURS 8 TIMES
                                      PIC X(40).
          05 WS-RB-TAKEN-FIELDS.
             10 WS-RB-TAKEN-VALUE OCCURS 8 TIMES
                                      PIC X(40).
          05 WS-RB-SOURCE OCCURS 8 TIMES.
             10 WS-RB-SOURCE-TIMESTAMP
                                      PIC X(21).
             10 WS-RB-SOURCE-USER-ID  PIC X(8).
             10 WS-RB-SOURCE-ACTION   PIC X(1).
          05 WS-RB-MONEY-EDIT         PIC Z(6)9.99.
          05 WS-RB-COUNT-EDIT         PIC Z(4)9.

       01 WS-RB-FIELD-LABELS.
          05 FILLER                   PIC X(10) VALUE 'NAME'.
          05 FILLER                   PIC X(10) VALUE 'JOB TITLE'.
          05 FILLER                   PIC X(10) VALUE 'DEPARTMENT'.
          05 FILLER                   PIC X(10) VALUE 'MANAGER'.
          05 FILLER                   PIC X(10) VALUE 'PAY'.
          05 FILLER                   PIC X(10) VALUE 'STARTED'.
          05 FILLER                   PIC X(10) VALUE 'STATUS'.
          05 FILLER                   PIC X(10) VALUE 'APPRAISAL'.
       01 WS-RB-LABEL-TABLE REDEFINES WS-RB-FIELD-LABELS.
          05 WS-RB-FIELD-LABEL OCCURS 8 TIMES
                                      PIC X(10).

       01 WS-REPORT-HEADING.
          05 WS-RPT-HEADING-TEXT      PIC X(80)
             VALUE 'EMPLOYEE RECORD AS OF DATE - REBUILT FROM THE AUDIT
      -            ' HISTORY'.

       01 WS-QUESTION-LINE.
          05 FILLER                   PIC X(9)  VALUE 'EMPLOYEE '.
          05 WS-RPT-EMPLOYEE-ID       PIC X(8).
          05 FILLER                   PIC X(7)  VALUE ' AS OF '.
          05 WS-RPT-AS-OF-DATE        PIC X(8).
          05 FILLER                   PIC X(3)  VALUE ' - '.
          05 WS-RPT-ANSWER            PIC X(45).

       01 WS-COLUMN-HEADING.
          05 FILLER                   PIC X(11) VALUE 'FIELD'.
          05 FILLER                   PIC X(39) VALUE 'VALUE'.
          05 FILLER                   PIC X(15) VALUE 'CHANGED'.
          05 FILLER                   PIC X(9)  VALUE 'BY'.
          05 FILLER                   PIC X(6)  VALUE 'EVENT'.

       01 WS-FIELD-LINE.
          05 WS-RPT-FIELD-LABEL       PIC X(10).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-FIELD-VALUE       PIC X(38).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-CHANGED-AT        PIC X(14).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-CHANGED-BY        PIC X(8).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-CHANGE-ACTION     PIC X(6).

       01 WS-REPORT-COUNT-LINE.
          05 WS-RPT-COUNT-LABEL       PIC X(32).
          05 WS-RPT-COUNT-TOTAL       PIC Z(7)9.
          05 FILLER                   PIC X(40) VALUE SPACES.

      ******************************************************************
      *   THE BEFORE/AFTER IMAGES ARE 'EMPMAST' RECORDS.
      ******************************************************************
       COPY EMPMAST.
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
           OPEN INPUT CONTROL-CARD-FILE.
           IF NOT SYSIN-OK
              DISPLAY 'EASOFRPT - UNABLE TO OPEN SYSIN, STATUS='
                 WS-SYSIN-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT EAUDXRF-FILE.
           IF NOT EAUDXRF-OK
              DISPLAY 'EASOFRPT - UNABLE TO OPEN EAUDXRF, STATUS='
                 WS-EAUDXRF-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT EAUDHST-FILE.
           IF NOT EAUDHST-OK
              DISPLAY 'EASOFRPT - UNABLE TO OPEN EAUDHST, STATUS='
                 WS-EAUDHST-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT ASOF-REPORT-FILE.

           MOVE WS-REPORT-HEADING TO ASOF-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

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

           MOVE SPACES TO ASOF-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.
           MOVE CC-EMPLOYEE-ID TO WS-RPT-EMPLOYEE-ID.
           MOVE CC-AS-OF-DATE TO WS-RPT-AS-OF-DATE.

           IF CC-EMPLOYEE-ID IS NOT NUMERIC OR
              CC-AS-OF-DATE IS NOT NUMERIC
              MOVE 'BAD CARD - ID AND YYYYMMDD DATE NEEDED' TO
                 WS-RPT-ANSWER
              PERFORM 2900-WRITE-QUESTION-LINE
              ADD 1 TO WS-REJECTED-COUNT
              PERFORM 1100-READ-NEXT-CARD
              EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD(
                 FUNCTION NUMVAL(CC-AS-OF-DATE)) IS NOT EQUAL TO ZERO
              MOVE 'BAD CARD - AS-OF DATE IS NOT A DATE' TO
                 WS-RPT-ANSWER
              PERFORM 2900-WRITE-QUESTION-LINE
              ADD 1 TO WS-REJECTED-COUNT
              PERFORM 1100-READ-NEXT-CARD
              EXIT PARAGRAPH
           END-IF.

           PERFORM 5000-CLEAR-REBUILD.
           MOVE CC-EMPLOYEE-ID TO WS-RB-EMPLOYEE-ID.
           MOVE CC-AS-OF-DATE TO WS-RB-AS-OF-DATE.

           PERFORM 2100-FOLD-ARCHIVED-EVENTS.
           PERFORM 2300-FOLD-LIVE-EVENTS.

           IF WS-RB-EVENT-COUNT IS EQUAL TO ZEROES
              MOVE 'NO AUDIT EVENTS ON OR BEFORE THAT DATE' TO
                 WS-RPT-ANSWER
              PERFORM 2900-WRITE-QUESTION-LINE
              ADD 1 TO WS-NO-HISTORY-COUNT
           ELSE
              PERFORM 2500-PRINT-REBUILT-RECORD
              ADD 1 TO WS-ANSWERED-COUNT
           END-IF.

           PERFORM 1100-READ-NEXT-CARD.

      *    THE EMPLOYEE'S ARCHIVED STORY, OLDEST FIRST, UP TO THE END
      *    OF THE AS-OF DATE - EACH CROSS-REFERENCE ROW NAMES THE
      *    'EAUDHST' KEY OF ONE EVENT.
       2100-FOLD-ARCHIVED-EVENTS.
           MOVE 'N' TO WS-XRF-EOF-FLAG.
           MOVE LOW-VALUES TO XRF-KEY.
           MOVE WS-RB-EMPLOYEE-ID TO XRF-EMPLOYEE-ID.

           START EAUDXRF-FILE KEY IS NOT LESS THAN XRF-KEY
              INVALID KEY
                 SET END-OF-XREF TO TRUE
           END-START.

           PERFORM 2110-FOLD-NEXT-XREF UNTIL END-OF-XREF.

       2110-FOLD-NEXT-XREF.
           READ EAUDXRF-FILE NEXT RECORD
              AT END
                 SET END-OF-XREF TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           IF XRF-EMPLOYEE-ID IS NOT EQUAL TO WS-RB-EMPLOYEE-ID OR
              XRF-TIMESTAMP(1:8) IS GREATER THAN WS-RB-AS-OF-DATE
              SET END-OF-XREF TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE XRF-HISTORY-KEY TO AHS-KEY.
           READ EAUDHST-FILE
              INVALID KEY
      *          A ROLLED-OFF EVENT - THE CROSS-REFERENCE OUTLIVED
      *          THE RECORD. SKIP IT.
                 EXIT PARAGRAPH
           END-READ.

           IF NOT AHS-ACTION-ADD AND NOT AHS-ACTION-UPDATE AND
              NOT AHS-ACTION-DELETE
              EXIT PARAGRAPH
           END-IF.

           MOVE AHS-TIMESTAMP TO WS-EVT-TIMESTAMP.
           MOVE AHS-USER-ID TO WS-EVT-USER-ID.
           MOVE AHS-ACTION TO WS-EVT-ACTION.
           MOVE AHS-RECORD-BEFORE TO WS-EVT-RECORD-BEFORE.
           MOVE AHS-RECORD-AFTER TO WS-EVT-RECORD-AFTER.
           PERFORM 5100-FOLD-EVENT.

           ADD 1 TO WS-RB-ARCHIVED-COUNT.
           IF AHS-TIMESTAMP IS GREATER THAN WS-RB-ARCHIVE-TIMESTAMP
              MOVE AHS-TIMESTAMP TO WS-RB-ARCHIVE-TIMESTAMP
           END-IF.

      *    EVENTS SINCE THE LAST ARCHIVE ARE STILL ONLY ON THE LIVE
      *    CLUSTERS. EACH IS IN TIME ORDER, SO A READ STOPS AT THE
      *    FIRST EVENT PAST THE AS-OF DATE; ONE THAT IS NOT NEWER
      *    THAN THE EMPLOYEE'S LATEST ARCHIVED EVENT HAS ALREADY BEEN
      *    FOLDED IN FROM THE ARCHIVE.
       2300-FOLD-LIVE-EVENTS.
           MOVE 'N' TO WS-AUD-EOF-FLAG.
           OPEN INPUT EAUDIT1-FILE.
           IF EAUDIT-OK
              PERFORM 2310-FOLD-NEXT-LIVE-1 UNTIL END-OF-LIVE-AUDIT
              CLOSE EAUDIT1-FILE
           ELSE
              DISPLAY 'EASOFRPT - EAUDIT1 NOT READABLE, STATUS='
                 WS-EAUDIT-STATUS
              ADD 1 TO WS-LIVE-UNREADABLE-COUNT
           END-IF.

           MOVE 'N' TO WS-AUD-EOF-FLAG.
           OPEN INPUT EAUDIT2-FILE.
           IF EAUDIT-OK
              PERFORM 2320-FOLD-NEXT-LIVE-2 UNTIL END-OF-LIVE-AUDIT
              CLOSE EAUDIT2-FILE
           ELSE
              DISPLAY 'EASOFRPT - EAUDIT2 NOT READABLE, STATUS='
                 WS-EAUDIT-STATUS
              ADD 1 TO WS-LIVE-UNREADABLE-COUNT
           END-IF.

       2310-FOLD-NEXT-LIVE-1.
           READ EAUDIT1-FILE
              AT END
                 SET END-OF-LIVE-AUDIT TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           PERFORM 2350-CONSIDER-LIVE-EVENT.

       2320-FOLD-NEXT-LIVE-2.
           READ EAUDIT2-FILE INTO AUDIT-TRAIL-RECORD
              AT END
                 SET END-OF-LIVE-AUDIT TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           PERFORM 2350-CONSIDER-LIVE-EVENT.

       2350-CONSIDER-LIVE-EVENT.
           IF AUD-TIMESTAMP(1:8) IS GREATER THAN WS-RB-AS-OF-DATE
              SET END-OF-LIVE-AUDIT TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF NOT AUD-ACTION-ADD AND NOT AUD-ACTION-UPDATE AND
              NOT AUD-ACTION-DELETE
              EXIT PARAGRAPH
           END-IF.

           IF AUD-TIMESTAMP IS NOT GREATER THAN
                 WS-RB-ARCHIVE-TIMESTAMP
              EXIT PARAGRAPH
           END-IF.

      *    WHOSE EVENT - THE SAME TEST 'EAUDLOAD' INDEXES BY.
           IF AUD-RECORD-AFTER(1:8) IS NUMERIC THEN
              MOVE AUD-RECORD-AFTER(1:8) TO WS-EVENT-EMPLOYEE-ID
           ELSE
              MOVE AUD-RECORD-BEFORE(1:8) TO WS-EVENT-EMPLOYEE-ID
           END-IF.
           IF WS-EVENT-EMPLOYEE-ID IS NOT EQUAL TO WS-RB-EMPLOYEE-ID
              EXIT PARAGRAPH
           END-IF.

           MOVE AUD-TIMESTAMP TO WS-EVT-TIMESTAMP.
           MOVE AUD-USER-ID TO WS-EVT-USER-ID.
           MOVE AUD-ACTION TO WS-EVT-ACTION.
           MOVE AUD-RECORD-BEFORE TO WS-EVT-RECORD-BEFORE.
           MOVE AUD-RECORD-AFTER TO WS-EVT-RECORD-AFTER.
           PERFORM 5100-FOLD-EVENT.

       2500-PRINT-REBUILT-RECORD.
           MOVE SPACES TO WS-RPT-ANSWER.
           MOVE WS-RB-EVENT-COUNT TO WS-RB-COUNT-EDIT.
           STRING 'REBUILT FROM ' DELIMITED BY SIZE
              WS-RB-COUNT-EDIT DELIMITED BY SIZE
              ' EVENT(S), LATEST ' DELIMITED BY SIZE
              WS-RB-LATEST-TIMESTAMP(1:8) DELIMITED BY SIZE
              INTO WS-RPT-ANSWER.
           PERFORM 2900-WRITE-QUESTION-LINE.

           MOVE WS-COLUMN-HEADING TO ASOF-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           PERFORM 2510-PRINT-ONE-FIELD
              VARYING WS-RB-IDX FROM 1 BY 1
              UNTIL WS-RB-IDX IS GREATER THAN 8.

       2510-PRINT-ONE-FIELD.
           MOVE WS-RB-FIELD-LABEL(WS-RB-IDX) TO WS-RPT-FIELD-LABEL.
           MOVE WS-RB-CURRENT-VALUE(WS-RB-IDX) TO WS-RPT-FIELD-VALUE.
           MOVE WS-RB-SOURCE-TIMESTAMP(WS-RB-IDX)(1:14) TO
              WS-RPT-CHANGED-AT.
           MOVE WS-RB-SOURCE-USER-ID(WS-RB-IDX) TO WS-RPT-CHANGED-BY.

           EVALUATE WS-RB-SOURCE-ACTION(WS-RB-IDX)
           WHEN 'A'
                MOVE 'ADD' TO WS-RPT-CHANGE-ACTION
           WHEN 'U'
                MOVE 'UPDATE' TO WS-RPT-CHANGE-ACTION
           WHEN 'D'
                MOVE 'DELETE' TO WS-RPT-CHANGE-ACTION
           WHEN OTHER
                MOVE SPACES TO WS-RPT-CHANGE-ACTION
           END-EVALUATE.

           MOVE WS-FIELD-LINE TO ASOF-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

       2900-WRITE-QUESTION-LINE.
           MOVE WS-QUESTION-LINE TO ASOF-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------

       3000-PRODUCE-SUMMARY.
           MOVE SPACES TO ASOF-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'QUESTION CARDS READ ............' TO
              WS-RPT-COUNT-LABEL.
           MOVE WS-CARD-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 3100-WRITE-COUNT-LINE.

           MOVE 'RECORDS REBUILT ................' TO
              WS-RPT-COUNT-LABEL.
           MOVE WS-ANSWERED-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 3100-WRITE-COUNT-LINE.

           MOVE 'NO HISTORY BY THE AS-OF DATE ...' TO
              WS-RPT-COUNT-LABEL.
           MOVE WS-NO-HISTORY-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 3100-WRITE-COUNT-LINE.

           MOVE 'CARDS REJECTED .................' TO
              WS-RPT-COUNT-LABEL.
           MOVE WS-REJECTED-COUNT TO WS-RPT-COUNT-TOTAL.
           PERFORM 3100-WRITE-COUNT-LINE.

       3100-WRITE-COUNT-LINE.
           MOVE WS-REPORT-COUNT-LINE TO ASOF-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
       REBUILD SECTION.
      *-----------------------------------------------------------------

       5000-CLEAR-REBUILD.
           INITIALIZE WS-REBUILD.
           MOVE SPACES TO WS-RB-LATEST-TIMESTAMP.
           MOVE SPACES TO WS-RB-ARCHIVE-TIMESTAMP.

      *    FOLDS 'WS-EVENT' INTO THE REBUILD. AN ADD HAS NO BEFORE
      *    IMAGE, SO EVERY FIELD IT SETS COUNTS AS CHANGED BY IT; A
      *    DELETE WITH NO AFTER IMAGE LEAVES THE RECORD AS IT WAS,
      *    MARKED DELETED.
       5100-FOLD-EVENT.
           ADD 1 TO WS-RB-EVENT-COUNT.

           IF WS-EVT-RECORD-BEFORE IS EQUAL TO SPACES
              MOVE SPACES TO WS-RB-BEFORE-FIELDS
           ELSE
              MOVE WS-EVT-RECORD-BEFORE TO EMPLOYEE-MASTER-RECORD
              PERFORM 5200-TAKE-FIELDS
              MOVE WS-RB-TAKEN-FIELDS TO WS-RB-BEFORE-FIELDS
           END-IF.

           IF WS-EVT-RECORD-AFTER IS EQUAL TO SPACES
              MOVE WS-EVT-RECORD-BEFORE TO EMPLOYEE-MASTER-RECORD
              IF EVT-ACTION-DELETE
                 SET EMP-DELETED TO TRUE
              END-IF
           ELSE
              MOVE WS-EVT-RECORD-AFTER TO EMPLOYEE-MASTER-RECORD
           END-IF.
           PERFORM 5200-TAKE-FIELDS.
           MOVE WS-RB-TAKEN-FIELDS TO WS-RB-AFTER-FIELDS.

           IF WS-EVT-TIMESTAMP IS GREATER THAN WS-RB-LATEST-TIMESTAMP
              MOVE WS-EVT-TIMESTAMP TO WS-RB-LATEST-TIMESTAMP
              MOVE WS-RB-AFTER-FIELDS TO WS-RB-CURRENT-FIELDS
           END-IF.

           PERFORM 5300-NOTE-FIELD-CHANGE
              VARYING WS-RB-IDX FROM 1 BY 1
              UNTIL WS-RB-IDX IS GREATER THAN 8.

      *    THE FIELDS SHOWN, AS TEXT, FROM 'EMPLOYEE-MASTER-RECORD'.
       5200-TAKE-FIELDS.
           MOVE SPACES TO WS-RB-TAKEN-FIELDS.
           MOVE EMP-PRIMARY-NAME TO WS-RB-TAKEN-VALUE(1).
           MOVE EMP-JOB-TITLE TO WS-RB-TAKEN-VALUE(2).
           MOVE EMP-DEPARTMENT-ID TO WS-RB-TAKEN-VALUE(3).
           MOVE EMP-MANAGER-ID TO WS-RB-TAKEN-VALUE(4).
           IF EMP-COMPENSATION IS NUMERIC
              MOVE EMP-COMPENSATION TO WS-RB-MONEY-EDIT
              MOVE WS-RB-MONEY-EDIT TO WS-RB-TAKEN-VALUE(5)
           END-IF.
           MOVE EMP-START-DATE TO WS-RB-TAKEN-VALUE(6).

           EVALUATE TRUE
           WHEN EMP-ACTIVE
                MOVE 'ACTIVE' TO WS-RB-TAKEN-VALUE(7)
           WHEN EMP-PENDING-VERIFY
                MOVE 'PENDING VERIFICATION' TO WS-RB-TAKEN-VALUE(7)
           WHEN EMP-DELETED
                STRING 'DELETED ' DELIMITED BY SIZE
                   EMP-DELETE-DATE DELIMITED BY SIZE
                   INTO WS-RB-TAKEN-VALUE(7)
           WHEN OTHER
                MOVE EMP-DELETE-FLAG TO WS-RB-TAKEN-VALUE(7)
           END-EVALUATE.

           STRING EMP-APPRAISAL-RESULT DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              EMP-APPRAISAL-DATE DELIMITED BY SIZE
              INTO WS-RB-TAKEN-VALUE(8).

       5300-NOTE-FIELD-CHANGE.
           IF WS-RB-AFTER-VALUE(WS-RB-IDX) IS EQUAL TO
                 WS-RB-BEFORE-VALUE(WS-RB-IDX)
              EXIT PARAGRAPH
           END-IF.

           IF WS-EVT-TIMESTAMP IS GREATER THAN
                 WS-RB-SOURCE-TIMESTAMP(WS-RB-IDX)
              MOVE WS-EVT-TIMESTAMP TO
                 WS-RB-SOURCE-TIMESTAMP(WS-RB-IDX)
              MOVE WS-EVT-USER-ID TO WS-RB-SOURCE-USER-ID(WS-RB-IDX)
              MOVE WS-EVT-ACTION TO WS-RB-SOURCE-ACTION(WS-RB-IDX)
           END-IF.

       8800-WRITE-REPORT-LINE.
           MOVE ASOF-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE ASOF-REPORT-LINE.
      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'EASOFRPT' TO RSA-REPORT-NAME.
           SET RSA-ACTION-LINE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *-----------------------------------------------------------------
       TERMINATION SECTION.
      *-----------------------------------------------------------------

       9000-TERMINATE.

      *    A LIVE CLUSTER THAT WOULD NOT OPEN MAY HAVE HELD THE MOST
      *    RECENT EVENTS - THE ANSWERS STAND, BUT THE RUN WARNS.
           IF WS-LIVE-UNREADABLE-COUNT IS GREATER THAN ZEROES
              MOVE 4 TO RLG-RETURN-CODE
           END-IF.

      *    FINISH THE REPORT REPOSITORY DEPOSIT.
           SET RSA-ACTION-CLOSE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *    LOG THE RUN ON THE COMMON RUN-HISTORY FILE.
           MOVE 'EASOFRPT' TO RLG-JOB-NAME.
           MOVE WS-CARD-COUNT TO RLG-INPUT-COUNT.
           MOVE WS-ANSWERED-COUNT TO RLG-OUTPUT-COUNT.
           MOVE WS-REJECTED-COUNT TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'EASOFRPT - CARDS READ:       ' WS-CARD-COUNT.
           DISPLAY 'EASOFRPT - RECORDS REBUILT:  ' WS-ANSWERED-COUNT.
           DISPLAY 'EASOFRPT - NO HISTORY:       ' WS-NO-HISTORY-COUNT.
           DISPLAY 'EASOFRPT - CARDS REJECTED:   ' WS-REJECTED-COUNT.

           CLOSE CONTROL-CARD-FILE.
           CLOSE EAUDXRF-FILE.
           CLOSE EAUDHST-FILE.
           CLOSE ASOF-REPORT-FILE.

           IF RLG-RETURN-CODE IS GREATER THAN ZEROES
              MOVE RLG-RETURN-CODE TO RETURN-CODE
           END-IF.
