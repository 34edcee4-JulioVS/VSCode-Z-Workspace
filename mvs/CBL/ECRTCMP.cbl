       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECRTCMP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - ACCESS RECERTIFICATION CAMPAIGN OPENING.
      *      - BATCH PROGRAM, RUN QUARTERLY AGAINST THE 'EREGUSR'
      *        REGISTERED-USERS AND 'EMPMAST' CLUSTERS (READ ONLY)
      *        AND THE 'ECRTITM' CERTIFICATION ITEM CLUSTER (ADDED
      *        TO), ALL IN RLS MODE - SEE THE 'RLS=' PARAMETERS ON
      *        THE ACCOMPANYING JCL.
      *      - AUDITORS WANT PROOF THAT EVERY ACCOUNT AND ITS
      *        'REG-USER-CATEGORY' WAS LOOKED AT RECENTLY BY SOMEBODY
      *        WHO KNOWS WHETHER IT IS STILL NEEDED - NOT JUST THAT
      *        UNUSED ONES GET SWITCHED OFF BY 'EDORMNT'. SO ONE
      *        CERTIFICATION ITEM IS OPENED PER ACTIVE ACCOUNT, FOR
      *        THE CAMPAIGN OF THE CURRENT QUARTER ('YYYYQN').
      *      - EACH ITEM GOES TO THE MANAGER OF THE ACCOUNT'S
      *        'REG-EMPLOYEE-ID' (THEY CONFIRM OR REVOKE IT ON THE
      *        'ECRTP' SCREEN). IT GOES TO THE SECURITY ADMINISTRATOR
      *        QUEUE INSTEAD WHEN THE ACCOUNT HAS NO EMPLOYEE, THE
      *        EMPLOYEE HAS NO MANAGER, OR THE MANAGER HAS NO ACTIVE
      *        MANAGER/ADMINISTRATOR SIGN-ON TO DECIDE WITH - NOBODY
      *        EVER CERTIFIES THEIR OWN ACCESS.
      *      - EVERY ITEM CARRIES THE DEADLINE; WHATEVER IS STILL
      *        PENDING THEN IS DEACTIVATED BY 'ECRTDLN'.
      *      - A CAMPAIGN IS OPENED ONCE: IF 'ECRTITM' ALREADY HOLDS
      *        ITEMS FOR THIS QUARTER THE RUN STOPS WITH RETURN CODE
      *        4 AND WRITES NOTHING.
      *      - 'SYSIN' FORMAT: DAYS TO THE DEADLINE, COLUMNS 1-3
      *        (DEFAULT 030).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EREGUSR-FILE ASSIGN TO EREGUSR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS REG-KEY
                FILE STATUS IS WS-EREGUSR-STATUS.

           SELECT EMPMAST-FILE ASSIGN TO EMPMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS EMP-EMPLOYEE-ID
                FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT ECRTITM-FILE ASSIGN TO ECRTITM
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CRT-KEY
                FILE STATUS IS WS-ECRTITM-STATUS.

           SELECT CAMPAIGN-REPORT-FILE ASSIGN TO CRTRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CRTRPT-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SYSIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EREGUSR-FILE.
       COPY EREGUSR.

       FD  EMPMAST-FILE.
       COPY EMPMAST.

       FD  ECRTITM-FILE.
       COPY ECRTITM.

       FD  CAMPAIGN-REPORT-FILE
           RECORDING MODE IS F.
       01  CAMPAIGN-REPORT-LINE         PIC X(80).

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD.
           05 CC-DEADLINE-DAYS          PIC X(3).
           05 FILLER                    PIC X(77).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-EREGUSR-STATUS        PIC X(2).
             88 EREGUSR-OK                      VALUE '00'.
          05 WS-EMPMAST-STATUS        PIC X(2).
             88 EMPMAST-OK                      VALUE '00'.
          05 WS-ECRTITM-STATUS        PIC X(2).
             88 ECRTITM-OK                      VALUE '00'.
          05 WS-CRTRPT-STATUS         PIC X(2).
          05 WS-SYSIN-STATUS          PIC X(2).
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
             88 END-OF-FILE                     VALUE 'Y'.
          05 WS-DEADLINE-DAYS         PIC 9(3)  VALUE 030.
          05 WS-CURRENT-DATE          PIC X(8)  VALUE SPACES.
          05 WS-CURRENT-DATE-PARTS REDEFINES WS-CURRENT-DATE.
             10 WS-CURRENT-YEAR       PIC X(4).
             10 WS-CURRENT-MONTH      PIC 9(2).
             10 FILLER                PIC X(2).
          05 WS-DEADLINE-DATE         PIC 9(8)  VALUE ZEROES.
          05 WS-CAMPAIGN-ID.
             10 WS-CAMPAIGN-YEAR      PIC X(4).
             10 FILLER                PIC X(1)  VALUE 'Q'.
             10 WS-CAMPAIGN-QUARTER   PIC 9(1).
          05 WS-SEARCH-EMP-ID         PIC 9(8).
          05 WS-SIGNON-FLAG           PIC X(1).
             88 MANAGER-CAN-SIGN-ON             VALUE 'Y'.
          05 WS-EXISTING-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ACCOUNT-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ITEM-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-MANAGER-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ADMIN-COUNT           PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-ERROR-COUNT           PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.

      *    ACTIVE SIGN-ONS, LOADED ONCE - 'EREGUSR' HAS NO PATH BY
      *    EMPLOYEE ID, SO A MANAGER'S SIGN-ON IS FOUND HERE.
       01 WS-USER-TABLE.
          05 WS-UT-COUNT              PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-UT-IDX                PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-UT-SCAN               PIC 9(4)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-UT-ENTRY OCCURS 2000 TIMES.
             10 WS-UT-USER-ID         PIC X(8).
             10 WS-UT-EMPLOYEE-ID     PIC 9(8).
             10 WS-UT-CATEGORY        PIC X(3).
                88 WS-UT-CAN-CERTIFY            VALUE 'MGR' 'ADM'.

       01 WS-REPORT-HEADING.
          05 FILLER                   PIC X(31)
             VALUE 'ACCESS RECERTIFICATION CAMPAIGN'.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-HDG-CAMPAIGN      PIC X(6).
          05 FILLER                   PIC X(10) VALUE ' OPENED - '.
          05 WS-RPT-HDG-DATE          PIC X(8).
          05 FILLER                   PIC X(12) VALUE '  DEADLINE: '.
          05 WS-RPT-HDG-DEADLINE      PIC X(8).
          05 FILLER                   PIC X(4)  VALUE SPACES.

       01 WS-COLUMN-HEADING.
          05 FILLER                   PIC X(10) VALUE 'USER ID'.
          05 FILLER                   PIC X(5)  VALUE 'CAT'.
          05 FILLER                   PIC X(10) VALUE 'EMPLOYEE'.
          05 FILLER                   PIC X(10) VALUE 'REVIEWER'.
          05 FILLER                   PIC X(45) VALUE 'ROUTED TO'.

       01 WS-REPORT-DETAIL-LINE.
          05 WS-RPT-USER-ID           PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-CATEGORY          PIC X(3).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-EMPLOYEE-ID       PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-REVIEWER-ID       PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-ROUTE             PIC X(45).

       01 WS-REPORT-SUMMARY-LINE.
          05 WS-RPT-SUMMARY-LABEL     PIC X(32).
          05 WS-RPT-SUMMARY-TOTAL     PIC Z(7)9.
          05 FILLER                   PIC X(40) VALUE SPACES.

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

           IF WS-EXISTING-COUNT IS EQUAL TO ZEROES
              PERFORM 1200-LOAD-USER-TABLE
              PERFORM 2000-OPEN-ONE-ITEM
                 VARYING WS-UT-IDX FROM 1 BY 1
                 UNTIL WS-UT-IDX IS GREATER THAN WS-UT-COUNT
           END-IF.

           PERFORM 3000-PRINT-SUMMARY.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           PERFORM 1050-GET-DEADLINE-DAYS.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           COMPUTE WS-DEADLINE-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-CURRENT-DATE))
              + WS-DEADLINE-DAYS).

           MOVE WS-CURRENT-YEAR TO WS-CAMPAIGN-YEAR.
           COMPUTE WS-CAMPAIGN-QUARTER =
              (WS-CURRENT-MONTH - 1) / 3 + 1.

           OPEN INPUT EREGUSR-FILE.
           IF NOT EREGUSR-OK
              DISPLAY 'ECRTCMP - UNABLE TO OPEN EREGUSR, STATUS='
                 WS-EREGUSR-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT EMPMAST-FILE.
           IF NOT EMPMAST-OK
              DISPLAY 'ECRTCMP - UNABLE TO OPEN EMPMAST, STATUS='
                 WS-EMPMAST-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O ECRTITM-FILE.
           IF NOT ECRTITM-OK
              DISPLAY 'ECRTCMP - UNABLE TO OPEN ECRTITM, STATUS='
                 WS-ECRTITM-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT CAMPAIGN-REPORT-FILE.

           MOVE WS-CAMPAIGN-ID TO WS-RPT-HDG-CAMPAIGN.
           MOVE WS-CURRENT-DATE TO WS-RPT-HDG-DATE.
           MOVE WS-DEADLINE-DATE TO WS-RPT-HDG-DEADLINE.
           MOVE WS-REPORT-HEADING TO CAMPAIGN-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.
           MOVE SPACES TO CAMPAIGN-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           PERFORM 1100-CHECK-CAMPAIGN-OPEN.

           IF WS-EXISTING-COUNT IS GREATER THAN ZEROES
              MOVE 'CAMPAIGN ALREADY OPEN - NO ITEMS WRITTEN' TO
                 CAMPAIGN-REPORT-LINE
              PERFORM 8800-WRITE-REPORT-LINE
              MOVE 4 TO RLG-RETURN-CODE
           ELSE
              MOVE WS-COLUMN-HEADING TO CAMPAIGN-REPORT-LINE
              PERFORM 8800-WRITE-REPORT-LINE
           END-IF.

      *    A MISSING OR NON-NUMERIC CARD DEFAULTS TO THIRTY DAYS, THE
      *    SAME DEFAULT-ON-ABSENCE CONVENTION 'EDORMNT' USES.
       1050-GET-DEADLINE-DAYS.
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-SYSIN-STATUS IS EQUAL TO '00' THEN
              READ CONTROL-CARD-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CC-DEADLINE-DAYS IS NUMERIC AND
                       CC-DEADLINE-DAYS IS NOT EQUAL TO ZEROES
                       MOVE CC-DEADLINE-DAYS TO WS-DEADLINE-DAYS
                    END-IF
              END-READ
              CLOSE CONTROL-CARD-FILE
           END-IF.

      *    THE ITEMS ARE KEYED BY REVIEWER FIRST, SO "IS THIS QUARTER
      *    ALREADY OPEN" IS A PASS OVER THE WHOLE FILE.
       1100-CHECK-CAMPAIGN-OPEN.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO CRT-KEY.
           START ECRTITM-FILE KEY IS NOT LESS THAN CRT-KEY
              INVALID KEY
                 SET END-OF-FILE TO TRUE
           END-START.

           PERFORM 1110-CHECK-ONE-ITEM UNTIL END-OF-FILE.

       1110-CHECK-ONE-ITEM.
           READ ECRTITM-FILE NEXT RECORD
              AT END
                 SET END-OF-FILE TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           IF CRT-CAMPAIGN-ID IS EQUAL TO WS-CAMPAIGN-ID
              ADD 1 TO WS-EXISTING-COUNT
           END-IF.

       1200-LOAD-USER-TABLE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 1210-LOAD-ONE-USER UNTIL END-OF-FILE.

       1210-LOAD-ONE-USER.
           READ EREGUSR-FILE NEXT RECORD
              AT END
                 SET END-OF-FILE TO TRUE
                 EXIT PARAGRAPH
           END-READ.

      *    AN INACTIVE ACCOUNT HAS NOTHING TO CERTIFY.
           IF NOT REG-ST-ACTIVE THEN
              EXIT PARAGRAPH
           END-IF.

           IF WS-UT-COUNT IS NOT LESS THAN 2000 THEN
              DISPLAY 'ECRTCMP - USER TABLE FULL, SKIPPED '
                 REG-USER-ID
              ADD 1 TO WS-ERROR-COUNT
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-UT-COUNT.
           MOVE REG-USER-ID TO WS-UT-USER-ID(WS-UT-COUNT).
           MOVE REG-EMPLOYEE-ID TO WS-UT-EMPLOYEE-ID(WS-UT-COUNT).
           MOVE REG-USER-CATEGORY TO WS-UT-CATEGORY(WS-UT-COUNT).

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------

       2000-OPEN-ONE-ITEM.
           ADD 1 TO WS-ACCOUNT-COUNT.

           INITIALIZE RECERTIFICATION-ITEM-RECORD.
           MOVE WS-CAMPAIGN-ID TO CRT-CAMPAIGN-ID.
           MOVE WS-UT-USER-ID(WS-UT-IDX) TO CRT-USER-ID.
           MOVE WS-UT-EMPLOYEE-ID(WS-UT-IDX) TO CRT-EMPLOYEE-ID.
           MOVE WS-UT-CATEGORY(WS-UT-IDX) TO CRT-USER-CATEGORY.
           MOVE WS-CURRENT-DATE TO CRT-OPENED-DATE.
           MOVE WS-DEADLINE-DATE TO CRT-DEADLINE-DATE.
           SET CRT-PENDING TO TRUE.
           MOVE SPACES TO CRT-DECIDED-BY.
           MOVE SPACES TO CRT-DECIDED-DATE.

           PERFORM 2100-ROUTE-ITEM.

           WRITE RECERTIFICATION-ITEM-RECORD
              INVALID KEY
                 DISPLAY 'ECRTCMP - WRITE FAILED, STATUS='
                    WS-ECRTITM-STATUS ' USER=' CRT-USER-ID
                 ADD 1 TO WS-ERROR-COUNT
                 EXIT PARAGRAPH
           END-WRITE.

           ADD 1 TO WS-ITEM-COUNT.
           IF CRT-SECURITY-ADMIN-QUEUE
              ADD 1 TO WS-ADMIN-COUNT
           ELSE
              ADD 1 TO WS-MANAGER-COUNT
           END-IF.

           PERFORM 2300-PRINT-ITEM-LINE.

      *    TO THE EMPLOYEE'S MANAGER WHEN THERE IS ONE WHO CAN SIGN
      *    ON AND DECIDE; OTHERWISE TO THE SECURITY ADMINISTRATORS.
       2100-ROUTE-ITEM.
           MOVE ZEROES TO CRT-REVIEWER-ID.

           IF CRT-EMPLOYEE-ID IS EQUAL TO ZEROES
              SET CRT-RT-NO-EMPLOYEE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE CRT-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.
           READ EMPMAST-FILE
              INVALID KEY
                 MOVE ZEROES TO EMP-MANAGER-ID
           END-READ.

           IF EMP-MANAGER-ID IS EQUAL TO ZEROES OR
              EMP-MANAGER-ID IS EQUAL TO CRT-EMPLOYEE-ID
              SET CRT-RT-NO-MANAGER TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE EMP-MANAGER-ID TO WS-SEARCH-EMP-ID.
           MOVE SPACES TO WS-SIGNON-FLAG.
           MOVE ZEROES TO WS-UT-SCAN.
           PERFORM 2110-FIND-MANAGER-SIGNON
              UNTIL MANAGER-CAN-SIGN-ON
                 OR WS-UT-SCAN IS NOT LESS THAN WS-UT-COUNT.

           IF MANAGER-CAN-SIGN-ON
              MOVE EMP-MANAGER-ID TO CRT-REVIEWER-ID
              SET CRT-RT-MANAGER TO TRUE
           ELSE
              SET CRT-RT-MANAGER-NO-SIGNON TO TRUE
           END-IF.

       2110-FIND-MANAGER-SIGNON.
           ADD 1 TO WS-UT-SCAN.

           IF WS-UT-EMPLOYEE-ID(WS-UT-SCAN) IS EQUAL TO
              WS-SEARCH-EMP-ID AND WS-UT-CAN-CERTIFY(WS-UT-SCAN) THEN
              SET MANAGER-CAN-SIGN-ON TO TRUE
           END-IF.

       2300-PRINT-ITEM-LINE.
           MOVE CRT-USER-ID TO WS-RPT-USER-ID.
           MOVE CRT-USER-CATEGORY TO WS-RPT-CATEGORY.
           IF CRT-EMPLOYEE-ID IS EQUAL TO ZEROES
              MOVE '(NONE)' TO WS-RPT-EMPLOYEE-ID
           ELSE
              MOVE CRT-EMPLOYEE-ID TO WS-RPT-EMPLOYEE-ID
           END-IF.

           EVALUATE TRUE
           WHEN CRT-RT-MANAGER
                MOVE CRT-REVIEWER-ID TO WS-RPT-REVIEWER-ID
                MOVE 'MANAGER' TO WS-RPT-ROUTE
           WHEN CRT-RT-NO-EMPLOYEE
                MOVE 'SECADMIN' TO WS-RPT-REVIEWER-ID
                MOVE 'SECURITY ADMIN - NO EMPLOYEE LINK'
                   TO WS-RPT-ROUTE
           WHEN CRT-RT-NO-MANAGER
                MOVE 'SECADMIN' TO WS-RPT-REVIEWER-ID
                MOVE 'SECURITY ADMIN - NO MANAGER ON FILE'
                   TO WS-RPT-ROUTE
           WHEN OTHER
                MOVE 'SECADMIN' TO WS-RPT-REVIEWER-ID
                MOVE 'SECURITY ADMIN - MANAGER HAS NO SIGN-ON'
                   TO WS-RPT-ROUTE
           END-EVALUATE.

           MOVE WS-REPORT-DETAIL-LINE TO CAMPAIGN-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------

       3000-PRINT-SUMMARY.
           MOVE SPACES TO CAMPAIGN-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

           MOVE 'ACTIVE ACCOUNTS ................'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-ACCOUNT-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3100-WRITE-SUMMARY-LINE.

           MOVE 'ITEMS OPENED ...................'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-ITEM-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3100-WRITE-SUMMARY-LINE.

           MOVE '  TO MANAGERS ..................'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-MANAGER-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3100-WRITE-SUMMARY-LINE.

           MOVE '  TO SECURITY ADMINISTRATORS ...'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-ADMIN-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3100-WRITE-SUMMARY-LINE.

           MOVE 'ERRORS .........................'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-ERROR-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3100-WRITE-SUMMARY-LINE.

       3100-WRITE-SUMMARY-LINE.
           MOVE WS-REPORT-SUMMARY-LINE TO CAMPAIGN-REPORT-LINE.
           PERFORM 8800-WRITE-REPORT-LINE.

       8800-WRITE-REPORT-LINE.
           MOVE CAMPAIGN-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE CAMPAIGN-REPORT-LINE.
      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'ECRTCMP' TO RSA-REPORT-NAME.
           SET RSA-ACTION-LINE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *-----------------------------------------------------------------
       TERMINATION SECTION.
      *-----------------------------------------------------------------

       9000-TERMINATE.

           IF WS-ERROR-COUNT IS GREATER THAN ZEROES
              MOVE 4 TO RLG-RETURN-CODE
           END-IF.

      *    FINISH THE REPORT REPOSITORY DEPOSIT.
           SET RSA-ACTION-CLOSE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *    LOG THE RUN ON THE COMMON RUN-HISTORY FILE.
           MOVE 'ECRTCMP' TO RLG-JOB-NAME.
           MOVE WS-ACCOUNT-COUNT TO RLG-INPUT-COUNT.
           MOVE WS-ITEM-COUNT TO RLG-OUTPUT-COUNT.
           MOVE WS-ERROR-COUNT TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'ECRTCMP - CAMPAIGN:           ' WS-CAMPAIGN-ID.
           DISPLAY 'ECRTCMP - ALREADY ON FILE:    ' WS-EXISTING-COUNT.
           DISPLAY 'ECRTCMP - ACTIVE ACCOUNTS:    ' WS-ACCOUNT-COUNT.
           DISPLAY 'ECRTCMP - ITEMS OPENED:       ' WS-ITEM-COUNT.
           DISPLAY 'ECRTCMP - ERRORS:             ' WS-ERROR-COUNT.

           CLOSE EREGUSR-FILE.
           CLOSE EMPMAST-FILE.
           CLOSE ECRTITM-FILE.
           CLOSE CAMPAIGN-REPORT-FILE.

           IF RLG-RETURN-CODE IS GREATER THAN ZEROES
              MOVE RLG-RETURN-CODE TO RETURN-CODE
           END-IF.
