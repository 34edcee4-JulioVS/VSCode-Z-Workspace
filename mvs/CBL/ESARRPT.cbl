       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESARRPT.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - SUBJECT ACCESS REQUEST DOSSIER.
      *      - ON-REQUEST BATCH: WHEN AN EMPLOYEE OR EX-EMPLOYEE ASKS
      *        FOR EVERYTHING WE HOLD ON THEM, THIS PULLS EVERY RECORD
      *        KEYED TO THAT PERSON INTO ONE CONSOLIDATED REPORT,
      *        ONE PART PER FILE (ALL READ ONLY):
      *           - 'EMPMAST'  MASTER RECORD,
      *           - 'ECONTCT'  CONTACT DETAILS,
      *           - 'EBANKDT'  BANK DETAILS (ACCOUNT MASKED TO THE
      *             LAST FOUR, THE SAME AS ON 'EBNKP'),
      *           - 'EBIRTHD'  DATE OF BIRTH,
      *           - 'ELEAVE'   LEAVE BALANCES AND 'ELVREQ' REQUESTS,
      *           - 'ECOMHST'  COMPENSATION HISTORY,
      *           - 'EAPPHST'  APPRAISAL HISTORY,
      *           - 'ESKILL'   SKILLS AND CERTIFICATIONS,
      *           - 'EEMPNOT'  HR NOTES (SUPERSEDED ONES INCLUDED),
      *           - 'EDISCPL'  DISCIPLINARY ACTIONS,
      *           - 'EBENROL'  BENEFIT ENROLLMENTS,
      *           - 'EATTHST'  BADGE ATTENDANCE DAYS,
      *           - 'EPRGHST'  PURGE ARCHIVE ENTRIES (FULL IMAGE),
      *           - 'EVWLOG'   EVERY LOGGED VIEW OF THEIR RECORD
      *                        (AND EACH UNMASKED DISPLAY OF THEIR
      *                        GOVERNMENT ID NUMBER).
      *        A PURGED EMPLOYEE STILL GETS A DOSSIER - NO MASTER
      *        RECORD IS REPORTED AS SUCH AND THE REST CARRIES ON.
      *      - EVERY ANSWERED REQUEST IS JOURNALED TO 'ESECJRN'
      *        (ACTION 'SAR ANSWERED': EMPLOYEE, REQUEST REFERENCE,
      *        WHO IT WAS ANSWERED TO AND WHO PREPARED IT) AS WELL
      *        AS ON THE RUN HISTORY, SO THE PRIVACY OFFICE CAN BE
      *        SHOWN WHEN AND TO WHOM EACH REQUEST WAS ANSWERED.
      *      - 'SYSIN' FORMAT (ALL REQUIRED - A BAD CARD REFUSES THE
      *        RUN):
      *           COLUMNS  1-8   EMPLOYEE ID,
      *           COLUMNS  9-28  REQUEST REFERENCE,
      *           COLUMNS 29-48  ANSWERED TO (REQUESTER/RECIPIENT),
      *           COLUMNS 49-56  PREPARED BY (USER ID).
      *      - APPRAISAL RESULTS, DISCIPLINARY LEVELS AND BENEFIT
      *        COVERAGE LEVELS PRINT WITH THEIR DESCRIPTIONS FROM THE
      *        CODE TABLES (VIA 'ECODDEC'), SO THE EMPLOYEE CAN READ
      *        THEM WITHOUT A KEY TO THE CODES.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMAST-FILE ASSIGN TO EMPMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS EMP-EMPLOYEE-ID
                FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT ECONTCT-FILE ASSIGN TO ECONTCT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CON-KEY
                FILE STATUS IS WS-ECONTCT-STATUS.

           SELECT EBANKDT-FILE ASSIGN TO EBANKDT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BNK-KEY
                FILE STATUS IS WS-EBANKDT-STATUS.

           SELECT EBIRTHD-FILE ASSIGN TO EBIRTHD
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BTH-EMPLOYEE-ID
                FILE STATUS IS WS-EBIRTHD-STATUS.

           SELECT ELEAVE-FILE ASSIGN TO ELEAVE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS LEA-KEY
                FILE STATUS IS WS-ELEAVE-STATUS.

           SELECT ELVREQ-FILE ASSIGN TO ELVREQ
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LRQ-KEY
                FILE STATUS IS WS-ELVREQ-STATUS.

           SELECT ECOMHST-FILE ASSIGN TO ECOMHST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS COH-KEY
                FILE STATUS IS WS-ECOMHST-STATUS.

           SELECT EAPPHST-FILE ASSIGN TO EAPPHST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS APH-KEY
                FILE STATUS IS WS-EAPPHST-STATUS.

           SELECT ESKILL-FILE ASSIGN TO ESKILL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SKL-KEY
                FILE STATUS IS WS-ESKILL-STATUS.

           SELECT EEMPNOT-FILE ASSIGN TO EEMPNOT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NOT-KEY
                FILE STATUS IS WS-EEMPNOT-STATUS.

           SELECT EDISCPL-FILE ASSIGN TO EDISCPL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DSC-KEY
                FILE STATUS IS WS-EDISCPL-STATUS.

           SELECT EBENROL-FILE ASSIGN TO EBENROL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BEN-KEY
                FILE STATUS IS WS-EBENROL-STATUS.

           SELECT EATTHST-FILE ASSIGN TO EATTHST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ATT-KEY
                FILE STATUS IS WS-EATTHST-STATUS.

           SELECT EPRGHST-FILE ASSIGN TO EPRGHST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PHS-KEY
                FILE STATUS IS WS-EPRGHST-STATUS.

           SELECT EVWLOG-FILE ASSIGN TO EVWLOG
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-EVWLOG-STATUS.

           SELECT ESECJRN-FILE ASSIGN TO ESECJRN
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-ESECJRN-STATUS.

           SELECT DOSSIER-REPORT-FILE ASSIGN TO SARRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SARRPT-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SYSIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
       COPY EMPMAST.

       FD  ECONTCT-FILE.
       COPY ECONTCT.

       FD  EBANKDT-FILE.
       COPY EBANKDT.

       FD  EBIRTHD-FILE.
       COPY EBIRTHD.

       FD  ELEAVE-FILE.
       COPY ELEAVE.

       FD  ELVREQ-FILE.
       COPY ELVREQ.

       FD  ECOMHST-FILE.
       COPY ECOMHST.

       FD  EAPPHST-FILE.
       COPY EAPPHST.

       FD  ESKILL-FILE.
       COPY ESKILL.

       FD  EEMPNOT-FILE.
       COPY EEMPNOT.

       FD  EDISCPL-FILE.
       COPY EDISCPL.

       FD  EBENROL-FILE.
       COPY EBENROL.

       FD  EATTHST-FILE.
       COPY EATTHST.

       FD  EPRGHST-FILE.
       COPY EPRGHST.

       FD  EVWLOG-FILE.
       COPY EVWLOG.

       FD  ESECJRN-FILE.
       COPY ESECJRN.

       FD  DOSSIER-REPORT-FILE
           RECORDING MODE IS F.
       01  DOSSIER-REPORT-LINE          PIC X(132).

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD.
           05 CC-EMPLOYEE-ID            PIC X(8).
           05 CC-REQUEST-REFERENCE      PIC X(20).
           05 CC-ANSWERED-TO            PIC X(20).
           05 CC-PREPARED-BY            PIC X(8).
           05 FILLER                    PIC X(24).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-EMPMAST-STATUS        PIC X(2).
             88 EMPMAST-OK                      VALUE '00'.
          05 WS-ECONTCT-STATUS        PIC X(2).
             88 ECONTCT-OK                      VALUE '00'.
          05 WS-EBANKDT-STATUS        PIC X(2).
             88 EBANKDT-OK                      VALUE '00'.
          05 WS-EBIRTHD-STATUS        PIC X(2).
             88 EBIRTHD-OK                      VALUE '00'.
          05 WS-ELEAVE-STATUS         PIC X(2).
             88 ELEAVE-OK                       VALUE '00'.
          05 WS-ELVREQ-STATUS         PIC X(2).
             88 ELVREQ-OK                       VALUE '00'.
          05 WS-ECOMHST-STATUS        PIC X(2).
             88 ECOMHST-OK                      VALUE '00'.
          05 WS-EAPPHST-STATUS        PIC X(2).
             88 EAPPHST-OK                      VALUE '00'.
          05 WS-ESKILL-STATUS         PIC X(2).
             88 ESKILL-OK                       VALUE '00'.
          05 WS-EEMPNOT-STATUS        PIC X(2).
             88 EEMPNOT-OK                      VALUE '00'.
          05 WS-EDISCPL-STATUS        PIC X(2).
             88 EDISCPL-OK                      VALUE '00'.
          05 WS-EBENROL-STATUS        PIC X(2).
             88 EBENROL-OK                      VALUE '00'.
          05 WS-EATTHST-STATUS        PIC X(2).
             88 EATTHST-OK                      VALUE '00'.
          05 WS-EPRGHST-STATUS        PIC X(2).
             88 EPRGHST-OK                      VALUE '00'.
          05 WS-EVWLOG-STATUS         PIC X(2).
             88 EVWLOG-OK                       VALUE '00'.
          05 WS-ESECJRN-STATUS        PIC X(2).
             88 ESECJRN-OK                      VALUE '00'.
          05 WS-SARRPT-STATUS         PIC X(2).
          05 WS-SYSIN-STATUS          PIC X(2).
          05 WS-BROWSE-EOF-FLAG       PIC X(1)  VALUE 'N'.
             88 END-OF-BROWSE                   VALUE 'Y'.
          05 WS-SUBJECT-EMPLOYEE-ID   PIC 9(8)  VALUE ZEROES.
          05 WS-REQUEST-REFERENCE     PIC X(20) VALUE SPACES.
          05 WS-ANSWERED-TO           PIC X(20) VALUE SPACES.
          05 WS-PREPARED-BY           PIC X(8)  VALUE SPACES.
          05 WS-RUN-TIMESTAMP         PIC X(21) VALUE SPACES.
          05 WS-MASKED-ACCOUNT        PIC X(17) VALUE SPACES.
          05 WS-AMOUNT-EDIT           PIC Z(6)9.99.
          05 WS-AMOUNT-EDIT-2         PIC Z(6)9.99.
          05 WS-DAYS-EDIT             PIC ZZ9.9.
          05 WS-DAYS-EDIT-2           PIC ZZ9.9.
          05 WS-COUNT-EDIT            PIC ZZ9.
          05 WS-SECTION-COUNT         PIC 9(8)  VALUE ZEROES.
          05 WS-RECORD-COUNT          PIC 9(8)  VALUE ZEROES.
          05 WS-VIEW-SCAN-COUNT       PIC 9(8)  VALUE ZEROES.
          05 WS-JOURNAL-FAIL-COUNT    PIC 9(8)  VALUE ZEROES.

       01 WS-REPORT-HEADING.
          05 FILLER                   PIC X(42)
             VALUE 'SUBJECT ACCESS REQUEST DOSSIER - EMPLOYEE '.
          05 WS-RPT-HDG-EMPLOYEE-ID   PIC X(8).
          05 FILLER                   PIC X(83) VALUE SPACES.

       01 WS-SECTION-HEADING.
          05 FILLER                   PIC X(4)  VALUE '*** '.
          05 WS-SH-FILE-NAME          PIC X(8).
          05 FILLER                   PIC X(3)  VALUE ' - '.
          05 WS-SH-TITLE              PIC X(40).
          05 FILLER                   PIC X(77) VALUE SPACES.

       01 WS-FIELD-LINE.
          05 FILLER                   PIC X(4)  VALUE SPACES.
          05 WS-FL-LABEL              PIC X(24).
          05 WS-FL-VALUE              PIC X(100).
          05 FILLER                   PIC X(4)  VALUE SPACES.

       01 WS-ROW-LINE.
          05 FILLER                   PIC X(4)  VALUE SPACES.
          05 WS-ROW-TEXT              PIC X(128).

       01 WS-REPORT-SUMMARY-LINE.
          05 WS-RPT-SUMMARY-LABEL     PIC X(28).
          05 WS-RPT-SUMMARY-TOTAL     PIC Z(7)9.
          05 FILLER                   PIC X(96) VALUE SPACES.

      ******************************************************************
      *   RUN-HISTORY LOG ARGUMENTS (SEE 'ERUNLOG').
      ******************************************************************
       COPY ERUNARG.
      ******************************************************************
      *   REPORT REPOSITORY DEPOSIT ARGUMENTS (SEE 'ERPTSTO').
      ******************************************************************
       COPY ERPTARG.
      ******************************************************************
      *   APPLICATION CONSTANTS (CODE TABLE IDS).
      ******************************************************************
       COPY ECONST.
      ******************************************************************
      *   CODE TABLE LOOKUP ARGUMENTS (SEE 'ECODDEC').
      ******************************************************************
       COPY ECODARG.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-REPORT-MASTER.
           PERFORM 2100-REPORT-CONTACT.
           PERFORM 2200-REPORT-BANK.
           PERFORM 2250-REPORT-BIRTH-DATE.
           PERFORM 2300-REPORT-LEAVE-BALANCE.
           PERFORM 2400-REPORT-LEAVE-REQUESTS.
           PERFORM 2500-REPORT-COMPENSATION.
           PERFORM 2600-REPORT-APPRAISALS.
           PERFORM 2700-REPORT-SKILLS.
           PERFORM 2800-REPORT-NOTES.
           PERFORM 2900-REPORT-DISCIPLINARY.
           PERFORM 3000-REPORT-BENEFITS.
           PERFORM 3100-REPORT-ATTENDANCE.
           PERFORM 3200-REPORT-PURGE-ARCHIVE.
           PERFORM 3300-REPORT-VIEW-HISTORY.
           PERFORM 6000-PRINT-SUMMARY.
           PERFORM 7000-JOURNAL-ANSWER.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-SYSIN-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'ESARRPT - UNABLE TO OPEN SYSIN, STATUS='
                 WS-SYSIN-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ CONTROL-CARD-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF CC-EMPLOYEE-ID IS NUMERIC
                    MOVE CC-EMPLOYEE-ID TO WS-SUBJECT-EMPLOYEE-ID
                 END-IF
                 MOVE CC-REQUEST-REFERENCE TO WS-REQUEST-REFERENCE
                 MOVE CC-ANSWERED-TO TO WS-ANSWERED-TO
                 MOVE CC-PREPARED-BY TO WS-PREPARED-BY
           END-READ.
           CLOSE CONTROL-CARD-FILE.

      *    AN ANSWER THAT CANNOT BE TIED TO A REQUEST AND A RECIPIENT
      *    PROVES NOTHING TO THE PRIVACY OFFICE - REFUSE IT.
           IF WS-SUBJECT-EMPLOYEE-ID IS EQUAL TO ZEROES
              DISPLAY 'ESARRPT - MISSING/BAD EMPLOYEE ID - REFUSED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WS-REQUEST-REFERENCE IS EQUAL TO SPACES OR
              WS-ANSWERED-TO IS EQUAL TO SPACES OR
              WS-PREPARED-BY IS EQUAL TO SPACES
              DISPLAY 'ESARRPT - REFERENCE/RECIPIENT/PREPARER MISSING'
                 ' - REFUSED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.

           PERFORM 1100-OPEN-FILES.

           OPEN OUTPUT DOSSIER-REPORT-FILE.

           MOVE WS-SUBJECT-EMPLOYEE-ID TO WS-RPT-HDG-EMPLOYEE-ID.
           MOVE WS-REPORT-HEADING TO DOSSIER-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

           MOVE 'REQUEST REFERENCE' TO WS-FL-LABEL.
           MOVE WS-REQUEST-REFERENCE TO WS-FL-VALUE.
           PERFORM 8200-PRINT-FIELD-LINE.
           MOVE 'ANSWERED TO' TO WS-FL-LABEL.
           MOVE WS-ANSWERED-TO TO WS-FL-VALUE.
           PERFORM 8200-PRINT-FIELD-LINE.
           MOVE 'PREPARED BY' TO WS-FL-LABEL.
           MOVE WS-PREPARED-BY TO WS-FL-VALUE.
           PERFORM 8200-PRINT-FIELD-LINE.
           MOVE 'PRODUCED' TO WS-FL-LABEL.
           MOVE WS-RUN-TIMESTAMP(1:14) TO WS-FL-VALUE.
           PERFORM 8200-PRINT-FIELD-LINE.

      *    A DOSSIER WITH A FILE MISSING IS NOT "EVERYTHING WE HOLD" -
      *    ANY CLUSTER THAT WILL NOT OPEN STOPS THE RUN.
       1100-OPEN-FILES.
           OPEN INPUT EMPMAST-FILE.
           IF NOT EMPMAST-OK
              DISPLAY 'ESARRPT - UNABLE TO OPEN EMPMAST, STATUS='
                 WS-EMPMAST-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT ECONTCT-FILE.
           IF NOT ECONTCT-OK
              DISPLAY 'ESARRPT - UNABLE TO OPEN ECONTCT, STATUS='
                 WS-ECONTCT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT EBANKDT-FILE.
           IF NOT EBANKDT-OK
              DISPLAY 'ESARRPT - UNABLE TO OPEN EBANKDT, STATUS='
                 WS-EBANKDT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT EBIRTHD-FILE.
           IF NOT EBIRTHD-OK
              DISPLAY 'ESARRPT - UNABLE TO OPEN EBIRTHD, STATUS='
                 WS-EBIRTHD-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT ELEAVE-FILE.
           IF NOT ELEAVE-OK
              DISPLAY 'ESARRPT - UNABLE TO OPEN ELEAVE, STATUS='
                 WS-ELEAVE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT ELVREQ-FILE.
           IF NOT ELVREQ-OK
              DISPLAY 'ESARRPT - UNABLE TO OPEN ELVREQ, STATUS='
                 WS-ELVREQ-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT ECOMHST-FILE.
           IF NOT ECOMHST-OK
              DISPLAY 'ESARRPT - UNABLE TO OPEN ECOMHST, STATUS='
                 WS-ECOMHST-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT EAPPHST-FILE.
           IF NOT EAPPHST-OK
              DISPLAY 'ESARRPT - UNABLE TO OPEN EAPPHST, STATUS='
                 WS-EAPPHST-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT ESKILL-FILE.
           IF NOT ESKILL-OK
              DISPLAY 'ESARRPT - UNABLE TO OPEN ESKILL, STATUS='
                 WS-ESKILL-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT EEMPNOT-FILE.
           IF NOT EEMPNOT-OK
              DISPLAY 'ESARRPT - UNABLE TO OPEN EEMPNOT, STATUS='
                 WS-EEMPNOT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT EDISCPL-FILE.
           IF NOT EDISCPL-OK
              DISPLAY 'ESARRPT - UNABLE TO OPEN EDISCPL, STATUS='
                 WS-EDISCPL-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT EBENROL-FILE.
           IF NOT EBENROL-OK
              DISPLAY 'ESARRPT - UNABLE TO OPEN EBENROL, STATUS='
                 WS-EBENROL-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT EATTHST-FILE.
           IF NOT EATTHST-OK
              DISPLAY 'ESARRPT - UNABLE TO OPEN EATTHST, STATUS='
                 WS-EATTHST-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT EPRGHST-FILE.
           IF NOT EPRGHST-OK
              DISPLAY 'ESARRPT - UNABLE TO OPEN EPRGHST, STATUS='
                 WS-EPRGHST-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT EVWLOG-FILE.
           IF NOT EVWLOG-OK
              DISPLAY 'ESARRPT - UNABLE TO OPEN EVWLOG, STATUS='
                 WS-EVWLOG-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN EXTEND ESECJRN-FILE.
           IF NOT ESECJRN-OK
              DISPLAY 'ESARRPT - UNABLE TO OPEN ESECJRN, STATUS='
                 WS-ESECJRN-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *-----------------------------------------------------------------
       SINGLE-RECORD SECTION.
      *-----------------------------------------------------------------

       2000-REPORT-MASTER.
           MOVE 'EMPMAST' TO WS-SH-FILE-NAME.
           MOVE 'EMPLOYEE MASTER RECORD' TO WS-SH-TITLE.
           PERFORM 8000-PRINT-SECTION-HEADING.

           MOVE WS-SUBJECT-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.
           READ EMPMAST-FILE
              INVALID KEY
                 MOVE 'NO CURRENT MASTER RECORD (SEE PURGE ARCHIVE)'
                    TO WS-ROW-TEXT
                 PERFORM 8300-PRINT-ROW-LINE
                 EXIT PARAGRAPH
           END-READ.

           ADD 1 TO WS-RECORD-COUNT.

           MOVE 'FULL NAME' TO WS-FL-LABEL.
           MOVE EMP-FULL-NAME TO WS-FL-VALUE.
           PERFORM 8200-PRINT-FIELD-LINE.
           MOVE 'PRIMARY NAME' TO WS-FL-LABEL.
           MOVE EMP-PRIMARY-NAME TO WS-FL-VALUE.
           PERFORM 8200-PRINT-FIELD-LINE.
           MOVE 'HONORIFIC' TO WS-FL-LABEL.
           MOVE EMP-HONORIFIC TO WS-FL-VALUE.
           PERFORM 8200-PRINT-FIELD-LINE.
           MOVE 'SHORT NAME' TO WS-FL-LABEL.
           MOVE EMP-SHORT-NAME TO WS-FL-VALUE.
           PERFORM 8200-PRINT-FIELD-LINE.
           MOVE 'JOB TITLE' TO WS-FL-LABEL.
           MOVE EMP-JOB-TITLE TO WS-FL-VALUE.
           PERFORM 8200-PRINT-FIELD-LINE.
           MOVE 'DEPARTMENT' TO WS-FL-LABEL.
           MOVE EMP-DEPARTMENT-ID TO WS-FL-VALUE.
           PERFORM 8200-PRINT-FIELD-LINE.
           MOVE 'MANAGER' TO WS-FL-LABEL.
           MOVE EMP-MANAGER-ID TO WS-FL-VALUE.
           PERFORM 8200-PRINT-FIELD-LINE.
           MOVE 'START DATE' TO WS-FL-LABEL.
           MOVE EMP-START-DATE TO WS-FL-VALUE.
           PERFORM 8200-PRINT-FIELD-LINE.
           MOVE 'END DATE' TO WS-FL-LABEL.
           MOVE EMP-END-DATE TO WS-FL-VALUE.
           PERFORM 8200-PRINT-FIELD-LINE.
           MOVE 'APPRAISAL DATE/RESULT' TO WS-FL-LABEL.
           INITIALIZE CODE-LOOKUP-ARGUMENTS.
           MOVE APP-CT-APPRAISAL-RESULT TO CLA-TABLE-ID.
           MOVE EMP-APPRAISAL-RESULT TO CLA-CODE.
           PERFORM 8400-DECODE-CODE.
           MOVE SPACES TO WS-FL-VALUE.
           STRING EMP-APPRAISAL-DATE ' / ' EMP-APPRAISAL-RESULT ' '
                  CLA-DESCRIPTION
              DELIMITED BY SIZE INTO WS-FL-VALUE.
           PERFORM 8200-PRINT-FIELD-LINE.
           MOVE 'RECORD STATUS/DATE' TO WS-FL-LABEL.
           MOVE SPACES TO WS-FL-VALUE.
           STRING EMP-DELETE-FLAG ' / ' EMP-DELETE-DATE
              DELIMITED BY SIZE INTO WS-FL-VALUE.
           PERFORM 8200-PRINT-FIELD-LINE.
           MOVE 'COMPENSATION' TO WS-FL-LABEL.
           MOVE EMP-COMPENSATION TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO WS-FL-VALUE.
           PERFORM 8200-PRINT-FIELD-LINE.

       2100-REPORT-CONTACT.
           MOVE 'ECONTCT' TO WS-SH-FILE-NAME.
           MOVE 'CONTACT DETAILS' TO WS-SH-TITLE.
           PERFORM 8000-PRINT-SECTION-HEADING.

           MOVE WS-SUBJECT-EMPLOYEE-ID TO CON-EMPLOYEE-ID.
           READ ECONTCT-FILE
              INVALID KEY
                 PERFORM 8100-PRINT-NONE-HELD
                 EXIT PARAGRAPH
           END-READ.

           ADD 1 TO WS-RECORD-COUNT.

           MOVE 'ADDRESS' TO WS-FL-LABEL.
           MOVE CON-ADDRESS-LINE-1 TO WS-FL-VALUE.
           PERFORM 8200-PRINT-FIELD-LINE.
           MOVE SPACES TO WS-FL-LABEL.
           MOVE CON-ADDRESS-LINE-2 TO WS-FL-VALUE.
           PERFORM 8200-PRINT-FIELD-LINE.
           MOVE CON-ADDRESS-LINE-3 TO WS-FL-VALUE.
           PERFORM 8200-PRINT-FIELD-LINE.
           MOVE 'PHONE' TO WS-FL-LABEL.
           MOVE CON-PHONE TO WS-FL-VALUE.
           PERFORM 8200-PRINT-FIELD-LINE.
           MOVE 'EMERGENCY CONTACT 1' TO WS-FL-LABEL.
           MOVE SPACES TO WS-FL-VALUE.
           STRING CON-CONTACT-1-NAME ' ' CON-CONTACT-1-PHONE ' '
                  CON-CONTACT-1-RELATION
              DELIMITED BY SIZE INTO WS-FL-VALUE.
           PERFORM 8200-PRINT-FIELD-LINE.
           MOVE 'EMERGENCY CONTACT 2' TO WS-FL-LABEL.
           MOVE SPACES TO WS-FL-VALUE.
           STRING CON-CONTACT-2-NAME ' ' CON-CONTACT-2-PHONE ' '
                  CON-CONTACT-2-RELATION
              DELIMITED BY SIZE INTO WS-FL-VALUE.
           PERFORM 8200-PRINT-FIELD-LINE.
           MOVE 'LAST CHANGED ON/BY' TO WS-FL-LABEL.
           MOVE SPACES TO WS-FL-VALUE.
           STRING CON-LAST-ACTION-DATE ' / ' CON-LAST-ACTION-BY
              DELIMITED BY SIZE INTO WS-FL-VALUE.
           PERFORM 8200-PRINT-FIELD-LINE.

      *    THE ACCOUNT NUMBER GOES OUT MASKED TO ITS LAST FOUR, THE
      *    SAME AS ON THE 'EBNKP' SCREEN - THE DOSSIER IS POSTED OR
      *    EMAILED AND IS NOT A SAFE PLACE FOR A FULL NUMBER.
       2200-REPORT-BANK.
           MOVE 'EBANKDT' TO WS-SH-FILE-NAME.
           MOVE 'BANK DETAILS (ACCOUNT MASKED)' TO WS-SH-TITLE.
           PERFORM 8000-PRINT-SECTION-HEADING.

           MOVE WS-SUBJECT-EMPLOYEE-ID TO BNK-EMPLOYEE-ID.
           READ EBANKDT-FILE
              INVALID KEY
                 PERFORM 8100-PRINT-NONE-HELD
                 EXIT PARAGRAPH
           END-READ.

           ADD 1 TO WS-RECORD-COUNT.

           MOVE ALL '*' TO WS-MASKED-ACCOUNT.
           MOVE BNK-ACCOUNT-NUMBER(14:4) TO WS-MASKED-ACCOUNT(14:4).

           MOVE 'BANK CODE' TO WS-FL-LABEL.
           MOVE BNK-BANK-CODE TO WS-FL-VALUE.
           PERFORM 8200-PRINT-FIELD-LINE.
           MOVE 'ACCOUNT NUMBER' TO WS-FL-LABEL.
           MOVE WS-MASKED-ACCOUNT TO WS-FL-VALUE.
           PERFORM 8200-PRINT-FIELD-LINE.
           MOVE 'STATUS/SENT TO PAYROLL' TO WS-FL-LABEL.
           MOVE SPACES TO WS-FL-VALUE.
           STRING BNK-STATUS ' / ' BNK-FED-FLAG
              DELIMITED BY SIZE INTO WS-FL-VALUE.
           PERFORM 8200-PRINT-FIELD-LINE.
           MOVE 'ENTERED BY/ON' TO WS-FL-LABEL.
           MOVE SPACES TO WS-FL-VALUE.
           STRING BNK-ENTERED-BY ' / ' BNK-ENTERED-DATE
              DELIMITED BY SIZE INTO WS-FL-VALUE.
           PERFORM 8200-PRINT-FIELD-LINE.
           MOVE 'VERIFIED BY/ON' TO WS-FL-LABEL.
           MOVE SPACES TO WS-FL-VALUE.
           STRING BNK-VERIFIED-BY ' / ' BNK-VERIFIED-DATE
              DELIMITED BY SIZE INTO WS-FL-VALUE.
           PERFORM 8200-PRINT-FIELD-LINE.

      *    THE DATE OF BIRTH IS MASKED ON SCREENS OUTSIDE HR, BUT IT
      *    IS THE SUBJECT'S OWN DATA AND GOES OUT IN FULL HERE.
       2250-REPORT-BIRTH-DATE.
           MOVE 'EBIRTHD' TO WS-SH-FILE-NAME.
           MOVE 'DATE OF BIRTH' TO WS-SH-TITLE.
           PERFORM 8000-PRINT-SECTION-HEADING.

           MOVE WS-SUBJECT-EMPLOYEE-ID TO BTH-EMPLOYEE-ID.
           READ EBIRTHD-FILE
              INVALID KEY
                 PERFORM 8100-PRINT-NONE-HELD
                 EXIT PARAGRAPH
           END-READ.

           ADD 1 TO WS-RECORD-COUNT.

           MOVE 'DATE OF BIRTH' TO WS-FL-LABEL.
           MOVE BTH-BIRTH-DATE TO WS-FL-VALUE.
           PERFORM 8200-PRINT-FIELD-LINE.
           MOVE 'RECORDED BY/ON' TO WS-FL-LABEL.
           MOVE SPACES TO WS-FL-VALUE.
           STRING BTH-RECORDED-BY ' / ' BTH-RECORDED-DATE
              DELIMITED BY SIZE INTO WS-FL-VALUE.
           PERFORM 8200-PRINT-FIELD-LINE.

       2300-REPORT-LEAVE-BALANCE.
           MOVE 'ELEAVE' TO WS-SH-FILE-NAME.
           MOVE 'LEAVE BALANCES' TO WS-SH-TITLE.
           PERFORM 8000-PRINT-SECTION-HEADING.

           MOVE WS-SUBJECT-EMPLOYEE-ID TO LEA-EMPLOYEE-ID.
           READ ELEAVE-FILE
              INVALID KEY
                 PERFORM 8100-PRINT-NONE-HELD
                 EXIT PARAGRAPH
           END-READ.

           ADD 1 TO WS-RECORD-COUNT.

           MOVE 'VACATION ACCRUED/TAKEN' TO WS-FL-LABEL.
           MOVE LEA-VACATION-ACCRUED TO WS-DAYS-EDIT.
           MOVE LEA-VACATION-TAKEN TO WS-DAYS-EDIT-2.
           MOVE SPACES TO WS-FL-VALUE.
           STRING WS-DAYS-EDIT ' / ' WS-DAYS-EDIT-2
              DELIMITED BY SIZE INTO WS-FL-VALUE.
           PERFORM 8200-PRINT-FIELD-LINE.
           MOVE 'SICK ACCRUED/TAKEN' TO WS-FL-LABEL.
           MOVE LEA-SICK-ACCRUED TO WS-DAYS-EDIT.
           MOVE LEA-SICK-TAKEN TO WS-DAYS-EDIT-2.
           MOVE SPACES TO WS-FL-VALUE.
           STRING WS-DAYS-EDIT ' / ' WS-DAYS-EDIT-2
              DELIMITED BY SIZE INTO WS-FL-VALUE.
           PERFORM 8200-PRINT-FIELD-LINE.
           MOVE 'LAST CHANGED ON/BY' TO WS-FL-LABEL.
           MOVE SPACES TO WS-FL-VALUE.
           STRING LEA-LAST-ACTION-DATE ' / ' LEA-LAST-ACTION-BY
              DELIMITED BY SIZE INTO WS-FL-VALUE.
           PERFORM 8200-PRINT-FIELD-LINE.

      *-----------------------------------------------------------------
       MULTI-RECORD SECTION.
      *-----------------------------------------------------------------

      *    EACH OF THESE IS KEYED EMPLOYEE ID FIRST: START AT THE
      *    SUBJECT'S LOWEST KEY AND READ ON UNTIL THE EMPLOYEE ID
      *    CHANGES.
       2400-REPORT-LEAVE-REQUESTS.
           MOVE 'ELVREQ' TO WS-SH-FILE-NAME.
           MOVE 'LEAVE REQUESTS' TO WS-SH-TITLE.
           PERFORM 8000-PRINT-SECTION-HEADING.

           MOVE ZEROES TO WS-SECTION-COUNT.
           MOVE 'N' TO WS-BROWSE-EOF-FLAG.
           MOVE WS-SUBJECT-EMPLOYEE-ID TO LRQ-EMPLOYEE-ID.
           MOVE LOW-VALUES TO LRQ-FROM-DATE.
           START ELVREQ-FILE KEY IS NOT LESS THAN LRQ-KEY
              INVALID KEY
                 SET END-OF-BROWSE TO TRUE
           END-START.

           PERFORM 2410-REPORT-NEXT-LEAVE-REQUEST UNTIL END-OF-BROWSE.

           IF WS-SECTION-COUNT IS EQUAL TO ZEROES
              PERFORM 8100-PRINT-NONE-HELD
           END-IF.

       2410-REPORT-NEXT-LEAVE-REQUEST.
           READ ELVREQ-FILE NEXT RECORD
              AT END
                 SET END-OF-BROWSE TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           IF LRQ-EMPLOYEE-ID IS NOT EQUAL TO WS-SUBJECT-EMPLOYEE-ID
              SET END-OF-BROWSE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SECTION-COUNT.
           ADD 1 TO WS-RECORD-COUNT.
           MOVE LRQ-DAYS-REQUESTED TO WS-DAYS-EDIT.
           MOVE SPACES TO WS-ROW-TEXT.
           STRING LRQ-FROM-DATE ' TO ' LRQ-TO-DATE
                  '  TYPE ' LRQ-LEAVE-TYPE
                  '  DAYS ' WS-DAYS-EDIT
                  '  STATUS ' LRQ-STATUS
                  '  REQUESTED ' LRQ-REQUESTED-BY ' ' LRQ-REQUESTED-DATE
                  '  ACTIONED ' LRQ-ACTIONED-BY ' ' LRQ-ACTIONED-DATE
              DELIMITED BY SIZE INTO WS-ROW-TEXT.
           PERFORM 8300-PRINT-ROW-LINE.

       2500-REPORT-COMPENSATION.
           MOVE 'ECOMHST' TO WS-SH-FILE-NAME.
           MOVE 'COMPENSATION HISTORY' TO WS-SH-TITLE.
           PERFORM 8000-PRINT-SECTION-HEADING.

           MOVE ZEROES TO WS-SECTION-COUNT.
           MOVE 'N' TO WS-BROWSE-EOF-FLAG.
           MOVE WS-SUBJECT-EMPLOYEE-ID TO COH-EMPLOYEE-ID.
           MOVE LOW-VALUES TO COH-EFFECTIVE-DATE.
           START ECOMHST-FILE KEY IS NOT LESS THAN COH-KEY
              INVALID KEY
                 SET END-OF-BROWSE TO TRUE
           END-START.

           PERFORM 2510-REPORT-NEXT-COMPENSATION UNTIL END-OF-BROWSE.

           IF WS-SECTION-COUNT IS EQUAL TO ZEROES
              PERFORM 8100-PRINT-NONE-HELD
           END-IF.

       2510-REPORT-NEXT-COMPENSATION.
           READ ECOMHST-FILE NEXT RECORD
              AT END
                 SET END-OF-BROWSE TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           IF COH-EMPLOYEE-ID IS NOT EQUAL TO WS-SUBJECT-EMPLOYEE-ID
              SET END-OF-BROWSE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SECTION-COUNT.
           ADD 1 TO WS-RECORD-COUNT.
           MOVE COH-PREVIOUS-COMPENSATION TO WS-AMOUNT-EDIT.
           MOVE COH-NEW-COMPENSATION TO WS-AMOUNT-EDIT-2.
           MOVE SPACES TO WS-ROW-TEXT.
           STRING 'EFFECTIVE ' COH-EFFECTIVE-DATE
                  '  FROM ' WS-AMOUNT-EDIT
                  '  TO ' WS-AMOUNT-EDIT-2
                  '  RECORDED BY ' COH-RECORDED-BY
              DELIMITED BY SIZE INTO WS-ROW-TEXT.
           PERFORM 8300-PRINT-ROW-LINE.

       2600-REPORT-APPRAISALS.
           MOVE 'EAPPHST' TO WS-SH-FILE-NAME.
           MOVE 'APPRAISAL HISTORY' TO WS-SH-TITLE.
           PERFORM 8000-PRINT-SECTION-HEADING.

           MOVE ZEROES TO WS-SECTION-COUNT.
           MOVE 'N' TO WS-BROWSE-EOF-FLAG.
           MOVE WS-SUBJECT-EMPLOYEE-ID TO APH-EMPLOYEE-ID.
           MOVE LOW-VALUES TO APH-REVIEW-DATE.
           START EAPPHST-FILE KEY IS NOT LESS THAN APH-KEY
              INVALID KEY
                 SET END-OF-BROWSE TO TRUE
           END-START.

           PERFORM 2610-REPORT-NEXT-APPRAISAL UNTIL END-OF-BROWSE.

           IF WS-SECTION-COUNT IS EQUAL TO ZEROES
              PERFORM 8100-PRINT-NONE-HELD
           END-IF.

       2610-REPORT-NEXT-APPRAISAL.
           READ EAPPHST-FILE NEXT RECORD
              AT END
                 SET END-OF-BROWSE TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           IF APH-EMPLOYEE-ID IS NOT EQUAL TO WS-SUBJECT-EMPLOYEE-ID
              SET END-OF-BROWSE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SECTION-COUNT.
           ADD 1 TO WS-RECORD-COUNT.
           INITIALIZE CODE-LOOKUP-ARGUMENTS.
           MOVE APP-CT-APPRAISAL-RESULT TO CLA-TABLE-ID.
           MOVE APH-APPRAISAL-RESULT TO CLA-CODE.
           PERFORM 8400-DECODE-CODE.
           MOVE SPACES TO WS-ROW-TEXT.
           STRING 'REVIEW ' APH-REVIEW-DATE
                  '  RESULT ' APH-APPRAISAL-RESULT ' ' CLA-DESCRIPTION
                  '  RECORDED ' APH-RECORDED-BY ' ' APH-RECORDED-DATE
              DELIMITED BY SIZE INTO WS-ROW-TEXT.
           PERFORM 8300-PRINT-ROW-LINE.

       2700-REPORT-SKILLS.
           MOVE 'ESKILL' TO WS-SH-FILE-NAME.
           MOVE 'SKILLS AND CERTIFICATIONS' TO WS-SH-TITLE.
           PERFORM 8000-PRINT-SECTION-HEADING.

           MOVE ZEROES TO WS-SECTION-COUNT.
           MOVE 'N' TO WS-BROWSE-EOF-FLAG.
           MOVE WS-SUBJECT-EMPLOYEE-ID TO SKL-EMPLOYEE-ID.
           MOVE LOW-VALUES TO SKL-SKILL-CODE.
           START ESKILL-FILE KEY IS NOT LESS THAN SKL-KEY
              INVALID KEY
                 SET END-OF-BROWSE TO TRUE
           END-START.

           PERFORM 2710-REPORT-NEXT-SKILL UNTIL END-OF-BROWSE.

           IF WS-SECTION-COUNT IS EQUAL TO ZEROES
              PERFORM 8100-PRINT-NONE-HELD
           END-IF.

       2710-REPORT-NEXT-SKILL.
           READ ESKILL-FILE NEXT RECORD
              AT END
                 SET END-OF-BROWSE TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           IF SKL-EMPLOYEE-ID IS NOT EQUAL TO WS-SUBJECT-EMPLOYEE-ID
              SET END-OF-BROWSE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SECTION-COUNT.
           ADD 1 TO WS-RECORD-COUNT.
           MOVE SPACES TO WS-ROW-TEXT.
           STRING SKL-SKILL-CODE ' ' SKL-DESCRIPTION
                  '  ATTAINED ' SKL-ATTAINED-DATE
                  '  EXPIRES ' SKL-EXPIRY-DATE
                  '  RECORDED ' SKL-RECORDED-BY ' ' SKL-RECORDED-DATE
              DELIMITED BY SIZE INTO WS-ROW-TEXT.
           PERFORM 8300-PRINT-ROW-LINE.

      *    SUPERSEDED NOTES ARE STILL HELD, SO THEY ARE STILL LISTED.
       2800-REPORT-NOTES.
           MOVE 'EEMPNOT' TO WS-SH-FILE-NAME.
           MOVE 'HR NOTES' TO WS-SH-TITLE.
           PERFORM 8000-PRINT-SECTION-HEADING.

           MOVE ZEROES TO WS-SECTION-COUNT.
           MOVE 'N' TO WS-BROWSE-EOF-FLAG.
           MOVE WS-SUBJECT-EMPLOYEE-ID TO NOT-EMPLOYEE-ID.
           MOVE LOW-VALUES TO NOT-TIMESTAMP.
           START EEMPNOT-FILE KEY IS NOT LESS THAN NOT-KEY
              INVALID KEY
                 SET END-OF-BROWSE TO TRUE
           END-START.

           PERFORM 2810-REPORT-NEXT-NOTE UNTIL END-OF-BROWSE.

           IF WS-SECTION-COUNT IS EQUAL TO ZEROES
              PERFORM 8100-PRINT-NONE-HELD
           END-IF.

       2810-REPORT-NEXT-NOTE.
           READ EEMPNOT-FILE NEXT RECORD
              AT END
                 SET END-OF-BROWSE TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           IF NOT-EMPLOYEE-ID IS NOT EQUAL TO WS-SUBJECT-EMPLOYEE-ID
              SET END-OF-BROWSE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SECTION-COUNT.
           ADD 1 TO WS-RECORD-COUNT.
           MOVE SPACES TO WS-ROW-TEXT.
           STRING NOT-TIMESTAMP ' ' NOT-WRITTEN-BY
                  ' ' NOT-STATUS ' ' NOT-TEXT
              DELIMITED BY SIZE INTO WS-ROW-TEXT.
           PERFORM 8300-PRINT-ROW-LINE.

       2900-REPORT-DISCIPLINARY.
           MOVE 'EDISCPL' TO WS-SH-FILE-NAME.
           MOVE 'DISCIPLINARY ACTIONS' TO WS-SH-TITLE.
           PERFORM 8000-PRINT-SECTION-HEADING.

           MOVE ZEROES TO WS-SECTION-COUNT.
           MOVE 'N' TO WS-BROWSE-EOF-FLAG.
           MOVE WS-SUBJECT-EMPLOYEE-ID TO DSC-EMPLOYEE-ID.
           MOVE LOW-VALUES TO DSC-ACTION-DATE.
           START EDISCPL-FILE KEY IS NOT LESS THAN DSC-KEY
              INVALID KEY
                 SET END-OF-BROWSE TO TRUE
           END-START.

           PERFORM 2910-REPORT-NEXT-DISCIPLINARY UNTIL END-OF-BROWSE.

           IF WS-SECTION-COUNT IS EQUAL TO ZEROES
              PERFORM 8100-PRINT-NONE-HELD
           END-IF.

       2910-REPORT-NEXT-DISCIPLINARY.
           READ EDISCPL-FILE NEXT RECORD
              AT END
                 SET END-OF-BROWSE TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           IF DSC-EMPLOYEE-ID IS NOT EQUAL TO WS-SUBJECT-EMPLOYEE-ID
              SET END-OF-BROWSE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SECTION-COUNT.
           ADD 1 TO WS-RECORD-COUNT.
           INITIALIZE CODE-LOOKUP-ARGUMENTS.
           MOVE APP-CT-DISCIPLINE-LEVEL TO CLA-TABLE-ID.
           MOVE DSC-ACTION-LEVEL TO CLA-CODE.
           PERFORM 8400-DECODE-CODE.
      *    THE DESCRIPTION IS CUT AT ITS TRAILING SPACES TO LEAVE
      *    ROOM FOR THE SUMMARY.
           MOVE SPACES TO WS-ROW-TEXT.
           STRING DSC-ACTION-DATE ' LEVEL ' DSC-ACTION-LEVEL ' '
                     DELIMITED BY SIZE
                  CLA-DESCRIPTION DELIMITED BY '  '
                  ' EXPIRES ' DSC-EXPIRY-DATE
                  ' ' DSC-RECORDED-BY ' ' DSC-SUMMARY
                     DELIMITED BY SIZE
              INTO WS-ROW-TEXT.
           PERFORM 8300-PRINT-ROW-LINE.

       3000-REPORT-BENEFITS.
           MOVE 'EBENROL' TO WS-SH-FILE-NAME.
           MOVE 'BENEFIT ENROLLMENTS' TO WS-SH-TITLE.
           PERFORM 8000-PRINT-SECTION-HEADING.

           MOVE ZEROES TO WS-SECTION-COUNT.
           MOVE 'N' TO WS-BROWSE-EOF-FLAG.
           MOVE WS-SUBJECT-EMPLOYEE-ID TO BEN-EMPLOYEE-ID.
           MOVE LOW-VALUES TO BEN-PLAN-CODE.
           START EBENROL-FILE KEY IS NOT LESS THAN BEN-KEY
              INVALID KEY
                 SET END-OF-BROWSE TO TRUE
           END-START.

           PERFORM 3010-REPORT-NEXT-BENEFIT UNTIL END-OF-BROWSE.

           IF WS-SECTION-COUNT IS EQUAL TO ZEROES
              PERFORM 8100-PRINT-NONE-HELD
           END-IF.

       3010-REPORT-NEXT-BENEFIT.
           READ EBENROL-FILE NEXT RECORD
              AT END
                 SET END-OF-BROWSE TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           IF BEN-EMPLOYEE-ID IS NOT EQUAL TO WS-SUBJECT-EMPLOYEE-ID
              SET END-OF-BROWSE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SECTION-COUNT.
           ADD 1 TO WS-RECORD-COUNT.
           MOVE BEN-DEDUCTION-AMOUNT TO WS-AMOUNT-EDIT.
           INITIALIZE CODE-LOOKUP-ARGUMENTS.
           MOVE APP-CT-COVERAGE-LEVEL TO CLA-TABLE-ID.
           MOVE BEN-COVERAGE-LEVEL TO CLA-CODE.
           PERFORM 8400-DECODE-CODE.
           MOVE SPACES TO WS-ROW-TEXT.
           STRING 'PLAN ' BEN-PLAN-CODE
                  '  COVER ' BEN-COVERAGE-LEVEL ' '
                     DELIMITED BY SIZE
                  CLA-DESCRIPTION DELIMITED BY '  '
                  '  EFFECTIVE ' BEN-EFFECTIVE-DATE
                  '  STATUS ' BEN-STATUS
                  '  DEDUCTION ' WS-AMOUNT-EDIT
                  '  RECORDED ' BEN-RECORDED-BY ' ' BEN-RECORDED-DATE
                     DELIMITED BY SIZE
              INTO WS-ROW-TEXT.
           PERFORM 8300-PRINT-ROW-LINE.

       3100-REPORT-ATTENDANCE.
           MOVE 'EATTHST' TO WS-SH-FILE-NAME.
           MOVE 'BADGE ATTENDANCE' TO WS-SH-TITLE.
           PERFORM 8000-PRINT-SECTION-HEADING.

           MOVE ZEROES TO WS-SECTION-COUNT.
           MOVE 'N' TO WS-BROWSE-EOF-FLAG.
           MOVE WS-SUBJECT-EMPLOYEE-ID TO ATT-EMPLOYEE-ID.
           MOVE LOW-VALUES TO ATT-DATE.
           START EATTHST-FILE KEY IS NOT LESS THAN ATT-KEY
              INVALID KEY
                 SET END-OF-BROWSE TO TRUE
           END-START.

           PERFORM 3110-REPORT-NEXT-ATTENDANCE UNTIL END-OF-BROWSE.

           IF WS-SECTION-COUNT IS EQUAL TO ZEROES
              PERFORM 8100-PRINT-NONE-HELD
           END-IF.

       3110-REPORT-NEXT-ATTENDANCE.
           READ EATTHST-FILE NEXT RECORD
              AT END
                 SET END-OF-BROWSE TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           IF ATT-EMPLOYEE-ID IS NOT EQUAL TO WS-SUBJECT-EMPLOYEE-ID
              SET END-OF-BROWSE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SECTION-COUNT.
           ADD 1 TO WS-RECORD-COUNT.
           MOVE ATT-SWIPE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-ROW-TEXT.
           STRING ATT-DATE
                  '  FIRST IN ' ATT-FIRST-IN-TIME
                  '  LAST OUT ' ATT-LAST-OUT-TIME
                  '  SWIPES ' WS-COUNT-EDIT
              DELIMITED BY SIZE INTO WS-ROW-TEXT.
           PERFORM 8300-PRINT-ROW-LINE.

      *    THE ARCHIVED MASTER IMAGE IS PRINTED AS HELD, IN THREE
      *    PIECES - AFTER 'EANONSWP' HAS BEEN THROUGH IT, THAT IS THE
      *    SCRUBBED IMAGE, WHICH IS EXACTLY WHAT WE STILL HOLD.
       3200-REPORT-PURGE-ARCHIVE.
           MOVE 'EPRGHST' TO WS-SH-FILE-NAME.
           MOVE 'PURGE ARCHIVE ENTRIES' TO WS-SH-TITLE.
           PERFORM 8000-PRINT-SECTION-HEADING.

           MOVE ZEROES TO WS-SECTION-COUNT.
           MOVE 'N' TO WS-BROWSE-EOF-FLAG.
           MOVE WS-SUBJECT-EMPLOYEE-ID TO PHS-EMPLOYEE-ID.
           MOVE LOW-VALUES TO PHS-TIMESTAMP.
           START EPRGHST-FILE KEY IS NOT LESS THAN PHS-KEY
              INVALID KEY
                 SET END-OF-BROWSE TO TRUE
           END-START.

           PERFORM 3210-REPORT-NEXT-PURGE-ENTRY UNTIL END-OF-BROWSE.

           IF WS-SECTION-COUNT IS EQUAL TO ZEROES
              PERFORM 8100-PRINT-NONE-HELD
           END-IF.

       3210-REPORT-NEXT-PURGE-ENTRY.
           READ EPRGHST-FILE NEXT RECORD
              AT END
                 SET END-OF-BROWSE TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           IF PHS-EMPLOYEE-ID IS NOT EQUAL TO WS-SUBJECT-EMPLOYEE-ID
              SET END-OF-BROWSE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SECTION-COUNT.
           ADD 1 TO WS-RECORD-COUNT.
           MOVE SPACES TO WS-ROW-TEXT.
           STRING 'PURGED ' PHS-TIMESTAMP(1:14)
                  ' BY ' PHS-PURGED-BY
                  '  NAME ' PHS-EMPLOYEE-NAME
              DELIMITED BY SIZE INTO WS-ROW-TEXT.
           PERFORM 8300-PRINT-ROW-LINE.

           MOVE SPACES TO WS-ROW-TEXT.
           STRING '  IMAGE: ' PHS-RECORD-IMAGE(1:100)
              DELIMITED BY SIZE INTO WS-ROW-TEXT.
           PERFORM 8300-PRINT-ROW-LINE.
           MOVE SPACES TO WS-ROW-TEXT.
           STRING '         ' PHS-RECORD-IMAGE(101:100)
              DELIMITED BY SIZE INTO WS-ROW-TEXT.
           PERFORM 8300-PRINT-ROW-LINE.
           MOVE SPACES TO WS-ROW-TEXT.
           STRING '         ' PHS-RECORD-IMAGE(201:68)
              DELIMITED BY SIZE INTO WS-ROW-TEXT.
           PERFORM 8300-PRINT-ROW-LINE.

      *    'EVWLOG' IS AN ENTRY-SEQUENCED LOG WITH NO EMPLOYEE KEY, SO
      *    THE WHOLE LOG IS READ AND THE SUBJECT'S ENTRIES PICKED OUT.
       3300-REPORT-VIEW-HISTORY.
           MOVE 'EVWLOG' TO WS-SH-FILE-NAME.
           MOVE 'WHO HAS VIEWED THIS RECORD' TO WS-SH-TITLE.
           PERFORM 8000-PRINT-SECTION-HEADING.

           MOVE ZEROES TO WS-SECTION-COUNT.
           MOVE 'N' TO WS-BROWSE-EOF-FLAG.

           PERFORM 3310-REPORT-NEXT-VIEW UNTIL END-OF-BROWSE.

           IF WS-SECTION-COUNT IS EQUAL TO ZEROES
              PERFORM 8100-PRINT-NONE-HELD
           END-IF.

       3310-REPORT-NEXT-VIEW.
           READ EVWLOG-FILE
              AT END
                 SET END-OF-BROWSE TO TRUE
                 EXIT PARAGRAPH
           END-READ.

           ADD 1 TO WS-VIEW-SCAN-COUNT.

           IF VWL-EMPLOYEE-VIEWED IS NOT EQUAL TO
              WS-SUBJECT-EMPLOYEE-ID
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SECTION-COUNT.
           ADD 1 TO WS-RECORD-COUNT.
           MOVE SPACES TO WS-ROW-TEXT.
           STRING VWL-TIMESTAMP(1:14)
                  '  USER ' VWL-USER-ID ' (' VWL-USER-CATEGORY ')'
                  '  TERMINAL ' VWL-TERMINAL-ID
                  '  PROGRAM ' VWL-PROGRAM
              DELIMITED BY SIZE INTO WS-ROW-TEXT.
           IF VWL-SHOWN-GOVT-ID THEN
              MOVE '  GOVERNMENT ID SHOWN IN FULL' TO WS-ROW-TEXT(69:29)
           END-IF.
           PERFORM 8300-PRINT-ROW-LINE.

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------

       6000-PRINT-SUMMARY.
           MOVE SPACES TO DOSSIER-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

           MOVE 'RECORDS REPORTED ...........' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-RECORD-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO DOSSIER-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

           MOVE 'VIEW LOG ENTRIES SEARCHED ..' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-VIEW-SCAN-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO DOSSIER-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

      *-----------------------------------------------------------------
       JOURNAL SECTION.
      *-----------------------------------------------------------------

      *    THE PROOF FOR THE PRIVACY OFFICE: ONE SECURITY JOURNAL
      *    ENTRY PER ANSWERED REQUEST, LISTED BY 'ESECRPT' ALONGSIDE
      *    THE ONLINE SECURITY EVENTS.
       7000-JOURNAL-ANSWER.
           INITIALIZE SECURITY-JOURNAL-RECORD.
           MOVE WS-RUN-TIMESTAMP TO SEC-TIMESTAMP.
           MOVE WS-PREPARED-BY TO SEC-USER-ID.
           MOVE 'BTCH' TO SEC-TERMINAL-ID.
           MOVE 'ESARRPT' TO SEC-PROGRAM.
           MOVE 'SAR ANSWERED' TO SEC-ACTION.
           MOVE WS-SUBJECT-EMPLOYEE-ID TO SEC-TARGET.
           MOVE WS-REQUEST-REFERENCE TO SEC-OLD-VALUE.
           MOVE WS-ANSWERED-TO TO SEC-NEW-VALUE.

           WRITE SECURITY-JOURNAL-RECORD.
           IF NOT ESECJRN-OK
              DISPLAY 'ESARRPT - JOURNAL WRITE FAILED, STATUS='
                 WS-ESECJRN-STATUS
              ADD 1 TO WS-JOURNAL-FAIL-COUNT
              MOVE 8 TO RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------
       REPORT-LINES SECTION.
      *-----------------------------------------------------------------

       8000-PRINT-SECTION-HEADING.
           MOVE SPACES TO DOSSIER-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.
           MOVE WS-SECTION-HEADING TO DOSSIER-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

       8100-PRINT-NONE-HELD.
           MOVE 'NONE HELD' TO WS-ROW-TEXT.
           PERFORM 8300-PRINT-ROW-LINE.

       8200-PRINT-FIELD-LINE.
           MOVE WS-FIELD-LINE TO DOSSIER-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

       8300-PRINT-ROW-LINE.
           MOVE WS-ROW-LINE TO DOSSIER-REPORT-LINE.
           PERFORM 8800-PRINT-REPORT-LINE.

      *    DECODE A BUSINESS CODE - THE CALLER FILLS IN 'CLA-TABLE-ID'
      *    AND 'CLA-CODE'. A CODE THE TABLE DOES NOT KNOW COMES BACK
      *    WITH A BLANK DESCRIPTION AND PRINTS AS THE BARE CODE.
       8400-DECODE-CODE.
           SET CLA-ACTION-LOOKUP TO TRUE.
           CALL 'ECODDEC' USING CODE-LOOKUP-ARGUMENTS.

       8800-PRINT-REPORT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE DOSSIER-REPORT-LINE.

      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THE DOSSIER CAN BE
      *    PAGED THROUGH ON THE 'ERPR' SCREEN AND IS KEPT WITH THE
      *    OTHER REPORTS AFTER THE SYSOUT HAS GONE.
       8900-STORE-REPORT-LINE.
           MOVE 'ESARRPT' TO RSA-REPORT-NAME.
           MOVE DOSSIER-REPORT-LINE TO RSA-PRINT-LINE.
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
           MOVE 'ESARRPT ' TO RLG-JOB-NAME.
           MOVE WS-VIEW-SCAN-COUNT TO RLG-INPUT-COUNT.
           MOVE WS-RECORD-COUNT TO RLG-OUTPUT-COUNT.
           MOVE WS-JOURNAL-FAIL-COUNT TO RLG-ERROR-COUNT.
           IF WS-JOURNAL-FAIL-COUNT IS GREATER THAN ZEROES
              MOVE 8 TO RLG-RETURN-CODE
           END-IF.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

      *    RELEASE THE CODE TABLE.
           SET CLA-ACTION-CLOSE TO TRUE.
           CALL 'ECODDEC' USING CODE-LOOKUP-ARGUMENTS.

           DISPLAY 'ESARRPT - EMPLOYEE:          '
              WS-SUBJECT-EMPLOYEE-ID.
           DISPLAY 'ESARRPT - REQUEST REFERENCE: '
              WS-REQUEST-REFERENCE.
           DISPLAY 'ESARRPT - ANSWERED TO:       ' WS-ANSWERED-TO.
           DISPLAY 'ESARRPT - RECORDS REPORTED:  ' WS-RECORD-COUNT.

           CLOSE EMPMAST-FILE.
           CLOSE ECONTCT-FILE.
           CLOSE EBANKDT-FILE.
           CLOSE EBIRTHD-FILE.
           CLOSE ELEAVE-FILE.
           CLOSE ELVREQ-FILE.
           CLOSE ECOMHST-FILE.
           CLOSE EAPPHST-FILE.
           CLOSE ESKILL-FILE.
           CLOSE EEMPNOT-FILE.
           CLOSE EDISCPL-FILE.
           CLOSE EBENROL-FILE.
           CLOSE EATTHST-FILE.
           CLOSE EPRGHST-FILE.
           CLOSE EVWLOG-FILE.
           CLOSE ESECJRN-FILE.
           CLOSE DOSSIER-REPORT-FILE.
