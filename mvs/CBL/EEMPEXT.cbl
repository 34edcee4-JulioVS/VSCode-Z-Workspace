       IDENTIFICATION DIVISION.
       PROGRAM-ID. EEMPEXT.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - NIGHTLY SHARED EMPLOYEE EXTRACT.
      *      - BATCH PROGRAM, RUN IN THE NIGHTLY CYCLE ONCE THE STEPS
      *        THAT UPDATE 'EMPMAST' ('EPNDAPP', 'ETMPASN', 'ECANHIR',
      *        'ECTREXP') HAVE RUN, AGAINST THE 'EMPMAST' VSAM <KSDS>
      *        CLUSTER AND ITS LOOK-UP CLUSTERS (ALL READ ONLY, RLS
      *        MODE - SEE THE 'RLS=' PARAMETERS ON THE ACCOMPANYING
      *        JCL).
      *      - THE BATCH REPORTS USED TO EACH BROWSE ALL OF 'EMPMAST'
      *        FOR THEMSELVES AND RANDOM-READ 'EDEPMST', 'EEMPTYP' AND
      *        'EEMPSIT' FOR EVERY EMPLOYEE, WHICH WAS STRETCHING THE
      *        BATCH WINDOW AND GAVE EACH REPORT A SLIGHTLY DIFFERENT
      *        PICTURE DEPENDING ON WHEN IT RAN. THIS STEP DOES THAT
      *        WORK ONCE AND WRITES ONE FLATTENED RECORD PER EMPLOYEE
      *        (SEE 'EEMPEXT.cpy') TO A NEW 'EMPEXT' GENERATION:
      *           - THE 'EMPMAST' RECORD AS-IS
      *           - DEPARTMENT NAME/COST CENTER/STATUS ('EDEPMST')
      *           - DIVISION ('EDIVMST', VIA THE DEPARTMENT)
      *           - WORK SITE ('EEMPSIT' AND 'ESITMST')
      *           - EMPLOYMENT TYPE AND FTE FACTOR ('EEMPTYP')
      *           - SALARY BAND FOR THE JOB TITLE ('ESALBND')
      *           - LATEST APPRAISAL ON 'EAPPHST'
      *        THE REPORTS READ THE EXTRACT INSTEAD OF THE LIVE
      *        CLUSTERS, SO EVERY ONE OF THEM SEES THE SAME
      *        POINT-IN-TIME PICTURE.
      *      - 'EMPMAST' IS BROWSED IN KEY ORDER, SO THE EXTRACT COMES
      *        OUT SORTED BY EMPLOYEE ID. THE EMPLOYEE-KEYED SATELLITES
      *        ('EEMPSIT', 'EEMPTYP', 'EAPPHST') ARE BROWSED ALONGSIDE
      *        IT AND MATCHED ON KEY RATHER THAN READ AT RANDOM; ONLY
      *        THE SMALL CODE TABLES ARE READ BY KEY.
      *      - A 'T' TRAILER CLOSES THE FILE WITH THE EXTRACT DATE AND
      *        TIME, THE RECORD COUNT AND A HASH OF THE EMPLOYEE IDS -
      *        THE CHECKPOINT EVERY READER PROVES ITS COPY AGAINST.
      *        THE SAME COUNT IS LOGGED ON 'ERUNHST'.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMAST-FILE ASSIGN TO EMPMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS EMP-EMPLOYEE-ID
                FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT EDEPMST-FILE ASSIGN TO EDEPMST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS DEP-DEPARTMENT-ID
                FILE STATUS IS WS-EDEPMST-STATUS.

           SELECT EDIVMST-FILE ASSIGN TO EDIVMST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS DIV-DIVISION-ID
                FILE STATUS IS WS-EDIVMST-STATUS.

           SELECT EEMPSIT-FILE ASSIGN TO EEMPSIT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS EST-EMPLOYEE-ID
                FILE STATUS IS WS-EEMPSIT-STATUS.

           SELECT ESITMST-FILE ASSIGN TO ESITMST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SIT-SITE-ID
                FILE STATUS IS WS-ESITMST-STATUS.

           SELECT EEMPTYP-FILE ASSIGN TO EEMPTYP
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ETY-EMPLOYEE-ID
                FILE STATUS IS WS-EEMPTYP-STATUS.

           SELECT ESALBND-FILE ASSIGN TO ESALBND
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SAL-JOB-TITLE
                FILE STATUS IS WS-ESALBND-STATUS.

           SELECT EAPPHST-FILE ASSIGN TO EAPPHST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS APH-KEY
                FILE STATUS IS WS-EAPPHST-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO EMPEXT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-EMPEXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
       COPY EMPMAST.

       FD  EDEPMST-FILE.
       COPY EDEPMST.

       FD  EDIVMST-FILE.
       COPY EDIVMST.

       FD  EEMPSIT-FILE.
       COPY EEMPSIT.

       FD  ESITMST-FILE.
       COPY ESITMST.

       FD  EEMPTYP-FILE.
       COPY EEMPTYP.

       FD  ESALBND-FILE.
       COPY ESALBND.

       FD  EAPPHST-FILE.
       COPY EAPPHST.

       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       COPY EEMPEXT.

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-EMPMAST-STATUS        PIC X(2).
             88 EMPMAST-OK                      VALUE '00'.
          05 WS-EDEPMST-STATUS        PIC X(2).
             88 EDEPMST-OK                      VALUE '00'.
          05 WS-EDIVMST-STATUS        PIC X(2).
             88 EDIVMST-OK                      VALUE '00'.
          05 WS-EEMPSIT-STATUS        PIC X(2).
             88 EEMPSIT-OK                      VALUE '00'.
          05 WS-ESITMST-STATUS        PIC X(2).
             88 ESITMST-OK                      VALUE '00'.
          05 WS-EEMPTYP-STATUS        PIC X(2).
             88 EEMPTYP-OK                      VALUE '00'.
          05 WS-ESALBND-STATUS        PIC X(2).
             88 ESALBND-OK                      VALUE '00'.
          05 WS-EAPPHST-STATUS        PIC X(2).
             88 EAPPHST-OK                      VALUE '00'.
          05 WS-EMPEXT-STATUS         PIC X(2).
             88 EMPEXT-OK                       VALUE '00'.
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
             88 END-OF-EMPMAST                  VALUE 'Y'.
          05 WS-EST-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-EEMPSIT                  VALUE 'Y'.
          05 WS-ETY-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-EEMPTYP                  VALUE 'Y'.
          05 WS-APH-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-EAPPHST                  VALUE 'Y'.
          05 WS-RUN-TIMESTAMP         PIC X(14).
          05 WS-RUN-TIMESTAMP-PARTS REDEFINES WS-RUN-TIMESTAMP.
             10 WS-RUN-DATE           PIC X(8).
             10 WS-RUN-TIME           PIC X(6).
          05 WS-EXTRACT-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EMPLOYEE-ID-HASH      PIC 9(15) VALUE ZEROES.
          05 WS-NO-DEPT-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-NO-SITE-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-NO-BAND-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.

      ******************************************************************
      *   RUN-HISTORY LOG ARGUMENTS (SEE 'ERUNLOG').
      ******************************************************************
       COPY ERUNARG.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-EXTRACT-EMPLOYEE UNTIL END-OF-EMPMAST.
           PERFORM 3000-WRITE-TRAILER.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP.

           OPEN INPUT EMPMAST-FILE.
           IF NOT EMPMAST-OK
              DISPLAY 'EEMPEXT - UNABLE TO OPEN EMPMAST, STATUS='
                 WS-EMPMAST-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT EDEPMST-FILE.
           IF NOT EDEPMST-OK
              DISPLAY 'EEMPEXT - UNABLE TO OPEN EDEPMST, STATUS='
                 WS-EDEPMST-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT EDIVMST-FILE.
           IF NOT EDIVMST-OK
              DISPLAY 'EEMPEXT - UNABLE TO OPEN EDIVMST, STATUS='
                 WS-EDIVMST-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT EEMPSIT-FILE.
           IF NOT EEMPSIT-OK
              DISPLAY 'EEMPEXT - UNABLE TO OPEN EEMPSIT, STATUS='
                 WS-EEMPSIT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT ESITMST-FILE.
           IF NOT ESITMST-OK
              DISPLAY 'EEMPEXT - UNABLE TO OPEN ESITMST, STATUS='
                 WS-ESITMST-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT EEMPTYP-FILE.
           IF NOT EEMPTYP-OK
              DISPLAY 'EEMPEXT - UNABLE TO OPEN EEMPTYP, STATUS='
                 WS-EEMPTYP-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT ESALBND-FILE.
           IF NOT ESALBND-OK
              DISPLAY 'EEMPEXT - UNABLE TO OPEN ESALBND, STATUS='
                 WS-ESALBND-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT EAPPHST-FILE.
           IF NOT EAPPHST-OK
              DISPLAY 'EEMPEXT - UNABLE TO OPEN EAPPHST, STATUS='
                 WS-EAPPHST-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT EXTRACT-FILE.
           IF NOT EMPEXT-OK
              DISPLAY 'EEMPEXT - UNABLE TO OPEN EMPEXT, STATUS='
                 WS-EMPEXT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 1100-READ-NEXT-EMPLOYEE.
           PERFORM 1200-READ-NEXT-SITE-ASSIGNMENT.
           PERFORM 1300-READ-NEXT-EMPLOYMENT-TYPE.
           PERFORM 1400-READ-NEXT-APPRAISAL.

      *-----------------------------------------------------------------
       READING SECTION.
      *-----------------------------------------------------------------

       1100-READ-NEXT-EMPLOYEE.
           READ EMPMAST-FILE NEXT RECORD
              AT END
                 SET END-OF-EMPMAST TO TRUE
           END-READ.

       1200-READ-NEXT-SITE-ASSIGNMENT.
           READ EEMPSIT-FILE NEXT RECORD
              AT END
                 SET END-OF-EEMPSIT TO TRUE
           END-READ.

       1300-READ-NEXT-EMPLOYMENT-TYPE.
           READ EEMPTYP-FILE NEXT RECORD
              AT END
                 SET END-OF-EEMPTYP TO TRUE
           END-READ.

       1400-READ-NEXT-APPRAISAL.
           READ EAPPHST-FILE NEXT RECORD
              AT END
                 SET END-OF-EAPPHST TO TRUE
           END-READ.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------

       2000-EXTRACT-EMPLOYEE.
           INITIALIZE EMPLOYEE-EXTRACT-RECORD.
           SET EXT-DETAIL TO TRUE.
           MOVE EMPLOYEE-MASTER-RECORD TO EXT-MASTER-IMAGE.

           PERFORM 2100-ADD-DEPARTMENT.
           PERFORM 2300-ADD-WORK-SITE.
           PERFORM 2400-ADD-EMPLOYMENT-TYPE.
           PERFORM 2500-ADD-SALARY-BAND.
           PERFORM 2600-ADD-LATEST-APPRAISAL.

           WRITE EMPLOYEE-EXTRACT-RECORD.
           ADD 1 TO WS-EXTRACT-COUNT.
           ADD EMP-EMPLOYEE-ID TO WS-EMPLOYEE-ID-HASH.

           PERFORM 1100-READ-NEXT-EMPLOYEE.

       2100-ADD-DEPARTMENT.
           MOVE EMP-DEPARTMENT-ID TO DEP-DEPARTMENT-ID.
           READ EDEPMST-FILE
              INVALID KEY
                 ADD 1 TO WS-NO-DEPT-COUNT
           END-READ.

           IF EDEPMST-OK
              SET EXT-DEPT-FOUND TO TRUE
              MOVE DEP-DEPARTMENT-NAME TO EXT-DEPARTMENT-NAME
              MOVE DEP-COST-CENTER-CODE TO EXT-COST-CENTER-CODE
              MOVE DEP-STATUS TO EXT-DEPARTMENT-STATUS
              MOVE DEP-DIVISION-ID TO EXT-DIVISION-ID
              PERFORM 2200-ADD-DIVISION
           END-IF.

       2200-ADD-DIVISION.
           MOVE DEP-DIVISION-ID TO DIV-DIVISION-ID.
           READ EDIVMST-FILE
              INVALID KEY
                 CONTINUE
           END-READ.

           IF EDIVMST-OK
              SET EXT-DIV-FOUND TO TRUE
              MOVE DIV-DIVISION-NAME TO EXT-DIVISION-NAME
           END-IF.

      *    'EEMPSIT' IS IN EMPLOYEE ID ORDER, THE SAME AS 'EMPMAST' -
      *    SKIP ANY ORPHANS ('ESATSWP' REPORTS THOSE) UP TO THIS
      *    EMPLOYEE AND TAKE THE RECORD IF IT IS THEIRS.
       2300-ADD-WORK-SITE.
           PERFORM 1200-READ-NEXT-SITE-ASSIGNMENT
              UNTIL END-OF-EEMPSIT
                 OR EST-EMPLOYEE-ID IS NOT LESS THAN EMP-EMPLOYEE-ID.

           IF END-OF-EEMPSIT
              OR EST-EMPLOYEE-ID IS NOT EQUAL TO EMP-EMPLOYEE-ID
              ADD 1 TO WS-NO-SITE-COUNT
              EXIT PARAGRAPH
           END-IF.

           SET EXT-SITE-FOUND TO TRUE.
           MOVE EST-SITE-ID TO EXT-SITE-ID.

           MOVE EST-SITE-ID TO SIT-SITE-ID.
           READ ESITMST-FILE
              INVALID KEY
                 CONTINUE
           END-READ.

           IF ESITMST-OK
              MOVE SIT-SITE-NAME TO EXT-SITE-NAME
           END-IF.

       2400-ADD-EMPLOYMENT-TYPE.
           MOVE 1.00 TO EXT-FTE-FACTOR.

           PERFORM 1300-READ-NEXT-EMPLOYMENT-TYPE
              UNTIL END-OF-EEMPTYP
                 OR ETY-EMPLOYEE-ID IS NOT LESS THAN EMP-EMPLOYEE-ID.

           IF NOT END-OF-EEMPTYP
              AND ETY-EMPLOYEE-ID IS EQUAL TO EMP-EMPLOYEE-ID
              SET EXT-TYPE-FOUND TO TRUE
              MOVE ETY-TYPE-CODE TO EXT-TYPE-CODE
              MOVE ETY-FTE-FACTOR TO EXT-FTE-FACTOR
           END-IF.

       2500-ADD-SALARY-BAND.
           MOVE EMP-JOB-TITLE TO SAL-JOB-TITLE.
           READ ESALBND-FILE
              INVALID KEY
                 ADD 1 TO WS-NO-BAND-COUNT
           END-READ.

           IF ESALBND-OK
              SET EXT-BAND-FOUND TO TRUE
              MOVE SAL-BAND-CODE TO EXT-BAND-CODE
              MOVE SAL-MINIMUM TO EXT-BAND-MINIMUM
              MOVE SAL-MIDPOINT TO EXT-BAND-MIDPOINT
              MOVE SAL-MAXIMUM TO EXT-BAND-MAXIMUM
              MOVE SAL-CURRENCY-CODE TO EXT-BAND-CURRENCY
           END-IF.

      *    'EAPPHST' RUNS EMPLOYEE ID THEN REVIEW DATE, SO THE LAST
      *    OF AN EMPLOYEE'S RECORDS IS THEIR LATEST APPRAISAL.
       2600-ADD-LATEST-APPRAISAL.
           PERFORM 2650-TAKE-APPRAISAL
              UNTIL END-OF-EAPPHST
                 OR APH-EMPLOYEE-ID IS GREATER THAN EMP-EMPLOYEE-ID.

       2650-TAKE-APPRAISAL.
           IF APH-EMPLOYEE-ID IS EQUAL TO EMP-EMPLOYEE-ID
              SET EXT-APPR-FOUND TO TRUE
              MOVE APH-REVIEW-DATE TO EXT-APPR-REVIEW-DATE
              MOVE APH-APPRAISAL-RESULT TO EXT-APPR-RESULT
              MOVE APH-RECORDED-DATE TO EXT-APPR-RECORDED-DATE
           END-IF.

           PERFORM 1400-READ-NEXT-APPRAISAL.

      *    THE CHECKPOINT EVERY READER PROVES ITS COPY AGAINST.
       3000-WRITE-TRAILER.
           INITIALIZE EMPLOYEE-EXTRACT-RECORD.
           SET EXT-TRAILER TO TRUE.
           MOVE WS-RUN-DATE TO EXT-TRL-EXTRACT-DATE.
           MOVE WS-RUN-TIME TO EXT-TRL-EXTRACT-TIME.
           MOVE WS-EXTRACT-COUNT TO EXT-TRL-RECORD-COUNT.
           MOVE WS-EMPLOYEE-ID-HASH TO EXT-TRL-EMPLOYEE-ID-HASH.
           WRITE EMPLOYEE-EXTRACT-RECORD.

      *-----------------------------------------------------------------
       TERMINATION SECTION.
      *-----------------------------------------------------------------

       9000-TERMINATE.

      *    LOG THE RUN ON THE COMMON RUN-HISTORY FILE.
           MOVE 'EEMPEXT ' TO RLG-JOB-NAME.
           MOVE WS-EXTRACT-COUNT TO RLG-INPUT-COUNT.
           MOVE WS-EXTRACT-COUNT TO RLG-OUTPUT-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'EEMPEXT - EMPLOYEES EXTRACTED:  ' WS-EXTRACT-COUNT.
           DISPLAY 'EEMPEXT - NO DEPARTMENT RECORD: ' WS-NO-DEPT-COUNT.
           DISPLAY 'EEMPEXT - NO SITE ASSIGNMENT:   ' WS-NO-SITE-COUNT.
           DISPLAY 'EEMPEXT - NO SALARY BAND:       ' WS-NO-BAND-COUNT.
           DISPLAY 'EEMPEXT - EXTRACT TAKEN:        ' WS-RUN-DATE
              ' ' WS-RUN-TIME.

           CLOSE EMPMAST-FILE.
           CLOSE EDEPMST-FILE.
           CLOSE EDIVMST-FILE.
           CLOSE EEMPSIT-FILE.
           CLOSE ESITMST-FILE.
           CLOSE EEMPTYP-FILE.
           CLOSE ESALBND-FILE.
           CLOSE EAPPHST-FILE.
           CLOSE EXTRACT-FILE.
