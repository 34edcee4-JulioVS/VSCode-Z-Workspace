       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECANHIR.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - ACCEPTED-OFFER HIRE EXTRACT.
      *      - BATCH PROGRAM, RUN OFFLINE AGAINST THE 'ECANDID' AND
      *        'EREQSTN' VSAM <KSDS> CLUSTERS IN VSAM RLS MODE (SEE
      *        THE 'RLS=' PARAMETERS ON THE ACCOMPANYING JCL), SO
      *        CICS STAYS UP.
      *      - EVERY CANDIDATE WHOSE OFFER WAS ACCEPTED ON THE 'ECANP'
      *        SCREEN, AND WHO HAS NOT YET BEEN HIRED, IS WRITTEN OUT
      *        AS AN 'EHIRLOAD' INPUT RECORD (SEE 'ENEWHIR') - NAMES
      *        AND OFFER TERMS FROM THE CANDIDATE, JOB TITLE AND
      *        DEPARTMENT FROM THE REQUISITION, AND THE REQUISITION
      *        AND CANDIDATE NUMBERS SO THE LOAD FILLS THAT OPENING
      *        AND STAMPS THE NEW EMPLOYEE ID BACK ON THE CANDIDATE.
      *      - NOTHING IS UPDATED HERE: A HIRE THE LOAD REJECTS (A
      *        CLASHING PRIMARY NAME, A FULL DEPARTMENT) IS SIMPLY
      *        SENT AGAIN THE NEXT NIGHT, AND SHOWS ON BOTH REPORTS
      *        UNTIL IT IS PUT RIGHT.
      *      - AN ACCEPTANCE WHOSE REQUISITION IS NO LONGER OPEN
      *        (FILLED SOME OTHER WAY, OR CANCELLED) IS HELD BACK AND
      *        REPORTED FOR RECRUITING TO SORT OUT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ECANDID-FILE ASSIGN TO ECANDID
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CND-KEY
                FILE STATUS IS WS-ECANDID-STATUS.

           SELECT EREQSTN-FILE ASSIGN TO EREQSTN
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RQN-KEY
                FILE STATUS IS WS-EREQSTN-STATUS.

           SELECT NEWHIRE-FILE ASSIGN TO NEWHIRE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-NEWHIRE-STATUS.

           SELECT EXTRACT-REPORT-FILE ASSIGN TO CHRRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CHRRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ECANDID-FILE.
       COPY ECANDID.

       FD  EREQSTN-FILE.
       COPY EREQSTN.

       FD  NEWHIRE-FILE
           RECORDING MODE IS F.
       COPY ENEWHIR.

       FD  EXTRACT-REPORT-FILE
           RECORDING MODE IS F.
       01  EXTRACT-REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-ECANDID-STATUS        PIC X(2).
             88 ECANDID-OK                      VALUE '00'.
          05 WS-EREQSTN-STATUS        PIC X(2).
             88 EREQSTN-OK                      VALUE '00'.
          05 WS-NEWHIRE-STATUS        PIC X(2).
             88 NEWHIRE-OK                      VALUE '00'.
          05 WS-CHRRPT-STATUS         PIC X(2).
          05 WS-CANDIDATE-EOF-FLAG    PIC X(1)  VALUE 'N'.
             88 END-OF-CANDIDATES               VALUE 'Y'.
          05 WS-ACTION-TEXT           PIC X(30) VALUE SPACES.
          05 WS-READ-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EXTRACTED-COUNT       PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-HELD-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.

       01 WS-REPORT-HEADING.
          05 FILLER                   PIC X(44)
             VALUE 'ACCEPTED-OFFER HIRE EXTRACT'.
          05 FILLER                   PIC X(6)  VALUE 'DATE: '.
          05 WS-RPT-RUN-DATE          PIC X(8).
          05 FILLER                   PIC X(22) VALUE SPACES.

       01 WS-REPORT-COLUMN-HEADING.
          05 FILLER                   PIC X(9)  VALUE 'DEPT'.
          05 FILLER                   PIC X(5)  VALUE 'REQ'.
          05 FILLER                   PIC X(5)  VALUE 'CAND'.
          05 FILLER                   PIC X(30) VALUE 'PRIMARY NAME'.
          05 FILLER                   PIC X(31) VALUE 'ACTION'.

       01 WS-REPORT-DETAIL-LINE.
          05 WS-RPT-DEPARTMENT-ID     PIC 9(8).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-REQUISITION-NO    PIC 9(4).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-CANDIDATE-NO      PIC 9(4).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-PRIMARY-NAME      PIC X(29).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-RPT-ACTION            PIC X(30).
          05 FILLER                   PIC X(1)  VALUE SPACES.

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
           PERFORM 2000-PROCESS-CANDIDATE UNTIL END-OF-CANDIDATES.
           PERFORM 3000-PRODUCE-SUMMARY.
           PERFORM 9000-TERMINATE.

           STOP RUN.

      *-----------------------------------------------------------------
       INITIALIZATION SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           OPEN INPUT ECANDID-FILE.
           IF NOT ECANDID-OK
              DISPLAY 'ECANHIR - UNABLE TO OPEN ECANDID, STATUS='
                 WS-ECANDID-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT EREQSTN-FILE.
           IF NOT EREQSTN-OK
              DISPLAY 'ECANHIR - UNABLE TO OPEN EREQSTN, STATUS='
                 WS-EREQSTN-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT NEWHIRE-FILE.
           IF NOT NEWHIRE-OK
              DISPLAY 'ECANHIR - UNABLE TO OPEN NEWHIRE, STATUS='
                 WS-NEWHIRE-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT EXTRACT-REPORT-FILE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RPT-RUN-DATE.
           MOVE WS-REPORT-HEADING TO EXTRACT-REPORT-LINE.
           MOVE EXTRACT-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE EXTRACT-REPORT-LINE.

           MOVE SPACES TO EXTRACT-REPORT-LINE.
           MOVE EXTRACT-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE EXTRACT-REPORT-LINE.

           MOVE WS-REPORT-COLUMN-HEADING TO EXTRACT-REPORT-LINE.
           MOVE EXTRACT-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE EXTRACT-REPORT-LINE.

           PERFORM 1100-READ-NEXT-CANDIDATE.

      *-----------------------------------------------------------------
       READING SECTION.
      *-----------------------------------------------------------------

       1100-READ-NEXT-CANDIDATE.
           READ ECANDID-FILE NEXT RECORD
              AT END
                 SET END-OF-CANDIDATES TO TRUE
           END-READ.

           IF NOT END-OF-CANDIDATES THEN
              ADD 1 TO WS-READ-COUNT
           END-IF.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------

       2000-PROCESS-CANDIDATE.
           IF CND-STAGE-ACCEPTED AND
              CND-HIRED-EMPLOYEE-ID IS EQUAL TO ZEROES THEN
              PERFORM 2100-EXTRACT-HIRE
           END-IF.

           PERFORM 1100-READ-NEXT-CANDIDATE.

       2100-EXTRACT-HIRE.
           MOVE CND-DEPARTMENT-ID TO RQN-DEPARTMENT-ID.
           MOVE CND-REQUISITION-NO TO RQN-REQUISITION-NO.

           READ EREQSTN-FILE
              INVALID KEY
                 MOVE 'HELD - REQUISITION NOT ON FILE'
                    TO WS-ACTION-TEXT
                 ADD 1 TO WS-HELD-COUNT
                 PERFORM 2900-WRITE-DETAIL-LINE
                 EXIT PARAGRAPH
           END-READ.

           IF NOT RQN-APPROVED THEN
              MOVE 'HELD - REQUISITION NOT OPEN' TO WS-ACTION-TEXT
              ADD 1 TO WS-HELD-COUNT
              PERFORM 2900-WRITE-DETAIL-LINE
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE NEW-HIRE-LOAD-RECORD.
           MOVE CND-PRIMARY-NAME TO NHL-PRIMARY-NAME.
           MOVE CND-FULL-NAME TO NHL-FULL-NAME.
           MOVE CND-HONORIFIC TO NHL-HONORIFIC.
           MOVE CND-SHORT-NAME TO NHL-SHORT-NAME.
           MOVE RQN-JOB-TITLE TO NHL-JOB-TITLE.
           MOVE CND-DEPARTMENT-ID TO NHL-DEPARTMENT-ID.
           MOVE CND-OFFER-START-DATE TO NHL-START-DATE.
           MOVE CND-EMPLOYMENT-TYPE TO NHL-EMPLOYMENT-TYPE.
           MOVE ZEROES TO NHL-FTE-FACTOR.
           MOVE CND-REQUISITION-NO TO NHL-REQUISITION-NO.
           MOVE CND-CANDIDATE-NO TO NHL-CANDIDATE-NO.
           MOVE CND-BIRTH-DATE TO NHL-BIRTH-DATE.
           MOVE CND-GOVT-ID TO NHL-GOVT-ID.

           WRITE NEW-HIRE-LOAD-RECORD.
           IF NOT NEWHIRE-OK
              DISPLAY 'ECANHIR - NEWHIRE WRITE FAILED, STATUS='
                 WS-NEWHIRE-STATUS
              STOP RUN
           END-IF.

           ADD 1 TO WS-EXTRACTED-COUNT.
           MOVE 'SENT FOR HIRE' TO WS-ACTION-TEXT.
           PERFORM 2900-WRITE-DETAIL-LINE.

       2900-WRITE-DETAIL-LINE.
           MOVE CND-DEPARTMENT-ID TO WS-RPT-DEPARTMENT-ID.
           MOVE CND-REQUISITION-NO TO WS-RPT-REQUISITION-NO.
           MOVE CND-CANDIDATE-NO TO WS-RPT-CANDIDATE-NO.
           MOVE CND-PRIMARY-NAME TO WS-RPT-PRIMARY-NAME.
           MOVE WS-ACTION-TEXT TO WS-RPT-ACTION.

           MOVE WS-REPORT-DETAIL-LINE TO EXTRACT-REPORT-LINE.
           MOVE EXTRACT-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE EXTRACT-REPORT-LINE.

      *-----------------------------------------------------------------
       SUMMARY SECTION.
      *-----------------------------------------------------------------

       3000-PRODUCE-SUMMARY.
           MOVE SPACES TO EXTRACT-REPORT-LINE.
           MOVE EXTRACT-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE EXTRACT-REPORT-LINE.

           MOVE 'CANDIDATES READ ............' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-READ-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3100-WRITE-SUMMARY-LINE.

           MOVE 'HIRES SENT TO THE LOAD .....' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-EXTRACTED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3100-WRITE-SUMMARY-LINE.

           MOVE 'ACCEPTANCES HELD ...........' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-HELD-COUNT TO WS-RPT-SUMMARY-TOTAL.
           PERFORM 3100-WRITE-SUMMARY-LINE.

       3100-WRITE-SUMMARY-LINE.
           MOVE WS-REPORT-SUMMARY-LINE TO EXTRACT-REPORT-LINE.
           MOVE EXTRACT-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE EXTRACT-REPORT-LINE.

      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    OF CHASING HELD SYSOUT.
       8900-STORE-REPORT-LINE.
           MOVE 'ECANHIR' TO RSA-REPORT-NAME.
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
           MOVE 'ECANHIR' TO RLG-JOB-NAME.
           MOVE WS-READ-COUNT TO RLG-INPUT-COUNT.
           MOVE WS-EXTRACTED-COUNT TO RLG-OUTPUT-COUNT.
           MOVE ZEROES TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'ECANHIR - CANDIDATES READ:  ' WS-READ-COUNT.
           DISPLAY 'ECANHIR - HIRES EXTRACTED:  ' WS-EXTRACTED-COUNT.
           DISPLAY 'ECANHIR - ACCEPTANCES HELD: ' WS-HELD-COUNT.

           CLOSE ECANDID-FILE.
           CLOSE EREQSTN-FILE.
           CLOSE NEWHIRE-FILE.
           CLOSE EXTRACT-REPORT-FILE.
