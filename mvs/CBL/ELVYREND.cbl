      *        JOB THE 'ELEAVE' BALANCES JUST GROW FOREVER.
      *      - THE NEW YEAR OPENS WITH 'LEA-VACATION-ACCRUED' SET TO
      *        THE CARRIED-OVER DAYS AND ALL TAKEN COUNTERS AT ZERO.
      *      - THE CAPS NOW COME FROM EACH TYPE'S 'ELVTYPE' CARRYOVER
      *        CAP - THE FIVE VACATION DAYS AND NO SICK DAYS ABOVE ARE
      *        ONLY THE DEFAULTS WHEN HR HAS NOT LOADED THOSE TYPES.
      *        EVERY 'ELVBAL' BALANCE OF THE OTHER LEAVE TYPES IS THEN
      *        CLOSED OUT THE SAME WAY UNDER ITS OWN TYPE'S CAP; ONE
      *        WHOSE TYPE IS NO LONGER ON FILE LAPSES IN FULL.
      *      - STAMPS 'LEA-LAST-ACTION-DATE'/'BY' WITH THE JOB'S OWN
      *        IDENTITY, THE SAME AS THE MONTHLY 'ELACCRU' POSTING
      *        DOES.
                RECORD KEY IS LEA-EMPLOYEE-ID
                FILE STATUS IS WS-ELEAVE-STATUS.

           SELECT ELVBAL-FILE ASSIGN TO ELVBAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS LVB-KEY
                FILE STATUS IS WS-ELVBAL-STATUS.

           SELECT ELVTYPE-FILE ASSIGN TO ELVTYPE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS LVT-KEY
                FILE STATUS IS WS-ELVTYPE-STATUS.

           SELECT YEAREND-REPORT-FILE ASSIGN TO YENDRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-YENDRPT-STATUS.
       FD  ELEAVE-FILE.
       COPY ELEAVE.

       FD  ELVBAL-FILE.
       COPY ELVBAL.

       FD  ELVTYPE-FILE.
       COPY ELVTYPE.

       FD  YEAREND-REPORT-FILE
           RECORDING MODE IS F.
       01  YEAREND-REPORT-LINE          PIC X(80).
       01 WS-WORKING-VARS.
          05 WS-ELEAVE-STATUS         PIC X(2).
             88 ELEAVE-OK                       VALUE '00'.
          05 WS-ELVBAL-STATUS         PIC X(2).
             88 ELVBAL-OK                       VALUE '00'.
          05 WS-ELVTYPE-STATUS        PIC X(2).
             88 ELVTYPE-OK                      VALUE '00'.
          05 WS-YENDRPT-STATUS        PIC X(2).
          05 WS-EOF-FLAG              PIC X(1)  VALUE 'N'.
             88 END-OF-ELEAVE                   VALUE 'Y'.
          05 WS-LVB-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-ELVBAL                   VALUE 'Y'.
          05 WS-TODAY                 PIC X(8).
          05 WS-OPENING-BALANCE       PIC S9(4)V9(1) USAGE IS COMP-3
                                                 VALUE ZEROES.
                                                 VALUE ZEROES.
          05 WS-LAPSED                PIC S9(4)V9(1) USAGE IS COMP-3
                                                 VALUE ZEROES.
          05 WS-CARRYOVER-CAP         PIC 9(3)V9(1) VALUE 5.0.
          05 WS-SICK-CARRYOVER-CAP    PIC 9(3)V9(1) VALUE ZEROES.
          05 WS-CAP                   PIC 9(3)V9(1) VALUE ZEROES.
          05 WS-TYPE-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-TYPE-LAPSED-TOTAL     PIC S9(7)V9(1) USAGE IS COMP-3
                                                 VALUE ZEROES.
          05 WS-NO-TYPE-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-PROCESSED-COUNT       PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-LAPSED-TOTAL          PIC S9(7)V9(1) USAGE IS COMP-3
          05 FILLER                   PIC X(36) VALUE SPACES.

       01 WS-COLUMN-HEADING.
          05 FILLER                   PIC X(10) VALUE 'EMPLOYEE'.
          05 FILLER                   PIC X(6)  VALUE 'TYPE'.
          05 FILLER                   PIC X(12) VALUE 'OPENING'.
          05 FILLER                   PIC X(12) VALUE 'LAPSED'.
          05 FILLER                   PIC X(14) VALUE 'NEW OPENING'.
          05 FILLER                   PIC X(26) VALUE SPACES.

       01 WS-REPORT-DETAIL-LINE.
          05 WS-RPT-EMP-ID            PIC Z(7)9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-TYPE              PIC X(1).
          05 FILLER                   PIC X(5)  VALUE SPACES.
          05 WS-RPT-OPENING           PIC ZZZ9.9-.
          05 FILLER                   PIC X(5)  VALUE SPACES.
          05 WS-RPT-LAPSED            PIC ZZZ9.9.
          05 FILLER                   PIC X(6)  VALUE SPACES.
          05 WS-RPT-NEW-OPENING       PIC ZZZ9.9.
          05 FILLER                   PIC X(34) VALUE SPACES.

       01 WS-REPORT-SUMMARY-LINE.
          05 WS-RPT-SUMMARY-LABEL     PIC X(28).

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-CLOSE-OUT-BALANCE UNTIL END-OF-ELEAVE.
           PERFORM 1150-READ-NEXT-TYPE-BALANCE.
           PERFORM 2500-CLOSE-OUT-TYPE-BALANCE UNTIL END-OF-ELVBAL.
           PERFORM 3000-PRODUCE-SUMMARY.
           PERFORM 9000-TERMINATE.

              STOP RUN
           END-IF.

           OPEN I-O ELVBAL-FILE.
           IF NOT ELVBAL-OK
              DISPLAY 'ELVYREND - UNABLE TO OPEN ELVBAL, STATUS='
                 WS-ELVBAL-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT ELVTYPE-FILE.
           IF NOT ELVTYPE-OK
              DISPLAY 'ELVYREND - UNABLE TO OPEN ELVTYPE, STATUS='
                 WS-ELVTYPE-STATUS
              STOP RUN
           END-IF.

      *    VACATION AND SICK CAPS FROM THEIR OWN 'ELVTYPE' ENTRIES,
      *    WHEN HR HAS LOADED THEM.
           MOVE 'V' TO LVT-TYPE-CODE.
           READ ELVTYPE-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF ELVTYPE-OK THEN
              MOVE LVT-CARRYOVER-CAP TO WS-CARRYOVER-CAP
           END-IF.

           MOVE 'S' TO LVT-TYPE-CODE.
           READ ELVTYPE-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF ELVTYPE-OK THEN
              MOVE LVT-CARRYOVER-CAP TO WS-SICK-CARRYOVER-CAP
           END-IF.

           OPEN OUTPUT YEAREND-REPORT-FILE.

           MOVE WS-REPORT-HEADING TO YEAREND-REPORT-LINE.
                 SET END-OF-ELEAVE TO TRUE
           END-READ.

       1150-READ-NEXT-TYPE-BALANCE.
           READ ELVBAL-FILE
              AT END
                 SET END-OF-ELVBAL TO TRUE
           END-READ.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------

      *    AT MOST THE CAP IN UNTAKEN VACATION DAYS CARRIES OVER; A
      *    NEGATIVE (OVERDRAWN) BALANCE CARRIES AS ZERO RATHER THAN A
      *    DEBT. SICK BALANCES RESET UNLESS THE SICK TYPE HAS A CAP.
       2000-CLOSE-OUT-BALANCE.
           COMPUTE WS-OPENING-BALANCE =
              LEA-SICK-ACCRUED - LEA-SICK-TAKEN.
           MOVE WS-SICK-CARRYOVER-CAP TO WS-CAP.
           PERFORM 2100-APPLY-CARRYOVER-CAP.
           MOVE WS-CARRYOVER TO LEA-SICK-ACCRUED.
           MOVE ZEROES TO LEA-SICK-TAKEN.

           COMPUTE WS-OPENING-BALANCE =
              LEA-VACATION-ACCRUED - LEA-VACATION-TAKEN.
           MOVE WS-CARRYOVER-CAP TO WS-CAP.
           PERFORM 2100-APPLY-CARRYOVER-CAP.

           MOVE WS-CARRYOVER TO LEA-VACATION-ACCRUED.
           MOVE ZEROES TO LEA-VACATION-TAKEN.
           MOVE WS-TODAY TO LEA-LAST-ACTION-DATE.
           MOVE 'ELVYREND' TO LEA-LAST-ACTION-BY.

           ADD 1 TO WS-PROCESSED-COUNT.
           ADD WS-LAPSED TO WS-LAPSED-TOTAL.

           MOVE LEA-EMPLOYEE-ID TO WS-RPT-EMP-ID.
           MOVE 'V' TO WS-RPT-TYPE.
           PERFORM 2900-WRITE-STATEMENT-LINE.
           PERFORM 1100-READ-NEXT-BALANCE.

      *    SPLIT 'WS-OPENING-BALANCE' INTO THE DAYS CARRIED UNDER
      *    'WS-CAP' AND THE DAYS THAT LAPSE.
       2100-APPLY-CARRYOVER-CAP.
           EVALUATE TRUE
           WHEN WS-OPENING-BALANCE IS NOT GREATER THAN ZEROES
                MOVE ZEROES TO WS-CARRYOVER
                MOVE ZEROES TO WS-LAPSED
           WHEN WS-OPENING-BALANCE IS GREATER THAN WS-CAP
                MOVE WS-CAP TO WS-CARRYOVER
                COMPUTE WS-LAPSED =
                   WS-OPENING-BALANCE - WS-CAP
           WHEN OTHER
                MOVE WS-OPENING-BALANCE TO WS-CARRYOVER
                MOVE ZEROES TO WS-LAPSED
           END-EVALUATE.

      *    AN 'ELVBAL' BALANCE OF ONE OF THE OTHER LEAVE TYPES, CAPPED
      *    BY ITS OWN TYPE.
       2500-CLOSE-OUT-TYPE-BALANCE.
           MOVE LVB-TYPE-CODE TO LVT-TYPE-CODE.
           READ ELVTYPE-FILE
              INVALID KEY
                 CONTINUE
           END-READ.

           IF ELVTYPE-OK THEN
              MOVE LVT-CARRYOVER-CAP TO WS-CAP
           ELSE
              MOVE ZEROES TO WS-CAP
              ADD 1 TO WS-NO-TYPE-COUNT
           END-IF.

           COMPUTE WS-OPENING-BALANCE = LVB-ACCRUED - LVB-TAKEN.
           PERFORM 2100-APPLY-CARRYOVER-CAP.

           MOVE WS-CARRYOVER TO LVB-ACCRUED.
           MOVE ZEROES TO LVB-TAKEN.
           MOVE WS-TODAY TO LVB-LAST-ACTION-DATE.
           MOVE 'ELVYREND' TO LVB-LAST-ACTION-BY.

           REWRITE LEAVE-TYPE-BALANCE-RECORD
              INVALID KEY
                 DISPLAY 'ELVYREND - ELVBAL REWRITE FAILED, KEY='
                    LVB-KEY
           END-REWRITE.

           ADD 1 TO WS-TYPE-COUNT.
           ADD WS-LAPSED TO WS-TYPE-LAPSED-TOTAL.

           MOVE LVB-EMPLOYEE-ID TO WS-RPT-EMP-ID.
           MOVE LVB-TYPE-CODE TO WS-RPT-TYPE.
           PERFORM 2900-WRITE-STATEMENT-LINE.
           PERFORM 1150-READ-NEXT-TYPE-BALANCE.

       2900-WRITE-STATEMENT-LINE.
           MOVE WS-OPENING-BALANCE TO WS-RPT-OPENING.
           MOVE WS-LAPSED TO WS-RPT-LAPSED.
           MOVE WS-CARRYOVER TO WS-RPT-NEW-OPENING.
           MOVE YEAREND-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE YEAREND-REPORT-LINE.

           MOVE 'OTHER TYPE BALANCES CLOSED .' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-TYPE-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO YEAREND-REPORT-LINE.
           MOVE YEAREND-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE YEAREND-REPORT-LINE.

           MOVE 'OTHER TYPE DAYS LAPSED .....' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-TYPE-LAPSED-TOTAL TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO YEAREND-REPORT-LINE.
           MOVE YEAREND-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE YEAREND-REPORT-LINE.

           MOVE 'TYPE NO LONGER ON FILE .....' TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-NO-TYPE-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO YEAREND-REPORT-LINE.
           MOVE YEAREND-REPORT-LINE TO RSA-PRINT-LINE.
           PERFORM 8900-STORE-REPORT-LINE.
           WRITE YEAREND-REPORT-LINE.
      *    EVERY LINE PRINTED ABOVE IS ALSO DEPOSITED ON THE COMMON
      *    'ERPTREP' REPOSITORY (SEE 'ERPTSTO'), SO THIS RUN'S
      *    OUTPUT CAN BE PAGED THROUGH ON THE 'ERPR' SCREEN INSTEAD
      *    LOG THE RUN ON THE COMMON RUN-HISTORY FILE.
           MOVE 'ELVYREND' TO RLG-JOB-NAME.
           MOVE WS-PROCESSED-COUNT TO RLG-INPUT-COUNT.
           MOVE WS-TYPE-COUNT TO RLG-OUTPUT-COUNT.
           MOVE WS-NO-TYPE-COUNT TO RLG-ERROR-COUNT.
           CALL 'ERUNLOG' USING RUN-LOG-ARGUMENTS.

           DISPLAY 'ELVYREND - BALANCES CLOSED OUT: '
              WS-PROCESSED-COUNT.
           DISPLAY 'ELVYREND - OTHER TYPES CLOSED:  '
              WS-TYPE-COUNT.

           CLOSE ELEAVE-FILE.
           CLOSE ELVBAL-FILE.
           CLOSE ELVTYPE-FILE.
           CLOSE YEAREND-REPORT-FILE.
