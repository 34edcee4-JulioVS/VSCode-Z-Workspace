      *        EMPLOYEE IDS EXTRACTED, SO THE PAYROLL SIDE (AND THE
      *        'EPAYRECN' RECONCILIATION JOB) CAN PROVE THE FILE
      *        ARRIVED COMPLETE INSTEAD OF TRUSTING IT DID.
      *      - EACH NIGHT'S FILE IS A NEW GENERATION OF THE
      *        'Z45864.GDG.PAYFEED' GDG. THE TRAILER IS STAMPED WITH
      *        THE RUN DATE AND TIME AND MARKED AS AN ORIGINAL
      *        TRANSMISSION, AND THE SAME TOTALS ARE RECORDED ON THE
      *        'EPAYHST' FEED HISTORY FILE UNDER THAT DATE AND TIME,
      *        SO A LOST OR REJECTED FILE CAN BE RESENT FROM ITS
      *        GENERATION BY 'EPAYRSND' AND PROVED AGAINST WHAT WAS
      *        ORIGINALLY SENT.
      *      - APPROVED (OR TRIMMED) 'EOVTCLM' OVERTIME CLAIMS GO OUT
      *        AS TYPE 'O' HOURS RECORDS, SO OVERTIME IS NO LONGER
      *        KEYED INTO PAYROLL FROM PAPER SHEETS.
      *      - FULLY APPROVED 'EEXPCLM' EXPENSE CLAIMS GO OUT AS TYPE
      *        'E' REIMBURSEMENT RECORDS IN THE CLAIM'S OWN CURRENCY,
      *        EACH EXACTLY ONCE, AND ARE COUNTED ON THE TRAILER.
      *      - NEW AND CHANGED 'EBUMEMB' BARGAINING UNIT MEMBERSHIPS GO
      *        OUT AS TYPE 'D' DEDUCTION RECORDS UNDER THE UNIT'S
      *        'EBUNMST' DUES PLAN CODE, EXACTLY AS BENEFIT DEDUCTIONS
      *        DO, AND ARE COUNTED WITH THEM ON THE TRAILER.
      *      - EACH APPROVED 'ELOANDT' LOAN OR SALARY ADVANCE SENDS
      *        ONE MONTHLY INSTALMENT (NEVER MORE THAN ITS BALANCE) AS
      *        A TYPE 'D' RECORD UNDER PLAN CODE 'LN' + LOAN NUMBER,
      *        ALSO COUNTED WITH THE DEDUCTIONS. THE BALANCE ITSELF IS
      *        ONLY REDUCED BY 'EPAYRECN' ONCE PAYROLL ACCEPTS IT.
      *      - APPROVED 'ELVREQ' ABSENCES OF A LEAVE TYPE 'ELVTYPE'
      *        MARKS UNPAID GO OUT AS TYPE 'U' RECORDS, EACH EXACTLY
      *        ONCE, SO PAYROLL DOCKS THE DAYS INSTEAD OF HEARING OF
      *        THEM FROM A NOTE ON THE EMPLOYEE'S FILE.
      *      - WHEN A LEAVER'S VACATION SETTLEMENT (TYPE 'LP'/'LR',
      *        RAISED BY 'ETERMNB') FEEDS, THEIR 'EOFFLST' CHECKLIST
      *        IS MARKED SETTLED AND FINAL PAY TICKED COMPLETE - UNLESS
      *        A LOAN OFFSET IS STILL TO BE RECOVERED, WHICH HR CLOSES
      *        ON 'EOFBP' AS BEFORE.
      *      - THE RUN FEEDS ONE PAY PERIOD: THE FIRST 'EPAYCAL'
      *        PERIOD NOT YET PAID (THE CURRENT MONTH WHEN THE
      *        CALENDAR HAS NOTHING TO SAY). A PAY CHANGE, BANK
      *        VERIFICATION, ONE-TIME PAYMENT APPROVAL OR BENEFIT
      *        CHANGE KEYED AFTER THE PERIOD'S CUT-OFF IS STAMPED FOR
      *        A LATER PERIOD AND IS KEPT BACK UNTIL A RUN FOR THAT
      *        PERIOD - PAY CHANGES, WHICH ONLY PASS THROUGH 'EAUDIT'
      *        ONCE, ARE PARKED ON 'EPAYHLD' AND SENT FROM THERE.
      *        EVERYTHING KEPT BACK (OR RELEASED) IS LISTED ON THE
      *        'HOLDRPT' CUT-OFF REPORT.
      *      - EVERY NEW HIRE, CHANGE AND TERMINATION RECORD CARRIES
      *        THE EMPLOYEE'S GOVERNMENT ID NUMBER FROM THE PROTECTED
      *        'EGOVID' FILE (SPACES WHEN NONE IS ON FILE), IN THE
      *        PAYMENT/DEDUCTION AREA THOSE RECORDS DO NOT OTHERWISE
      *        USE.
      *      - NOTE: 'EMPMAST' HAS NO SEPARATE PAY-RATE OR SALARY
      *        FIELD, SO EVERY FIELD CHANGE ON AN ACTIVE EMPLOYEE IS
      *        TREATED AS PAY-AFFECTING AND EXTRACTED AS A 'CHANGE'
                RECORD KEY IS BEN-KEY
                FILE STATUS IS WS-EBENROL-STATUS.

           SELECT EBUMEMB-FILE ASSIGN TO EBUMEMB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BUM-KEY
                FILE STATUS IS WS-EBUMEMB-STATUS.

           SELECT EBUNMST-FILE ASSIGN TO EBUNMST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BGU-KEY
                FILE STATUS IS WS-EBUNMST-STATUS.

           SELECT ELOANDT-FILE ASSIGN TO ELOANDT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LON-KEY
                FILE STATUS IS WS-ELOANDT-STATUS.

           SELECT EONEPAY-FILE ASSIGN TO EONEPAY
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OPY-KEY
                FILE STATUS IS WS-EONEPAY-STATUS.

           SELECT EOFFLST-FILE ASSIGN TO EOFFLST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS OFL-EMPLOYEE-ID
                FILE STATUS IS WS-EOFFLST-STATUS.

           SELECT EOVTCLM-FILE ASSIGN TO EOVTCLM
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OVT-KEY
                FILE STATUS IS WS-EOVTCLM-STATUS.

           SELECT EEXPCLM-FILE ASSIGN TO EEXPCLM
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EXP-KEY
                FILE STATUS IS WS-EEXPCLM-STATUS.

           SELECT ELVREQ-FILE ASSIGN TO ELVREQ
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LRQ-KEY
                FILE STATUS IS WS-ELVREQ-STATUS.

           SELECT ELVTYPE-FILE ASSIGN TO ELVTYPE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS LVT-KEY
                FILE STATUS IS WS-ELVTYPE-STATUS.

           SELECT EGOVID-FILE ASSIGN TO EGOVID
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS GOV-EMPLOYEE-ID
                FILE STATUS IS WS-EGOVID-STATUS.

           SELECT PAYFEED-FILE ASSIGN TO PAYFEED
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PAYFEED-STATUS.

           SELECT EPAYHST-FILE ASSIGN TO EPAYHST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PFH-KEY
                FILE STATUS IS WS-EPAYHST-STATUS.

           SELECT EPAYCAL-FILE ASSIGN TO EPAYCAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PCL-KEY
                FILE STATUS IS WS-EPAYCAL-STATUS.

           SELECT EPAYHLD-FILE ASSIGN TO EPAYHLD
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HLD-KEY
                FILE STATUS IS WS-EPAYHLD-STATUS.

           SELECT HOLD-REPORT-FILE ASSIGN TO HOLDRPT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-HOLDRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EAUDIT-FILE.
       FD  EONEPAY-FILE.
       COPY EONEPAY.

       FD  EOFFLST-FILE.
       COPY EOFFLST.

       FD  EGOVID-FILE.
       COPY EGOVID.

       FD  EBENROL-FILE.
       COPY EBENROL.

       FD  EBUMEMB-FILE.
       COPY EBUMEMB.

       FD  EBUNMST-FILE.
       COPY EBUNMST.

       FD  ELOANDT-FILE.
       COPY ELOANDT.

       FD  EBANKDT-FILE.
       COPY EBANKDT.

       FD  EOVTCLM-FILE.
       COPY EOVTCLM.

       FD  EEXPCLM-FILE.
       COPY EEXPCLM.

       FD  ELVREQ-FILE.
       COPY ELVREQ.

       FD  ELVTYPE-FILE.
       COPY ELVTYPE.

       FD  PAYFEED-FILE
           RECORDING MODE IS F.
       01  PAYROLL-FEED-RECORD.
              88 PFD-ONE-TIME                     VALUE 'B'.
              88 PFD-DEDUCTION                    VALUE 'D'.
              88 PFD-BANK-DETAILS                 VALUE 'K'.
              88 PFD-OVERTIME-HOURS               VALUE 'O'.
              88 PFD-EXPENSE-REIMBURSE            VALUE 'E'.
              88 PFD-UNPAID-LEAVE                 VALUE 'U'.
           05 PFD-EFFECTIVE-DATE        PIC X(8).
           05 PFD-EMPLOYEE-ID           PIC 9(8).
           05 PFD-FULL-NAME             PIC X(79).
           05 PFD-DEPARTMENT-ID         PIC 9(8).
           05 PFD-START-DATE            PIC X(8).
           05 PFD-END-DATE              PIC X(8).
           05 PFD-PAYMENT-AREA.
      *       FILLED ON TYPE 'B' (ONE-TIME PAYMENT) AND TYPE 'E'
      *       (EXPENSE REIMBURSEMENT) RECORDS ONLY - ZERO/SPACES ON
      *       EVERYTHING ELSE. ON TYPE 'E' THE TYPE IS THE EXPENSE
      *       CATEGORY.
              10 PFD-ONETIME-TYPE       PIC X(2).
              10 PFD-ONETIME-AMOUNT     PIC 9(7)V99.
      *       FILLED ON TYPE 'D' (BENEFIT DEDUCTION) RECORDS ONLY:
      *       THE PLAN, ITS STATUS, AND THE PER-PERIOD AMOUNT. UNION
      *       DUES CARRY THE UNIT'S DUES PLAN CODE IN THE PLAN FIELD.
      *       LOAN INSTALMENTS CARRY 'LN' + THE LOAN NUMBER, STATUS
      *       'I', AND THIS PERIOD'S INSTALMENT ONLY - PAYROLL TAKES
      *       IT ONCE, NOT AS A STANDING DEDUCTION.
              10 PFD-DEDUCTION-PLAN     PIC X(4).
              10 PFD-DEDUCTION-STATUS   PIC X(1).
              10 PFD-DEDUCTION-AMOUNT   PIC 9(5)V99.
      *       TYPE 'H', 'C' AND 'T' (EMPLOYEE) RECORDS USE THE SAME
      *       AREA FOR THE GOVERNMENT ID NUMBER INSTEAD.
           05 PFD-EMPLOYEE-AREA REDEFINES PFD-PAYMENT-AREA.
              10 PFD-GOVT-ID            PIC X(15).
              10 FILLER                 PIC X(8).
      *       TYPE 'K' (VERIFIED BANK DETAILS) RECORDS REUSE THE
      *       NAME/TITLE AREA: THE BANK CODE SITS IN THE FIRST EIGHT
      *       BYTES OF 'PFD-JOB-TITLE' AND THE ACCOUNT NUMBER IN THE
      *       FIRST SEVENTEEN OF 'PFD-FULL-NAME' - PAYROLL'S IMPORT
      *       MAPS THEM BY ACTION CODE.
      *       TYPE 'O' (APPROVED OVERTIME) RECORDS REUSE THE SAME
      *       AREA: THE APPROVED MINUTES SIT IN THE FIRST FOUR BYTES
      *       OF 'PFD-FULL-NAME', THE MINUTES ORIGINALLY CLAIMED IN
      *       THE NEXT FOUR, AND THE APPROVER'S USER ID IN THE FIRST
      *       EIGHT BYTES OF 'PFD-JOB-TITLE'; THE EFFECTIVE DATE IS
      *       THE DAY THE HOURS WERE WORKED.
      *       TYPE 'B' (ONE-TIME PAYMENT) RECORDS CARRY THE CURRENCY
      *       'PFD-ONETIME-AMOUNT' IS IN (THE 'EONEPAY' RECORD'S, OR
      *       THE REPORTING CURRENCY WHEN IT HAS NONE) IN THE FIRST
      *       THREE BYTES OF 'PFD-JOB-TITLE'.
      *       TYPE 'E' (EXPENSE REIMBURSEMENT) RECORDS LIKEWISE CARRY
      *       THE CLAIM'S CURRENCY IN THE FIRST THREE BYTES OF
      *       'PFD-JOB-TITLE', ITS COST CENTER IN THE NEXT EIGHT, AND
      *       THE RECEIPT REFERENCE IN THE FIRST TWELVE BYTES OF
      *       'PFD-FULL-NAME'; THE EFFECTIVE DATE IS THE EXPENSE DATE.
      *       TYPE 'U' (APPROVED UNPAID LEAVE) RECORDS CARRY THE LEAVE
      *       TYPE CODE IN THE FIRST BYTE OF 'PFD-ONETIME-TYPE', THE
      *       WORKING DAYS (ONE DECIMAL, NO POINT) IN THE FIRST FOUR
      *       BYTES OF 'PFD-FULL-NAME', AND THE APPROVER'S USER ID IN
      *       THE FIRST EIGHT BYTES OF 'PFD-JOB-TITLE'; THE EFFECTIVE
      *       AND START DATES ARE THE FIRST DAY OFF AND THE END DATE
      *       THE LAST.

      *    CONTROL TRAILER, WRITTEN ONCE AS THE LAST RECORD OF THE
      *    FEED - SAME 181-BYTE LENGTH, FLAGGED BY ACTION CODE 'Z'.
           05 PFT-ONETIME-COUNT         PIC 9(8).
           05 PFT-DEDUCTION-COUNT       PIC 9(8).
           05 PFT-BANK-COUNT            PIC 9(8).
           05 PFT-OVERTIME-COUNT        PIC 9(8).
           05 PFT-EXPENSE-COUNT         PIC 9(8).
      *       WHEN THE FILE WAS WRITTEN (THE 'EPAYHST' KEY), AND
      *       WHETHER IT IS THE ORIGINAL NIGHTLY FEED OR AN
      *       'EPAYRSND' RETRANSMISSION OF EVENTS ALREADY SENT - ON A
      *       RETRANSMISSION THE SOURCE DATES ARE THE RUN DATES OF
      *       THE ORIGINAL FEEDS IT REPEATS, AND PAYROLL MUST NOT
      *       APPLY ANY EVENT IT ALREADY HOLDS FROM THOSE FEEDS.
           05 PFT-RUN-DATE              PIC X(8).
           05 PFT-RUN-TIME              PIC X(6).
           05 PFT-TRANSMIT-TYPE         PIC X(1).
              88 PFT-ORIGINAL                     VALUE 'O'.
              88 PFT-RETRANSMISSION               VALUE 'R'.
           05 PFT-SOURCE-FROM-DATE      PIC X(8).
           05 PFT-SOURCE-TO-DATE        PIC X(8).
           05 PFT-UNPAID-COUNT          PIC 9(8).
           05 FILLER                    PIC X(62).

       FD  EPAYHST-FILE.
       COPY EPAYHST.

       FD  EPAYCAL-FILE.
       COPY EPAYCAL.

       FD  EPAYHLD-FILE.
       COPY EPAYHLD.

       FD  HOLD-REPORT-FILE
           RECORDING MODE IS F.
       01  HOLD-REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
      ******************************************************************
             88 EAUDIT-OK                       VALUE '00'.
          05 WS-PAYFEED-STATUS        PIC X(2).
             88 PAYFEED-OK                       VALUE '00'.
          05 WS-EPAYHST-STATUS        PIC X(2).
             88 EPAYHST-OK                      VALUE '00'.
          05 WS-EONEPAY-STATUS        PIC X(2).
             88 EONEPAY-OK                      VALUE '00'.
          05 WS-EOFFLST-STATUS        PIC X(2).
             88 EOFFLST-OK                      VALUE '00'.
          05 WS-EGOVID-STATUS         PIC X(2).
             88 EGOVID-OK                       VALUE '00'.
          05 WS-SETTLEMENT-COUNT      PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EBENROL-STATUS        PIC X(2).
             88 EBENROL-OK                      VALUE '00'.
          05 WS-EBANKDT-STATUS        PIC X(2).
             88 EBANKDT-OK                      VALUE '00'.
          05 WS-EBUMEMB-STATUS        PIC X(2).
             88 EBUMEMB-OK                      VALUE '00'.
          05 WS-EBUNMST-STATUS        PIC X(2).
             88 EBUNMST-OK                      VALUE '00'.
          05 WS-BUM-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-EBUMEMB                  VALUE 'Y'.
          05 WS-ELOANDT-STATUS        PIC X(2).
             88 ELOANDT-OK                      VALUE '00'.
          05 WS-LON-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-ELOANDT                  VALUE 'Y'.
      *    THE RUN'S PAY PERIOD (YYYYMM) - ONE INSTALMENT PER LOAN
      *    PER PERIOD.
          05 WS-TODAY                 PIC X(8).
          05 WS-CURRENT-PERIOD        PIC X(6).
      *    RUN DATE AND TIME STAMPED ON THE TRAILER AND 'EPAYHST'.
          05 WS-RUN-TIMESTAMP         PIC X(14).
          05 WS-EOVTCLM-STATUS        PIC X(2).
             88 EOVTCLM-OK                      VALUE '00'.
          05 WS-OVT-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-EOVTCLM                  VALUE 'Y'.
          05 WS-EEXPCLM-STATUS        PIC X(2).
             88 EEXPCLM-OK                      VALUE '00'.
          05 WS-EXP-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-EEXPCLM                  VALUE 'Y'.
          05 WS-ELVREQ-STATUS         PIC X(2).
             88 ELVREQ-OK                       VALUE '00'.
          05 WS-LRQ-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-ELVREQ                   VALUE 'Y'.
          05 WS-ELVTYPE-STATUS        PIC X(2).
             88 ELVTYPE-OK                      VALUE '00'.
          05 WS-UNPAID-TENTHS         PIC 9(4).
          05 WS-BNK-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-EBANKDT                  VALUE 'Y'.
          05 WS-BEN-EOF-FLAG          PIC X(1)  VALUE 'N'.
                                                 VALUE ZEROES.
          05 WS-BANK-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-OVERTIME-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-EXPENSE-COUNT         PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-UNPAID-COUNT          PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-HELD-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
      *    UNION DUES RECORDS ARE TYPE 'D' AND SIT INSIDE
      *    'WS-DEDUCTION-COUNT' - THESE ONLY SPLIT THEM OUT FOR THE LOG.
          05 WS-DUES-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-DUES-HELD-COUNT       PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
      *    LOAN INSTALMENTS LIKEWISE SIT INSIDE 'WS-DEDUCTION-COUNT'.
          05 WS-LOAN-COUNT            PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-LOAN-WAITING-COUNT    PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
      *    THE DELETE FLAG OUT OF THE EVENT'S 'BEFORE' IMAGE - THE
      *    PENDING-TO-ACTIVE TRANSITION 'EHVFP' WRITES IS ONLY
      *    VISIBLE BY COMPARING THE TWO IMAGES.
          05 WS-BEFORE-DELETE-FLAG    PIC X(1).
          05 WS-HOLD-FLAG             PIC X(1)  VALUE 'N'.
             88 EVENT-HELD                      VALUE 'Y'.
             88 EVENT-PARKED                    VALUE 'P'.
      *    HASH TOTAL OF EVERY EMPLOYEE ID EXTRACTED - WRAPS AT
      *    FIFTEEN DIGITS, WHICH IS FINE AS LONG AS BOTH SIDES OF THE
      *    RECONCILIATION COMPUTE IT THE SAME WAY.
          05 WS-ID-HASH-TOTAL         PIC 9(15) VALUE ZEROES.
      *    PAYROLL CUT-OFF CONTROL - THE PERIOD THIS RUN FEEDS, AND
      *    WHAT WAS KEPT BACK FROM IT OR RELEASED INTO IT.
          05 WS-EPAYCAL-STATUS        PIC X(2).
             88 EPAYCAL-OK                      VALUE '00'.
          05 WS-EPAYHLD-STATUS        PIC X(2).
             88 EPAYHLD-OK                      VALUE '00'.
          05 WS-HOLDRPT-STATUS        PIC X(2).
          05 WS-HLD-EOF-FLAG          PIC X(1)  VALUE 'N'.
             88 END-OF-EPAYHLD                  VALUE 'Y'.
          05 WS-FEED-PERIOD.
             10 WS-FEED-YEAR          PIC 9(4).
             10 WS-FEED-MONTH         PIC 9(2).
          05 WS-PERIODS-TRIED         PIC 9(2)  USAGE IS BINARY.
          05 WS-FEED-PERIOD-FLAG      PIC X(1)  VALUE 'N'.
             88 FEED-PERIOD-FOUND               VALUE 'Y'.
          05 WS-RELEASED-COUNT        PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.
          05 WS-HELD-OVER-COUNT       PIC 9(8)  USAGE IS BINARY
                                                 VALUE ZEROES.

       01 WS-REPORT-HEADING.
          05 FILLER                   PIC X(37)
             VALUE 'PAYROLL CUT-OFF REPORT - FEED PERIOD '.
          05 WS-RPT-FEED-PERIOD       PIC X(6).
          05 FILLER                   PIC X(37) VALUE SPACES.

       01 WS-REPORT-COLUMNS.
          05 FILLER                   PIC X(39)
             VALUE 'EMPLOYEE  ITEM                PERIOD   '.
          05 FILLER                   PIC X(41)
             VALUE 'DISPOSITION'.

       01 WS-REPORT-DETAIL-LINE.
          05 WS-RPT-EMP-ID            PIC Z(7)9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-ITEM              PIC X(18).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WS-RPT-STAMPED-PERIOD    PIC X(6).
          05 FILLER                   PIC X(3)  VALUE SPACES.
          05 WS-RPT-DISPOSITION       PIC X(30).
          05 FILLER                   PIC X(11) VALUE SPACES.

       01 WS-REPORT-SUMMARY-LINE.
          05 WS-RPT-SUMMARY-LABEL     PIC X(36).
          05 WS-RPT-SUMMARY-TOTAL     PIC Z(7)9.
          05 FILLER                   PIC X(36) VALUE SPACES.

      ******************************************************************
      *   RUN-HISTORY LOG ARGUMENTS (SEE 'ERUNLOG').
      ******************************************************************
       COPY ERUNARG.
      ******************************************************************
      *   REPORT REPOSITORY DEPOSIT ARGUMENTS (SEE 'ERPTSTO').
      ******************************************************************
       COPY ERPTARG.
      ******************************************************************
      *   APPLICATION CONSTANTS (REPORTING CURRENCY).
      ******************************************************************
       COPY ECONST.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------

           PERFORM 1000-INITIALIZE.
           PERFORM 1500-RELEASE-HELD-CHANGES.
           PERFORM 2000-PROCESS-AUDIT-EVENT UNTIL END-OF-EAUDIT.
           PERFORM 3000-FEED-ONE-TIME-PAYMENTS.
           PERFORM 4000-FEED-BENEFIT-DEDUCTIONS.
           PERFORM 4500-FEED-UNION-DUES.
           PERFORM 4700-FEED-LOAN-INSTALMENTS.
           PERFORM 5000-FEED-BANK-DETAILS.
           PERFORM 6000-FEED-OVERTIME-HOURS.
           PERFORM 6500-FEED-EXPENSE-CLAIMS.
           PERFORM 6700-FEED-UNPAID-LEAVE.
           PERFORM 8000-WRITE-TRAILER-RECORD.
           PERFORM 8500-PRODUCE-CUTOFF-SUMMARY.
           PERFORM 9000-TERMINATE.

           STOP RUN.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY.
           MOVE WS-TODAY(1:6) TO WS-CURRENT-PERIOD.

           OPEN INPUT EAUDIT-FILE.
           IF NOT EAUDIT-OK
              DISPLAY 'EPAYFEED - UNABLE TO OPEN EAUDIT, STATUS='
              STOP RUN
           END-IF.

           OPEN INPUT EGOVID-FILE.
           IF NOT EGOVID-OK
              DISPLAY 'EPAYFEED - UNABLE TO OPEN EGOVID, STATUS='
                 WS-EGOVID-STATUS
              STOP RUN
           END-IF.

           OPEN I-O EOFFLST-FILE.
           IF NOT EOFFLST-OK
              DISPLAY 'EPAYFEED - UNABLE TO OPEN EOFFLST, STATUS='
                 WS-EOFFLST-STATUS
              STOP RUN
           END-IF.

           OPEN I-O EBENROL-FILE.
           IF NOT EBENROL-OK
              DISPLAY 'EPAYFEED - UNABLE TO OPEN EBENROL, STATUS='
              STOP RUN
           END-IF.

           OPEN I-O EBUMEMB-FILE.
           IF NOT EBUMEMB-OK
              DISPLAY 'EPAYFEED - UNABLE TO OPEN EBUMEMB, STATUS='
                 WS-EBUMEMB-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT EBUNMST-FILE.
           IF NOT EBUNMST-OK
              DISPLAY 'EPAYFEED - UNABLE TO OPEN EBUNMST, STATUS='
                 WS-EBUNMST-STATUS
              STOP RUN
           END-IF.

           OPEN I-O ELOANDT-FILE.
           IF NOT ELOANDT-OK
              DISPLAY 'EPAYFEED - UNABLE TO OPEN ELOANDT, STATUS='
                 WS-ELOANDT-STATUS
              STOP RUN
           END-IF.

           OPEN I-O EBANKDT-FILE.
           IF NOT EBANKDT-OK
              DISPLAY 'EPAYFEED - UNABLE TO OPEN EBANKDT, STATUS='
              STOP RUN
           END-IF.

           OPEN I-O EOVTCLM-FILE.
           IF NOT EOVTCLM-OK
              DISPLAY 'EPAYFEED - UNABLE TO OPEN EOVTCLM, STATUS='
                 WS-EOVTCLM-STATUS
              STOP RUN
           END-IF.

           OPEN I-O EEXPCLM-FILE.
           IF NOT EEXPCLM-OK
              DISPLAY 'EPAYFEED - UNABLE TO OPEN EEXPCLM, STATUS='
                 WS-EEXPCLM-STATUS
              STOP RUN
           END-IF.

           OPEN I-O ELVREQ-FILE.
           IF NOT ELVREQ-OK
              DISPLAY 'EPAYFEED - UNABLE TO OPEN ELVREQ, STATUS='
                 WS-ELVREQ-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT ELVTYPE-FILE.
           IF NOT ELVTYPE-OK
              DISPLAY 'EPAYFEED - UNABLE TO OPEN ELVTYPE, STATUS='
                 WS-ELVTYPE-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT PAYFEED-FILE.
           IF NOT PAYFEED-OK
              DISPLAY 'EPAYFEED - UNABLE TO OPEN PAYFEED, STATUS='
              STOP RUN
           END-IF.

           OPEN I-O EPAYHST-FILE.
           IF NOT EPAYHST-OK
              DISPLAY 'EPAYFEED - UNABLE TO OPEN EPAYHST, STATUS='
                 WS-EPAYHST-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT EPAYCAL-FILE.
           IF NOT EPAYCAL-OK
              DISPLAY 'EPAYFEED - UNABLE TO OPEN EPAYCAL, STATUS='
                 WS-EPAYCAL-STATUS
              STOP RUN
           END-IF.

           OPEN I-O EPAYHLD-FILE.
           IF NOT EPAYHLD-OK
              DISPLAY 'EPAYFEED - UNABLE TO OPEN EPAYHLD, STATUS='
                 WS-EPAYHLD-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT HOLD-REPORT-FILE.

           PERFORM 1200-FIND-FEED-PERIOD.

           MOVE WS-FEED-PERIOD TO WS-RPT-FEED-PERIOD.
           MOVE WS-REPORT-HEADING TO HOLD-REPORT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE.
           MOVE SPACES TO HOLD-REPORT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE.
           MOVE WS-REPORT-COLUMNS TO HOLD-REPORT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE.

           PERFORM 1100-READ-NEXT-EVENT.

       1100-READ-NEXT-EVENT.
                 SET END-OF-EAUDIT TO TRUE
           END-READ.

      *    THE PERIOD THIS RUN FEEDS IS THE FIRST ONE PAYROLL HAS NOT
      *    YET PAID: LAST MONTH UNTIL ITS PAY DATE HAS GONE BY, THEN
      *    THIS MONTH, AND SO ON. A MONTH WITH NO CALENDAR RECORD
      *    COUNTS AS UNPAID ONCE IT HAS STARTED.
       1200-FIND-FEED-PERIOD.
           MOVE WS-CURRENT-PERIOD TO WS-FEED-PERIOD.
           IF WS-FEED-MONTH IS EQUAL TO 1 THEN
              SUBTRACT 1 FROM WS-FEED-YEAR
              MOVE 12 TO WS-FEED-MONTH
           ELSE
              SUBTRACT 1 FROM WS-FEED-MONTH
           END-IF.

           MOVE ZEROES TO WS-PERIODS-TRIED.
           PERFORM 1210-CHECK-FEED-PERIOD
              UNTIL FEED-PERIOD-FOUND OR
                    WS-PERIODS-TRIED IS EQUAL TO 13.

           DISPLAY 'EPAYFEED - FEEDING PAY PERIOD: ' WS-FEED-PERIOD.

       1210-CHECK-FEED-PERIOD.
           ADD 1 TO WS-PERIODS-TRIED.
           MOVE WS-FEED-PERIOD TO PCL-PERIOD.

           READ EPAYCAL-FILE
              INVALID KEY
                 CONTINUE
           END-READ.

           IF EPAYCAL-OK THEN
              IF PCL-PAY-DATE IS NOT LESS THAN WS-TODAY THEN
                 SET FEED-PERIOD-FOUND TO TRUE
                 EXIT PARAGRAPH
              END-IF
           ELSE
              IF WS-FEED-PERIOD IS NOT LESS THAN WS-CURRENT-PERIOD
                 SET FEED-PERIOD-FOUND TO TRUE
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           IF WS-FEED-MONTH IS EQUAL TO 12 THEN
              ADD 1 TO WS-FEED-YEAR
              MOVE 1 TO WS-FEED-MONTH
           ELSE
              ADD 1 TO WS-FEED-MONTH
           END-IF.

      *    PAY CHANGES PARKED ON 'EPAYHLD' BY EARLIER RUNS GO OUT FIRST
      *    ONCE THEIR PERIOD HAS COME ROUND (AS ORDINARY 'C' RECORDS);
      *    THE REST ARE LISTED AS STILL HELD OVER.
       1500-RELEASE-HELD-CHANGES.
           MOVE LOW-VALUES TO HLD-KEY.

           START EPAYHLD-FILE KEY IS NOT LESS THAN HLD-KEY
              INVALID KEY
                 SET END-OF-EPAYHLD TO TRUE
           END-START.

           PERFORM 1510-CHECK-NEXT-HELD-CHANGE UNTIL END-OF-EPAYHLD.

       1510-CHECK-NEXT-HELD-CHANGE.
           READ EPAYHLD-FILE NEXT RECORD
              AT END
                 SET END-OF-EPAYHLD TO TRUE
           END-READ.

           IF END-OF-EPAYHLD THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE HLD-EMPLOYEE-ID TO WS-RPT-EMP-ID.
           MOVE 'PAY CHANGE' TO WS-RPT-ITEM.
           MOVE HLD-RELEASE-PERIOD TO WS-RPT-STAMPED-PERIOD.

           IF HLD-RELEASE-PERIOD IS GREATER THAN WS-FEED-PERIOD THEN
              MOVE 'HELD OVER (PARKED EARLIER)' TO WS-RPT-DISPOSITION
              ADD 1 TO WS-HELD-OVER-COUNT
              PERFORM 2400-WRITE-CUTOFF-DETAIL
              EXIT PARAGRAPH
           END-IF.

           MOVE HLD-FEED-IMAGE TO PAYROLL-FEED-RECORD.
           ADD 1 TO WS-CHANGE-COUNT.
           PERFORM 2200-WRITE-FEED-RECORD.

           DELETE EPAYHLD-FILE RECORD
              INVALID KEY
                 DISPLAY 'EPAYFEED - EPAYHLD DELETE FAILED, KEY='
                    HLD-KEY
           END-DELETE.

           MOVE 'RELEASED - FED TONIGHT' TO WS-RPT-DISPOSITION.
           ADD 1 TO WS-RELEASED-COUNT.
           PERFORM 2400-WRITE-CUTOFF-DETAIL.

      *-----------------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *-----------------------------------------------------------------
       2000-PROCESS-AUDIT-EVENT.
           IF AUD-ACTION-ADD OR AUD-ACTION-UPDATE OR AUD-ACTION-DELETE
              PERFORM 2100-BUILD-FEED-RECORD
              EVALUATE TRUE
              WHEN EVENT-HELD
                 ADD 1 TO WS-HELD-COUNT
              WHEN EVENT-PARKED
                 PERFORM 2300-PARK-HELD-CHANGE
              WHEN OTHER
                 PERFORM 2200-WRITE-FEED-RECORD
              END-EVALUATE
           END-IF.

           PERFORM 1100-READ-NEXT-EVENT.
                SET PFD-TERMINATION TO TRUE
                MOVE EMP-DELETE-DATE TO PFD-EFFECTIVE-DATE
                ADD 1 TO WS-TERM-COUNT
      *    A PAY CHANGE KEYED AFTER THE CUT-OFF ('EUPDP' STAMPS THE
      *    EVENT) IS BUILT AS USUAL BUT PARKED, NOT SENT.
           WHEN AUD-ACTION-UPDATE AND
                AUD-PAY-PERIOD IS GREATER THAN WS-FEED-PERIOD
                SET PFD-CHANGE TO TRUE
                MOVE AUD-TIMESTAMP(1:8) TO PFD-EFFECTIVE-DATE
                SET EVENT-PARKED TO TRUE
           WHEN AUD-ACTION-UPDATE
                SET PFD-CHANGE TO TRUE
                MOVE AUD-TIMESTAMP(1:8) TO PFD-EFFECTIVE-DATE
           MOVE EMP-START-DATE TO PFD-START-DATE.
           MOVE EMP-END-DATE TO PFD-END-DATE.

      *    THE GOVERNMENT ID - SPACES FOR AN EMPLOYEE WITH NONE ON
      *    FILE.
           MOVE EMP-EMPLOYEE-ID TO GOV-EMPLOYEE-ID.
           READ EGOVID-FILE
              INVALID KEY
                 MOVE SPACES TO GOV-ID-NUMBER
           END-READ.
           MOVE GOV-ID-NUMBER TO PFD-GOVT-ID.

       2200-WRITE-FEED-RECORD.
           ADD PFD-EMPLOYEE-ID TO WS-ID-HASH-TOTAL.
           WRITE PAYROLL-FEED-RECORD.

      *    THE FINISHED 'PAYFEED' RECORD WAITS ON 'EPAYHLD' UNDER THE
      *    PERIOD IT IS STAMPED FOR.
       2300-PARK-HELD-CHANGE.
           INITIALIZE HELD-PAY-CHANGE-RECORD.
           MOVE AUD-PAY-PERIOD TO HLD-RELEASE-PERIOD.
           MOVE PFD-EMPLOYEE-ID TO HLD-EMPLOYEE-ID.
           MOVE AUD-TIMESTAMP TO HLD-EVENT-STAMP.
           MOVE WS-TODAY TO HLD-HELD-DATE.
           MOVE PAYROLL-FEED-RECORD TO HLD-FEED-IMAGE.

           WRITE HELD-PAY-CHANGE-RECORD
              INVALID KEY
                 DISPLAY 'EPAYFEED - EPAYHLD WRITE FAILED, KEY='
                    HLD-KEY
                 EXIT PARAGRAPH
           END-WRITE.

           MOVE HLD-EMPLOYEE-ID TO WS-RPT-EMP-ID.
           MOVE 'PAY CHANGE' TO WS-RPT-ITEM.
           MOVE HLD-RELEASE-PERIOD TO WS-RPT-STAMPED-PERIOD.
           MOVE 'HELD OVER (PARKED TONIGHT)' TO WS-RPT-DISPOSITION.
           ADD 1 TO WS-HELD-OVER-COUNT.
           PERFORM 2400-WRITE-CUTOFF-DETAIL.

       2400-WRITE-CUTOFF-DETAIL.
           MOVE WS-REPORT-DETAIL-LINE TO HOLD-REPORT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
       ONE-TIME-PAYMENT SECTION.
      *-----------------------------------------------------------------
              EXIT PARAGRAPH
           END-IF.

      *    APPROVED AFTER THE CUT-OFF - NOT UNTIL ITS OWN PERIOD.
           IF OPY-PAY-PERIOD IS GREATER THAN WS-FEED-PERIOD THEN
              MOVE OPY-EMPLOYEE-ID TO WS-RPT-EMP-ID
              MOVE 'ONE-TIME PAYMENT' TO WS-RPT-ITEM
              MOVE OPY-PAY-PERIOD TO WS-RPT-STAMPED-PERIOD
              MOVE 'HELD OVER' TO WS-RPT-DISPOSITION
              ADD 1 TO WS-HELD-OVER-COUNT
              PERFORM 2400-WRITE-CUTOFF-DETAIL
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE PAYROLL-FEED-RECORD.
           SET PFD-ONE-TIME TO TRUE.
           MOVE OPY-PAYMENT-DATE TO PFD-EFFECTIVE-DATE.
           MOVE OPY-EMPLOYEE-ID TO PFD-EMPLOYEE-ID.
           MOVE OPY-PAYMENT-TYPE TO PFD-ONETIME-TYPE.
           MOVE OPY-AMOUNT TO PFD-ONETIME-AMOUNT.
           IF OPY-CURRENCY-CODE IS EQUAL TO SPACES THEN
              MOVE APP-REPORTING-CURRENCY TO PFD-JOB-TITLE(1:3)
           ELSE
              MOVE OPY-CURRENCY-CODE TO PFD-JOB-TITLE(1:3)
           END-IF.

           ADD 1 TO WS-ONETIME-COUNT.
           PERFORM 2200-WRITE-FEED-RECORD.
              INVALID KEY
                 DISPLAY 'EPAYFEED - EONEPAY REWRITE FAILED, KEY='
                    OPY-KEY
                 EXIT PARAGRAPH
           END-REWRITE.

           IF OPY-TYPE-LEAVE-SETTLEMENT THEN
              PERFORM 3200-SETTLE-FINAL-PAY
           END-IF.

      *    THE LEAVER'S VACATION SETTLEMENT IS NOW WITH PAYROLL. ONLY
      *    THE SETTLEMENT 'ETERMNB' RAISED (SAME PAYMENT DATE) CLOSES
      *    THE CHECKLIST, AND FINAL PAY IS ONLY TICKED WHEN NO LOAN
      *    OFFSET IS LEFT TO RECOVER.
       3200-SETTLE-FINAL-PAY.
           MOVE OPY-EMPLOYEE-ID TO OFL-EMPLOYEE-ID.

           READ EOFFLST-FILE
              INVALID KEY
                 DISPLAY 'EPAYFEED - NO EOFFLST CHECKLIST FOR '
                    'SETTLEMENT, KEY=' OPY-KEY
                 EXIT PARAGRAPH
           END-READ.

           IF NOT OFL-LEAVE-SETTLE-RAISED OR
              OFL-LEAVE-SETTLE-DATE IS NOT EQUAL TO OPY-PAYMENT-DATE
              EXIT PARAGRAPH
           END-IF.

           SET OFL-LEAVE-SETTLE-FED TO TRUE.
           IF OFL-LOAN-OFFSET-AMOUNT IS NOT NUMERIC OR
              OFL-LOAN-OFFSET-AMOUNT IS EQUAL TO ZEROES
              SET OFL-FINAL-PAY-COMPLETE TO TRUE
              MOVE WS-TODAY TO OFL-FINAL-PAY-DATE
           END-IF.

           REWRITE OFFBOARD-CHECKLIST-RECORD
              INVALID KEY
                 DISPLAY 'EPAYFEED - EOFFLST REWRITE FAILED, KEY='
                    OFL-KEY
                 EXIT PARAGRAPH
           END-REWRITE.

           ADD 1 TO WS-SETTLEMENT-COUNT.

      *-----------------------------------------------------------------
       BENEFIT-DEDUCTION SECTION.
      *-----------------------------------------------------------------
              EXIT PARAGRAPH
           END-IF.

      *    CHANGED AFTER THE CUT-OFF - NOT UNTIL ITS OWN PERIOD.
           IF BEN-PAY-PERIOD IS GREATER THAN WS-FEED-PERIOD THEN
              MOVE BEN-EMPLOYEE-ID TO WS-RPT-EMP-ID
              MOVE 'BENEFIT DEDUCTION' TO WS-RPT-ITEM
              MOVE BEN-PAY-PERIOD TO WS-RPT-STAMPED-PERIOD
              MOVE 'HELD OVER' TO WS-RPT-DISPOSITION
              ADD 1 TO WS-HELD-OVER-COUNT
              PERFORM 2400-WRITE-CUTOFF-DETAIL
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE PAYROLL-FEED-RECORD.
           SET PFD-DEDUCTION TO TRUE.
           MOVE BEN-EFFECTIVE-DATE TO PFD-EFFECTIVE-DATE.
                    BEN-KEY
           END-REWRITE.

      *-----------------------------------------------------------------
       UNION-DUES SECTION.
      *-----------------------------------------------------------------

      *    NEW AND CHANGED 'EBUMEMB' MEMBERSHIPS (INCLUDING
      *    WITHDRAWALS, SO PAYROLL STOPS THE DUES) GO OUT AS TYPE 'D'
      *    RECORDS UNDER THE UNIT'S DUES PLAN CODE AND ARE STAMPED
      *    FED - EACH CHANGE REACHES PAYROLL EXACTLY ONCE.
       4500-FEED-UNION-DUES.
           MOVE ZEROES TO BUM-EMPLOYEE-ID.

           START EBUMEMB-FILE KEY IS GREATER THAN BUM-KEY
              INVALID KEY
                 SET END-OF-EBUMEMB TO TRUE
           END-START.

           PERFORM 4600-CHECK-NEXT-MEMBERSHIP UNTIL END-OF-EBUMEMB.

       4600-CHECK-NEXT-MEMBERSHIP.
           READ EBUMEMB-FILE NEXT RECORD
              AT END
                 SET END-OF-EBUMEMB TO TRUE
           END-READ.

           IF END-OF-EBUMEMB THEN
              EXIT PARAGRAPH
           END-IF.

           IF BUM-FED THEN
              EXIT PARAGRAPH
           END-IF.

      *    WITHOUT THE UNIT THERE IS NO DUES PLAN CODE TO SEND - LEAVE
      *    THE MEMBERSHIP UNFED SO IT GOES OUT ONCE THE UNIT IS FIXED.
           MOVE BUM-UNIT-CODE TO BGU-UNIT-CODE.

           READ EBUNMST-FILE
              INVALID KEY
                 MOVE SPACES TO BGU-DUES-PLAN-CODE
           END-READ.

           IF BGU-DUES-PLAN-CODE IS EQUAL TO SPACES THEN
              DISPLAY 'EPAYFEED - NO DUES PLAN FOR UNIT ' BUM-UNIT-CODE
                 ', EMPLOYEE=' BUM-EMPLOYEE-ID
              ADD 1 TO WS-DUES-HELD-COUNT
              EXIT PARAGRAPH
           END-IF.

      *    A MOVE TO A UNIT WITH A DIFFERENT DUES CODE STOPS THE OLD
      *    DEDUCTION FIRST, SO THE MEMBER IS NEVER CHARGED TWICE.
           IF BUM-FED-PLAN-CODE IS NOT EQUAL TO SPACES AND
              BUM-FED-PLAN-CODE IS NOT EQUAL TO BGU-DUES-PLAN-CODE
              INITIALIZE PAYROLL-FEED-RECORD
              SET PFD-DEDUCTION TO TRUE
              MOVE BUM-EFFECTIVE-DATE TO PFD-EFFECTIVE-DATE
              MOVE BUM-EMPLOYEE-ID TO PFD-EMPLOYEE-ID
              MOVE BUM-FED-PLAN-CODE TO PFD-DEDUCTION-PLAN
              MOVE 'T' TO PFD-DEDUCTION-STATUS
              MOVE ZEROES TO PFD-DEDUCTION-AMOUNT
              ADD 1 TO WS-DEDUCTION-COUNT
              ADD 1 TO WS-DUES-COUNT
              PERFORM 2200-WRITE-FEED-RECORD
           END-IF.

           INITIALIZE PAYROLL-FEED-RECORD.
           SET PFD-DEDUCTION TO TRUE.
           MOVE BUM-EFFECTIVE-DATE TO PFD-EFFECTIVE-DATE.
           MOVE BUM-EMPLOYEE-ID TO PFD-EMPLOYEE-ID.
           MOVE BGU-DUES-PLAN-CODE TO PFD-DEDUCTION-PLAN.
           MOVE BUM-STATUS TO PFD-DEDUCTION-STATUS.
           MOVE BUM-DUES-AMOUNT TO PFD-DEDUCTION-AMOUNT.

           ADD 1 TO WS-DEDUCTION-COUNT.
           ADD 1 TO WS-DUES-COUNT.
           PERFORM 2200-WRITE-FEED-RECORD.

           SET BUM-FED TO TRUE.
           MOVE BGU-DUES-PLAN-CODE TO BUM-FED-PLAN-CODE.

           REWRITE UNION-MEMBERSHIP-RECORD
              INVALID KEY
                 DISPLAY 'EPAYFEED - EBUMEMB REWRITE FAILED, KEY='
                    BUM-KEY
           END-REWRITE.

      *-----------------------------------------------------------------
       LOAN-INSTALMENTS SECTION.
      *-----------------------------------------------------------------

      *    ONE INSTALMENT PER APPROVED LOAN PER PERIOD, FROM ITS START
      *    DATE ON. WHILE THE LAST ONE SENT IS STILL WAITING FOR
      *    PAYROLL'S ANSWER ('EPAYRECN' CLEARS THE IN-FLIGHT AMOUNT)
      *    NOTHING MORE GOES OUT, SO THE LOAN CAN NEVER BE OVER-
      *    RECOVERED.
       4700-FEED-LOAN-INSTALMENTS.
           MOVE ZEROES TO LON-EMPLOYEE-ID.
           MOVE ZEROES TO LON-LOAN-NUMBER.

           START ELOANDT-FILE KEY IS GREATER THAN LON-KEY
              INVALID KEY
                 SET END-OF-ELOANDT TO TRUE
           END-START.

           PERFORM 4800-CHECK-NEXT-LOAN UNTIL END-OF-ELOANDT.

       4800-CHECK-NEXT-LOAN.
           READ ELOANDT-FILE NEXT RECORD
              AT END
                 SET END-OF-ELOANDT TO TRUE
           END-READ.

           IF END-OF-ELOANDT THEN
              EXIT PARAGRAPH
           END-IF.

           IF NOT LON-ST-APPROVED OR
              LON-BALANCE IS NOT GREATER THAN ZEROES OR
              LON-START-DATE IS GREATER THAN WS-TODAY OR
              LON-LAST-FED-PERIOD IS NOT LESS THAN WS-CURRENT-PERIOD
              EXIT PARAGRAPH
           END-IF.

           IF LON-INFLIGHT-AMOUNT IS GREATER THAN ZEROES THEN
              DISPLAY 'EPAYFEED - LOAN INSTALMENT STILL AWAITING '
                 'PAYROLL, KEY=' LON-KEY
              ADD 1 TO WS-LOAN-WAITING-COUNT
              EXIT PARAGRAPH
           END-IF.

      *    THE LAST INSTALMENT IS WHATEVER IS LEFT.
           IF LON-INSTALMENT IS GREATER THAN LON-BALANCE THEN
              MOVE LON-BALANCE TO LON-INFLIGHT-AMOUNT
           ELSE
              MOVE LON-INSTALMENT TO LON-INFLIGHT-AMOUNT
           END-IF.

           INITIALIZE PAYROLL-FEED-RECORD.
           SET PFD-DEDUCTION TO TRUE.
           MOVE WS-TODAY TO PFD-EFFECTIVE-DATE.
           MOVE LON-EMPLOYEE-ID TO PFD-EMPLOYEE-ID.
           MOVE 'LN' TO PFD-DEDUCTION-PLAN(1:2).
           MOVE LON-LOAN-NUMBER TO PFD-DEDUCTION-PLAN(3:2).
           MOVE 'I' TO PFD-DEDUCTION-STATUS.
           MOVE LON-INFLIGHT-AMOUNT TO PFD-DEDUCTION-AMOUNT.

           ADD 1 TO WS-DEDUCTION-COUNT.
           ADD 1 TO WS-LOAN-COUNT.
           PERFORM 2200-WRITE-FEED-RECORD.

           MOVE WS-CURRENT-PERIOD TO LON-LAST-FED-PERIOD.
           MOVE WS-TODAY TO LON-LAST-FED-DATE.

           REWRITE EMPLOYEE-LOAN-RECORD
              INVALID KEY
                 DISPLAY 'EPAYFEED - ELOANDT REWRITE FAILED, KEY='
                    LON-KEY
           END-REWRITE.

      *-----------------------------------------------------------------
       BANK-DETAILS SECTION.
      *-----------------------------------------------------------------
              EXIT PARAGRAPH
           END-IF.

      *    VERIFIED AFTER THE CUT-OFF - NOT UNTIL ITS OWN PERIOD.
           IF BNK-PAY-PERIOD IS GREATER THAN WS-FEED-PERIOD THEN
              MOVE BNK-EMPLOYEE-ID TO WS-RPT-EMP-ID
              MOVE 'BANK DETAILS' TO WS-RPT-ITEM
              MOVE BNK-PAY-PERIOD TO WS-RPT-STAMPED-PERIOD
              MOVE 'HELD OVER' TO WS-RPT-DISPOSITION
              ADD 1 TO WS-HELD-OVER-COUNT
              PERFORM 2400-WRITE-CUTOFF-DETAIL
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE PAYROLL-FEED-RECORD.
           SET PFD-BANK-DETAILS TO TRUE.
           MOVE BNK-VERIFIED-DATE TO PFD-EFFECTIVE-DATE.
                    BNK-EMPLOYEE-ID
           END-REWRITE.

      *-----------------------------------------------------------------
       OVERTIME-HOURS SECTION.
      *-----------------------------------------------------------------

      *    OVERTIME CLAIMS THE MANAGER APPROVED OR TRIMMED ON 'EOVTP'
      *    GO OUT AS TYPE 'O' RECORDS AND ARE STAMPED FED - PENDING
      *    AND REJECTED CLAIMS NEVER REACH PAYROLL.
       6000-FEED-OVERTIME-HOURS.
           MOVE ZEROES TO OVT-EMPLOYEE-ID.
           MOVE LOW-VALUES TO OVT-CLAIM-DATE.

           START EOVTCLM-FILE KEY IS GREATER THAN OVT-KEY
              INVALID KEY
                 SET END-OF-EOVTCLM TO TRUE
           END-START.

           PERFORM 6100-CHECK-NEXT-CLAIM UNTIL END-OF-EOVTCLM.

       6100-CHECK-NEXT-CLAIM.
           READ EOVTCLM-FILE NEXT RECORD
              AT END
                 SET END-OF-EOVTCLM TO TRUE
           END-READ.

           IF END-OF-EOVTCLM THEN
              EXIT PARAGRAPH
           END-IF.

           IF NOT OVT-PAYABLE OR OVT-FED THEN
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE PAYROLL-FEED-RECORD.
           SET PFD-OVERTIME-HOURS TO TRUE.
           MOVE OVT-CLAIM-DATE TO PFD-EFFECTIVE-DATE.
           MOVE OVT-EMPLOYEE-ID TO PFD-EMPLOYEE-ID.
           MOVE OVT-APPROVED-MINUTES TO PFD-FULL-NAME(1:4).
           MOVE OVT-CLAIMED-MINUTES TO PFD-FULL-NAME(5:4).
           MOVE OVT-ACTIONED-BY TO PFD-JOB-TITLE(1:8).

           ADD 1 TO WS-OVERTIME-COUNT.
           PERFORM 2200-WRITE-FEED-RECORD.

           SET OVT-FED TO TRUE.

           REWRITE OVERTIME-CLAIM-RECORD
              INVALID KEY
                 DISPLAY 'EPAYFEED - EOVTCLM REWRITE FAILED, KEY='
                    OVT-KEY
           END-REWRITE.

      *-----------------------------------------------------------------
       EXPENSE-REIMBURSEMENT SECTION.
      *-----------------------------------------------------------------

      *    EXPENSE CLAIMS THAT CLEARED EVERY APPROVAL THEY NEEDED ON
      *    'EEXPP' GO OUT AS TYPE 'E' RECORDS AND ARE STAMPED FED - A
      *    CLAIM STILL WAITING FOR ITS SECOND APPROVAL, OR REJECTED,
      *    NEVER REACHES PAYROLL.
       6500-FEED-EXPENSE-CLAIMS.
           MOVE ZEROES TO EXP-EMPLOYEE-ID.
           MOVE LOW-VALUES TO EXP-EXPENSE-DATE.
           MOVE LOW-VALUES TO EXP-CATEGORY.

           START EEXPCLM-FILE KEY IS GREATER THAN EXP-KEY
              INVALID KEY
                 SET END-OF-EEXPCLM TO TRUE
           END-START.

           PERFORM 6600-CHECK-NEXT-EXPENSE UNTIL END-OF-EEXPCLM.

       6600-CHECK-NEXT-EXPENSE.
           READ EEXPCLM-FILE NEXT RECORD
              AT END
                 SET END-OF-EEXPCLM TO TRUE
           END-READ.

           IF END-OF-EEXPCLM THEN
              EXIT PARAGRAPH
           END-IF.

           IF NOT EXP-APPROVED OR EXP-FED THEN
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE PAYROLL-FEED-RECORD.
           SET PFD-EXPENSE-REIMBURSE TO TRUE.
           MOVE EXP-EXPENSE-DATE TO PFD-EFFECTIVE-DATE.
           MOVE EXP-EMPLOYEE-ID TO PFD-EMPLOYEE-ID.
           MOVE EXP-CATEGORY TO PFD-ONETIME-TYPE.
           MOVE EXP-AMOUNT TO PFD-ONETIME-AMOUNT.
           MOVE EXP-CURRENCY-CODE TO PFD-JOB-TITLE(1:3).
           MOVE EXP-COST-CENTER TO PFD-JOB-TITLE(4:8).
           MOVE EXP-RECEIPT-REF TO PFD-FULL-NAME(1:12).

           ADD 1 TO WS-EXPENSE-COUNT.
           PERFORM 2200-WRITE-FEED-RECORD.

           SET EXP-FED TO TRUE.

           REWRITE EXPENSE-CLAIM-RECORD
              INVALID KEY
                 DISPLAY 'EPAYFEED - EEXPCLM REWRITE FAILED, KEY='
                    EXP-KEY
           END-REWRITE.

      *-----------------------------------------------------------------
       UNPAID-LEAVE SECTION.
      *-----------------------------------------------------------------

      *    APPROVED ABSENCES OF AN UNPAID LEAVE TYPE GO OUT AS TYPE 'U'
      *    RECORDS AND ARE STAMPED FED - PENDING AND REJECTED REQUESTS,
      *    AND EVERY PAID TYPE, NEVER REACH PAYROLL THIS WAY.
       6700-FEED-UNPAID-LEAVE.
           MOVE ZEROES TO LRQ-EMPLOYEE-ID.
           MOVE LOW-VALUES TO LRQ-FROM-DATE.

           START ELVREQ-FILE KEY IS GREATER THAN LRQ-KEY
              INVALID KEY
                 SET END-OF-ELVREQ TO TRUE
           END-START.

           PERFORM 6800-CHECK-NEXT-LEAVE UNTIL END-OF-ELVREQ.

       6800-CHECK-NEXT-LEAVE.
           READ ELVREQ-FILE NEXT RECORD
              AT END
                 SET END-OF-ELVREQ TO TRUE
           END-READ.

           IF END-OF-ELVREQ THEN
              EXIT PARAGRAPH
           END-IF.

           IF NOT LRQ-APPROVED OR LRQ-FED THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE LRQ-LEAVE-TYPE TO LVT-TYPE-CODE.

           READ ELVTYPE-FILE
              INVALID KEY
                 CONTINUE
           END-READ.

           IF NOT ELVTYPE-OK OR NOT LVT-UNPAID THEN
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE PAYROLL-FEED-RECORD.
           SET PFD-UNPAID-LEAVE TO TRUE.
           MOVE LRQ-FROM-DATE TO PFD-EFFECTIVE-DATE.
           MOVE LRQ-EMPLOYEE-ID TO PFD-EMPLOYEE-ID.
           MOVE LRQ-FROM-DATE TO PFD-START-DATE.
           MOVE LRQ-TO-DATE TO PFD-END-DATE.
           MOVE LRQ-LEAVE-TYPE TO PFD-ONETIME-TYPE(1:1).
           COMPUTE WS-UNPAID-TENTHS = LRQ-DAYS-REQUESTED * 10.
           MOVE WS-UNPAID-TENTHS TO PFD-FULL-NAME(1:4).
           MOVE LRQ-ACTIONED-BY TO PFD-JOB-TITLE(1:8).

           ADD 1 TO WS-UNPAID-COUNT.
           PERFORM 2200-WRITE-FEED-RECORD.

           SET LRQ-FED TO TRUE.

           REWRITE LEAVE-REQUEST-RECORD
              INVALID KEY
                 DISPLAY 'EPAYFEED - ELVREQ REWRITE FAILED, KEY='
                    LRQ-KEY
           END-REWRITE.

      *-----------------------------------------------------------------
       TRAILER SECTION.
      *-----------------------------------------------------------------
           MOVE WS-ONETIME-COUNT TO PFT-ONETIME-COUNT.
           MOVE WS-DEDUCTION-COUNT TO PFT-DEDUCTION-COUNT.
           MOVE WS-BANK-COUNT TO PFT-BANK-COUNT.
           MOVE WS-OVERTIME-COUNT TO PFT-OVERTIME-COUNT.
           MOVE WS-EXPENSE-COUNT TO PFT-EXPENSE-COUNT.
           MOVE WS-UNPAID-COUNT TO PFT-UNPAID-COUNT.
           MOVE WS-RUN-TIMESTAMP(1:8) TO PFT-RUN-DATE.
           MOVE WS-RUN-TIMESTAMP(9:6) TO PFT-RUN-TIME.
           SET PFT-ORIGINAL TO TRUE.
           MOVE WS-TODAY TO PFT-SOURCE-FROM-DATE.
           MOVE WS-TODAY TO PFT-SOURCE-TO-DATE.
           WRITE PAYROLL-FEED-TRAILER.

           PERFORM 8100-RECORD-FEED-HISTORY.

      *    THE TRAILER'S FIGURES, KEPT ON 'EPAYHST' UNDER THE SAME
      *    DATE AND TIME - THE FEED HAS ALREADY BEEN WRITTEN, SO A
      *    FAILURE HERE IS REPORTED BUT DOES NOT STOP THE FILE GOING.
       8100-RECORD-FEED-HISTORY.
           INITIALIZE PAYROLL-FEED-HISTORY-RECORD.
           MOVE PFT-RUN-DATE TO PFH-RUN-DATE.
           MOVE PFT-RUN-TIME TO PFH-RUN-TIME.
           SET PFH-ORIGINAL TO TRUE.
           MOVE PFT-SOURCE-FROM-DATE TO PFH-SOURCE-FROM-DATE.
           MOVE PFT-SOURCE-TO-DATE TO PFH-SOURCE-TO-DATE.
           COMPUTE PFH-DETAIL-COUNT =
              WS-HIRE-COUNT + WS-CHANGE-COUNT + WS-TERM-COUNT +
              WS-ONETIME-COUNT + WS-DEDUCTION-COUNT + WS-BANK-COUNT +
              WS-OVERTIME-COUNT + WS-EXPENSE-COUNT + WS-UNPAID-COUNT.
           MOVE PFT-HIRE-COUNT TO PFH-HIRE-COUNT.
           MOVE PFT-CHANGE-COUNT TO PFH-CHANGE-COUNT.
           MOVE PFT-TERM-COUNT TO PFH-TERM-COUNT.
           MOVE PFT-ONETIME-COUNT TO PFH-ONETIME-COUNT.
           MOVE PFT-DEDUCTION-COUNT TO PFH-DEDUCTION-COUNT.
           MOVE PFT-BANK-COUNT TO PFH-BANK-COUNT.
           MOVE PFT-OVERTIME-COUNT TO PFH-OVERTIME-COUNT.
           MOVE PFT-EXPENSE-COUNT TO PFH-EXPENSE-COUNT.
           MOVE PFT-UNPAID-COUNT TO PFH-UNPAID-COUNT.
           MOVE PFT-EMPLOYEE-ID-HASH TO PFH-EMPLOYEE-ID-HASH.

           WRITE PAYROLL-FEED-HISTORY-RECORD
              INVALID KEY
                 DISPLAY 'EPAYFEED - EPAYHST WRITE FAILED, KEY='
                    PFH-KEY
           END-WRITE.

      *-----------------------------------------------------------------
       CUTOFF-SUMMARY SECTION.
      *-----------------------------------------------------------------

       8500-PRODUCE-CUTOFF-SUMMARY.
           MOVE SPACES TO HOLD-REPORT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE.

           MOVE 'RELEASED FROM AN EARLIER RUN .......'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-RELEASED-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO HOLD-REPORT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE.

           MOVE 'HELD OVER TO A LATER PERIOD ........'
              TO WS-RPT-SUMMARY-LABEL.
           MOVE WS-HELD-OVER-COUNT TO WS-RPT-SUMMARY-TOTAL.
           MOVE WS-REPORT-SUMMARY-LINE TO HOLD-REPORT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE.

      *    EVERY LINE PRINTED IS ALSO DEPOSITED ON THE COMMON 'ERPTREP'
      *    REPOSITORY (SEE 'ERPTSTO').
       8900-WRITE-REPORT-LINE.
           MOVE HOLD-REPORT-LINE TO RSA-PRINT-LINE.
           MOVE 'EPAYFEED' TO RSA-REPORT-NAME.
           SET RSA-ACTION-LINE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.
           WRITE HOLD-REPORT-LINE.

      *-----------------------------------------------------------------
       TERMINATION SECTION.
      *-----------------------------------------------------------------

       9000-TERMINATE.

      *    FINISH THE REPORT REPOSITORY DEPOSIT.
           SET RSA-ACTION-CLOSE TO TRUE.
           CALL 'ERPTSTO' USING REPORT-STORE-ARGUMENTS.

      *    LOG THE RUN ON THE COMMON RUN-HISTORY FILE.
           MOVE 'EPAYFEED' TO RLG-JOB-NAME.
           MOVE WS-HIRE-COUNT TO RLG-INPUT-COUNT.
           DISPLAY 'EPAYFEED - TERMINATIONS EXTRACTED: ' WS-TERM-COUNT.
           DISPLAY 'EPAYFEED - ONE-TIME PAYMENTS FED: '
              WS-ONETIME-COUNT.
           DISPLAY 'EPAYFEED - LEAVER SETTLEMENTS CLOSED: '
              WS-SETTLEMENT-COUNT.
           DISPLAY 'EPAYFEED - DEDUCTION CHANGES FED: '
              WS-DEDUCTION-COUNT.
           DISPLAY 'EPAYFEED -   OF WHICH UNION DUES: '
              WS-DUES-COUNT.
           DISPLAY 'EPAYFEED - DUES HELD, NO UNIT PLAN: '
              WS-DUES-HELD-COUNT.
           DISPLAY 'EPAYFEED -   OF WHICH LOAN INSTALMENTS: '
              WS-LOAN-COUNT.
           DISPLAY 'EPAYFEED - LOANS AWAITING PAYROLL: '
              WS-LOAN-WAITING-COUNT.
           DISPLAY 'EPAYFEED - BANK DETAILS FED:      '
              WS-BANK-COUNT.
           DISPLAY 'EPAYFEED - OVERTIME CLAIMS FED:   '
              WS-OVERTIME-COUNT.
           DISPLAY 'EPAYFEED - EXPENSE CLAIMS FED:    '
              WS-EXPENSE-COUNT.
           DISPLAY 'EPAYFEED - UNPAID LEAVE FED:      '
              WS-UNPAID-COUNT.
           DISPLAY 'EPAYFEED - PENDING-HIRE EVENTS HELD: '
              WS-HELD-COUNT.
           DISPLAY 'EPAYFEED - HELD PAY CHANGES RELEASED: '
              WS-RELEASED-COUNT.
           DISPLAY 'EPAYFEED - HELD OVER PAST CUT-OFF: '
              WS-HELD-OVER-COUNT.

           CLOSE EAUDIT-FILE.
           CLOSE EONEPAY-FILE.
           CLOSE EGOVID-FILE.
           CLOSE EOFFLST-FILE.
           CLOSE EBENROL-FILE.
           CLOSE EBUMEMB-FILE.
           CLOSE EBUNMST-FILE.
           CLOSE ELOANDT-FILE.
           CLOSE EBANKDT-FILE.
           CLOSE EOVTCLM-FILE.
           CLOSE EEXPCLM-FILE.
           CLOSE ELVREQ-FILE.
           CLOSE ELVTYPE-FILE.
           CLOSE PAYFEED-FILE.
           CLOSE EPAYHST-FILE.
           CLOSE EPAYCAL-FILE.
           CLOSE EPAYHLD-FILE.
           CLOSE HOLD-REPORT-FILE.
