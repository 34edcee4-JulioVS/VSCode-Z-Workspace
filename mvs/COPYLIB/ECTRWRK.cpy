      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - CONTINGENT WORKER CONTRACT.
      *      - RECORD LAYOUT FOR 'ECTRWRK' VSAM <KSDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.KSDS.ECTRWRK'.
      *      - ONE RECORD PER CONTRACTOR OR TEMP ('EEMPTYP' TYPE 'CT'
      *        OR 'TM'): THE SUPPLYING AGENCY, THE PURCHASE ORDER THE
      *        ENGAGEMENT IS BOOKED AGAINST, THE HARD START AND END
      *        DATES, THE RATE, AND THE MANAGER WHO APPROVED IT.
      *      - KEPT ON THE 'ECTR' SCREEN ('ECTRP'), WHICH ALSO KEEPS
      *        'EMP-END-DATE' IN STEP WITH 'CWC-END-DATE' SO THE BADGE
      *        FEED REVOKES ON THE RIGHT DAY. AN EXTENSION MOVES THE
      *        END DATE AND COUNTS IN 'CWC-EXTENSION-COUNT';
      *        'CWC-ORIGINAL-END-DATE' KEEPS WHAT WAS FIRST AGREED.
      *      - THE NIGHTLY 'ECTREXP' STEP ENDS EVERY ACTIVE CONTRACT
      *        THE DAY AFTER ITS END DATE: THE WORKER IS LOGICALLY
      *        DELETED, THEIR SIGN-ON DEACTIVATED, AND THE CONTRACT
      *        MARKED ENDED. A RETURNING WORKER GETS A NEW CONTRACT
      *        KEYED OVER THE ENDED ONE.
      *      - 'CWC-PO-AMOUNT' IS THE VALUE COMMITTED ON THE PURCHASE
      *        ORDER FOR THIS ENGAGEMENT - PROCUREMENT'S 'ECTRSPD'
      *        REPORT SETS THE ESTIMATED SPEND TO DATE AGAINST IT.
      ******************************************************************
       01 CONTINGENT-CONTRACT-RECORD.
          05 CWC-KEY.
             10 CWC-EMPLOYEE-ID         PIC 9(8).
          05 CWC-DETAILS.
             10 CWC-AGENCY-CODE         PIC X(8).
             10 CWC-AGENCY-NAME         PIC X(30).
             10 CWC-PO-NUMBER           PIC X(12).
             10 CWC-PO-AMOUNT           PIC 9(9)V99.
             10 CWC-START-DATE          PIC X(8).
             10 CWC-END-DATE            PIC X(8).
             10 CWC-ORIGINAL-END-DATE   PIC X(8).
             10 CWC-EXTENSION-COUNT     PIC 9(2).
             10 CWC-RATE                PIC 9(5)V99.
             10 CWC-RATE-BASIS          PIC X(1).
                88 CWC-RATE-HOURLY                 VALUE 'H'.
                88 CWC-RATE-DAILY                  VALUE 'D'.
                88 CWC-RATE-BASIS-VALID            VALUE 'H' 'D'.
             10 CWC-APPROVER-ID         PIC 9(8).
             10 CWC-STATUS              PIC X(1).
                88 CWC-ACTIVE                      VALUE 'A'.
                88 CWC-ENDED                       VALUE 'E'.
             10 CWC-ENDED-DATE          PIC X(8).
             10 CWC-RECORDED-BY         PIC X(8).
             10 CWC-RECORDED-DATE       PIC X(8).
             10 CWC-CHANGED-BY          PIC X(8).
             10 CWC-CHANGED-DATE        PIC X(8).
             10 FILLER                  PIC X(10).
