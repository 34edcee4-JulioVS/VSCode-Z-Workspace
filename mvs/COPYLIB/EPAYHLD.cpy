      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - HELD-OVER PAYROLL CHANGES.
      *      - RECORD LAYOUT FOR 'EPAYHLD' VSAM <KSDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.KSDS.EPAYHLD'.
      *      - A COMPENSATION CHANGE 'EUPDP' STAMPED FOR A LATER PAY
      *        PERIOD THAN THE ONE 'EPAYFEED' IS RUNNING FOR ARRIVES ON
      *        THE 'EAUDIT' TRAIL ONLY ONCE, SO THE FEED PARKS THE
      *        'PAYFEED' RECORD IT BUILT HERE, UNDER THE PERIOD IT IS
      *        STAMPED FOR, AND SENDS IT (AND DELETES IT) ON THE FIRST
      *        RUN FOR THAT PERIOD.
      *      - THE BANK, ONE-TIME PAYMENT AND BENEFIT FILES NEED NO
      *        COPY HERE - THEIR OWN RECORDS CARRY THE STAMP AND STAY
      *        UNFED UNTIL THEN.
      ******************************************************************
       01 HELD-PAY-CHANGE-RECORD.
          05 HLD-KEY.
             10 HLD-RELEASE-PERIOD      PIC X(6).
             10 HLD-EMPLOYEE-ID         PIC 9(8).
      *         THE 'EAUDIT' EVENT TIMESTAMP - KEEPS TWO CHANGES TO
      *         THE SAME EMPLOYEE APART AND IN ORDER.
             10 HLD-EVENT-STAMP         PIC X(21).
          05 HLD-DETAILS.
             10 HLD-HELD-DATE           PIC X(8).
      *         THE 'PAYFEED' RECORD, EXACTLY AS IT WILL BE SENT.
             10 HLD-FEED-IMAGE          PIC X(181).
