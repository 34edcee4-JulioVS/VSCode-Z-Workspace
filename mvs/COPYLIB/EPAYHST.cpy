      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - PAYROLL FEED HISTORY.
      *      - RECORD LAYOUT FOR 'EPAYHST' VSAM <KSDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.KSDS.EPAYHST'.
      *      - ONE RECORD PER 'PAYFEED' FILE EVER SENT TO PAYROLL,
      *        KEYED BY THE DATE AND TIME IT WAS WRITTEN - THE SAME
      *        DATE AND TIME STAMPED ON THE FILE'S OWN 'Z' TRAILER,
      *        SO ANY GENERATION OF THE 'Z45864.GDG.PAYFEED' GDG CAN
      *        BE TIED BACK TO ITS ENTRY HERE.
      *      - THE NIGHTLY 'EPAYFEED' WRITES AN ORIGINAL ('O') ENTRY
      *        WITH ITS TRAILER TOTALS; 'EPAYRSND' WRITES A
      *        RETRANSMISSION ('R') ENTRY FOR EVERY RESEND, WITH THE
      *        RANGE OF ORIGINAL FEED DATES IT CARRIED AND WHY IT WAS
      *        SENT - SO "WHAT DID PAYROLL GET, AND WHEN, AND HOW
      *        MANY TIMES" IS ANSWERED FROM ONE FILE.
      ******************************************************************
       01 PAYROLL-FEED-HISTORY-RECORD.
          05 PFH-KEY.
             10 PFH-RUN-DATE            PIC X(8).
             10 PFH-RUN-TIME            PIC X(6).
          05 PFH-TRANSMIT-TYPE          PIC X(1).
             88 PFH-ORIGINAL                      VALUE 'O'.
             88 PFH-RETRANSMISSION                VALUE 'R'.
      *       RUN DATES OF THE ORIGINAL FEEDS THIS FILE CARRIED -
      *       BOTH EQUAL TO 'PFH-RUN-DATE' ON AN ORIGINAL.
          05 PFH-SOURCE-FROM-DATE       PIC X(8).
          05 PFH-SOURCE-TO-DATE         PIC X(8).
          05 PFH-DETAIL-COUNT           PIC 9(8).
          05 PFH-HIRE-COUNT             PIC 9(8).
          05 PFH-CHANGE-COUNT           PIC 9(8).
          05 PFH-TERM-COUNT             PIC 9(8).
          05 PFH-ONETIME-COUNT          PIC 9(8).
          05 PFH-DEDUCTION-COUNT        PIC 9(8).
          05 PFH-BANK-COUNT             PIC 9(8).
          05 PFH-OVERTIME-COUNT         PIC 9(8).
          05 PFH-EXPENSE-COUNT          PIC 9(8).
          05 PFH-EMPLOYEE-ID-HASH       PIC 9(15).
      *       RETRANSMISSIONS ONLY - THE REASON OFF THE RESEND
      *       CONTROL CARD.
          05 PFH-RESEND-REASON          PIC X(40).
          05 PFH-UNPAID-COUNT           PIC 9(8).
