      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - EXCHANGE RATES.
      *      - RECORD LAYOUT FOR 'EXCHRAT' VSAM <KSDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.KSDS.EXCHRAT'.
      *      - KEYED BY CURRENCY CODE PLUS PERIOD (YYYYMM): ONE RATE
      *        PER FOREIGN CURRENCY PER MONTH, LOADED BY FINANCE EACH
      *        MONTH THROUGH THE 'EXRTLOAD' JOB. OLD PERIODS ARE KEPT
      *        SO A REPORT RERUN FOR A PAST PERIOD CONVERTS AT THAT
      *        PERIOD'S RATE.
      *      - 'XRT-RATE' IS THE VALUE OF ONE UNIT OF THE CURRENCY IN
      *        THE REPORTING CURRENCY ('APP-REPORTING-CURRENCY'),
      *        WHICH ITSELF NEEDS NO RECORD.
      *      - A PERIOD WITH NO RATE LOADED YET USES THE CURRENCY'S
      *        LATEST EARLIER RATE.
      ******************************************************************
       01 EXCHANGE-RATE-RECORD.
          05 XRT-KEY.
             10 XRT-CURRENCY-CODE       PIC X(3).
             10 XRT-PERIOD              PIC X(6).
          05 XRT-DETAILS.
             10 XRT-RATE                PIC 9(5)V9(6).
             10 XRT-LOADED-BY           PIC X(8).
             10 XRT-LOADED-DATE         PIC X(8).
