      *        CHANGES AN EMPLOYEE'S COMPENSATION - THE EMPMAST FIELD
      *        REMAINS THE "CURRENT" RATE OF PAY, THIS FILE IS THE
      *        PERMANENT TRAIL BEHIND IT.
      *      - 'COH-CURRENCY-CODE' IS THE EMPLOYEE'S PAY CURRENCY
      *        (SEE 'EPAYCUR') WHEN THE CHANGE WAS MADE. RECORDS FROM
      *        BEFORE CURRENCIES WERE CARRIED HAVE SPACES, MEANING THE
      *        REPORTING CURRENCY.
      *      - A CHANGE DATED INTO THE PAST (WITHIN THE
      *        'APP-COMP-RETRO-DAYS' LOOK-BACK IN 'ECONST') IS STILL
      *        RECORDED UNDER THE DAY IT WAS MADE, SO THE TRAIL SHOWS
      *        WHAT WAS ACTUALLY PAID WHEN; 'COH-RETRO-FROM-DATE' HOLDS
      *        THE DATE IT SHOULD HAVE STARTED AND 'COH-RETRO-STATUS'
      *        TRACKS THE ARREARS. THE NIGHTLY 'ERETRO' BATCH WORKS
      *        THEM OUT PER PAY PERIOD, RAISES THEM ON 'EONEPAY' AND
      *        STAMPS THE PAYMENT DATE HERE. SPACES FOR AN ORDINARY
      *        CHANGE.
      ******************************************************************
       01 COMPENSATION-HISTORY-RECORD.
          05 COH-KEY.
             10 COH-PREVIOUS-COMPENSATION PIC 9(7)V99.
             10 COH-NEW-COMPENSATION      PIC 9(7)V99.
             10 COH-RECORDED-BY         PIC X(8).
             10 COH-CURRENCY-CODE       PIC X(3).
             10 COH-RETRO-FROM-DATE     PIC X(8).
             10 COH-RETRO-STATUS        PIC X(1).
                88 COH-RETRO-NONE                  VALUE SPACE.
                88 COH-RETRO-DUE                   VALUE 'D'.
                88 COH-RETRO-RAISED                VALUE 'R'.
                88 COH-RETRO-NOTHING-DUE           VALUE 'N'.
             10 COH-RETRO-PAYMENT-DATE  PIC X(8).
