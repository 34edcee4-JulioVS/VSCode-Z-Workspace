          05 UPD-FTE-FACTOR             PIC 9(1)V9(2).
      *      WORK SITE ASSIGNMENT BEING EDITED ('EEMPSIT' SATELLITE).
          05 UPD-SITE-ID                PIC X(4).
      *      DATE OF BIRTH BEING EDITED ('EBIRTHD', PROTECTED) - ONLY
      *      EVER LOADED FOR AN ADMINISTRATOR.
          05 UPD-BIRTH-DATE             PIC X(8).
      *      PAY CURRENCY OVERRIDE BEING EDITED ('EPAYCUR') - SPACES
      *      WHEN THE EMPLOYEE IS PAID IN THEIR SITE'S CURRENCY.
          05 UPD-CURRENCY-CODE          PIC X(3).
          05 UPD-ORIGINAL-RECORD        PIC X(268).
          05 UPD-FILTERS                PIC X(112).
      *
