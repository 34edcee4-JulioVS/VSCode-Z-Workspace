      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - PAY CURRENCY.
      *      - RECORD LAYOUT FOR 'EPAYCUR' VSAM <KSDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.KSDS.EPAYCUR'.
      *      - THE CURRENCY 'EMP-COMPENSATION' IS HELD IN, KEPT OFF
      *        'EMPMAST' (WHOSE 268-BYTE IMAGE IS FROZEN INTO THE
      *        AUDIT TRAIL LAYOUT) THE SAME WAY 'EEMPSIT' HOLDS THE
      *        WORK SITE.
      *      - AN EMPLOYEE WITH NO RECORD IS PAID IN THEIR WORK
      *        SITE'S 'SIT-CURRENCY-CODE', OR THE REPORTING CURRENCY
      *        ('APP-REPORTING-CURRENCY') WHEN THE SITE HAS NONE OR
      *        THEY HAVE NO SITE - A RECORD IS ONLY NEEDED WHEN AN
      *        ADMINISTRATOR OVERRIDES THAT DEFAULT ON 'EUPDP' (AN
      *        EXPATRIATE KEPT ON HOME PAY, SAY).
      *      - EVERY 'ECOMHST' AND 'EONEPAY' RECORD CARRIES THE
      *        CURRENCY IN FORCE WHEN IT WAS WRITTEN.
      ******************************************************************
       01 PAY-CURRENCY-RECORD.
          05 PCU-KEY.
             10 PCU-EMPLOYEE-ID         PIC 9(8).
          05 PCU-DETAILS.
             10 PCU-CURRENCY-CODE       PIC X(3).
             10 PCU-RECORDED-BY         PIC X(8).
             10 PCU-RECORDED-DATE       PIC X(8).
