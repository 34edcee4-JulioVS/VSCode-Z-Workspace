      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - DATE OF BIRTH.
      *      - RECORD LAYOUT FOR 'EBIRTHD' VSAM <KSDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.KSDS.EBIRTHD'.
      *      - ONE RECORD PER EMPLOYEE, KEPT OFF 'EMPMAST' SO THE
      *        268-BYTE MASTER IMAGE (AND EVERY EXTRACT, AUDIT IMAGE
      *        AND MIRROR BUILT FROM IT) NEVER CARRIES IT - THE SAME
      *        SEPARATION 'EBANKDT' GIVES BANK DETAILS.
      *      - WRITTEN AT HIRE BY 'EADDP' AND 'EHIRLOAD', BOTH OF
      *        WHICH REJECT A HIRE UNDER 'APP-MINIMUM-HIRE-AGE' ON
      *        THE START DATE. ADMINISTRATORS (HR) CAN KEY OR CORRECT
      *        IT ON 'EUPDP'; EVERY OTHER USER SEES IT MASKED.
      *      - READ BY THE YEARLY 'ERETFCST' RETIREMENT-ELIGIBILITY
      *        FORECAST, AND SENT TO THE BENEFITS CARRIERS ON THE
      *        WEEKLY 'ECARFEED' ENROLLMENT FILE.
      ******************************************************************
       01 BIRTH-DATE-RECORD.
          05 BTH-KEY.
             10 BTH-EMPLOYEE-ID         PIC 9(8).
          05 BTH-DETAILS.
             10 BTH-BIRTH-DATE          PIC X(8).
             10 BTH-RECORDED-BY         PIC X(8).
             10 BTH-RECORDED-DATE       PIC X(8).
