      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - GOVERNMENT ID NUMBER.
      *      - RECORD LAYOUT FOR 'EGOVID' VSAM <KSDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.KSDS.EGOVID'.
      *      - UNIQUE ALTERNATE INDEX ON 'GOV-ID-NUMBER', READ
      *        THROUGH THE 'EGOVNUM' PATH -> 'Z45864.KSDS.EGOVID.PATH'
      *        (AIX IN THE UPGRADE SET, SO A SECOND EMPLOYEE CAN
      *        NEVER BE WRITTEN WITH A NUMBER ALREADY ON FILE).
      *      - ONE RECORD PER EMPLOYEE - THE NATIONAL ID / TAX NUMBER
      *        PAYROLL MATCHES US ON. KEPT OFF 'EMPMAST' FOR THE SAME
      *        REASON AS 'EBIRTHD', AND NEVER DELETED: A LEAVER'S
      *        NUMBER STAYS ON FILE SO THE SAME PERSON COMING BACK
      *        UNDER ANOTHER NAME SPELLING IS SPOTTED.
      *      - WRITTEN AT HIRE BY 'EADDP' AND 'EHIRLOAD'. A NUMBER
      *        ALREADY HELD BY A CURRENT EMPLOYEE IS REJECTED; ONE
      *        HELD BY A DELETED EMPLOYEE TURNS THE HIRE INTO A
      *        REHIRE OF THAT EMPLOYEE.
      *      - SHOWN ON 'EUPDP' WITH ALL BUT THE LAST FOUR CHARACTERS
      *        MASKED, EXCEPT TO ADMINISTRATORS CLEARED FOR IT ON
      *        'EBRKP' ('REG-GOVID-ACCESS-FLAG'). EVERY UNMASKED
      *        DISPLAY IS LOGGED ON 'EVWLOG'.
      *      - SENT TO PAYROLL ON THE 'EPAYFEED' EXTRACT.
      ******************************************************************
       01 GOVERNMENT-ID-RECORD.
          05 GOV-KEY.
             10 GOV-EMPLOYEE-ID         PIC 9(8).
          05 GOV-DETAILS.
      *         UPPER CASE, LEFT-JUSTIFIED, LETTERS AND DIGITS ONLY.
             10 GOV-ID-NUMBER           PIC X(15).
             10 GOV-RECORDED-BY         PIC X(8).
             10 GOV-RECORDED-DATE       PIC X(8).
