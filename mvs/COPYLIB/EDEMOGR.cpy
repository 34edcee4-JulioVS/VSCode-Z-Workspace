      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - DEMOGRAPHIC SELF-ID.
      *      - RECORD LAYOUT FOR 'EDEMOGR' VSAM <KSDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.KSDS.EDEMOGR'.
      *      - ONE RECORD PER EMPLOYEE, KEYED BY EMPLOYEE ID, HOLDING
      *        THE VOLUNTARY GENDER, ETHNIC GROUP, DISABILITY AND
      *        VETERAN STATUS THE EMPLOYEE HAS CHOSEN TO DECLARE.
      *        EVERY ONE OF THEM CAN BE 'DECLINED TO STATE', AND NO
      *        RECORD AT ALL IS TREATED THE SAME AS NOT STATED.
      *      - RESTRICTED DATA: ONLY THE EMPLOYEE'S OWN SELF-SERVICE
      *        'EDMSP' SCREEN (PF8 FROM 'ESELFP') READS OR WRITES IT,
      *        AND ONLY THE ANNUAL 'EDEMRPT' TABULATION READS IT IN
      *        BATCH - AND PRINTS COUNTS ONLY. NO MANAGER OR ADMIN
      *        SCREEN ('EVIEWP' INCLUDED) IS GIVEN THE FILE, AND NO
      *        IMAGE OF IT GOES TO THE AUDIT TRAIL.
      ******************************************************************
       01 DEMOGRAPHIC-RECORD.
          05 DMG-KEY.
             10 DMG-EMPLOYEE-ID         PIC 9(8).
          05 DMG-DETAILS.
             10 DMG-GENDER              PIC X(1).
                88 DMG-GENDER-MALE                 VALUE 'M'.
                88 DMG-GENDER-FEMALE               VALUE 'F'.
                88 DMG-GENDER-OTHER                VALUE 'X'.
                88 DMG-GENDER-DECLINED             VALUE 'D'.
                88 DMG-GENDER-VALID                VALUE 'M' 'F'
                                                         'X' 'D'.
             10 DMG-ETHNIC-GROUP        PIC X(2).
                88 DMG-ETH-HISPANIC                VALUE 'HL'.
                88 DMG-ETH-WHITE                   VALUE 'WH'.
                88 DMG-ETH-BLACK                   VALUE 'BL'.
                88 DMG-ETH-ASIAN                   VALUE 'AS'.
                88 DMG-ETH-PACIFIC                 VALUE 'NH'.
                88 DMG-ETH-NATIVE                  VALUE 'AI'.
                88 DMG-ETH-TWO-OR-MORE             VALUE 'TM'.
                88 DMG-ETH-DECLINED                VALUE 'DS'.
                88 DMG-ETHNIC-VALID                VALUE 'HL' 'WH'
                                                         'BL' 'AS'
                                                         'NH' 'AI'
                                                         'TM' 'DS'.
             10 DMG-DISABILITY          PIC X(1).
                88 DMG-DISABLED-YES                VALUE 'Y'.
                88 DMG-DISABLED-NO                 VALUE 'N'.
                88 DMG-DISABLED-DECLINED           VALUE 'D'.
                88 DMG-DISABILITY-VALID            VALUE 'Y' 'N' 'D'.
             10 DMG-VETERAN             PIC X(1).
                88 DMG-VETERAN-YES                 VALUE 'Y'.
                88 DMG-VETERAN-NO                  VALUE 'N'.
                88 DMG-VETERAN-DECLINED            VALUE 'D'.
                88 DMG-VETERAN-VALID               VALUE 'Y' 'N' 'D'.
             10 DMG-RECORDED-BY         PIC X(8).
             10 DMG-RECORDED-DATE       PIC X(8).
