      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - CURRENCY CONVERSION.
      *      - ARGUMENT AREA FOR THE SHARED 'ECURCNV' SUBPROGRAM -
      *        COPIED INTO THE WORKING STORAGE OF EVERY BATCH PROGRAM
      *        THAT TOTALS OR COMPARES MONEY.
      *      - ACTIONS:
      *          'R' - RESOLVE THE PAY CURRENCY OF 'CVA-EMPLOYEE-ID'
      *                INTO 'CVA-CURRENCY-CODE' ONLY.
      *          'E' - RESOLVE AS 'R', THEN CONVERT 'CVA-AMOUNT' FROM
      *                THAT CURRENCY.
      *          'A' - CONVERT 'CVA-AMOUNT' FROM 'CVA-CURRENCY-CODE'
      *                (SPACES MEANS THE REPORTING CURRENCY).
      *          'C' - CLOSE THE FILES AT TERMINATION.
      *        THE RESULT LANDS IN 'CVA-CONVERTED-AMOUNT', IN
      *        'CVA-TARGET-CURRENCY' (SPACES MEANS THE REPORTING
      *        CURRENCY), AT THE RATES FOR 'CVA-PERIOD' (YYYYMM,
      *        SPACES MEANS THE CURRENT PERIOD).
      *      - WHEN EITHER RATE IS MISSING THE AMOUNT COMES BACK
      *        UNCONVERTED WITH 'CVA-NO-RATE' SET, FOR THE CALLER TO
      *        COUNT AND REPORT.
      ******************************************************************
       01 CURRENCY-CONVERT-ARGUMENTS.
          05 CVA-ACTION            PIC X(1)   VALUE SPACES.
             88 CVA-ACTION-RESOLVE           VALUE 'R'.
             88 CVA-ACTION-EMPLOYEE          VALUE 'E'.
             88 CVA-ACTION-AMOUNT            VALUE 'A'.
             88 CVA-ACTION-CLOSE             VALUE 'C'.
          05 CVA-EMPLOYEE-ID       PIC 9(8)   VALUE ZEROES.
          05 CVA-PERIOD            PIC X(6)   VALUE SPACES.
          05 CVA-CURRENCY-CODE     PIC X(3)   VALUE SPACES.
          05 CVA-TARGET-CURRENCY   PIC X(3)   VALUE SPACES.
          05 CVA-AMOUNT            PIC 9(9)V99 VALUE ZEROES.
          05 CVA-CONVERTED-AMOUNT  PIC 9(9)V99 VALUE ZEROES.
          05 CVA-RESULT            PIC X(1)   VALUE SPACES.
             88 CVA-CONVERTED                VALUE 'Y'.
             88 CVA-NO-RATE                  VALUE 'N'.
