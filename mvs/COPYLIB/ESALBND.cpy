      *        CHECKED - THE 'ESALRPT' EXCEPTION REPORT LISTS BOTH
      *        OUT-OF-BAND PAY AND UNBANDED TITLES SO THE TABLE CAN
      *        BE FILLED IN.
      *      - MINIMUM, MIDPOINT AND MAXIMUM ARE IN THE BAND'S OWN
      *        'SAL-CURRENCY-CODE' (SPACES MEANS THE REPORTING
      *        CURRENCY); PAY IN ANOTHER CURRENCY IS CONVERTED AT THE
      *        CURRENT 'EXCHRAT' RATES BEFORE IT IS COMPARED.
      ******************************************************************
       01 SALARY-BAND-RECORD.
          05 SAL-KEY.
             10 SAL-MINIMUM             PIC 9(7)V99.
             10 SAL-MIDPOINT            PIC 9(7)V99.
             10 SAL-MAXIMUM             PIC 9(7)V99.
             10 SAL-CURRENCY-CODE       PIC X(3).
