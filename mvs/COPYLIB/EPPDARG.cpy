      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - PAY PERIOD RESOLVER.
      *      - COMMAREA LAYOUT FOR THE 'EPAYPRD' SUBPROGRAM, LINKED
      *        FROM THE PAY-AFFECTING SCREENS ('EUPDP', 'EBNKP',
      *        'EOTPP', 'EBENP') FOR THE PAY PERIOD A CHANGE SAVED NOW
      *        IS STAMPED WITH: THE FIRST 'EPAYCAL' PERIOD, FROM THE
      *        CURRENT MONTH ON, WHOSE CUT-OFF HAS NOT YET PASSED.
      ******************************************************************
       01 PAY-PERIOD-ARGUMENTS.
          05 PPD-PAY-PERIOD             PIC X(6).
      *      THE CUT-OFF THAT WAS MISSED, WHEN ONE WAS.
          05 PPD-MISSED-CUTOFF          PIC X(14).
          05 PPD-RESULT                 PIC X(1).
             88 PPD-IN-PERIOD                      VALUE 'C'.
             88 PPD-HELD-OVER                      VALUE 'N'.
