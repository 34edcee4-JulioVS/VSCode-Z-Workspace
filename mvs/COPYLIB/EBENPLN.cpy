      *      - THE SMALL REFERENCE TABLE OF BENEFIT PLANS THE BROKER
      *        OFFERS (MEDICAL, DENTAL, LIFE, PENSION), VALIDATED BY
      *        THE 'EBENP' ENROLLMENT SCREEN.
      *      - EACH PLAN NAMES THE CARRIER THAT UNDERWRITES IT; THE
      *        WEEKLY 'ECARFEED' SENDS EVERY CARRIER THE ENROLLMENT
      *        CHANGES FOR ITS OWN PLANS.
      ******************************************************************
       01 BENEFIT-PLAN-RECORD.
          05 BPL-KEY.
                88 BPL-ST-ACTIVE                   VALUE 'A'.
                88 BPL-ST-RETIRED                  VALUE 'R'.
                88 BPL-ST-NOT-SET                  VALUE SPACES.
      *         BLANK = NO CARRIER (E.G. AN IN-HOUSE PLAN) - ITS
      *         ENROLLMENTS ARE NEVER SENT OUT.
             10 BPL-CARRIER-CODE        PIC X(4).
