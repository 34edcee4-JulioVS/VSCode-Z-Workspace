      *      HAS NEVER SIGNED ON SINCE THE FIELD WAS ADDED.
             10 REG-LAST-SIGNON-DATE    PIC X(8).
             10 REG-LAST-SIGNON-TIME    PIC X(6).
      *      SET ON 'EBRKP' BY AN ADMINISTRATOR - THE USER MAY TAKE
      *      BREAK-GLASS ADMINISTRATOR ACCESS IN AN EMERGENCY.
             10 REG-BREAK-GLASS-FLAG    PIC X(1).
                88 REG-BREAK-GLASS-ALLOWED         VALUE 'Y'.
      *      SET ON 'EBRKP' BY ANOTHER ADMINISTRATOR - THIS (HR)
      *      ADMINISTRATOR SEES GOVERNMENT ID NUMBERS ('EGOVID') IN
      *      FULL RATHER THAN MASKED.
             10 REG-GOVID-ACCESS-FLAG   PIC X(1).
                88 REG-GOVID-ACCESS-ALLOWED        VALUE 'Y'.
             10 FILLER                  PIC X(1).
