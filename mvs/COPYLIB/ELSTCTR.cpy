             10 LST-EMPLOYMENT-DATE-FILTERS.
                15 LST-EMPL-DATE-AFTER  PIC X(8).
                15 LST-EMPL-DATE-BEFORE PIC X(8).
      *
      *   ROWS MARKED FOR A MASS ACTION ('EMASP'). A ZERO SLOT IS FREE.
      *
          05 LST-MARKED-COUNT           PIC 9(3).
          05 LST-MARKED-AREA.
             10 LST-MARKED-ID
                   OCCURS 200 TIMES
                   INDEXED BY LST-MARKED-INDEX
                                        PIC 9(8).
