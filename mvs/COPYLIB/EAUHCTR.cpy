          05 AUH-TO-DATE                PIC X(8).
          05 AUH-FILTER-USER-ID         PIC X(8).
          05 AUH-FILTER-EMPLOYEE-ID     PIC X(8).
      *   ENTER LISTS EVENTS; PF5 SHOWS THE FILTER EMPLOYEE'S RECORD
      *   AS IT STOOD AT THE END OF THE 'TO' DATE.
          05 AUH-VIEW-MODE              PIC X(1).
             88 AUH-VIEW-EVENTS                    VALUE SPACES.
             88 AUH-VIEW-AS-OF                     VALUE 'A'.
