             10 AUQ-CURRENT-RECORD
                   OCCURS 16 TIMES
                   INDEXED BY AUQ-RECORD-INDEX
                                        PIC X(583).
      *
      *   FILTERS SECTION.
      *
