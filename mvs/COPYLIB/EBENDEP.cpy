      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - BENEFIT DEPENDENTS.
      *      - RECORD LAYOUT FOR 'EBENDEP' VSAM <KSDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.KSDS.EBENDEP'.
      *      - KEYED BY EMPLOYEE ID PLUS A TWO-DIGIT DEPENDENT NUMBER -
      *        WHO THE SPOUSE AND CHILDREN BEHIND AN 'EBENROL'
      *        'BEN-COVER-SPOUSE'/'BEN-COVER-FAMILY' ELECTION ACTUALLY
      *        ARE, WHICH UNTIL NOW ONLY THE CARRIER KNEW.
      *      - MAINTAINED ON THE 'EBDPP' SCREEN (PF6 FROM 'EBENP').
      *        'EBENP' REFUSES A SPOUSE OR FAMILY ELECTION WITH NO
      *        QUALIFYING DEPENDENT ON FILE, AND THE MONTHLY
      *        'EBDPAGE' BATCH LISTS CHILDREN ABOUT TO AGE OUT.
      *      - A CHILD QUALIFIES UNTIL THEIR 19TH BIRTHDAY, THEIR 26TH
      *        IF FLAGGED A FULL-TIME STUDENT, AND INDEFINITELY IF
      *        FLAGGED DISABLED. A REMOVED DEPENDENT STAYS ON FILE
      *        (STATUS 'R') SO THE HISTORY SURVIVES.
      ******************************************************************
       01 BENEFIT-DEPENDENT-RECORD.
          05 BDP-KEY.
             10 BDP-EMPLOYEE-ID         PIC 9(8).
             10 BDP-DEPENDENT-NUMBER    PIC 9(2).
          05 BDP-DETAILS.
             10 BDP-DEPENDENT-NAME      PIC X(38).
             10 BDP-RELATIONSHIP        PIC X(1).
                88 BDP-REL-SPOUSE                  VALUE 'S'.
                88 BDP-REL-PARTNER                 VALUE 'P'.
                88 BDP-REL-CHILD                   VALUE 'C'.
                88 BDP-REL-SPOUSE-OR-PARTNER       VALUE 'S' 'P'.
                88 BDP-REL-VALID                   VALUE 'S' 'P' 'C'.
             10 BDP-BIRTH-DATE          PIC X(8).
             10 BDP-BIRTH-DATE-PARTS REDEFINES BDP-BIRTH-DATE.
                15 BDP-BIRTH-YEAR       PIC 9(4).
                15 BDP-BIRTH-MMDD       PIC X(4).
             10 BDP-STUDENT-DISABLED    PIC X(1).
                88 BDP-FULL-TIME-STUDENT           VALUE 'S'.
                88 BDP-DISABLED                    VALUE 'D'.
                88 BDP-NEITHER                     VALUE 'N' ' '.
                88 BDP-SD-VALID                    VALUE 'S' 'D' 'N'
                                                   ' '.
             10 BDP-STATUS              PIC X(1).
                88 BDP-ST-ACTIVE                   VALUE 'A'.
                88 BDP-ST-REMOVED                  VALUE 'R'.
             10 BDP-RECORDED-BY         PIC X(8).
             10 BDP-RECORDED-DATE       PIC X(8).
