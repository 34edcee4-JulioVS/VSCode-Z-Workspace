      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP' - LEAVE BALANCE BY TYPE.
      *      - RECORD LAYOUT FOR 'ELVBAL' VSAM <KSDS> FILE.
      *      - VSAM CLUSTER -> 'Z45864.KSDS.ELVBAL'.
      *      - ONE RECORD PER EMPLOYEE PER 'ELVTYPE' LEAVE TYPE THAT
      *        DRAWS ON A BALANCE, OTHER THAN VACATION AND SICK - THOSE
      *        TWO STAY ON 'ELEAVE'.
      *      - CREATED THE FIRST TIME 'ELACCRU' POSTS THE TYPE OR AN
      *        APPROVAL ON 'ELRQP' DRAWS ON IT, THE SAME LAZY CREATION
      *        'ELEAVE' USES; CLOSED OUT EACH YEAR BY 'ELVYREND' UNDER
      *        THE TYPE'S OWN CARRYOVER CAP.
      *      - BALANCES ARE HELD IN DAYS TO ONE DECIMAL, AS ON
      *        'ELEAVE'.
      ******************************************************************
       01 LEAVE-TYPE-BALANCE-RECORD.
          05 LVB-KEY.
             10 LVB-EMPLOYEE-ID         PIC 9(8).
             10 LVB-TYPE-CODE           PIC X(1).
          05 LVB-DETAILS.
             10 LVB-ACCRUED             PIC 9(3)V9(1).
             10 LVB-TAKEN               PIC 9(3)V9(1).
             10 LVB-LAST-ACTION-DATE    PIC X(8).
             10 LVB-LAST-ACTION-BY      PIC X(8).
             10 FILLER                  PIC X(10).
