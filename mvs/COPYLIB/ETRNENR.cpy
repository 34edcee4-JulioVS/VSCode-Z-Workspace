      *        BINDER THE TRAINING PIPELINE USED TO RUN FROM. WHEN
      *        THE SESSION IS MARKED COMPLETED ON 'ETRNP', EACH
      *        ENROLLMENT FLIPS TO COMPLETED AND THE ATTENDEE'S NEW
      *        QUALIFICATION LANDS ON 'ESKILL' AND THEIR COSTS ARE
      *        CHARGED TO THEIR DEPARTMENT ON 'ETRNCHG'.
      ******************************************************************
       01 TRAINING-ENROLLMENT-RECORD.
          05 ENR-KEY.
                88 ENR-ST-COMPLETED                VALUE 'C'.
             10 ENR-RECORDED-BY         PIC X(8).
             10 ENR-RECORDED-DATE       PIC X(8).
      *         THE ATTENDEE'S OWN COSTS, ON TOP OF THEIR SHARE OF THE
      *         SESSION FEE (REPORTING CURRENCY).
             10 ENR-TRAVEL-COST         PIC 9(7)V99.
             10 ENR-MATERIALS-COST      PIC 9(7)V99.
