      *        SO NO LAPTOP WALKS OUT JUST BECAUSE NOBODY OPENED A
      *        SCREEN. WORKED ON 'EOFBP'; THE 'EOFFRPT' AGING REPORT
      *        CHASES INCOMPLETE TASKS PAST THE EMPLOYEE'S END DATE.
      *      - THE BADGE TASK IS COMPLETED BY 'EBDGACK' WHEN THE ACCESS
      *        CONTROL SYSTEM ACCEPTS THE LEAVER'S BADGE REVOCATION,
      *        WITH THE DATE IT WAS DONE. A CONTRACTOR WHOSE CONTRACT
      *        SIMPLY ENDED GETS THEIR CHECKLIST OPENED THERE.
      *      - ANY 'ELOANDT' LOAN OR ADVANCE STILL OWED WHEN 'ETERMNB'
      *        PROCESSES THE LEAVER IS ADDED TO 'OFL-LOAN-OFFSET-AMOUNT'
      *        FOR RECOVERY FROM FINAL PAY (AND FINAL PAY RE-OPENED).
      *      - 'ETERMNB' ALSO SETTLES THE LEAVER'S UNUSED VACATION (OR
      *        VACATION TAKEN IN ADVANCE) AS A PENDING 'EONEPAY'
      *        PAYMENT DATED 'OFL-LEAVE-SETTLE-DATE'. FINAL PAY STAYS
      *        PENDING UNTIL 'EPAYFEED' FEEDS THAT PAYMENT, WHICH THEN
      *        TICKS IT COMPLETE - 'EOFBP' WILL NOT TICK IT BY HAND
      *        WHILE THE SETTLEMENT IS STILL WAITING. A SETTLEMENT
      *        REJECTED ON 'EOTPP' IS MARKED 'X' BY THE NEXT 'ETERMNB'
      *        RUN, LEAVING FINAL PAY FOR HR TO CLOSE BY HAND.
      ******************************************************************
       01 OFFBOARD-CHECKLIST-RECORD.
          05 OFL-KEY.
                88 OFL-FINAL-PAY-PENDING           VALUE 'P'.
             10 OFL-FINAL-PAY-DATE      PIC X(8).
             10 OFL-CREATED-DATE        PIC X(8).
             10 OFL-LOAN-OFFSET-AMOUNT  PIC 9(7)V99.
             10 OFL-LOAN-OFFSET-DATE    PIC X(8).
             10 OFL-LEAVE-SETTLE-STATUS PIC X(1).
                88 OFL-LEAVE-SETTLE-NONE           VALUE SPACE.
                88 OFL-LEAVE-SETTLE-RAISED         VALUE 'R'.
                88 OFL-LEAVE-SETTLE-FED            VALUE 'F'.
                88 OFL-LEAVE-SETTLE-REJECTED       VALUE 'X'.
             10 OFL-LEAVE-SETTLE-DATE   PIC X(8).
      *         'LP' PAYOUT OR 'LR' RECOVERY, AS ON THE PAYMENT.
             10 OFL-LEAVE-SETTLE-TYPE   PIC X(2).
             10 OFL-LEAVE-SETTLE-DAYS   PIC 9(3)V9(1).
             10 OFL-LEAVE-SETTLE-AMOUNT PIC 9(7)V99.
