      *        BIG PAY MOVES. ONLY APPROVED, NOT-YET-FED PAYMENTS GO
      *        OUT ON THE NIGHTLY 'EPAYFEED' (RECORD TYPE 'B'), AND
      *        EACH FEEDS EXACTLY ONCE.
      *      - 'OPY-AMOUNT' IS IN 'OPY-CURRENCY-CODE', DEFAULTED ON
      *        'EOTPP' FROM THE EMPLOYEE'S PAY CURRENCY (SEE
      *        'EPAYCUR'); SPACES MEANS THE REPORTING CURRENCY.
      *      - WHEN A DELEGATE ACTIONS THE PAYMENT (SEE 'EDELGAT'),
      *        'OPY-ACTIONED-FOR' HOLDS THE ADMINISTRATOR THEY STOOD
      *        IN FOR; SPACES WHEN THE APPROVER ACTED IN THEIR OWN
      *        RIGHT.
      *      - 'ETERMNB' RAISES A LEAVER'S VACATION SETTLEMENT HERE
      *        TOO: TYPE 'LP' PAYS OUT UNUSED DAYS, TYPE 'LR' RECOVERS
      *        DAYS TAKEN IN ADVANCE (THE AMOUNT IS STILL POSITIVE -
      *        PAYROLL DEDUCTS IT BY TYPE). NEITHER CAN BE KEYED ON
      *        'EOTPP', ONLY APPROVED OR REJECTED THERE.
      *      - 'ERETRO' RAISES THE ARREARS OF A BACK-DATED PAY CHANGE
      *        THE SAME WAY, AS TYPE 'RP' - LIKEWISE APPROVE OR REJECT
      *        ONLY.
      ******************************************************************
       01 ONE-TIME-PAYMENT-RECORD.
          05 OPY-KEY.
                88 OPY-TYPE-OTHER                  VALUE 'OT'.
                88 OPY-TYPE-VALID                  VALUE 'BN' 'AL'
                                                   'OT'.
                88 OPY-TYPE-LEAVE-PAYOUT           VALUE 'LP'.
                88 OPY-TYPE-LEAVE-RECOVERY         VALUE 'LR'.
                88 OPY-TYPE-LEAVE-SETTLEMENT       VALUE 'LP' 'LR'.
                88 OPY-TYPE-RETRO-PAY              VALUE 'RP'.
                88 OPY-TYPE-BATCH-RAISED           VALUE 'LP' 'LR'
                                                   'RP'.
             10 OPY-AMOUNT              PIC 9(7)V99.
             10 OPY-STATUS              PIC X(1).
                88 OPY-PENDING                     VALUE 'P'.
             10 OPY-REQUESTED-DATE      PIC X(8).
             10 OPY-ACTIONED-BY         PIC X(8).
             10 OPY-ACTIONED-DATE       PIC X(8).
             10 OPY-CURRENCY-CODE       PIC X(3).
             10 OPY-ACTIONED-FOR        PIC X(8).
      *         SET ON APPROVAL: THE PAY PERIOD THE PAYMENT IS STAMPED
      *         FOR (SEE 'EPAYCAL') - 'EPAYFEED' WILL NOT SEND IT
      *         BEFORE THEN. SPACES ON PAYMENTS RAISED IN BATCH, WHICH
      *         FEED AS SOON AS THEY ARE APPROVED.
             10 OPY-PAY-PERIOD          PIC X(6).
