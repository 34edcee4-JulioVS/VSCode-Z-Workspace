      *        ONLY AN APPROVAL WRITES 'EMPMAST', 'ECOMHST', AND THE
      *        AUDIT ENTRY, SO BIG MONEY MOVES GET THE SAME
      *        TWO-PERSON RULE CATEGORY CHANGES ALREADY HAVE.
      *      - WHEN A DELEGATE ACTIONS THE REQUEST (SEE 'EDELGAT'),
      *        'CPR-ACTIONED-FOR' HOLDS THE ADMINISTRATOR THEY STOOD
      *        IN FOR; SPACES WHEN THE APPROVER ACTED IN THEIR OWN
      *        RIGHT.
      *      - 'CPR-RETRO-FROM-DATE' CARRIES A PAST EFFECTIVE DATE
      *        KEYED WITH THE CHANGE, SO THE APPROVAL STILL RAISES THE
      *        ARREARS BACK TO IT; SPACES FOR AN ORDINARY CHANGE.
      ******************************************************************
       01 COMP-CHANGE-REQUEST-RECORD.
          05 CPR-KEY.
                88 CPR-REJECTED                    VALUE 'R'.
             10 CPR-ACTIONED-BY         PIC X(8).
             10 CPR-ACTIONED-DATE       PIC X(8).
             10 CPR-ACTIONED-FOR        PIC X(8).
             10 CPR-RETRO-FROM-DATE     PIC X(8).
